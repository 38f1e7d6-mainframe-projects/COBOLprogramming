       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 H-PRECOCUSTO-NOV  PIC 9(06)V99.
                03 H-PRECOVENDA-ANT  PIC 9(06)V99.
                03 H-PRECOVENDA-NOV  PIC 9(06)V99.
                03 H-OPERADOR        PIC X(10).
                03 H-HORA            PIC 9(08).
      *
      * LIVRO DE MOVIMENTO DE ESTOQUE (KARDEX) - MESMO LAYOUT DO
      * SGP006. AQUI REGISTRA A CARGA INICIAL DE ESTOQUE DO PRODUTO
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * PERIODOS CONTABEIS (MESMO LAYOUT DO SGP016). MES FECHADO NAO
      * ACEITA LANCAMENTO.
       FD CADMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMES.DAT".
       01 REGMES.
                03 MES-ANOMES           PIC 9(06).
                03 MES-SITUACAO         PIC X(07).
                03 MES-DTFECH           PIC 9(08).
                03 MES-OPFECH           PIC X(10).
                03 MES-DTREAB           PIC 9(08).
                03 MES-OPREAB           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-FORN-OK    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
      *
      * A CARGA INICIAL DE ESTOQUE VAI PARA O CADPRO.MOV COM A DATA
      * DE HOJE: COM O MES FECHADO O PRODUTO SO ENTRA COM ESTOQUE
      * ZERO.
      *
                IF ESTOQUEATUAL NOT = ZEROS
                   ACCEPT W-DTMES FROM DATE YYYYMMDD
                   PERFORM CHK-MES THRU CHK-MES-FIM
                   IF W-MESOK = "N"
                      MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-009.
                WRITE REGPRO
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRA-MOV-CARGA THRU GRA-MOV-CARGA-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      *
      * AJUSTE MANUAL DE ESTOQUE TAMBEM E LANCAMENTO NO CADPRO.MOV.
      *
                IF ESTOQUEATUAL NOT = W-ESTOQUE-ANT
                   ACCEPT W-DTMES FROM DATE YYYYMMDD
                   PERFORM CHK-MES THRU CHK-MES-FIM
                   IF W-MESOK = "N"
                      MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                REWRITE REGPRO
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRA-HST THRU GRA-HST-FIM
                MOVE PRECOCUSTO       TO H-PRECOCUSTO-NOV
                MOVE W-PRECOVENDA-ANT TO H-PRECOVENDA-ANT
                MOVE PRECOVENDA       TO H-PRECOVENDA-NOV
                MOVE W-OPERADOR       TO H-OPERADOR
                ACCEPT H-HORA FROM TIME
                WRITE REGPROH
                CLOSE CADPROH.
       GRA-HST-FIM.
       VAL-EAN-FIM.
                EXIT.
      *
      *********************************************
      * PERIODO CONTABIL: O MES DA DATA W-DTMES    *
      * NAO PODE ESTAR FECHADO NO CADMES (SGP016 / *
      * SGP115). SEM O CADMES TODO MES ESTA ABERTO *
      *********************************************
      *
       CHK-MES.
                MOVE "S" TO W-MESOK
                OPEN INPUT CADMES
                IF ST-ERRMS NOT = "00"
                   GO TO CHK-MES-FIM.
                DIVIDE W-DTMES BY 100 GIVING MES-ANOMES
                READ CADMES
                IF ST-ERRMS = "00" AND MES-SITUACAO = "FECHADO"
                   MOVE "N" TO W-MESOK.
                CLOSE CADMES.
       CHK-MES-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
