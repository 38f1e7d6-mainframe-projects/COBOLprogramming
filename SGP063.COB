                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRDP.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRKT
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
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
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADITEM
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): KIT DO PEDIDO
      * RECUSADO VOLTA AO ESTOQUE PELOS SEUS COMPONENTES.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * LIVRO DE MOVIMENTO DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADMOV.
       01 REGMOV.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * MOVIMENTO DOS PONTOS DE FIDELIDADE (MESMO LAYOUT DO SGP006).
       FD CADPTS.
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
       77 W-RECUSA     PIC 9(06) VALUE ZEROS.
       77 W-PENDEN     PIC 9(06) VALUE ZEROS.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
       77 W-RECEBEDOR  PIC X(30) VALUE SPACES.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
      *----------------------------------------------------------------*
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRPT     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-PTS        PIC 9(06) VALUE ZEROS.
       77 W-PTS-CPF    PIC X(14) VALUE SPACES.
      *----------------------------------------------------------------*
                 DISPLAY "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***"
                 CLOSE CADPED CADITEM CADPRO CADDEP CADENT CADBACK
                 GO TO ROT-FIMS.
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       MEN-001.
      *****************************************************
      *
       REG-RECUSA.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 DISPLAY "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                 GO TO REG-RECUSA-FIM.
           DISPLAY "MOTIVO DA RECUSA : ".
           ACCEPT W-MOTIVO.
           MOVE PEDIDO TO ENT-PEDIDO
                 MOVE ITEM-QUANTIDADE TO W-QTDBASE
           ELSE
                 COMPUTE W-QTDBASE = ITEM-QUANTIDADE * ITEM-FATOR.
           PERFORM KIT-VER THRU KIT-VER-FIM
           IF W-EKIT = "S"
                 MOVE W-QTDBASE TO W-KIT-QBASE
                 MOVE CODIGO TO W-KIT-COD
                 PERFORM KIT-ENT THRU KIT-ENT-FIM
           ELSE
                 PERFORM CRE-EST-ENT THRU CRE-EST-ENT-FIM.
           GO TO CRE-EST-010.
       CRE-ESTOQUE-FIM.
           EXIT.
      *
       CRE-EST-ENT.
           ADD W-QTDBASE TO ESTOQUEATUAL
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
                 WRITE REGDEP.
           ADD W-QTDBASE TO DEP-SALDO
           REWRITE REGDEP
           PERFORM GRA-MOV THRU GRA-MOV-FIM.
       CRE-EST-ENT-FIM.
           EXIT.
      *
      ***************************************************
      * KITS: A RECUSA DE UM KIT RETORNA CADA            *
      * COMPONENTE (COMPOSICAO ATUAL DO CADKIT)          *
      ***************************************************
      *
       KIT-VER.
           MOVE "N" TO W-EKIT
           IF W-TEM-KIT = "N"
                 GO TO KIT-VER-FIM.
           MOVE CODIGO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPCOD
           START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-VER-FIM.
           READ CADKIT NEXT
           IF ST-ERRKT = "00" AND KIT-CODIGO = CODIGO
                 MOVE "S" TO W-EKIT.
       KIT-VER-FIM.
           EXIT.
      *
       KIT-ENT.
           MOVE W-KIT-COD TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPCOD
           START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-ENT-FIM.
       KIT-ENT-010.
           READ CADKIT NEXT
           IF ST-ERRKT NOT = "00"
                 GO TO KIT-ENT-FIM.
           IF KIT-CODIGO NOT = W-KIT-COD
                 GO TO KIT-ENT-FIM.
           MOVE KIT-COMPCOD TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
                 GO TO KIT-ENT-010.
           COMPUTE W-QTDBASE = W-KIT-QBASE * KIT-QTD
           PERFORM CRE-EST-ENT THRU CRE-EST-ENT-FIM
           GO TO KIT-ENT-010.
       KIT-ENT-FIM.
           EXIT.
      *
      ***************************************************
       REL-PEN-FIM.
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
      *
       ROT-FIM.
                CLOSE CADPED CADITEM CADPRO CADDEP CADENT
                CLOSE CADBACK CADCLIENTE
                IF W-TEM-KIT = "S"
                   CLOSE CADKIT.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
