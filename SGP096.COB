      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Despesas por categoria no mes - para o mes pedido e
      *          o anterior, soma por categoria do CADCDP o que venceu
      *          no mes (devido) e o que foi pago no mes (pela data
      *          da baixa no SGP041), a partir das parcelas do
      *          CADPAG.DAT. As notas de mercadoria (categoria 000)
      *          saem numa linha separada, fora das despesas.
      *          Relatorio em RELDESP.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP096.
      **************************************
      * DESPESAS POR CATEGORIA NO MES      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDP-CODIGO
                    FILE STATUS  IS ST-ERRCD.
       SELECT RELDESP ASSIGN TO "RELDESP.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CONTAS A PAGAR (MESMO LAYOUT DO SGP018).
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAGAR.
                03 PAG-CHAVE.
                       04 PAG-CNPJ      PIC X(14).
                       04 PAG-NOTA      PIC 9(08).
                       04 PAG-PARCELA   PIC 9(02).
                03 PAG-FORNECEDOR       PIC X(40).
                03 PAG-VENCIMENTO       PIC 9(08).
                03 PAG-VALOR            PIC 9(08)V99.
                03 PAG-PAGO             PIC X(01).
                03 PAG-DTPAGTO          PIC 9(08).
                03 PAG-CATEGORIA        PIC 9(03).
      *
      * CATEGORIAS DE DESPESA (MESMO LAYOUT DO SGP094), SO PARA O
      * NOME DA CATEGORIA.
       FD CADCDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDP.DAT".
       01 REGCDP.
                03 CDP-CODIGO        PIC 9(03).
                03 CDP-DESCRICAO     PIC X(30).
                03 CDP-GRUPO         PIC X(01).
      *
       FD RELDESP.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRCD     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-CDP    PIC X(01) VALUE "N".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(04) VALUE ZEROS.
       77 W-IMPRESSAS  PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MES PEDIDO (AAAAMM) E O ANTERIOR
       01 W-MES.
          03 W-MES-ANO     PIC 9(04).
          03 W-MES-MES     PIC 9(02).
       01 W-ANT.
          03 W-ANT-ANO     PIC 9(04).
          03 W-ANT-MES     PIC 9(02).
       01 W-DTVEN.
          03 W-DTVEN-AM    PIC 9(06).
          03 W-DTVEN-DIA   PIC 9(02).
       01 W-DTPAG.
          03 W-DTPAG-AM    PIC 9(06).
          03 W-DTPAG-DIA   PIC 9(02).
      *----------------------------------------------------------------*
      *   TOTAIS POR CATEGORIA, NA POSICAO DO CODIGO. A POSICAO 1000
      *   GUARDA AS NOTAS DE MERCADORIA (CATEGORIA 000)
       01 TAB-CAT.
          03 TAB-CAT-ITEM OCCURS 1000 TIMES.
             05 TC-DEVIDO     PIC 9(09)V99.
             05 TC-PAGO       PIC 9(09)V99.
             05 TC-DEVANT     PIC 9(09)V99.
             05 TC-PAGANT     PIC 9(09)V99.
       01 W-TOTAIS.
          03 W-TOT-DEVIDO  PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-PAGO    PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-DEVANT  PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-PAGANT  PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** DESPESAS POR CATEGORIA *** MES ".
          03 TIT-MES       PIC 9(06).
          03 FILLER        PIC X(12) VALUE "  ANTERIOR ".
          03 TIT-ANT       PIC 9(06).
       01 LINHA-CAB1.
          03 FILLER        PIC X(40) VALUE
                            "                        ------ MES PEDID".
          03 FILLER        PIC X(40) VALUE
                            "O ------  ---- MES ANTERIOR ----        ".
       01 LINHA-CAB2.
          03 FILLER        PIC X(40) VALUE
                            "CAT CATEGORIA                 DEVIDO    ".
          03 FILLER        PIC X(40) VALUE
                            "    PAGO       DEVIDO         PAGO      ".
       01 DET-REL.
          03 DETR-CAT      PIC 999.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-NOME     PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-DEVIDO   PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-PAGO     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-DEVANT   PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-PAGANT   PIC ZZZZZZZZ9,99.
       01 LINHA-SEP.
          03 FILLER        PIC X(76) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADPAG
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPAG.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELDESP
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELDESP.TXT ***"
                 CLOSE CADPAG
                 GO TO ROT-FIMS.
           OPEN INPUT CADCDP
           IF ST-ERRCD = "00"
                 MOVE "S" TO W-TEM-CDP
           ELSE
                 MOVE "N" TO W-TEM-CDP.
       INC-000B.
           DISPLAY "MES DAS DESPESAS (AAAAMM, 0 = MES ATUAL) : ".
           ACCEPT W-MES.
           IF W-MES = ZEROS
                 ACCEPT W-DTVEN FROM DATE YYYYMMDD
                 MOVE W-DTVEN-AM TO W-MES.
           IF W-MES-MES < 1 OR W-MES-MES > 12
                 DISPLAY "*** MES INVALIDO ***"
                 GO TO INC-000B.
           MOVE W-MES TO W-ANT
           IF W-ANT-MES = 1
                 MOVE 12 TO W-ANT-MES
                 SUBTRACT 1 FROM W-ANT-ANO
           ELSE
                 SUBTRACT 1 FROM W-ANT-MES.
           MOVE ZEROS TO W-IND.
       INC-000C.
           ADD 1 TO W-IND
           IF W-IND > 1000
                 GO TO INC-001.
           MOVE ZEROS TO TC-DEVIDO (W-IND)
           MOVE ZEROS TO TC-PAGO (W-IND)
           MOVE ZEROS TO TC-DEVANT (W-IND)
           MOVE ZEROS TO TC-PAGANT (W-IND)
           GO TO INC-000C.
      *
      *****************************************************
      * PASSAGEM UNICA PELO CADPAG: A PARCELA CONTA COMO   *
      * DEVIDA NO MES DO VENCIMENTO E COMO PAGA NO MES DA  *
      * BAIXA                                              *
      *****************************************************
      *
       INC-001.
           READ CADPAG NEXT
              AT END
                 GO TO INC-FIM.
           ADD 1 TO W-LIDAS
           MOVE PAG-CATEGORIA TO W-IND
           IF W-IND = ZEROS
                 MOVE 1000 TO W-IND.
           MOVE PAG-VENCIMENTO TO W-DTVEN
           IF W-DTVEN-AM = W-MES
                 ADD PAG-VALOR TO TC-DEVIDO (W-IND).
           IF W-DTVEN-AM = W-ANT
                 ADD PAG-VALOR TO TC-DEVANT (W-IND).
           IF PAG-PAGO NOT = "S"
                 GO TO INC-001.
           MOVE PAG-DTPAGTO TO W-DTPAG
           IF W-DTPAG-AM = W-MES
                 ADD PAG-VALOR TO TC-PAGO (W-IND).
           IF W-DTPAG-AM = W-ANT
                 ADD PAG-VALOR TO TC-PAGANT (W-IND).
           GO TO INC-001.
      *
      *****************************************************
      * UMA LINHA POR CATEGORIA COM MOVIMENTO NOS DOIS     *
      * MESES, TOTAL DAS DESPESAS E, A PARTE, MERCADORIAS  *
      *****************************************************
      *
       INC-FIM.
           MOVE W-MES TO TIT-MES
           MOVE W-ANT TO TIT-ANT
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB1
           WRITE LINHA-REL FROM LINHA-CAB2
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO W-IND.
       REL-001.
           ADD 1 TO W-IND
           IF W-IND > 999
                 GO TO REL-FIM.
           IF TC-DEVIDO (W-IND) = ZEROS AND TC-PAGO (W-IND) = ZEROS
              AND TC-DEVANT (W-IND) = ZEROS
              AND TC-PAGANT (W-IND) = ZEROS
                 GO TO REL-001.
           MOVE W-IND TO DETR-CAT
           MOVE "NAO CADASTRADA" TO DETR-NOME
           IF W-TEM-CDP = "S"
                 MOVE W-IND TO CDP-CODIGO
                 READ CADCDP
                 IF ST-ERRCD = "00"
                       MOVE CDP-DESCRICAO TO DETR-NOME.
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           ADD TC-DEVIDO (W-IND) TO W-TOT-DEVIDO
           ADD TC-PAGO (W-IND) TO W-TOT-PAGO
           ADD TC-DEVANT (W-IND) TO W-TOT-DEVANT
           ADD TC-PAGANT (W-IND) TO W-TOT-PAGANT
           ADD 1 TO W-IMPRESSAS
           GO TO REL-001.
       REL-FIM.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO DETR-CAT
           MOVE "TOTAL DAS DESPESAS" TO DETR-NOME
           MOVE W-TOT-DEVIDO TO DETR-DEVIDO
           MOVE W-TOT-PAGO TO DETR-PAGO
           MOVE W-TOT-DEVANT TO DETR-DEVANT
           MOVE W-TOT-PAGANT TO DETR-PAGANT
           WRITE LINHA-REL FROM DET-REL
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE 1000 TO W-IND
           MOVE ZEROS TO DETR-CAT
           MOVE "MERCADORIAS (NOTAS)" TO DETR-NOME
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           GO TO ROT-FIM.
      *
      *********************************************
      * IMPRIME OS QUATRO VALORES DA POSICAO W-IND *
      *********************************************
      *
       MOS-LIN.
           MOVE TC-DEVIDO (W-IND) TO DETR-DEVIDO
           MOVE TC-PAGO (W-IND) TO DETR-PAGO
           MOVE TC-DEVANT (W-IND) TO DETR-DEVANT
           MOVE TC-PAGANT (W-IND) TO DETR-PAGANT
           WRITE LINHA-REL FROM DET-REL.
       MOS-LIN-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPAG
                CLOSE RELDESP
                IF W-TEM-CDP = "S"
                      CLOSE CADCDP.
                DISPLAY "*** DESPESAS POR CATEGORIA CONCLUIDO ***"
                DISPLAY "PARCELAS LIDAS          : " W-LIDAS
                DISPLAY "CATEGORIAS IMPRESSAS    : " W-IMPRESSAS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
