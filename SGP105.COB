      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Acuracia da contagem ciclica - le o CADCIC.LOG (um
      *          registro por item da lista do SGP104 aplicado no
      *          SGP033) de um intervalo de meses e imprime, mes a
      *          mes e por classe ABC, os itens contados, os que
      *          bateram com o sistema, o percentual de acuracia e o
      *          valor dos ajustes pelo custo (sobras, faltas e o
      *          liquido), com o total do periodo por classe.
      *          Relatorio em RELCIC.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP105.
      **************************************
      * ACURACIA DA CONTAGEM CICLICA       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCLOG ASSIGN TO "CADCIC.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRCL.
       SELECT RELCIC ASSIGN TO "RELCIC.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * RESULTADO DOS ITENS DE CONTAGEM CICLICA (MESMO LAYOUT DO
      * SGP033).
       FD CADCLOG.
       01 REGCLOG.
                03 CL-DATA.
                       04 CL-ANOMES     PIC 9(06).
                       04 CL-DIA        PIC 9(02).
                03 CL-OPERADOR       PIC X(10).
                03 CL-CODIGO         PIC 9(08).
                03 CL-DEPOSITO       PIC 9(02).
                03 CL-CLASSE         PIC X(01).
                03 CL-SALDO          PIC 9(06).
                03 CL-CONTAGEM       PIC 9(06).
                03 CL-DIF            PIC S9(07).
                03 CL-VALOR          PIC S9(09)V99.
      *
       FD RELCIC.
       01 LINHA-REL        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-USADOS     PIC 9(06) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-QTD-MES    PIC 9(02) VALUE ZEROS.
       77 W-IM         PIC 9(02) VALUE ZEROS.
       77 W-IC         PIC 9(01) VALUE ZEROS.
       77 W-NMES       PIC 9(06) VALUE ZEROS.
       77 W-NINI       PIC 9(06) VALUE ZEROS.
       77 W-NFIM       PIC 9(06) VALUE ZEROS.
       77 W-ACUR       PIC 9(03)V99 VALUE ZEROS.
       77 W-LIQ        PIC S9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   INTERVALO DE MESES PEDIDO (ATE 24 MESES)
       01 W-MESINI.
          03 W-INI-ANO     PIC 9(04).
          03 W-INI-MES     PIC 9(02).
       01 W-MESINI-R REDEFINES W-MESINI PIC 9(06).
       01 W-MESFIM.
          03 W-FIM-ANO     PIC 9(04).
          03 W-FIM-MES     PIC 9(02).
       01 W-MESFIM-R REDEFINES W-MESFIM PIC 9(06).
       01 W-MESCAL.
          03 W-CAL-ANO     PIC 9(04).
          03 W-CAL-MES     PIC 9(02).
       01 W-MESCAL-R REDEFINES W-MESCAL PIC 9(06).
       01 W-DTHOJE.
          03 W-HOJE-AM     PIC 9(06).
          03 W-HOJE-DIA    PIC 9(02).
      *----------------------------------------------------------------*
      *   ACUMULADO POR MES (LINHA) E CLASSE A/B/C (COLUNA); A LINHA
      *   25 E O TOTAL DO PERIODO
       01 TAB-MES.
          03 TAB-MES-ITEM OCCURS 25 TIMES.
             05 TM-ANOMES     PIC 9(06).
             05 TM-CLASSE OCCURS 3 TIMES.
                07 TM-ITENS   PIC 9(06).
                07 TM-CERTOS  PIC 9(06).
                07 TM-SOBRA   PIC 9(09)V99.
                07 TM-FALTA   PIC 9(09)V99.
       01 TBCLASSE.
           03 FILLER PIC X(03) VALUE "ABC".
       01 TABCLASSE REDEFINES TBCLASSE.
           03 TABCLASSEX  PIC X(01) OCCURS 3 TIMES.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** ACURACIA DA CONTAGEM CICLICA *** ".
          03 TIT-INI       PIC 9(06).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT-FIM       PIC 9(06).
       01 LINHA-CAB.
          03 FILLER        PIC X(50) VALUE
               "MES    CL  ITENS CERTOS ACURACIA        SOBRAS    ".
          03 FILLER        PIC X(50) VALUE
               "    FALTAS      LIQUIDO".
       01 DET-MES.
          03 DETM-MES      PIC X(06).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-CLASSE   PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-ITENS    PIC ZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-CERTOS   PIC ZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETM-ACUR     PIC ZZ9,99.
          03 FILLER        PIC X(01) VALUE "%".
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-SOBRA    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-FALTA    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-LIQ      PIC -ZZZZZZZ9,99.
       01 LINHA-SEP.
          03 FILLER        PIC X(100) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADCLOG
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ARQUIVO CADCIC.LOG NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELCIC
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELCIC.TXT ***"
                 CLOSE CADCLOG
                 GO TO ROT-FIMS.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE TO W-DTHOJE
           MOVE ZEROS TO W-LIDOS
           MOVE ZEROS TO W-USADOS.
       INC-000B.
           DISPLAY "MES INICIAL (AAAAMM) : ".
           ACCEPT W-MESINI.
           DISPLAY "MES FINAL   (AAAAMM, 0 = MES ATUAL) : ".
           ACCEPT W-MESFIM.
           IF W-MESFIM-R = ZEROS
                 MOVE W-HOJE-AM TO W-MESFIM.
           IF W-INI-MES < 1 OR W-INI-MES > 12
              OR W-FIM-MES < 1 OR W-FIM-MES > 12
                 DISPLAY "*** MES INVALIDO ***"
                 GO TO INC-000B.
           COMPUTE W-NINI = W-INI-ANO * 12 + W-INI-MES
           COMPUTE W-NFIM = W-FIM-ANO * 12 + W-FIM-MES
           IF W-NFIM < W-NINI
                 DISPLAY "*** MES FINAL ANTES DO INICIAL ***"
                 GO TO INC-000B.
           IF W-NFIM - W-NINI > 23
                 DISPLAY "*** NO MAXIMO 24 MESES ***"
                 GO TO INC-000B.
           COMPUTE W-QTD-MES = W-NFIM - W-NINI + 1
           MOVE W-MESINI TO W-MESCAL
           MOVE ZEROS TO W-IM.
       INC-001.
           ADD 1 TO W-IM
           IF W-IM > 25
                 GO TO INC-010.
           MOVE W-MESCAL-R TO TM-ANOMES (W-IM)
           MOVE ZEROS TO W-IC.
       INC-002.
           ADD 1 TO W-IC
           IF W-IC > 3
                 GO TO INC-003.
           MOVE ZEROS TO TM-ITENS (W-IM W-IC)
           MOVE ZEROS TO TM-CERTOS (W-IM W-IC)
           MOVE ZEROS TO TM-SOBRA (W-IM W-IC)
           MOVE ZEROS TO TM-FALTA (W-IM W-IC)
           GO TO INC-002.
       INC-003.
           ADD 1 TO W-CAL-MES
           IF W-CAL-MES > 12
                 MOVE 1 TO W-CAL-MES
                 ADD 1 TO W-CAL-ANO.
           GO TO INC-001.
      *
      *****************************************************
      * ACUMULA CADA RESULTADO NO SEU MES E CLASSE E NO    *
      * TOTAL DO PERIODO (LINHA 25)                        *
      *****************************************************
      *
       INC-010.
           READ CADCLOG
              AT END
                 GO TO IMP-001.
           ADD 1 TO W-LIDOS
           MOVE CL-ANOMES TO W-MESCAL
           COMPUTE W-NMES = W-CAL-ANO * 12 + W-CAL-MES
           IF W-NMES < W-NINI OR W-NMES > W-NFIM
                 GO TO INC-010.
           COMPUTE W-IM = W-NMES - W-NINI + 1
           MOVE 3 TO W-IC
           IF CL-CLASSE = "A"
                 MOVE 1 TO W-IC.
           IF CL-CLASSE = "B"
                 MOVE 2 TO W-IC.
           ADD 1 TO W-USADOS
           PERFORM ACU-MES THRU ACU-MES-FIM
           MOVE 25 TO W-IM
           PERFORM ACU-MES THRU ACU-MES-FIM
           GO TO INC-010.
      *
       ACU-MES.
           ADD 1 TO TM-ITENS (W-IM W-IC)
           IF CL-DIF = ZEROS
                 ADD 1 TO TM-CERTOS (W-IM W-IC).
           IF CL-VALOR > ZEROS
                 ADD CL-VALOR TO TM-SOBRA (W-IM W-IC).
           IF CL-VALOR < ZEROS
                 SUBTRACT CL-VALOR FROM TM-FALTA (W-IM W-IC).
       ACU-MES-FIM.
           EXIT.
      *
      *****************************************************
      * IMPRIME MES A MES (SO AS CLASSES CONTADAS NO MES)  *
      * E O TOTAL DO PERIODO POR CLASSE                    *
      *****************************************************
      *
       IMP-001.
           MOVE W-MESINI TO TIT-INI
           MOVE W-MESFIM TO TIT-FIM
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO W-IM.
       IMP-010.
           ADD 1 TO W-IM
           IF W-IM > W-QTD-MES
                 GO TO IMP-030.
           MOVE ZEROS TO W-IC.
       IMP-020.
           ADD 1 TO W-IC
           IF W-IC > 3
                 GO TO IMP-010.
           IF TM-ITENS (W-IM W-IC) = ZEROS
                 GO TO IMP-020.
           MOVE TM-ANOMES (W-IM) TO DETM-MES
           PERFORM IMP-LIN THRU IMP-LIN-FIM
           GO TO IMP-020.
       IMP-030.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE 25 TO W-IM
           MOVE ZEROS TO W-IC.
       IMP-040.
           ADD 1 TO W-IC
           IF W-IC > 3
                 GO TO ROT-FIM.
           MOVE "TOTAL" TO DETM-MES
           PERFORM IMP-LIN THRU IMP-LIN-FIM
           GO TO IMP-040.
      *
       IMP-LIN.
           MOVE TABCLASSEX (W-IC) TO DETM-CLASSE
           MOVE TM-ITENS (W-IM W-IC) TO DETM-ITENS
           MOVE TM-CERTOS (W-IM W-IC) TO DETM-CERTOS
           MOVE ZEROS TO W-ACUR
           IF TM-ITENS (W-IM W-IC) NOT = ZEROS
                 COMPUTE W-ACUR ROUNDED = TM-CERTOS (W-IM W-IC)
                         / TM-ITENS (W-IM W-IC) * 100.
           MOVE W-ACUR TO DETM-ACUR
           MOVE TM-SOBRA (W-IM W-IC) TO DETM-SOBRA
           MOVE TM-FALTA (W-IM W-IC) TO DETM-FALTA
           COMPUTE W-LIQ = TM-SOBRA (W-IM W-IC) - TM-FALTA (W-IM W-IC)
           MOVE W-LIQ TO DETM-LIQ
           WRITE LINHA-REL FROM DET-MES.
       IMP-LIN-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCLOG
                CLOSE RELCIC
                DISPLAY "*** RELATORIO DE ACURACIA CONCLUIDO ***"
                DISPLAY "RESULTADOS LIDOS        : " W-LIDOS
                DISPLAY "RESULTADOS NO PERIODO   : " W-USADOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
