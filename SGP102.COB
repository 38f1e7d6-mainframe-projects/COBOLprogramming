      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Relatorio mensal dos vales-troca para o fechamento do
      *          mes - vale a vale (CADVALE.DAT) com emissao,
      *          validade, CPF (ou ao portador), valor, uso no mes
      *          (CADVALE.LOG) e saldo no ultimo dia do mes (o saldo
      *          atual mais o que foi usado depois do mes); totais de
      *          emitidos, utilizados, vencidos no mes (saldo que
      *          caducou) e saldo em aberto no fim do mes, que e o
      *          passivo dos vales. Relatorio em RELVALE.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP102.
      **************************************
      * RELATORIO MENSAL DOS VALES-TROCA   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADVALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRVL.
       SELECT CADVMOV ASSIGN TO "CADVALE.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRVM.
       SELECT RELVALE ASSIGN TO "RELVALE.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * VALES-TROCA (MESMO LAYOUT DO SGP058).
       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
       01 REGVALE.
                03 VAL-NUMERO           PIC 9(06).
                03 VAL-NC               PIC 9(06).
                03 VAL-NF               PIC 9(06).
                03 VAL-CPF              PIC X(14).
                03 VAL-NOME             PIC X(40).
                03 VAL-EMISSAO          PIC 9(08).
                03 VAL-VALIDADE         PIC 9(08).
                03 VAL-VALOR            PIC 9(08)V99.
                03 VAL-SALDO            PIC 9(08)V99.
                03 VAL-SITUACAO         PIC X(10).
                03 VAL-DTULTUSO         PIC 9(08).
                03 VAL-OPERADOR         PIC X(10).
      *
      * MOVIMENTO DOS VALES (MESMO LAYOUT DO SGP058) - SO OS USOS
      * INTERESSAM AQUI.
       FD CADVMOV.
       01 REGVMOV.
                03 VM-NUMERO         PIC 9(06).
                03 VM-DATA           PIC 9(08).
                03 VM-HORA           PIC 9(08).
                03 VM-OPERACAO       PIC X(10).
                03 VM-DOCUMENTO      PIC 9(08).
                03 VM-FORMAPG        PIC 9(02).
                03 VM-VALOR          PIC 9(08)V99.
                03 VM-SALDO          PIC 9(08)V99.
                03 VM-OPERADOR       PIC X(10).
      *
       FD RELVALE.
       01 LINHA-REL        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRVL     PIC X(02) VALUE "00".
       77 ST-ERRVM     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-MOV    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       77 W-SALFIM     PIC 9(09)V99 VALUE ZEROS.
       77 W-USOMES     PIC 9(09)V99 VALUE ZEROS.
       77 W-SIT        PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------*
      *   MES PEDIDO E OS LIMITES DO PERIODO (PRIMEIRO E ULTIMO DIA),
      *   COM TABELA DE DIAS POR MES (FEVEREIRO COM 29 NO ANO
      *   DIVISIVEL POR 4)
       01 W-MES.
          03 W-MES-ANO     PIC 9(04).
          03 W-MES-MES     PIC 9(02).
       01 W-DTINI.
          03 W-INI-AM      PIC 9(06).
          03 W-INI-DIA     PIC 9(02).
       01 W-DTINI-R REDEFINES W-DTINI PIC 9(08).
       01 W-DTFIM.
          03 W-FIM-AM      PIC 9(06).
          03 W-FIM-DIA     PIC 9(02).
       01 W-DTFIM-R REDEFINES W-DTFIM PIC 9(08).
       01 W-DTHOJE.
          03 W-HOJE-AM     PIC 9(06).
          03 W-HOJE-DIA    PIC 9(02).
       01 TBDIAS.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDIAS REDEFINES TBDIAS.
           03 TABDIASX    PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *   USO DE CADA VALE NO MES (TV-MES) E DEPOIS DO MES (TV-POS),
      *   PARA RECOMPOR O SALDO DO ULTIMO DIA (ATE 500 VALES COM USO)
       01 TAB-VAL.
          03 TAB-VAL-ITEM OCCURS 500 TIMES.
             05 TV-NUMERO     PIC 9(06).
             05 TV-MES        PIC 9(09)V99.
             05 TV-POS        PIC 9(09)V99.
       77 W-QTD-TV     PIC 9(03) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-ESTOURO    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   TOTAIS DO MES
       01 W-TOTAIS.
          03 W-QT-EMIT      PIC 9(06) VALUE ZEROS.
          03 W-VL-EMIT      PIC 9(09)V99 VALUE ZEROS.
          03 W-QT-USO       PIC 9(06) VALUE ZEROS.
          03 W-VL-USO       PIC 9(09)V99 VALUE ZEROS.
          03 W-QT-VENC      PIC 9(06) VALUE ZEROS.
          03 W-VL-VENC      PIC 9(09)V99 VALUE ZEROS.
          03 W-QT-ABER      PIC 9(06) VALUE ZEROS.
          03 W-VL-ABER      PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** VALES-TROCA *** MES ".
          03 TIT-MES       PIC 9(06).
       01 LINHA-CAB.
          03 FILLER        PIC X(50) VALUE
               "VALE   EMISSAO  VALIDADE CPF            VALOR EMIT".
          03 FILLER        PIC X(50) VALUE
               "IDO    USO NO MES  SALDO FIM MES SITUACAO".
       01 DET-VALE.
          03 DETV-NUMERO   PIC ZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETV-EMISSAO  PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETV-VALIDADE PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETV-CPF      PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETV-VALOR    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETV-USO      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETV-SALDO    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETV-SIT      PIC X(10).
       01 LINHA-SEP.
          03 FILLER        PIC X(100) VALUE ALL "-".
       01 DET-TOT.
          03 DETT-ROTULO   PIC X(34).
          03 FILLER        PIC X(06) VALUE " QTD: ".
          03 DETT-QTD      PIC ZZZZZ9.
          03 FILLER        PIC X(08) VALUE " VALOR: ".
          03 DETT-VALOR    PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADVALE
           IF ST-ERRVL NOT = "00"
                 DISPLAY "*** ARQUIVO CADVALE.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELVALE
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELVALE.TXT ***"
                 CLOSE CADVALE
                 GO TO ROT-FIMS.
      *
      * SEM O CADVALE.LOG NAO HA USO A CONTAR: O SALDO DO FIM DO MES
      * FICA O SALDO ATUAL DE CADA VALE.
      *
           OPEN INPUT CADVMOV
           IF ST-ERRVM = "00"
                 MOVE "S" TO W-TEM-MOV.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
      * OS ACUMULADORES SAO ZERADOS AQUI (E NAO SO NO VALUE) PORQUE
      * O PROGRAMA PODE VOLTAR POR EXIT PROGRAM E SER CHAMADO DE NOVO.
      *
           MOVE ZEROS TO W-TOTAIS
           MOVE ZEROS TO W-QTD-TV
           MOVE ZEROS TO W-LIDOS
           MOVE ZEROS TO W-LISTADOS
           MOVE "N" TO W-ESTOURO.
       INC-000B.
           DISPLAY "MES DO RELATORIO (AAAAMM, 0 = MES ATUAL) : ".
           ACCEPT W-MES.
           IF W-MES = ZEROS
                 MOVE W-HOJE TO W-DTHOJE
                 MOVE W-HOJE-AM TO W-MES.
           IF W-MES-MES < 1 OR W-MES-MES > 12
                 DISPLAY "*** MES INVALIDO ***"
                 GO TO INC-000B.
           MOVE W-MES TO W-INI-AM
           MOVE 01 TO W-INI-DIA
           MOVE W-MES TO W-FIM-AM
           MOVE TABDIASX (W-MES-MES) TO W-FIM-DIA
           IF W-MES-MES = 2
                 COMPUTE W-RESTO4 =
                         W-MES-ANO - (W-MES-ANO / 4) * 4
                 IF W-RESTO4 = ZEROS
                       MOVE 29 TO W-FIM-DIA.
      *
      *****************************************************
      * USOS DO CADVALE.LOG: O DO MES SOMA NO TOTAL E NO   *
      * VALE; O DE DEPOIS DO MES SO NO VALE, PARA VOLTAR   *
      * AO SALDO DO ULTIMO DIA                             *
      *****************************************************
      *
       INC-001.
           IF W-TEM-MOV = "N"
                 GO TO INC-010.
       INC-002.
           READ CADVMOV
              AT END
                 GO TO INC-010.
           IF VM-OPERACAO NOT = "USO"
                 GO TO INC-002.
           IF VM-DATA < W-DTINI-R
                 GO TO INC-002.
           IF VM-DATA NOT > W-DTFIM-R
                 ADD 1 TO W-QT-USO
                 ADD VM-VALOR TO W-VL-USO.
           PERFORM ACH-VAL THRU ACH-VAL-FIM
           IF W-ACHOU = "N"
                 GO TO INC-002.
           IF VM-DATA NOT > W-DTFIM-R
                 ADD VM-VALOR TO TV-MES (W-IND)
           ELSE
                 ADD VM-VALOR TO TV-POS (W-IND).
           GO TO INC-002.
      *
      *****************************************************
      * VALE A VALE: EMITIDO ATE O FIM DO MES. SALDO DO    *
      * ULTIMO DIA = SALDO ATUAL + USO DEPOIS DO MES. SEM  *
      * SALDO = UTILIZADO (SO LISTA SE MEXEU NO MES);      *
      * VALIDADE DENTRO DO MES = VENCIDO (O SALDO CADUCA); *
      * VALIDADE ANTERIOR = JA CONTADO EM OUTRO MES; O     *
      * RESTO E O SALDO EM ABERTO                          *
      *****************************************************
      *
       INC-010.
           MOVE W-MES TO TIT-MES
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO VAL-NUMERO
           START CADVALE KEY IS NOT LESS VAL-NUMERO INVALID KEY
                 GO TO INC-FIM.
       INC-011.
           READ CADVALE NEXT
           IF ST-ERRVL NOT = "00"
                 GO TO INC-FIM.
           ADD 1 TO W-LIDOS
           IF VAL-EMISSAO > W-DTFIM-R
                 GO TO INC-011.
           MOVE VAL-NUMERO TO VM-NUMERO
           MOVE ZEROS TO W-USOMES
           COMPUTE W-SALFIM = VAL-SALDO
           PERFORM PRO-VAL THRU PRO-VAL-FIM
           IF W-ACHOU = "S"
                 MOVE TV-MES (W-IND) TO W-USOMES
                 ADD TV-POS (W-IND) TO W-SALFIM.
           IF W-SALFIM > VAL-VALOR
                 MOVE VAL-VALOR TO W-SALFIM.
           IF VAL-EMISSAO NOT < W-DTINI-R
                 ADD 1 TO W-QT-EMIT
                 ADD VAL-VALOR TO W-VL-EMIT.
           IF W-SALFIM = ZEROS
                 MOVE "UTILIZADO" TO W-SIT
                 IF VAL-EMISSAO < W-DTINI-R AND W-USOMES = ZEROS
                       GO TO INC-011
                 ELSE
                       GO TO INC-012.
           IF VAL-VALIDADE < W-DTINI-R
                 GO TO INC-011.
           IF VAL-VALIDADE NOT > W-DTFIM-R
                 MOVE "VENCIDO" TO W-SIT
                 ADD 1 TO W-QT-VENC
                 ADD W-SALFIM TO W-VL-VENC
                 GO TO INC-012.
           MOVE "EM ABERTO" TO W-SIT
           ADD 1 TO W-QT-ABER
           ADD W-SALFIM TO W-VL-ABER.
       INC-012.
           MOVE VAL-NUMERO TO DETV-NUMERO
           MOVE VAL-EMISSAO TO DETV-EMISSAO
           MOVE VAL-VALIDADE TO DETV-VALIDADE
           IF VAL-CPF = SPACES
                 MOVE "AO PORTADOR" TO DETV-CPF
           ELSE
                 MOVE VAL-CPF TO DETV-CPF.
           MOVE VAL-VALOR TO DETV-VALOR
           MOVE W-USOMES TO DETV-USO
           MOVE W-SALFIM TO DETV-SALDO
           MOVE W-SIT TO DETV-SIT
           WRITE LINHA-REL FROM DET-VALE
           ADD 1 TO W-LISTADOS
           GO TO INC-011.
      *
      *****************************************************
      * TOTAIS DO MES                                      *
      *****************************************************
      *
       INC-FIM.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "EMITIDOS NO MES" TO DETT-ROTULO
           MOVE W-QT-EMIT TO DETT-QTD
           MOVE W-VL-EMIT TO DETT-VALOR
           WRITE LINHA-REL FROM DET-TOT
           MOVE "UTILIZADOS NO MES (USOS)" TO DETT-ROTULO
           MOVE W-QT-USO TO DETT-QTD
           MOVE W-VL-USO TO DETT-VALOR
           WRITE LINHA-REL FROM DET-TOT
           MOVE "VENCIDOS NO MES (SALDO CADUCADO)" TO DETT-ROTULO
           MOVE W-QT-VENC TO DETT-QTD
           MOVE W-VL-VENC TO DETT-VALOR
           WRITE LINHA-REL FROM DET-TOT
           MOVE "SALDO EM ABERTO NO FIM DO MES" TO DETT-ROTULO
           MOVE W-QT-ABER TO DETT-QTD
           MOVE W-VL-ABER TO DETT-VALOR
           WRITE LINHA-REL FROM DET-TOT
           IF W-ESTOURO = "S"
                 MOVE SPACES TO LINHA-REL
                 MOVE "*** MAIS DE 500 VALES COM USO - SALDOS PARCIAIS"
                                                         TO LINHA-REL
                 WRITE LINHA-REL.
           GO TO ROT-FIM.
      *
      *********************************************
      * ACHA (OU ABRE) NA TABELA A ENTRADA DO      *
      * VALE DO MOVIMENTO LIDO; TABELA CHEIA LIGA  *
      * W-ESTOURO E O USO FICA SO NOS TOTAIS       *
      *********************************************
      *
       ACH-VAL.
           PERFORM PRO-VAL THRU PRO-VAL-FIM
           IF W-ACHOU = "S"
                 GO TO ACH-VAL-FIM.
           IF W-QTD-TV NOT < 500
                 MOVE "S" TO W-ESTOURO
                 GO TO ACH-VAL-FIM.
           ADD 1 TO W-QTD-TV
           MOVE W-QTD-TV TO W-IND
           MOVE VM-NUMERO TO TV-NUMERO (W-IND)
           MOVE ZEROS TO TV-MES (W-IND)
           MOVE ZEROS TO TV-POS (W-IND)
           MOVE "S" TO W-ACHOU.
       ACH-VAL-FIM.
           EXIT.
      *
      *********************************************
      * PROCURA NA TABELA O VALE VM-NUMERO         *
      *********************************************
      *
       PRO-VAL.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND.
       PRO-VAL-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TV
                 GO TO PRO-VAL-FIM.
           IF TV-NUMERO (W-IND) = VM-NUMERO
                 MOVE "S" TO W-ACHOU
                 GO TO PRO-VAL-FIM.
           GO TO PRO-VAL-010.
       PRO-VAL-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADVALE
                CLOSE RELVALE
                IF W-TEM-MOV = "S"
                      CLOSE CADVMOV.
                DISPLAY "*** RELATORIO DE VALES-TROCA CONCLUIDO ***"
                DISPLAY "VALES LIDOS             : " W-LIDOS
                DISPLAY "VALES NO RELATORIO      : " W-LISTADOS
                DISPLAY "SALDO EM ABERTO (PASSIVO): " W-VL-ABER.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
