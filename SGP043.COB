      * Purpose: Posicao diaria do caixa - saldo de abertura,
      *          recebimentos, pagamentos e saldo de fechamento de
      *          uma data, a partir do livro caixa CADCXA.LOG
      *          (alimentado pelo SGP021 e pelo SGP041), por conta
      *          financeira (CADCTA, SGP090) e no total da empresa;
      *          roda para uma filial ou consolidado (filial 0)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT RELCAIXA ASSIGN TO "RELCAIXA.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
       SELECT CADCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRCT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
       FD RELCAIXA.
       01 LINHA-REL        PIC X(80).
      *
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090), SO PARA O NOME
      * DA CONTA NO RESUMO.
       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
       01 REGCTA.
                03 CTA-CODIGO        PIC 9(02).
                03 CTA-DESCRICAO     PIC X(20).
                03 CTA-TIPO          PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-DO-DIA     PIC 9(06) VALUE ZEROS.
       77 W-DATAPOS    PIC 9(08) VALUE ZEROS.
      *   FILIAL DA POSICAO (ZERO = CONSOLIDADO) E FILIAL DO
      *   LANCAMENTO LIDO (LANCAMENTO ANTIGO SEM FILIAL = 01)
       77 W-FILSEL     PIC 9(02) VALUE ZEROS.
       77 W-FILCX      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   O SALDO DE ABERTURA E A SOMA (ENTRADAS - SAIDAS) DE TUDO
      *   QUE ESTA NO LIVRO ANTES DA DATA PEDIDA; O DE FECHAMENTO E
       77 W-TOT-ENTRA  PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-SAI    PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO-FECH PIC S9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   OS MESMOS SALDOS POR CONTA, NA POSICAO DO CODIGO DA CONTA.
      *   LANCAMENTO GRAVADO ANTES DAS CONTAS (CX-CONTA ZERADO) E DO
      *   CAIXA DA LOJA, CONTA 01.
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 W-TEM-CTA    PIC X(01) VALUE "N".
       77 W-IND        PIC 9(03) VALUE ZEROS.
       01 TAB-CTA.
          03 TAB-CTA-ITEM OCCURS 99 TIMES.
             05 TAB-MOVTO      PIC X(01).
             05 TAB-ABRE       PIC S9(09)V99.
             05 TAB-ENTRA      PIC 9(09)V99.
             05 TAB-SAI        PIC 9(09)V99.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(29) VALUE
          03 FILLER        PIC X(02) VALUE "**".
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-DATA      PIC 9(08).
          03 FILLER        PIC X(09) VALUE " FILIAL: ".
          03 TIT-FILIAL    PIC X(11).
       01 DET-MOV.
          03 DETM-CONTA    PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-HORA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETM-DOC      PIC ZZZZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 DETM-PARC     PIC 99.
          03 FILLER        PIC X(05) VALUE " ENT:".
          03 DETM-ENTRADA  PIC ZZZZZZ9,99.
          03 FILLER        PIC X(05) VALUE " SAI:".
          03 DETM-SAIDA    PIC ZZZZZZ9,99.
       01 LINHA-RES.
          03 RES-ROTULO    PIC X(22).
          03 RES-VALOR     PIC -ZZZZZZZZ9,99.
       01 CAB-CTA.
          03 FILLER        PIC X(40) VALUE
                            "CT CONTA                    ABERTURA    ".
          03 FILLER        PIC X(40) VALUE
                            " ENTRADAS       SAIDAS   FECHAMENTO     ".
       01 DET-CTA.
          03 DETC-CONTA    PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-NOME     PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-ABRE     PIC -ZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-ENTRA    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-SAI      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-FECH     PIC -ZZZZZZZ9,99.
       01 LINHA-SEP.
          03 FILLER        PIC X(60) VALUE ALL "-".
      *-----------------------------------------------------------------
      * A DATA DA POSICAO E INFORMADA PELO OPERADOR (ZERO = HOJE),
      * MESMO ESQUEMA DO FECHAMENTO DIARIO DO SGP023.
      *
           DISPLAY "FILIAL (0 = CONSOLIDADO)             : ".
           ACCEPT W-FILSEL.
           DISPLAY "DATA DA POSICAO (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT W-DATAPOS.
           IF W-DATAPOS = ZEROS
                 ACCEPT W-DATAPOS FROM DATE YYYYMMDD.
           MOVE W-DATAPOS TO TIT-DATA
           IF W-FILSEL = ZEROS
                 MOVE "CONSOLIDADO" TO TIT-FILIAL
           ELSE
                 MOVE W-FILSEL TO TIT-FILIAL.
           WRITE LINHA-REL FROM LINHA-TIT.
           OPEN INPUT CADCTA
           IF ST-ERRCT = "00"
                 MOVE "S" TO W-TEM-CTA
           ELSE
                 MOVE "N" TO W-TEM-CTA.
           MOVE ZEROS TO W-IND.
       INC-000B.
           ADD 1 TO W-IND
           IF W-IND > 99
                 GO TO INC-001.
           MOVE "N" TO TAB-MOVTO (W-IND)
           MOVE ZEROS TO TAB-ABRE (W-IND)
           MOVE ZEROS TO TAB-ENTRA (W-IND)
           MOVE ZEROS TO TAB-SAI (W-IND)
           GO TO INC-000B.
      *
      *****************************************************
      * PASSAGEM UNICA PELO LIVRO: O QUE E ANTERIOR A DATA *
              AT END
                 GO TO INC-FIM.
           ADD 1 TO W-LIDOS
           IF CX-DATA > W-DATAPOS
                 GO TO INC-001.
           MOVE CX-FILIAL TO W-FILCX
           IF W-FILCX = ZEROS
                 MOVE 1 TO W-FILCX.
           IF W-FILSEL NOT = ZEROS AND W-FILCX NOT = W-FILSEL
                 GO TO INC-001.
           IF CX-CONTA = ZEROS
                 MOVE 01 TO CX-CONTA.
           MOVE "S" TO TAB-MOVTO (CX-CONTA)
           IF CX-DATA < W-DATAPOS
                 ADD CX-ENTRADA TO W-SALDO-ABRE
                 SUBTRACT CX-SAIDA FROM W-SALDO-ABRE
                 ADD CX-ENTRADA TO TAB-ABRE (CX-CONTA)
                 SUBTRACT CX-SAIDA FROM TAB-ABRE (CX-CONTA)
                 GO TO INC-001.
           ADD 1 TO W-DO-DIA
           ADD CX-ENTRADA TO W-TOT-ENTRA
           ADD CX-SAIDA TO W-TOT-SAI
           ADD CX-ENTRADA TO TAB-ENTRA (CX-CONTA)
           ADD CX-SAIDA TO TAB-SAI (CX-CONTA)
           MOVE CX-CONTA TO DETM-CONTA
           MOVE CX-HORA TO DETM-HORA
           MOVE CX-OPERADOR TO DETM-OPER
           MOVE CX-OPERACAO TO DETM-OPERACAO
      ***************************************************
      *
       INC-FIM.
           WRITE LINHA-REL FROM LINHA-SEP
           WRITE LINHA-REL FROM CAB-CTA
           MOVE ZEROS TO W-IND.
      *
      * UMA LINHA POR CONTA QUE TEVE LANCAMENTO ATE A DATA. AS
      * TRANSFERENCIAS APARECEM NAS DUAS CONTAS E SE ANULAM NO TOTAL.
      *
       INC-FIM-010.
           ADD 1 TO W-IND
           IF W-IND > 99
                 GO TO INC-FIM-020.
           IF TAB-MOVTO (W-IND) NOT = "S"
                 GO TO INC-FIM-010.
           MOVE W-IND TO DETC-CONTA
           MOVE "CONTA NAO CADASTRADA" TO DETC-NOME
           IF W-TEM-CTA = "S"
                 MOVE W-IND TO CTA-CODIGO
                 READ CADCTA
                 IF ST-ERRCT = "00"
                       MOVE CTA-DESCRICAO TO DETC-NOME.
           MOVE TAB-ABRE (W-IND) TO DETC-ABRE
           MOVE TAB-ENTRA (W-IND) TO DETC-ENTRA
           MOVE TAB-SAI (W-IND) TO DETC-SAI
           COMPUTE DETC-FECH = TAB-ABRE (W-IND) + TAB-ENTRA (W-IND)
                             - TAB-SAI (W-IND)
           WRITE LINHA-REL FROM DET-CTA
           GO TO INC-FIM-010.
      *
      * TOTAL DA EMPRESA, SOMA DE TODAS AS CONTAS.
      *
       INC-FIM-020.
           COMPUTE W-SALDO-FECH =
                   W-SALDO-ABRE + W-TOT-ENTRA - W-TOT-SAI
           WRITE LINHA-REL FROM LINHA-SEP
       ROT-FIM.
                CLOSE CADCXA
                CLOSE RELCAIXA
                IF W-TEM-CTA = "S"
                      CLOSE CADCTA.
                DISPLAY "*** POSICAO DO CAIXA CONCLUIDA ***"
                DISPLAY "LANCAMENTOS LIDOS      : " W-LIDOS
                DISPLAY "LANCAMENTOS DO DIA      : " W-DO-DIA.
