      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Fluxo de caixa projetado - parte do saldo atual de
      *          todas as contas no livro caixa CADCXA.LOG e projeta,
      *          dia a dia ou semana a semana ate o horizonte pedido,
      *          os recebimentos das parcelas abertas do CADREC.DAT e
      *          dos cheques em custodia (CADCHQ.DAT, no bom para) e
      *          os pagamentos das parcelas abertas do CADPAG.DAT, com
      *          o saldo projetado acumulado. Receber vencido fica em
      *          linha propria, fora da projecao; pagar vencido sai
      *          logo do saldo inicial. Dia negativo sai marcado.
      *          Relatorio em RELFLUXO.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP093.
      **************************************
      * FLUXO DE CAIXA PROJETADO           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRX.
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRRC
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRPG.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT RELFLUXO ASSIGN TO "RELFLUXO.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * LIVRO CAIXA (MESMO LAYOUT DO SGP021).
       FD CADCXA.
       01 REGCXA.
                03 CX-OPERADOR       PIC X(10).
                03 CX-DATA           PIC 9(08).
                03 CX-HORA           PIC 9(08).
                03 CX-OPERACAO       PIC X(10).
                03 CX-DOCUMENTO      PIC 9(08).
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * CONTAS A RECEBER (MESMO LAYOUT DO SGP006).
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 REC-CHAVE.
                       04 REC-PEDIDO    PIC 9(05).
                       04 REC-PARCELA   PIC 9(02).
                03 REC-CPF              PIC X(14).
                03 REC-VENCIMENTO       PIC 9(08).
                03 REC-VALOR            PIC 9(08)V99.
                03 REC-PAGO             PIC X(01).
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * CONTAS A PAGAR (MESMO LAYOUT DO SGP041).
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
      * CUSTODIA DE CHEQUES (MESMO LAYOUT DO SGP021). O CHEQUE EM
      * CUSTODIA JA BAIXOU A PARCELA MAS SO VIRA DINHEIRO NO BOM PARA.
       FD CADCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                       04 CHQ-IDENT.
                          05 CHQ-BANCO     PIC 9(03).
                          05 CHQ-AGENCIA   PIC 9(05).
                          05 CHQ-CONTA     PIC X(12).
                          05 CHQ-NUMERO    PIC 9(06).
                       04 CHQ-PEDIDO    PIC 9(05).
                       04 CHQ-PARCELA   PIC 9(02).
                03 CHQ-CPF              PIC X(14).
                03 CHQ-EMITENTE         PIC X(14).
                03 CHQ-VALOR            PIC 9(08)V99.
                03 CHQ-PRINCIPAL        PIC 9(08)V99.
                03 CHQ-BOMPARA          PIC 9(08).
                03 CHQ-SITUACAO         PIC X(10).
                03 CHQ-DTRECEB          PIC 9(08).
                03 CHQ-DTDEPOS          PIC 9(08).
                03 CHQ-DTDEVOL          PIC 9(08).
                03 CHQ-ALINEA           PIC 9(02).
                03 CHQ-MOTIVO           PIC X(30).
                03 CHQ-OPERADOR         PIC X(10).
                03 CHQ-CONTADEP         PIC 9(02).
      *
       FD RELFLUXO.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRRC     PIC X(02) VALUE "00".
       77 ST-ERRPG     PIC X(02) VALUE "00".
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-CXA    PIC X(01) VALUE "N".
       77 W-TEM-REC    PIC X(01) VALUE "N".
       77 W-TEM-PAG    PIC X(01) VALUE "N".
       77 W-TEM-CHQ    PIC X(01) VALUE "N".
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORIZONTE  PIC 9(03) VALUE ZEROS.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-SEM        PIC 9(03) VALUE ZEROS.
       77 W-ULT        PIC 9(03) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-DTMOV      PIC 9(08) VALUE ZEROS.
       77 W-NEGATIVOS  PIC 9(03) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       77 W-LIMDIA     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   SALDOS. O SALDO ATUAL E TUDO O QUE ESTA NO LIVRO, EM TODAS
      *   AS CONTAS; O INICIAL DA PROJECAO E ELE MENOS O PAGAR
      *   VENCIDO. O RECEBER VENCIDO NAO ENTRA NA PROJECAO.
       77 W-SALDO-ATU  PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDO-INI  PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(11)V99 VALUE ZEROS.
       77 W-MENOR      PIC S9(11)V99 VALUE ZEROS.
       77 W-DTMENOR    PIC 9(08) VALUE ZEROS.
       77 W-DTNEG      PIC 9(08) VALUE ZEROS.
       77 W-REC-VENC   PIC 9(11)V99 VALUE ZEROS.
       77 W-PAG-VENC   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-REC    PIC 9(11)V99 VALUE ZEROS.
       77 W-TOT-PAG    PIC 9(11)V99 VALUE ZEROS.
       77 W-SEM-REC    PIC 9(11)V99 VALUE ZEROS.
       77 W-SEM-PAG    PIC 9(11)V99 VALUE ZEROS.
       77 W-SEM-NEG    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   CALENDARIO DA PROJECAO: UMA POSICAO POR DIA, DE HOJE ATE O
      *   HORIZONTE (NO MAXIMO UM ANO), COM O QUE ENTRA E O QUE SAI
      *   NO DIA E O SALDO PROJETADO NO FIM DELE
       01 TAB-DIA.
          03 TAB-DIA-ITEM OCCURS 366 TIMES.
             05 TD-DATA       PIC 9(08).
             05 TD-RECEBER    PIC 9(11)V99.
             05 TD-PAGAR      PIC 9(11)V99.
             05 TD-SALDO      PIC S9(11)V99.
      *----------------------------------------------------------------*
      *   SOMA DE UM DIA NA DATA (TABELA DE DIAS POR MES, FEVEREIRO
      *   COM 29 EM ANO DIVISIVEL POR 4, COMO NO SGP025)
       01 W-DTCALC.
           03 W-CALC-ANO   PIC 9(04).
           03 W-CALC-MES   PIC 9(02).
           03 W-CALC-DIA   PIC 9(02).
       01 TBDIAS.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDIAS REDEFINES TBDIAS.
           03 TABDIASX    PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(36) VALUE
                            "*** FLUXO DE CAIXA PROJETADO *** DE ".
          03 TIT-INI       PIC 9(08).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT-FIM       PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-MODO      PIC X(10).
       01 LINHA-CAB.
          03 FILLER        PIC X(40) VALUE
                            "PERIODO                   A RECEBER     ".
          03 FILLER        PIC X(40) VALUE
                            "   A PAGAR   SALDO PROJETADO            ".
       01 DET-FLU.
          03 DETF-INI      PIC 9(08).
          03 DETF-SEP      PIC X(03).
          03 DETF-FIM      PIC X(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-RECEBER  PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-PAGAR    PIC ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-SALDO    PIC -ZZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-NEG      PIC X(12).
       01 LINHA-RES.
          03 RES-ROTULO    PIC X(40).
          03 RES-VALOR     PIC -ZZZZZZZZZZ9,99.
       01 LINHA-DTRES.
          03 RESD-ROTULO   PIC X(40).
          03 RESD-DATA     PIC 9(08).
       01 LINHA-SEP.
          03 FILLER        PIC X(72) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN OUTPUT RELFLUXO
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELFLUXO.TXT ***"
                 GO TO ROT-FIMS.
      *
      * QUALQUER DOS ARQUIVOS PODE NAO EXISTIR AINDA: O QUE FALTA SO
      * NAO ENTRA NA PROJECAO.
      *
           OPEN INPUT CADCXA
           IF ST-ERRX = "00"
                 MOVE "S" TO W-TEM-CXA.
           OPEN INPUT CADREC
           IF ST-ERRRC = "00"
                 MOVE "S" TO W-TEM-REC.
           OPEN INPUT CADPAG
           IF ST-ERRPG = "00"
                 MOVE "S" TO W-TEM-PAG.
           OPEN INPUT CADCHQ
           IF ST-ERRCQ = "00"
                 MOVE "S" TO W-TEM-CHQ.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-000B.
           DISPLAY "HORIZONTE EM DIAS (0 = 90, MAXIMO 366) : ".
           ACCEPT W-HORIZONTE.
           IF W-HORIZONTE = ZEROS
                 MOVE 90 TO W-HORIZONTE.
           IF W-HORIZONTE > 366
                 DISPLAY "*** HORIZONTE MAXIMO DE 366 DIAS ***"
                 GO TO INC-000B.
       INC-000C.
           DISPLAY "1=DIARIO 2=SEMANAL : ".
           ACCEPT W-MODO.
           IF W-MODO NOT = 1 AND NOT = 2
                 DISPLAY "*** DIGITE 1=DIARIO OU 2=SEMANAL ***"
                 GO TO INC-000C.
      *
      *****************************************************
      * MONTA O CALENDARIO: DIA 1 E HOJE                   *
      *****************************************************
      *
           MOVE W-DATAHOJE TO W-DTCALC
           MOVE ZEROS TO W-IND.
       CAL-001.
           ADD 1 TO W-IND
           IF W-IND > W-HORIZONTE
                 GO TO SAL-000.
           MOVE W-DTCALC TO TD-DATA (W-IND)
           MOVE ZEROS TO TD-RECEBER (W-IND)
           MOVE ZEROS TO TD-PAGAR (W-IND)
           MOVE ZEROS TO TD-SALDO (W-IND)
           PERFORM SOM-DIA THRU SOM-DIA-FIM
           GO TO CAL-001.
      *
      *****************************************************
      * SALDO ATUAL: TODO O LIVRO CAIXA, TODAS AS CONTAS   *
      *****************************************************
      *
       SAL-000.
           IF W-TEM-CXA = "N"
                 GO TO REC-000.
       SAL-001.
           READ CADCXA
              AT END
                 GO TO REC-000.
           ADD CX-ENTRADA TO W-SALDO-ATU
           SUBTRACT CX-SAIDA FROM W-SALDO-ATU
           GO TO SAL-001.
      *
      *****************************************************
      * RECEBER: PARCELA ABERTA (NEM PAGA NEM CANCELADA)   *
      * PELO SALDO QUE FALTA. VENCIDA VAI PARA A LINHA     *
      * PROPRIA; A VENCER ENTRA NO DIA DO VENCIMENTO       *
      *****************************************************
      *
       REC-000.
           IF W-TEM-REC = "N"
                 GO TO CHQ-000.
       REC-001.
           READ CADREC NEXT
              AT END
                 GO TO CHQ-000.
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                 GO TO REC-001.
           IF REC-VALPAGO NOT < REC-VALOR
                 GO TO REC-001.
           COMPUTE W-VALOR = REC-VALOR - REC-VALPAGO
           IF REC-VENCIMENTO < W-DATAHOJE
                 ADD W-VALOR TO W-REC-VENC
                 GO TO REC-001.
           MOVE REC-VENCIMENTO TO W-DTMOV
           PERFORM ACH-DIA THRU ACH-DIA-FIM
           IF W-IND NOT = ZEROS
                 ADD W-VALOR TO TD-RECEBER (W-IND).
           GO TO REC-001.
      *
      *****************************************************
      * CHEQUE EM CUSTODIA ENTRA NO BOM PARA; O DE BOM     *
      * PARA JA PASSADO AINDA NAO DEPOSITADO ENTRA HOJE    *
      *****************************************************
      *
       CHQ-000.
           IF W-TEM-CHQ = "N"
                 GO TO PAG-000.
       CHQ-001.
           READ CADCHQ NEXT
              AT END
                 GO TO PAG-000.
           IF CHQ-SITUACAO NOT = "CUSTODIA"
                 GO TO CHQ-001.
           MOVE CHQ-BOMPARA TO W-DTMOV
           IF W-DTMOV < W-DATAHOJE
                 MOVE W-DATAHOJE TO W-DTMOV.
           PERFORM ACH-DIA THRU ACH-DIA-FIM
           IF W-IND NOT = ZEROS
                 ADD CHQ-VALOR TO TD-RECEBER (W-IND).
           GO TO CHQ-001.
      *
      *****************************************************
      * PAGAR: PARCELA NAO PAGA. A VENCIDA TEM QUE SER     *
      * PAGA JA E SAI DO SALDO INICIAL DA PROJECAO         *
      *****************************************************
      *
       PAG-000.
           IF W-TEM-PAG = "N"
                 GO TO PRJ-000.
       PAG-001.
           READ CADPAG NEXT
              AT END
                 GO TO PRJ-000.
           IF PAG-PAGO = "S"
                 GO TO PAG-001.
           IF PAG-VENCIMENTO < W-DATAHOJE
                 ADD PAG-VALOR TO W-PAG-VENC
                 GO TO PAG-001.
           MOVE PAG-VENCIMENTO TO W-DTMOV
           PERFORM ACH-DIA THRU ACH-DIA-FIM
           IF W-IND NOT = ZEROS
                 ADD PAG-VALOR TO TD-PAGAR (W-IND).
           GO TO PAG-001.
      *
      *****************************************************
      * SALDO PROJETADO DIA A DIA, MENOR SALDO E PRIMEIRO  *
      * DIA NEGATIVO                                       *
      *****************************************************
      *
       PRJ-000.
           COMPUTE W-SALDO-INI = W-SALDO-ATU - W-PAG-VENC
           MOVE W-SALDO-INI TO W-SALDO
           MOVE W-SALDO-INI TO W-MENOR
           MOVE W-DATAHOJE TO W-DTMENOR
           MOVE ZEROS TO W-IND.
       PRJ-001.
           ADD 1 TO W-IND
           IF W-IND > W-HORIZONTE
                 GO TO REL-000.
           ADD TD-RECEBER (W-IND) TO W-SALDO
           SUBTRACT TD-PAGAR (W-IND) FROM W-SALDO
           ADD TD-RECEBER (W-IND) TO W-TOT-REC
           ADD TD-PAGAR (W-IND) TO W-TOT-PAG
           MOVE W-SALDO TO TD-SALDO (W-IND)
           IF W-SALDO < W-MENOR
                 MOVE W-SALDO TO W-MENOR
                 MOVE TD-DATA (W-IND) TO W-DTMENOR.
           IF W-SALDO < ZEROS
                 ADD 1 TO W-NEGATIVOS
                 IF W-DTNEG = ZEROS
                       MOVE TD-DATA (W-IND) TO W-DTNEG.
           GO TO PRJ-001.
      *
      *****************************************************
      * CABECALHO E LINHAS FORA DA PROJECAO                *
      *****************************************************
      *
       REL-000.
           MOVE W-DATAHOJE TO TIT-INI
           MOVE TD-DATA (W-HORIZONTE) TO TIT-FIM
           IF W-MODO = 1
                 MOVE "(DIARIO)" TO TIT-MODO
           ELSE
                 MOVE "(SEMANAL)" TO TIT-MODO.
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "SALDO ATUAL NO LIVRO CAIXA            : "
                                                     TO RES-ROTULO
           MOVE W-SALDO-ATU TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(-) CONTAS A PAGAR VENCIDAS           : "
                                                     TO RES-ROTULO
           MOVE W-PAG-VENC TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(=) SALDO INICIAL DA PROJECAO         : "
                                                     TO RES-ROTULO
           MOVE W-SALDO-INI TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "RECEBER VENCIDO (FORA DA PROJECAO)    : "
                                                     TO RES-ROTULO
           MOVE W-REC-VENC TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO W-IND
           IF W-MODO = 2
                 GO TO REL-020.
      *
      * DIARIO: UMA LINHA POR DIA DO HORIZONTE.
      *
       REL-010.
           ADD 1 TO W-IND
           IF W-IND > W-HORIZONTE
                 GO TO REL-FIM.
           MOVE TD-DATA (W-IND) TO DETF-INI
           MOVE SPACES TO DETF-SEP
           MOVE SPACES TO DETF-FIM
           MOVE TD-RECEBER (W-IND) TO DETF-RECEBER
           MOVE TD-PAGAR (W-IND) TO DETF-PAGAR
           MOVE TD-SALDO (W-IND) TO DETF-SALDO
           IF TD-SALDO (W-IND) < ZEROS
                 MOVE "**NEGATIVO**" TO DETF-NEG
           ELSE
                 MOVE SPACES TO DETF-NEG.
           WRITE LINHA-REL FROM DET-FLU
           GO TO REL-010.
      *
      * SEMANAL: BLOCOS DE 7 DIAS A PARTIR DE HOJE; A SEMANA QUE
      * TEM ALGUM DIA NEGATIVO SAI MARCADA, MESMO QUE FECHE POSITIVA.
      *
       REL-020.
           MOVE ZEROS TO W-SEM-REC
           MOVE ZEROS TO W-SEM-PAG
           MOVE "N" TO W-SEM-NEG
           MOVE ZEROS TO W-SEM.
       REL-021.
           ADD 1 TO W-IND
           IF W-IND > W-HORIZONTE
                 GO TO REL-022.
           ADD 1 TO W-SEM
           MOVE W-IND TO W-ULT
           IF W-SEM = 1
                 MOVE TD-DATA (W-IND) TO DETF-INI.
           ADD TD-RECEBER (W-IND) TO W-SEM-REC
           ADD TD-PAGAR (W-IND) TO W-SEM-PAG
           IF TD-SALDO (W-IND) < ZEROS
                 MOVE "S" TO W-SEM-NEG.
           IF W-SEM < 7
                 GO TO REL-021.
       REL-022.
           IF W-SEM = ZEROS
                 GO TO REL-FIM.
           MOVE " A " TO DETF-SEP
           MOVE TD-DATA (W-ULT) TO DETF-FIM
           MOVE W-SEM-REC TO DETF-RECEBER
           MOVE W-SEM-PAG TO DETF-PAGAR
           MOVE TD-SALDO (W-ULT) TO DETF-SALDO
           IF W-SEM-NEG = "S"
                 MOVE "**NEGATIVO**" TO DETF-NEG
           ELSE
                 MOVE SPACES TO DETF-NEG.
           WRITE LINHA-REL FROM DET-FLU
           IF W-IND > W-HORIZONTE
                 GO TO REL-FIM.
           GO TO REL-020.
      *
       REL-FIM.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "TOTAL A RECEBER NO HORIZONTE          : "
                                                     TO RES-ROTULO
           MOVE W-TOT-REC TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "TOTAL A PAGAR NO HORIZONTE            : "
                                                     TO RES-ROTULO
           MOVE W-TOT-PAG TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "SALDO PROJETADO NO FIM DO HORIZONTE   : "
                                                     TO RES-ROTULO
           MOVE W-SALDO TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "MENOR SALDO PROJETADO                 : "
                                                     TO RES-ROTULO
           MOVE W-MENOR TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "DATA DO MENOR SALDO                   : "
                                                     TO RESD-ROTULO
           MOVE W-DTMENOR TO RESD-DATA
           WRITE LINHA-REL FROM LINHA-DTRES
           IF W-DTNEG NOT = ZEROS
                 MOVE "PRIMEIRO DIA NEGATIVO                 : "
                                                     TO RESD-ROTULO
                 MOVE W-DTNEG TO RESD-DATA
                 WRITE LINHA-REL FROM LINHA-DTRES.
           GO TO ROT-FIM.
      *
      *********************************************
      * PROCURA NO CALENDARIO O DIA W-DTMOV. FORA  *
      * DO HORIZONTE DEVOLVE W-IND ZERADO          *
      *********************************************
      *
       ACH-DIA.
           MOVE ZEROS TO W-IND
           IF W-DTMOV > TD-DATA (W-HORIZONTE)
                 GO TO ACH-DIA-FIM.
       ACH-DIA-010.
           ADD 1 TO W-IND
           IF W-IND > W-HORIZONTE
                 MOVE ZEROS TO W-IND
                 GO TO ACH-DIA-FIM.
           IF TD-DATA (W-IND) NOT = W-DTMOV
                 GO TO ACH-DIA-010.
       ACH-DIA-FIM.
           EXIT.
      *
      *********************************************
      * SOMA UM DIA EM W-DTCALC                    *
      *********************************************
      *
       SOM-DIA.
           ADD 1 TO W-CALC-DIA
           MOVE TABDIASX (W-CALC-MES) TO W-LIMDIA
           IF W-CALC-MES = 2
                 DIVIDE W-CALC-ANO BY 4 GIVING W-QUOC
                        REMAINDER W-RESTO4
                 IF W-RESTO4 = ZEROS
                       MOVE 29 TO W-LIMDIA.
           IF W-CALC-DIA > W-LIMDIA
                 MOVE 1 TO W-CALC-DIA
                 ADD 1 TO W-CALC-MES
                 IF W-CALC-MES > 12
                       MOVE 1 TO W-CALC-MES
                       ADD 1 TO W-CALC-ANO.
       SOM-DIA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE RELFLUXO
                IF W-TEM-CXA = "S"
                   CLOSE CADCXA.
                IF W-TEM-REC = "S"
                   CLOSE CADREC.
                IF W-TEM-PAG = "S"
                   CLOSE CADPAG.
                IF W-TEM-CHQ = "S"
                   CLOSE CADCHQ.
                DISPLAY "*** FLUXO DE CAIXA PROJETADO CONCLUIDO ***"
                DISPLAY "DIAS NEGATIVOS NO HORIZONTE : " W-NEGATIVOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
