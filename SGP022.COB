      * Author: LAZARO V.A. SANTOS
      * Date: 22-08-2026
      * Purpose: Aging do contas a receber - saldos vencidos e a
      *          vencer por cliente, a partir do CADREC.DAT; as
      *          parcelas de acordo de renegociacao (CADRNG, SGP098)
      *          saem numa linha propria, fora das faixas de atraso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADRNG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RNG-NUMERO
                    FILE STATUS  IS ST-ERRRN
                    ALTERNATE RECORD KEY IS RNG-CPF
                                                      WITH DUPLICATES.
       SELECT RELAGING ASSIGN TO "RELAGING.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * ACORDOS DE RENEGOCIACAO (MESMO LAYOUT DO SGP098): PARCELA CUJO
      * REC-PEDIDO E UM NUMERO DE ACORDO E DIVIDA RENEGOCIADA.
       FD CADRNG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNG.DAT".
       01 REGRNG.
                03 RNG-NUMERO           PIC 9(05).
                03 RNG-CPF              PIC X(14).
                03 RNG-DATA             PIC 9(08).
                03 RNG-OPERADOR         PIC X(10).
                03 RNG-SALDO            PIC 9(09)V99.
                03 RNG-ENCARGO          PIC 9(09)V99.
                03 RNG-DESCONTO         PIC 9(09)V99.
                03 RNG-VALOR            PIC 9(09)V99.
                03 RNG-CONDPAG          PIC 9(01).
                03 RNG-NPARC            PIC 9(02).
                03 RNG-QTDORIG          PIC 9(02).
                03 RNG-ORIG OCCURS 20 TIMES.
                       04 RNGO-PEDIDO   PIC 9(05).
                       04 RNGO-PARCELA  PIC 9(02).
                       04 RNGO-VENC     PIC 9(08).
                       04 RNGO-SALDO    PIC 9(08)V99.
                       04 RNGO-ENCARGO  PIC 9(08)V99.
      *
       FD RELAGING.
       01 LINHA-REL        PIC X(80).
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRRN     PIC X(02) VALUE "00".
       77 W-TEM-RNG    PIC X(01) VALUE "N".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-ABERTAS    PIC 9(06) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
          03 W-SUB-F60      PIC 9(09)V99 VALUE ZEROS.
          03 W-SUB-F90      PIC 9(09)V99 VALUE ZEROS.
          03 W-SUB-F90M     PIC 9(09)V99 VALUE ZEROS.
          03 W-SUB-RENEG    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-GER.
          03 W-TOT-AVENCER  PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F30      PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F60      PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F90      PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F90M     PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-RENEG    PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(80) VALUE SPACES.
          03 SUBR-VENCIDO  PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(10) VALUE " A VENCER ".
          03 SUBR-AVENCER  PIC ZZZZZZZ9,99.
       01 SUB-RNG.
          03 FILLER        PIC X(09) VALUE " CLIENTE ".
          03 SUBG-CPF      PIC X(14).
          03 FILLER        PIC X(13) VALUE " RENEGOCIADO ".
          03 SUBG-VALOR    PIC ZZZZZZZ9,99.
       01 TOT-REL.
          03 FILLER        PIC X(11) VALUE "FAIXA      ".
          03 TOTR-FAIXA    PIC X(11).
          03 FILLER        PIC X(03) VALUE " : ".
          03 TOTR-VALOR    PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
                 DISPLAY "*** ERRO NA ABERTURA DO RELAGING.TXT ***"
                 CLOSE CADREC
                 GO TO ROT-FIMS.
           OPEN INPUT CADRNG
           IF ST-ERRRN = "00"
                 MOVE "S" TO W-TEM-RNG.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE 1 TO W-MESES
           PERFORM CAL-CORTE THRU CAL-CORTE-FIM
           IF ST-ERRO NOT = "00"
                 GO TO INC-FIM.
           ADD 1 TO W-LIDAS
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                 GO TO INC-002.
           COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
           IF W-SALDOP = ZEROS
      ***************************************************
      *
       CLA-FAIXA.
           IF W-TEM-RNG = "S"
                 MOVE REC-PEDIDO TO RNG-NUMERO
                 READ CADRNG
                 IF ST-ERRRN = "00"
                       GO TO CLA-FAIXA-RNG.
           IF REC-VENCIMENTO NOT < W-DATAHOJE
                 MOVE "A VENCER" TO DETR-FAIXA
                 ADD W-SALDOP TO W-SUB-AVENCER
                 GO TO CLA-FAIXA-FIM.
           MOVE "MAIS DE 90" TO DETR-FAIXA
           ADD W-SALDOP TO W-SUB-F90M
           ADD W-SALDOP TO W-TOT-F90M
           GO TO CLA-FAIXA-FIM.
      *
      * PARCELA DE ACORDO: FICA NA LINHA DE RENEGOCIADOS, COM A
      * INDICACAO NO DETALHE DE QUE JA VENCEU DE NOVO.
      *
       CLA-FAIXA-RNG.
           IF REC-VENCIMENTO NOT < W-DATAHOJE
                 MOVE "RENEG"      TO DETR-FAIXA
           ELSE
                 MOVE "RENEG VENC" TO DETR-FAIXA.
           ADD W-SALDOP TO W-SUB-RENEG
           ADD W-SALDOP TO W-TOT-RENEG.
       CLA-FAIXA-FIM.
           EXIT.
      *
                                + W-SUB-F90 + W-SUB-F90M
           MOVE W-SUB-AVENCER TO SUBR-AVENCER
           WRITE LINHA-REL FROM SUB-REL
           IF W-SUB-RENEG NOT = ZEROS
                 MOVE W-CPF-ANT TO SUBG-CPF
                 MOVE W-SUB-RENEG TO SUBG-VALOR
                 WRITE LINHA-REL FROM SUB-RNG.
           MOVE ZEROS TO W-SUB-RENEG
           MOVE ZEROS TO W-SUB-AVENCER
           MOVE ZEROS TO W-SUB-F30
           MOVE ZEROS TO W-SUB-F60
           MOVE "MAIS DE 90" TO TOTR-FAIXA
           MOVE W-TOT-F90M   TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "RENEGOCIADO" TO TOTR-FAIXA
           MOVE W-TOT-RENEG  TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           GO TO ROT-FIM.
      *
      *********************************************
       ROT-FIM.
                CLOSE CADREC
                CLOSE RELAGING
                IF W-TEM-RNG = "S"
                      CLOSE CADRNG.
                DISPLAY "*** AGING DE CONTAS A RECEBER CONCLUIDO ***"
                DISPLAY "PARCELAS LIDAS         : " W-LIDAS
                DISPLAY "PARCELAS EM ABERTO      : " W-ABERTAS.
