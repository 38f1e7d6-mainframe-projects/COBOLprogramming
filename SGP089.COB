      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cheques a depositar - lista os cheques da custodia
      *          (CADCHQ.DAT) ainda em CUSTODIA com bom para ate a
      *          data informada (normalmente hoje), em ordem de bom
      *          para pela chave alternada; os que ja deviam ter sido
      *          depositados saem marcados ATRASADO. O deposito e
      *          feito no SGP088. Relatorio em CHQDEP.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP089.
      **************************************
      * CHEQUES A DEPOSITAR NO DIA         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT CHQDEP ASSIGN TO "CHQDEP.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CUSTODIA DE CHEQUES (MESMO LAYOUT DO SGP021).
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
       FD CHQDEP.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-LISTADOS   PIC 9(06) VALUE ZEROS.
       77 W-ATRASADOS  PIC 9(06) VALUE ZEROS.
       77 W-TOTAL      PIC 9(10)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(38) VALUE
                            "*** CHEQUES A DEPOSITAR ATE ***       ".
          03 TIT-DATA      PIC 9(08).
       01 LINHA-CAB.
          03 FILLER        PIC X(40) VALUE
                            "BOM PARA BCO AGENC CONTA        CHEQUE  ".
          03 FILLER        PIC X(40) VALUE
                            "EMITENTE       PED/PC       VALOR       ".
       01 DET-REL.
          03 DETR-BOMPARA  PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-BANCO    PIC 9(03).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-AGENCIA  PIC 9(05).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-CONTA    PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-NUMERO   PIC 9(06).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETR-EMITENTE PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-PEDIDO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 DETR-PARCELA  PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-VALOR    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-ATRASO   PIC X(08).
       01 LINHA-TOT.
          03 FILLER        PIC X(26) VALUE
                            "TOTAL A DEPOSITAR        :".
          03 TOT-VALOR     PIC ZZZZZZZZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(10) VALUE "CHEQUES : ".
          03 TOT-QTD       PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADCHQ
           IF ST-ERRCQ NOT = "00"
                 DISPLAY "*** NENHUM CHEQUE EM CUSTODIA ***"
                 GO TO ROT-FIMS.
           OPEN OUTPUT CHQDEP
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO CHQDEP.TXT ***"
                 CLOSE CADCHQ
                 GO TO ROT-FIMS.
      *
      * DATA EM BRANCO (ZEROS) = HOJE.
      *
       INC-000B.
           DISPLAY "DEPOSITAR ATE (AAAAMMDD) : ".
           ACCEPT W-DATA.
           IF W-DATA = ZEROS
                 ACCEPT W-DATA FROM DATE YYYYMMDD.
           MOVE W-DATA TO TIT-DATA
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB.
      *
      *****************************************************
      * PERCORRE A CUSTODIA PELO BOM PARA ATE A DATA       *
      *****************************************************
      *
           MOVE ZEROS TO CHQ-BOMPARA
           START CADCHQ KEY IS NOT LESS CHQ-BOMPARA INVALID KEY
                 GO TO INC-FIM.
       CHQ-001.
           READ CADCHQ NEXT
              AT END
                 GO TO INC-FIM.
           IF CHQ-BOMPARA > W-DATA
                 GO TO INC-FIM.
           ADD 1 TO W-LIDOS
           IF CHQ-SITUACAO NOT = "CUSTODIA"
                 GO TO CHQ-001.
           MOVE CHQ-BOMPARA  TO DETR-BOMPARA
           MOVE CHQ-BANCO    TO DETR-BANCO
           MOVE CHQ-AGENCIA  TO DETR-AGENCIA
           MOVE CHQ-CONTA    TO DETR-CONTA
           MOVE CHQ-NUMERO   TO DETR-NUMERO
           MOVE CHQ-EMITENTE TO DETR-EMITENTE
           MOVE CHQ-PEDIDO   TO DETR-PEDIDO
           MOVE CHQ-PARCELA  TO DETR-PARCELA
           MOVE CHQ-VALOR    TO DETR-VALOR
           IF CHQ-BOMPARA < W-DATA
                 MOVE "ATRASADO" TO DETR-ATRASO
                 ADD 1 TO W-ATRASADOS
           ELSE
                 MOVE SPACES TO DETR-ATRASO.
           WRITE LINHA-REL FROM DET-REL
           ADD 1 TO W-LISTADOS
           ADD CHQ-VALOR TO W-TOTAL
           GO TO CHQ-001.
      *
       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOTAL TO TOT-VALOR
           MOVE W-LISTADOS TO TOT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCHQ
                CLOSE CHQDEP
                DISPLAY "*** CHEQUES A DEPOSITAR CONCLUIDO ***"
                DISPLAY "REGISTROS ATE A DATA    : " W-LIDOS
                DISPLAY "CHEQUES A DEPOSITAR     : " W-LISTADOS
                DISPLAY "JA DEVIAM ESTAR DEPOSIT.: " W-ATRASADOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
