       SELECT RELREAJ ASSIGN TO "RELREAJ.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 H-PRECOCUSTO-NOV  PIC 9(06)V99.
                03 H-PRECOVENDA-ANT  PIC 9(06)V99.
                03 H-PRECOVENDA-NOV  PIC 9(06)V99.
                03 H-OPERADOR        PIC X(10).
                03 H-HORA            PIC 9(08).
      *
       FD RELREAJ.
       01 LINHA-REL        PIC X(100).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
       FD SESSAO.
       01 REGSES.
                03 SES-OPERADOR      PIC X(10).
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRH      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-REAJUST    PIC 9(06) VALUE ZEROS.
       INICIO.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           OPEN I-O CADPRO
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
           MOVE PRECOCUSTO       TO H-PRECOCUSTO-NOV
           MOVE W-VENDA-ANT      TO H-PRECOVENDA-ANT
           MOVE PRECOVENDA-PRO   TO H-PRECOVENDA-NOV
           MOVE W-OPERADOR       TO H-OPERADOR
           ACCEPT H-HORA FROM TIME
           WRITE REGPROH
           CLOSE CADPROH.
       GRA-HST-FIM.
