      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Periodos contabeis (CADMES.DAT) - reabertura pelo
      *          supervisor de um mes fechado no fechamento de mes
      *          (SGP016), com o motivo obrigatorio, e novo
      *          fechamento do mes reaberto depois da correcao. Cada
      *          troca e registrada no CADMES.LOG com o operador, a
      *          data, a hora e o motivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP115.
      ******************************************
      * REABERTURA DE PERIODO CONTABIL         *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMSL ASSIGN TO "CADMES.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRL.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * PERIODOS CONTABEIS (MESMO LAYOUT DO SGP016).
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
      * REGISTRO DE FECHAMENTOS E REABERTURAS (MESMO LAYOUT DO SGP016).
       FD CADMSL.
       01 REGMSL.
                03 MSL-DATA             PIC 9(08).
                03 MSL-HORA             PIC 9(08).
                03 MSL-OPERADOR         PIC X(10).
                03 MSL-ANOMES           PIC 9(06).
                03 MSL-ACAO             PIC X(10).
                03 MSL-MOTIVO           PIC X(40).
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
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRL      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MES EM MANUTENCAO E ACAO: R = REABRIR UM MES FECHADO,
      *   F = FECHAR DE NOVO UM MES REABERTO
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-AAAA       PIC 9(04) VALUE ZEROS.
       77 W-MM         PIC 9(02) VALUE ZEROS.
       77 W-ACAO       PIC X(01) VALUE SPACES.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE PERIODOS
       01 DET-MES.
                03 DETM-ANOMES     PIC 9(06).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETM-SITUACAO   PIC X(07).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETM-DTFECH     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETM-OPFECH     PIC X(10).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETM-DTREAB     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETM-OPREAB     PIC X(10).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** REABERTURA DE PERIODO CONTABIL ***".
           05  LINE 03  COLUMN 01
               VALUE  "MES (AAAAMM)   :".
           05  LINE 04  COLUMN 01
               VALUE  "SITUACAO       :".
           05  LINE 05  COLUMN 01
               VALUE  "ACAO R/F       :".
           05  LINE 06  COLUMN 01
               VALUE  "MOTIVO         :".
           05  LINE 08  COLUMN 01
               VALUE  "MES     SITUAC.  FECHADO EM/POR".
           05  LINE 08  COLUMN 39
               VALUE  "REABERTO EM/POR".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-NIVEL TO W-NIVEL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-NIVEL < 2
              MOVE "*** REABERTURA RESTRITA AO NIVEL 2 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
      * SEM O CADMES NENHUM MES FOI FECHADO AINDA: NAO HA O QUE
      * REABRIR.
      *
           OPEN I-O CADMES
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                  MOVE "*** NENHUM MES FECHADO (SEM CADMES) ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM
               ELSE
                  MOVE "ERRO NA ABERTURA DO ARQ CADMES" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
       INC-001.
                DISPLAY TELA
                PERFORM LIS-MES THRU LIS-MES-FIM.
       INC-002.
                MOVE ZEROS TO W-ANOMES
                ACCEPT W-ANOMES AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADMES
                   GO TO ROT-FIM.
                DIVIDE W-ANOMES BY 100 GIVING W-AAAA REMAINDER W-MM
                IF W-MM < 1 OR W-MM > 12
                   MOVE "*** MES INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-ANOMES TO MES-ANOMES
                READ CADMES
                IF ST-ERRO = "23"
                   MOVE "*** MES NUNCA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA ARQ. CADMES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                DISPLAY MES-SITUACAO AT 0418.
      *
      * MES FECHADO SO PODE SER REABERTO; MES REABERTO SO PODE SER
      * FECHADO DE NOVO.
      *
       INC-003.
                IF MES-SITUACAO = "FECHADO"
                   MOVE "R" TO W-ACAO
                ELSE
                   MOVE "F" TO W-ACAO.
                ACCEPT W-ACAO WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-ACAO = "r"
                   MOVE "R" TO W-ACAO.
                IF W-ACAO = "f"
                   MOVE "F" TO W-ACAO.
                IF W-ACAO NOT = "R" AND "F"
                   MOVE "*** DIGITE R=REABRIR OU F=FECHAR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-ACAO = "R" AND MES-SITUACAO NOT = "FECHADO"
                   MOVE "*** MES JA ESTA ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                IF W-ACAO = "F" AND MES-SITUACAO = "FECHADO"
                   MOVE "*** MES JA ESTA FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * QUEM REABRE DIZ POR QUE; NO NOVO FECHAMENTO O MOTIVO E
      * OPCIONAL.
      *
       INC-004.
                MOVE SPACES TO W-MOTIVO
                ACCEPT W-MOTIVO AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-MOTIVO = SPACES AND W-ACAO = "R"
                   MOVE "*** INFORME O MOTIVO DA REABERTURA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                IF W-MOTIVO = SPACES
                   MOVE "NOVO FECHAMENTO APOS REABERTURA" TO W-MOTIVO.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       ALT-RW1.
                IF W-ACAO = "R"
                   MOVE "ABERTO" TO MES-SITUACAO
                   MOVE W-DATAHOJE TO MES-DTREAB
                   MOVE W-OPERADOR TO MES-OPREAB
                ELSE
                   MOVE "FECHADO" TO MES-SITUACAO
                   MOVE W-DATAHOJE TO MES-DTFECH
                   MOVE W-OPERADOR TO MES-OPFECH.
                REWRITE REGMES
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO CADMES" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM GRA-LOG THRU GRA-LOG-FIM
                IF W-ACAO = "R"
                   MOVE "*** MES REABERTO ***" TO MENS
                ELSE
                   MOVE "*** MES FECHADO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
      ***************************************************
      * REGISTRA NO CADMES.LOG QUEM REABRIU (OU FECHOU   *
      * DE NOVO) O MES, QUANDO E POR QUE                 *
      ***************************************************
      *
       GRA-LOG.
                OPEN EXTEND CADMSL
                IF ST-ERRL = "30" OR "35"
                   OPEN OUTPUT CADMSL
                   CLOSE CADMSL
                   OPEN EXTEND CADMSL.
                IF ST-ERRL NOT = "00"
                   MOVE "ERRO NA ABERTURA DO CADMES.LOG" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRA-LOG-FIM.
                MOVE W-DATAHOJE TO MSL-DATA
                ACCEPT MSL-HORA FROM TIME
                MOVE W-OPERADOR TO MSL-OPERADOR
                MOVE W-ANOMES TO MSL-ANOMES
                IF W-ACAO = "R"
                   MOVE "REABERTURA" TO MSL-ACAO
                ELSE
                   MOVE "FECHAMENTO" TO MSL-ACAO.
                MOVE W-MOTIVO TO MSL-MOTIVO
                WRITE REGMSL
                CLOSE CADMSL.
       GRA-LOG-FIM.
                EXIT.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS MESES DOS ULTIMOS   *
      * DOZE MESES QUE JA PASSARAM POR FECHAMENTO        *
      ***************************************************
      *
       LIS-MES.
                MOVE ZEROS TO W-LINCON
                DIVIDE W-DATAHOJE BY 100 GIVING MES-ANOMES
                SUBTRACT 99 FROM MES-ANOMES
                START CADMES KEY IS NOT LESS MES-ANOMES INVALID KEY
                      GO TO LIS-MES-FIM.
       LIS-MES-010.
                READ CADMES NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-MES-FIM.
                IF W-LINCON NOT < 12
                   GO TO LIS-MES-FIM.
                ADD 1 TO W-LINCON
                MOVE MES-ANOMES TO DETM-ANOMES
                MOVE MES-SITUACAO TO DETM-SITUACAO
                MOVE MES-DTFECH TO DETM-DTFECH
                MOVE MES-OPFECH TO DETM-OPFECH
                MOVE MES-DTREAB TO DETM-DTREAB
                MOVE MES-OPREAB TO DETM-OPREAB
                COMPUTE W-POSLIN = (8 + W-LINCON) * 100 + 1
                DISPLAY DET-MES AT W-POSLIN
                GO TO LIS-MES-010.
       LIS-MES-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY MENS AT 2312.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 30000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY LIMPA AT 2312.
       ROT-MENS-FIM.
                EXIT.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
