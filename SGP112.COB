      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cadastro de Depositos de Estoque (CADDPS.DAT) - nome
      *          de cada deposito e a filial (CADFIL, SGP111) a que
      *          ele pertence. O saldo por deposito continua no
      *          CADDEP; o pedido so aceita deposito da filial da
      *          sessao
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP112.
      ******************************************
      * MANUTENCAO DE DEPOSITOS                *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADDPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPS-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRFI.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * UM REGISTRO POR DEPOSITO (O MESMO CODIGO DE DEP-CODIGO DO
      * CADDEP E DE PED-DEPOSITO) COM A FILIAL DONA DELE.
       FD CADDPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDPS.DAT".
       01 REGDPS.
                03 DPS-CODIGO           PIC 9(02).
                03 DPS-NOME             PIC X(30).
                03 DPS-FILIAL           PIC 9(02).
                03 DPS-DATA             PIC 9(08).
                03 DPS-OPERADOR         PIC X(10).
      *
      * FILIAIS (MESMO LAYOUT DO SGP111).
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
       01 REGFIL.
                03 FIL-CODIGO           PIC 9(02).
                03 FIL-NOME             PIC X(30).
                03 FIL-CNPJ             PIC X(18).
                03 FIL-CIDADE           PIC X(25).
                03 FIL-UF               PIC X(02).
                03 FIL-DEPOSITO         PIC 9(02).
                03 FIL-SITUACAO         PIC X(10).
                03 FIL-DATA             PIC 9(08).
                03 FIL-OPERADOR         PIC X(10).
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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DEPOSITO EM MANUTENCAO
       77 W-DEPOSITO   PIC 9(02) VALUE ZEROS.
       77 W-NOME       PIC X(30) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE ZEROS.
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE DEPOSITOS CADASTRADOS
       01 DET-DPS.
                03 FILLER          PIC X(04) VALUE "DEP ".
                03 DETD-CODIGO     PIC 99.
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETD-NOME       PIC X(30).
                03 FILLER          PIC X(09) VALUE "  FILIAL ".
                03 DETD-FILIAL     PIC 99.
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETD-FILNOME    PIC X(25).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** CADASTRO DE DEPOSITOS DE ESTOQUE ***".
           05  LINE 03  COLUMN 01
               VALUE  "DEPOSITO (COD) :".
           05  LINE 04  COLUMN 01
               VALUE  "NOME           :".
           05  LINE 05  COLUMN 01
               VALUE  "FILIAL         :".
           05  LINE 08  COLUMN 01
               VALUE  "DEPOSITOS CADASTRADOS:".
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
              MOVE "*** CADASTRO DE DEPOSITOS RESTRITO AO NIVEL 2 ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADFIL
           IF ST-ERRFI NOT = "00"
               MOVE "*** CADFIL NAO ENCONTRADO - VER SGP111 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-000A.
           OPEN I-O CADDPS
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADDPS
                      CLOSE CADDPS
                      MOVE "*** ARQUIVO CADDPS CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADDPS" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADFIL
                      GO TO ROT-FIM.
       INC-001.
                DISPLAY TELA
                PERFORM LIS-DPS THRU LIS-DPS-FIM.
       INC-002.
                MOVE ZEROS TO W-DEPOSITO
                ACCEPT W-DEPOSITO AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADDPS CADFIL
                   GO TO ROT-FIM.
                IF W-DEPOSITO = ZEROS
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-DPS01.
                MOVE 0 TO W-SEL
                MOVE W-DEPOSITO TO DPS-CODIGO
                READ CADDPS
                IF ST-ERRO = "00"
                      DISPLAY DPS-NOME AT 0418
                      DISPLAY DPS-FILIAL AT 0518
                      MOVE "*** DEPOSITO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      MOVE SPACES TO DPS-NOME
                      MOVE 1 TO DPS-FILIAL
                      GO TO INC-003
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADDPS"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-003.
                MOVE DPS-NOME TO W-NOME
                ACCEPT W-NOME WITH UPDATE AT 0418
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-NOME = SPACES
                   MOVE "*** INFORME O NOME DO DEPOSITO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                MOVE DPS-FILIAL TO W-FILIAL
                ACCEPT W-FILIAL WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-FILIAL TO FIL-CODIGO
                READ CADFIL
                IF ST-ERRFI NOT = "00"
                   MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                DISPLAY FIL-NOME AT 0522
                MOVE W-NOME TO DPS-NOME
                MOVE W-FILIAL TO DPS-FILIAL
                MOVE W-DATAHOJE TO DPS-DATA
                MOVE W-OPERADOR TO DPS-OPERADOR
                IF W-SEL = 1
                   GO TO ALT-OPC.
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
       INC-WR1.
                MOVE W-DEPOSITO TO DPS-CODIGO
                WRITE REGDPS
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** DEPOSITO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADDPS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                 AT 2312.
                ACCEPT W-OPCAO AT 2355
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY MENS AT 2312.
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-003.
      *
       EXC-OPC.
                DISPLAY "EXCLUIR   (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADDPS RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY "ALTERAR  (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGDPS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DPS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS DEPOSITOS JA        *
      * CADASTRADOS COM A FILIAL DE CADA UM (ATE 12      *
      * LINHAS)                                          *
      ***************************************************
      *
       LIS-DPS.
                MOVE ZEROS TO W-LINCON
                MOVE ZEROS TO DPS-CODIGO
                START CADDPS KEY IS NOT LESS DPS-CODIGO INVALID KEY
                      GO TO LIS-DPS-FIM.
       LIS-DPS-010.
                READ CADDPS NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-DPS-FIM.
                IF W-LINCON NOT < 12
                   GO TO LIS-DPS-FIM.
                ADD 1 TO W-LINCON
                MOVE DPS-CODIGO TO DETD-CODIGO
                MOVE DPS-NOME TO DETD-NOME
                MOVE DPS-FILIAL TO DETD-FILIAL
                MOVE SPACES TO DETD-FILNOME
                MOVE DPS-FILIAL TO FIL-CODIGO
                READ CADFIL
                IF ST-ERRFI = "00"
                   MOVE FIL-NOME TO DETD-FILNOME.
                COMPUTE W-POSLIN = (8 + W-LINCON) * 100 + 1
                DISPLAY DET-DPS AT W-POSLIN
                GO TO LIS-DPS-010.
       LIS-DPS-FIM.
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
