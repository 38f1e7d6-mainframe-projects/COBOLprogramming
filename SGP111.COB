      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cadastro de Filiais (CADFIL.DAT) - cada loja da
      *          empresa com nome, CNPJ, cidade/UF, deposito de
      *          estoque padrao e situacao. O login do SGP013 pede a
      *          filial e a grava na sessao; pedido, nota fiscal
      *          (com serie propria por filial), nota de credito,
      *          parcela do CADREC e lancamento do caixa levam a
      *          filial em que nasceram. Restrito ao nivel 2
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP111.
      ******************************************
      * MANUTENCAO DE FILIAIS                  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADDPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPS-CODIGO
                    FILE STATUS  IS ST-ERRDS.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * UMA FILIAL POR REGISTRO. FIL-DEPOSITO E O DEPOSITO DE ONDE
      * SAI A MERCADORIA VENDIDA NA FILIAL QUANDO O PEDIDO NAO DIZ
      * OUTRO. FILIAL INATIVA NAO ENTRA NO LOGIN.
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
      * DEPOSITOS DE ESTOQUE E A FILIAL A QUE CADA UM PERTENCE
      * (MESMO LAYOUT DO SGP112), PARA CONFERIR O DEPOSITO PADRAO.
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
       77 ST-ERRDS     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TEM-DPS    PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FILIAL EM MANUTENCAO
       77 W-FILIAL     PIC 9(02) VALUE ZEROS.
       01 W-REGFIL.
                03 W-NOME          PIC X(30).
                03 W-CNPJ          PIC X(18).
                03 W-CIDADE        PIC X(25).
                03 W-UF            PIC X(02).
                03 W-DEPOSITO      PIC 9(02).
                03 W-SITUACAO      PIC X(01).
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE FILIAIS CADASTRADAS
       01 DET-FIL.
                03 DETF-CODIGO     PIC 99.
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETF-NOME       PIC X(30).
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETF-CIDADE     PIC X(25).
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETF-UF         PIC X(02).
                03 FILLER          PIC X(05) VALUE "  DEP".
                03 DETF-DEP        PIC ZZ.
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETF-SITUACAO   PIC X(07).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 25
               VALUE  "*** CADASTRO DE FILIAIS ***".
           05  LINE 03  COLUMN 01
               VALUE  "FILIAL (COD)   :".
           05  LINE 04  COLUMN 01
               VALUE  "NOME           :".
           05  LINE 05  COLUMN 01
               VALUE  "CNPJ           :".
           05  LINE 06  COLUMN 01
               VALUE  "CIDADE         :".
           05  LINE 07  COLUMN 01
               VALUE  "UF             :".
           05  LINE 08  COLUMN 01
               VALUE  "DEPOSITO PADRAO:".
           05  LINE 09  COLUMN 01
               VALUE  "ATIVA (S/N)    :".
           05  LINE 11  COLUMN 01
               VALUE  "FILIAIS CADASTRADAS:".
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
              MOVE "*** CADASTRO DE FILIAIS RESTRITO AO NIVEL 2 ***"
                                                          TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-000A.
           OPEN I-O CADFIL
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADFIL
                      CLOSE CADFIL
                      MOVE "*** ARQUIVO CADFIL CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADFIL" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      * SEM CADDPS O DEPOSITO PADRAO NAO E CONFERIDO.
      *
           OPEN INPUT CADDPS
           IF ST-ERRDS = "00"
               MOVE "S" TO W-TEM-DPS
           ELSE
               MOVE "N" TO W-TEM-DPS.
       INC-001.
                DISPLAY TELA
                PERFORM LIS-FIL THRU LIS-FIL-FIM.
       INC-002.
                MOVE ZEROS TO W-FILIAL
                ACCEPT W-FILIAL AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFIL
                   IF W-TEM-DPS = "S"
                      CLOSE CADDPS
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF W-FILIAL = ZEROS
                   MOVE "*** FILIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       LER-FIL01.
                MOVE 0 TO W-SEL
                MOVE W-FILIAL TO FIL-CODIGO
                READ CADFIL
                IF ST-ERRO = "00"
                      PERFORM MOS-FIL THRU MOS-FIL-FIM
                      MOVE "*** FILIAL JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      MOVE SPACES TO FIL-NOME FIL-CNPJ FIL-CIDADE
                                     FIL-UF
                      MOVE 1 TO FIL-DEPOSITO
                      MOVE "ATIVA" TO FIL-SITUACAO
                      GO TO INC-003
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADFIL"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-003.
                MOVE FIL-NOME TO W-NOME
                ACCEPT W-NOME WITH UPDATE AT 0418
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-NOME = SPACES
                   MOVE "*** INFORME O NOME DA FILIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       INC-004.
                MOVE FIL-CNPJ TO W-CNPJ
                ACCEPT W-CNPJ WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
       INC-005.
                MOVE FIL-CIDADE TO W-CIDADE
                ACCEPT W-CIDADE WITH UPDATE AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
       INC-006.
                MOVE FIL-UF TO W-UF
                ACCEPT W-UF WITH UPDATE AT 0718
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
      *
      * O DEPOSITO PADRAO, SE JA CADASTRADO NO CADDPS, TEM QUE SER
      * DESTA FILIAL; AINDA NAO CADASTRADO ELE E ACEITO E DEPOIS
      * LIGADO A FILIAL NO SGP112.
      *
       INC-007.
                MOVE FIL-DEPOSITO TO W-DEPOSITO
                ACCEPT W-DEPOSITO WITH UPDATE AT 0818
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-DEPOSITO = ZEROS
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
                IF W-TEM-DPS = "S"
                   MOVE W-DEPOSITO TO DPS-CODIGO
                   READ CADDPS
                   IF ST-ERRDS = "00" AND DPS-FILIAL NOT = W-FILIAL
                      MOVE "*** DEPOSITO DE OUTRA FILIAL ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007.
       INC-008.
                IF FIL-SITUACAO = "INATIVA"
                   MOVE "N" TO W-SITUACAO
                ELSE
                   MOVE "S" TO W-SITUACAO.
                ACCEPT W-SITUACAO WITH UPDATE AT 0918
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF W-SITUACAO = "s"
                   MOVE "S" TO W-SITUACAO.
                IF W-SITUACAO = "n"
                   MOVE "N" TO W-SITUACAO.
                IF W-SITUACAO NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                MOVE W-NOME TO FIL-NOME
                MOVE W-CNPJ TO FIL-CNPJ
                MOVE W-CIDADE TO FIL-CIDADE
                MOVE W-UF TO FIL-UF
                MOVE W-DEPOSITO TO FIL-DEPOSITO
                IF W-SITUACAO = "S"
                   MOVE "ATIVA" TO FIL-SITUACAO
                ELSE
                   MOVE "INATIVA" TO FIL-SITUACAO.
                MOVE W-DATAHOJE TO FIL-DATA
                MOVE W-OPERADOR TO FIL-OPERADOR
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-FILIAL TO FIL-CODIGO
                WRITE REGFIL
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                      MOVE "*** FILIAL JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADFIL"
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
      * A FILIAL JA USADA EM PEDIDOS E NOTAS NAO DEVE SER EXCLUIDA,
      * SO INATIVADA; A EXCLUSAO FICA PARA A FILIAL CADASTRADA POR
      * ENGANO.
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
                DELETE CADFIL RECORD
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
                IF W-ACT = 02 GO TO INC-008.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGFIL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO FIL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * MOSTRA NA TELA A FILIAL LIDA                     *
      ***************************************************
      *
       MOS-FIL.
                DISPLAY FIL-NOME AT 0418
                DISPLAY FIL-CNPJ AT 0518
                DISPLAY FIL-CIDADE AT 0618
                DISPLAY FIL-UF AT 0718
                DISPLAY FIL-DEPOSITO AT 0818
                IF FIL-SITUACAO = "INATIVA"
                   DISPLAY "N" AT 0918
                ELSE
                   DISPLAY "S" AT 0918.
       MOS-FIL-FIM.
                EXIT.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA AS FILIAIS JA          *
      * CADASTRADAS (ATE 10 LINHAS)                      *
      ***************************************************
      *
       LIS-FIL.
                MOVE ZEROS TO W-LINCON
                MOVE ZEROS TO FIL-CODIGO
                START CADFIL KEY IS NOT LESS FIL-CODIGO INVALID KEY
                      GO TO LIS-FIL-FIM.
       LIS-FIL-010.
                READ CADFIL NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-FIL-FIM.
                IF W-LINCON NOT < 10
                   GO TO LIS-FIL-FIM.
                ADD 1 TO W-LINCON
                MOVE FIL-CODIGO TO DETF-CODIGO
                MOVE FIL-NOME TO DETF-NOME
                MOVE FIL-CIDADE TO DETF-CIDADE
                MOVE FIL-UF TO DETF-UF
                MOVE FIL-DEPOSITO TO DETF-DEP
                MOVE FIL-SITUACAO TO DETF-SITUACAO
                COMPUTE W-POSLIN = (11 + W-LINCON) * 100 + 1
                DISPLAY DET-FIL AT W-POSLIN
                GO TO LIS-FIL-010.
       LIS-FIL-FIM.
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
