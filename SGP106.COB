      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cadastro de Enderecos de Estoque (CADLOC.DAT) - onde
      *          o produto fica fisicamente em cada deposito:
      *          corredor, prateleira e nivel, chave produto +
      *          deposito. A lista de separacao do SGP026 sai na
      *          ordem desses enderecos, a entrada do SGP018 sugere
      *          onde guardar a mercadoria e o SGP107 lista o que tem
      *          saldo e ainda nao tem endereco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP106.
      ******************************************
      * MANUTENCAO DE ENDERECOS DE ESTOQUE     *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRDP.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * UM ENDERECO POR PRODUTO E DEPOSITO. CORREDOR, PRATELEIRA E
      * NIVEL SAO ALFANUMERICOS E ORDENAM A LISTA DE SEPARACAO NA
      * ORDEM DE CARACTERES - POR ISSO SAO DIGITADOS COM ZEROS A
      * ESQUERDA ("A01", "007", "02").
       FD CADLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOC.DAT".
       01 REGLOC.
                03 LOC-CHAVE.
                       04 LOC-PRODCOD   PIC 9(08).
                       04 LOC-DEPOSITO  PIC 9(02).
                03 LOC-ENDERECO.
                       04 LOC-CORREDOR  PIC X(03).
                       04 LOC-PRATELEIRA PIC X(03).
                       04 LOC-NIVEL     PIC X(02).
                03 LOC-DATA             PIC 9(08).
                03 LOC-OPERADOR         PIC X(10).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002), PARA CONFERIR
      * O PRODUTO E MOSTRAR A DENOMINACAO.
       FD CADPRO.
       01 REGPRO.
                03 CODIGO            PIC 9(08).
                03 DENOMINACAO       PIC X(30).
                03 UNIDADE-PRO       PIC X(12).
                03 PRECOCUSTO        PIC 9(06)V99.
                03 PRECOVENDA-PRO    PIC 9(06)V99.
                03 TIPOPRODUTO       PIC X(12).
                03 SITUACAO-PRO      PIC X(12).
                03 ESTOQUEATUAL      PIC 9(06).
                03 FORNECEDOR-PREF   PIC X(14).
                03 EAN-PRO           PIC 9(13).
      *
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006), SO
      * PARA MOSTRAR O SALDO DO PRODUTO NO DEPOSITO.
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
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
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRDP     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TEM-DEP    PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PRODUTO E DEPOSITO EM MANUTENCAO
       77 W-PROCOD     PIC 9(08) VALUE ZEROS.
       77 W-PRONOME    PIC X(30) VALUE SPACES.
       77 W-DEPOSITO   PIC 9(02) VALUE ZEROS.
       01 W-ENDERECO.
                03 W-CORREDOR      PIC X(03).
                03 W-PRATELEIRA    PIC X(03).
                03 W-NIVEL         PIC X(02).
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE ENDERECOS DO PRODUTO
       01 DET-LOC.
                03 FILLER          PIC X(04) VALUE "DEP ".
                03 DETL-DEP        PIC 99.
                03 FILLER          PIC X(07) VALUE "  CORR ".
                03 DETL-CORR       PIC X(03).
                03 FILLER          PIC X(07) VALUE "  PRAT ".
                03 DETL-PRAT       PIC X(03).
                03 FILLER          PIC X(06) VALUE "  NIV ".
                03 DETL-NIV        PIC X(02).
                03 FILLER          PIC X(08) VALUE "  SALDO ".
                03 DETL-SALDO      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** CADASTRO DE ENDERECOS DE ESTOQUE ***".
           05  LINE 03  COLUMN 01
               VALUE  "PRODUTO (COD)  :".
           05  LINE 04  COLUMN 01
               VALUE  "DENOMINACAO    :".
           05  LINE 05  COLUMN 01
               VALUE  "DEPOSITO       :".
           05  LINE 06  COLUMN 01
               VALUE  "SALDO NO DEP.  :".
           05  LINE 08  COLUMN 01
               VALUE  "CORREDOR       :".
           05  LINE 09  COLUMN 01
               VALUE  "PRATELEIRA     :".
           05  LINE 10  COLUMN 01
               VALUE  "NIVEL          :".
           05  LINE 12  COLUMN 01
               VALUE  "ENDERECOS DO PRODUTO:".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN I-O CADLOC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADLOC
                      CLOSE CADLOC
                      MOVE "*** ARQUIVO CADLOC CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADLOC" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      GO TO INC-000A.
       INC-000A.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADLOC
               GO TO ROT-FIM.
      *
      * SEM CADDEP O SALDO POR DEPOSITO SO NAO E MOSTRADO.
      *
           OPEN INPUT CADDEP
           IF ST-ERRDP = "00"
               MOVE "S" TO W-TEM-DEP
           ELSE
               MOVE "N" TO W-TEM-DEP.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
                DISPLAY TELA.
       INC-002.
                MOVE ZEROS TO W-PROCOD
                ACCEPT W-PROCOD AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADLOC CADPRO
                   IF W-TEM-DEP = "S"
                      CLOSE CADDEP
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                MOVE W-PROCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DENOMINACAO TO W-PRONOME.
       INC-002R.
                DISPLAY TELA
                DISPLAY W-PROCOD AT 0318
                DISPLAY W-PRONOME AT 0418
                PERFORM LIS-LOC THRU LIS-LOC-FIM.
       INC-003.
                MOVE 1 TO W-DEPOSITO
                ACCEPT W-DEPOSITO WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-DEPOSITO = ZEROS
                   MOVE "*** DEPOSITO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE ZEROS TO DEP-SALDO
                IF W-TEM-DEP = "S"
                   MOVE W-PROCOD TO DEP-PRODCOD
                   MOVE W-DEPOSITO TO DEP-CODIGO
                   READ CADDEP
                   IF ST-ERRDP NOT = "00"
                      MOVE ZEROS TO DEP-SALDO.
                DISPLAY DEP-SALDO AT 0618.
       LER-LOC01.
                MOVE 0 TO W-SEL
                MOVE W-PROCOD TO LOC-PRODCOD
                MOVE W-DEPOSITO TO LOC-DEPOSITO
                READ CADLOC
                IF ST-ERRO = "00"
                      DISPLAY LOC-CORREDOR AT 0818
                      DISPLAY LOC-PRATELEIRA AT 0918
                      DISPLAY LOC-NIVEL AT 1018
                      MOVE "*** ENDERECO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      MOVE SPACES TO LOC-ENDERECO
                      GO TO INC-004
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADLOC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-004.
                MOVE LOC-CORREDOR TO W-CORREDOR
                ACCEPT W-CORREDOR WITH UPDATE AT 0818
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-CORREDOR = SPACES
                   MOVE "*** INFORME O CORREDOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                MOVE LOC-PRATELEIRA TO W-PRATELEIRA
                ACCEPT W-PRATELEIRA WITH UPDATE AT 0918
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF W-PRATELEIRA = SPACES
                   MOVE "*** INFORME A PRATELEIRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                MOVE LOC-NIVEL TO W-NIVEL
                ACCEPT W-NIVEL WITH UPDATE AT 1018
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                MOVE W-ENDERECO TO LOC-ENDERECO
                MOVE W-DATAHOJE TO LOC-DATA
                MOVE W-OPERADOR TO LOC-OPERADOR
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-PROCOD TO LOC-PRODCOD
                MOVE W-DEPOSITO TO LOC-DEPOSITO
                WRITE REGLOC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002R.
                IF ST-ERRO = "22"
                      MOVE "*** ENDERECO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002R
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADLOC"
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
                   GO TO INC-002R.
                IF W-ACT = 03
                   GO TO INC-004.
      *
       EXC-OPC.
                DISPLAY "EXCLUIR   (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADLOC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY "ALTERAR  (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGLOC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                MOVE "ERRO NA ALTERACAO DO REGISTRO LOC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS ENDERECOS JA        *
      * CADASTRADOS DO PRODUTO, UM POR DEPOSITO (ATE 10  *
      * LINHAS), COM O SALDO DE CADA DEPOSITO            *
      ***************************************************
      *
       LIS-LOC.
                MOVE ZEROS TO W-LINCON
                MOVE W-PROCOD TO LOC-PRODCOD
                MOVE ZEROS TO LOC-DEPOSITO
                START CADLOC KEY IS NOT LESS LOC-CHAVE INVALID KEY
                      GO TO LIS-LOC-FIM.
       LIS-LOC-010.
                READ CADLOC NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-LOC-FIM.
                IF LOC-PRODCOD NOT = W-PROCOD
                   GO TO LIS-LOC-FIM.
                IF W-LINCON NOT < 10
                   GO TO LIS-LOC-FIM.
                ADD 1 TO W-LINCON
                MOVE LOC-DEPOSITO TO DETL-DEP
                MOVE LOC-CORREDOR TO DETL-CORR
                MOVE LOC-PRATELEIRA TO DETL-PRAT
                MOVE LOC-NIVEL TO DETL-NIV
                MOVE ZEROS TO DETL-SALDO
                IF W-TEM-DEP = "S"
                   MOVE LOC-PRODCOD TO DEP-PRODCOD
                   MOVE LOC-DEPOSITO TO DEP-CODIGO
                   READ CADDEP
                   IF ST-ERRDP = "00"
                      MOVE DEP-SALDO TO DETL-SALDO.
                COMPUTE W-POSLIN = (12 + W-LINCON) * 100 + 1
                DISPLAY DET-LOC AT W-POSLIN
                GO TO LIS-LOC-010.
       LIS-LOC-FIM.
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
