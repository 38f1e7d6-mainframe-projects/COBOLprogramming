      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cadastro de Kits (CADKIT.DAT) - composicao do kit:
      *          codigo do kit (produto do CADPRO com preco proprio)
      *          + codigo do componente -> quantidade do componente
      *          por unidade de estoque do kit. O SGP006, SGP025 e
      *          SGP062 vendem o kit numa linha so e baixam o estoque
      *          dos componentes; cancelamentos e devolucoes devolvem
      *          os componentes. Kit nao pode ter kit como componente
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP078.
      ******************************************
      * MANUTENCAO DA COMPOSICAO DE KITS       *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * UM REGISTRO POR COMPONENTE DO KIT. KIT-QTD E A QUANTIDADE DO
      * COMPONENTE (EM UNIDADES DE ESTOQUE DELE) QUE SAI A CADA
      * UNIDADE DE ESTOQUE DO KIT VENDIDA.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002), PARA CONFERIR
      * O KIT E OS COMPONENTES E MOSTRAR AS DENOMINACOES.
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *----------------------------------------------------------------*
      *   KIT E COMPONENTE EM MANUTENCAO
       77 W-KITCOD     PIC 9(08) VALUE ZEROS.
       77 W-KITNOME    PIC X(30) VALUE SPACES.
       77 W-COMPCOD    PIC 9(08) VALUE ZEROS.
       77 W-QTDKIT     PIC 9(04) VALUE ZEROS.
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE COMPONENTES DO KIT
       01 DET-COMP.
                03 DETC-CODIGO     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETC-NOME       PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETC-QTD        PIC ZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** CADASTRO DE KITS ***".
           05  LINE 03  COLUMN 01
               VALUE  "KIT (COD)      :".
           05  LINE 04  COLUMN 01
               VALUE  "DENOMINACAO    :".
           05  LINE 06  COLUMN 01
               VALUE  "COMPONENTE(COD):".
           05  LINE 07  COLUMN 01
               VALUE  "DENOMINACAO    :".
           05  LINE 08  COLUMN 01
               VALUE  "QTD POR KIT    :".
           05  LINE 10  COLUMN 01
               VALUE  "COMPONENTES DO KIT:".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN I-O CADKIT
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADKIT
                      CLOSE CADKIT
                      MOVE "*** ARQUIVO CADKIT CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADKIT" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      GO TO INC-000A.
       INC-000A.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADKIT
               GO TO ROT-FIM.
       INC-001.
                DISPLAY TELA.
       INC-002.
                MOVE ZEROS TO W-KITCOD
                ACCEPT W-KITCOD AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADKIT CADPRO
                   GO TO ROT-FIM.
                MOVE W-KITCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DENOMINACAO TO W-KITNOME
      *
      * UM PRODUTO QUE JA E COMPONENTE DE ALGUM KIT NAO PODE VIRAR
      * KIT (A BAIXA DOS COMPONENTES E DE UM NIVEL SO).
      *
                MOVE W-KITCOD TO KIT-COMPCOD
                READ CADKIT KEY IS KIT-COMPCOD
                IF ST-ERRO = "00"
                   MOVE "*** PRODUTO E COMPONENTE DE OUTRO KIT ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002R.
                DISPLAY TELA
                DISPLAY W-KITCOD AT 0318
                DISPLAY W-KITNOME AT 0418
                PERFORM LIS-COMP THRU LIS-COMP-FIM.
       INC-003.
                MOVE ZEROS TO W-COMPCOD
                ACCEPT W-COMPCOD AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-COMPCOD = ZEROS OR W-COMPCOD = W-KITCOD
                   MOVE "*** COMPONENTE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-COMPCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** COMPONENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY DENOMINACAO AT 0718
                PERFORM VER-KIT THRU VER-KIT-FIM
                IF W-EKIT = "S"
                   MOVE "*** COMPONENTE NAO PODE SER OUTRO KIT ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-KIT01.
                MOVE 0 TO W-SEL
                MOVE W-KITCOD TO KIT-CODIGO
                MOVE W-COMPCOD TO KIT-COMPCOD
                READ CADKIT
                IF ST-ERRO = "00"
                      DISPLAY KIT-QTD AT 0818
                      MOVE "*** COMPONENTE JA CADASTRADO NO KIT ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      MOVE ZEROS TO KIT-QTD
                      GO TO INC-004
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADKIT"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-004.
                MOVE KIT-QTD TO W-QTDKIT
                ACCEPT W-QTDKIT WITH UPDATE AT 0818
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-QTDKIT = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
                MOVE W-QTDKIT TO KIT-QTD
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
                   GO TO INC-002R.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-KITCOD TO KIT-CODIGO
                MOVE W-COMPCOD TO KIT-COMPCOD
                WRITE REGKIT
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002R.
                IF ST-ERRO = "22"
                      MOVE "*** COMPONENTE JA EXISTE NO KIT ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002R
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADKIT"
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
                DELETE CADKIT RECORD
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
                IF W-ACT = 02 GO TO INC-004.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGKIT
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                MOVE "ERRO NA ALTERACAO DO REGISTRO KIT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * CONFERE SE O PRODUTO CORRENTE (CODIGO) JA E UM   *
      * KIT, ISTO E, TEM ALGUM COMPONENTE NO CADKIT      *
      ***************************************************
      *
       VER-KIT.
                MOVE "N" TO W-EKIT
                MOVE CODIGO TO KIT-CODIGO
                MOVE ZEROS TO KIT-COMPCOD
                START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      GO TO VER-KIT-FIM.
                READ CADKIT NEXT
                IF ST-ERRO = "00" AND KIT-CODIGO = CODIGO
                   MOVE "S" TO W-EKIT.
       VER-KIT-FIM.
                EXIT.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS COMPONENTES JA      *
      * CADASTRADOS NO KIT CORRENTE (ATE 10 LINHAS)      *
      ***************************************************
      *
       LIS-COMP.
                MOVE ZEROS TO W-LINCON
                MOVE W-KITCOD TO KIT-CODIGO
                MOVE ZEROS TO KIT-COMPCOD
                START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      GO TO LIS-COMP-FIM.
       LIS-COMP-010.
                READ CADKIT NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-COMP-FIM.
                IF KIT-CODIGO NOT = W-KITCOD
                   GO TO LIS-COMP-FIM.
                IF W-LINCON NOT < 10
                   GO TO LIS-COMP-FIM.
                ADD 1 TO W-LINCON
                MOVE KIT-COMPCOD TO DETC-CODIGO
                MOVE KIT-COMPCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP = "00"
                   MOVE DENOMINACAO TO DETC-NOME
                ELSE
                   MOVE "*** NAO CADASTRADO ***" TO DETC-NOME.
                MOVE KIT-QTD TO DETC-QTD
                COMPUTE W-POSLIN = (10 + W-LINCON) * 100 + 1
                DISPLAY DET-COMP AT W-POSLIN
                GO TO LIS-COMP-010.
       LIS-COMP-FIM.
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
