      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cadastro de Equivalentes (CADEQV.DAT) - liga um
      *          produto aos seus substitutos (outra marca, outra
      *          embalagem): codigo do produto + codigo do substituto
      *          -> observacao. Quando falta estoque para uma linha,
      *          o SGP006 e o SGP062 mostram os substitutos com saldo
      *          para o operador trocar ou dividir a linha. A ligacao
      *          e de mao unica (cadastre o inverso se valer tambem).
      *          Kit nao entra como produto nem como substituto
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP086.
      ******************************************
      * MANUTENCAO DE PRODUTOS EQUIVALENTES    *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADEQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EQV-CHAVE
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
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRKT
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * UM REGISTRO POR SUBSTITUTO DO PRODUTO. A ORDEM DA CHAVE E A
      * ORDEM EM QUE OS SUBSTITUTOS APARECEM NA DIGITACAO.
       FD CADEQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQV.DAT".
       01 REGEQV.
                03 EQV-CHAVE.
                       04 EQV-CODIGO    PIC 9(08).
                       04 EQV-SUBST     PIC 9(08).
                03 EQV-OBS              PIC X(30).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002), PARA CONFERIR
      * O PRODUTO E O SUBSTITUTO E MOSTRAR AS DENOMINACOES.
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
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): KIT NAO TEM
      * SALDO PROPRIO, ENTAO NAO SERVE DE SUBSTITUTO NEM TEM UM.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-TEM-KIT    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   PRODUTO E SUBSTITUTO EM MANUTENCAO
       77 W-PROCOD     PIC 9(08) VALUE ZEROS.
       77 W-PRONOME    PIC X(30) VALUE SPACES.
       77 W-SUBCOD     PIC 9(08) VALUE ZEROS.
       77 W-OBS        PIC X(30) VALUE SPACES.
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE SUBSTITUTOS DO PRODUTO
       01 DET-SUB.
                03 DETS-CODIGO     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETS-NOME       PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETS-OBS        PIC X(30).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** CADASTRO DE EQUIVALENTES ***".
           05  LINE 03  COLUMN 01
               VALUE  "PRODUTO (COD)  :".
           05  LINE 04  COLUMN 01
               VALUE  "DENOMINACAO    :".
           05  LINE 06  COLUMN 01
               VALUE  "SUBSTITUTO(COD):".
           05  LINE 07  COLUMN 01
               VALUE  "DENOMINACAO    :".
           05  LINE 08  COLUMN 01
               VALUE  "OBSERVACAO     :".
           05  LINE 10  COLUMN 01
               VALUE  "SUBSTITUTOS DO PRODUTO:".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN I-O CADEQV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADEQV
                      CLOSE CADEQV
                      MOVE "*** ARQUIVO CADEQV CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADEQV" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      GO TO INC-000A.
       INC-000A.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADEQV
               GO TO ROT-FIM.
      *
      * SEM CADKIT NENHUM PRODUTO E KIT.
      *
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
       INC-001.
                DISPLAY TELA.
       INC-002.
                MOVE ZEROS TO W-PROCOD
                ACCEPT W-PROCOD AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADEQV CADPRO
                   IF W-TEM-KIT = "S"
                      CLOSE CADKIT
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                MOVE W-PROCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE DENOMINACAO TO W-PRONOME
                PERFORM VER-KIT THRU VER-KIT-FIM
                IF W-EKIT = "S"
                   MOVE "*** KIT NAO TEM SUBSTITUTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
       INC-002R.
                DISPLAY TELA
                DISPLAY W-PROCOD AT 0318
                DISPLAY W-PRONOME AT 0418
                PERFORM LIS-SUB THRU LIS-SUB-FIM.
       INC-003.
                MOVE ZEROS TO W-SUBCOD
                ACCEPT W-SUBCOD AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-SUBCOD = ZEROS OR W-SUBCOD = W-PROCOD
                   MOVE "*** SUBSTITUTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                MOVE W-SUBCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** SUBSTITUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
                DISPLAY DENOMINACAO AT 0718
                PERFORM VER-KIT THRU VER-KIT-FIM
                IF W-EKIT = "S"
                   MOVE "*** KIT NAO PODE SER SUBSTITUTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-EQV01.
                MOVE 0 TO W-SEL
                MOVE W-PROCOD TO EQV-CODIGO
                MOVE W-SUBCOD TO EQV-SUBST
                READ CADEQV
                IF ST-ERRO = "00"
                      DISPLAY EQV-OBS AT 0818
                      MOVE "*** SUBSTITUTO JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      MOVE SPACES TO EQV-OBS
                      GO TO INC-004
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADEQV"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-004.
                MOVE EQV-OBS TO W-OBS
                ACCEPT W-OBS WITH UPDATE AT 0818
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                MOVE W-OBS TO EQV-OBS
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
                MOVE W-PROCOD TO EQV-CODIGO
                MOVE W-SUBCOD TO EQV-SUBST
                WRITE REGEQV
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002R.
                IF ST-ERRO = "22"
                      MOVE "*** SUBSTITUTO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-002R
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADEQV"
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
                DELETE CADEQV RECORD
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
                REWRITE REGEQV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002R.
                MOVE "ERRO NA ALTERACAO DO REGISTRO EQV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * CONFERE SE O PRODUTO CORRENTE (CODIGO) E UM KIT, *
      * ISTO E, TEM ALGUM COMPONENTE NO CADKIT           *
      ***************************************************
      *
       VER-KIT.
                MOVE "N" TO W-EKIT
                IF W-TEM-KIT = "N"
                   GO TO VER-KIT-FIM.
                MOVE CODIGO TO KIT-CODIGO
                MOVE ZEROS TO KIT-COMPCOD
                START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      GO TO VER-KIT-FIM.
                READ CADKIT NEXT
                IF ST-ERRKT = "00" AND KIT-CODIGO = CODIGO
                   MOVE "S" TO W-EKIT.
       VER-KIT-FIM.
                EXIT.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS SUBSTITUTOS JA      *
      * CADASTRADOS PARA O PRODUTO (ATE 10 LINHAS)       *
      ***************************************************
      *
       LIS-SUB.
                MOVE ZEROS TO W-LINCON
                MOVE W-PROCOD TO EQV-CODIGO
                MOVE ZEROS TO EQV-SUBST
                START CADEQV KEY IS NOT LESS EQV-CHAVE INVALID KEY
                      GO TO LIS-SUB-FIM.
       LIS-SUB-010.
                READ CADEQV NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-SUB-FIM.
                IF EQV-CODIGO NOT = W-PROCOD
                   GO TO LIS-SUB-FIM.
                IF W-LINCON NOT < 10
                   GO TO LIS-SUB-FIM.
                ADD 1 TO W-LINCON
                MOVE EQV-SUBST TO DETS-CODIGO
                MOVE EQV-SUBST TO CODIGO
                READ CADPRO
                IF ST-ERRP = "00"
                   MOVE DENOMINACAO TO DETS-NOME
                ELSE
                   MOVE "*** NAO CADASTRADO ***" TO DETS-NOME.
                MOVE EQV-OBS TO DETS-OBS
                COMPUTE W-POSLIN = (10 + W-LINCON) * 100 + 1
                DISPLAY DET-SUB AT W-POSLIN
                GO TO LIS-SUB-010.
       LIS-SUB-FIM.
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
