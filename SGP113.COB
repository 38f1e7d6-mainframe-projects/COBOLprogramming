      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Produtos na loja virtual (CADWEB.DAT) - marca se o
      *          produto do CADPRO vai ou nao para o feed do site
      *          (SGP114), com o motivo de quem tirou. Produto sem
      *          registro no CADWEB vai para o site; a marca nunca e
      *          apagada, so trocada, para o feed incremental enxergar
      *          a volta do produto ao site
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP113.
      ******************************************
      * PRODUTOS NA LOJA VIRTUAL               *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADWEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WEB-CODIGO
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
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * UM REGISTRO POR PRODUTO JA MARCADO: WEB-VENDA "S" = VAI PARA
      * O SITE, "N" = FORA DO SITE. DATA E HORA DA ULTIMA TROCA.
       FD CADWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADWEB.DAT".
       01 REGWEB.
                03 WEB-CODIGO           PIC 9(08).
                03 WEB-VENDA            PIC X(01).
                03 WEB-MOTIVO           PIC X(30).
                03 WEB-DATA             PIC 9(08).
                03 WEB-HORA             PIC 9(08).
                03 WEB-OPERADOR         PIC X(10).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002).
       FD CADPRO
               VALUE OF FILE-ID IS "CADPRO.DAT".
       01 REGPRO.
                03 CODIGO            PIC 9(08).
                03 DENOMINACAO       PIC X(30).
                03 UNIDADE           PIC X(12).
                03 PRECOCUSTO        PIC 9(06)V99.
                03 PRECOVENDA        PIC 9(06)V99.
                03 TIPOPRODUTO       PIC X(12).
                03 SITUACAO          PIC X(12).
                03 ESTOQUEATUAL      PIC 9(06).
                03 FORNECEDOR-PREF   PIC X(14).
                03 EAN-PRO           PIC 9(13).
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
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PRODUTO EM MANUTENCAO
       77 W-CODIGO     PIC 9(08) VALUE ZEROS.
       77 W-VENDA      PIC X(01) VALUE "S".
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE PRODUTOS FORA DO SITE
       01 DET-WEB.
                03 DETW-CODIGO     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETW-DENOM      PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACES.
                03 DETW-MOTIVO     PIC X(30).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** PRODUTOS NA LOJA VIRTUAL ***".
           05  LINE 03  COLUMN 01
               VALUE  "PRODUTO (COD)  :".
           05  LINE 04  COLUMN 01
               VALUE  "VAI P/ SITE S/N:".
           05  LINE 05  COLUMN 01
               VALUE  "MOTIVO         :".
           05  LINE 08  COLUMN 01
               VALUE  "PRODUTOS FORA DO SITE:".
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
              MOVE "*** LOJA VIRTUAL RESTRITA AO NIVEL 2 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
       INC-000A.
           OPEN I-O CADWEB
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADWEB
                      CLOSE CADWEB
                      MOVE "*** ARQUIVO CADWEB CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADWEB" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPRO
                      GO TO ROT-FIM.
       INC-001.
                DISPLAY TELA
                PERFORM LIS-WEB THRU LIS-WEB-FIM.
       INC-002.
                MOVE ZEROS TO W-CODIGO
                ACCEPT W-CODIGO AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADWEB CADPRO
                   GO TO ROT-FIM.
                MOVE W-CODIGO TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY DENOMINACAO AT 0328.
       LER-WEB01.
                MOVE 0 TO W-SEL
                MOVE W-CODIGO TO WEB-CODIGO
                READ CADWEB
                IF ST-ERRO = "00"
                      MOVE 1 TO W-SEL
                      GO TO INC-003.
                IF ST-ERRO = "23"
                      MOVE "S" TO WEB-VENDA
                      MOVE SPACES TO WEB-MOTIVO
                      GO TO INC-003.
                MOVE "ERRO NA LEITURA ARQ. CADWEB"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       INC-003.
                MOVE WEB-VENDA TO W-VENDA
                ACCEPT W-VENDA WITH UPDATE AT 0418
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-VENDA = "s"
                   MOVE "S" TO W-VENDA.
                IF W-VENDA = "n"
                   MOVE "N" TO W-VENDA.
                IF W-VENDA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * QUEM TIRA O PRODUTO DO SITE DIZ POR QUE; NA VOLTA O MOTIVO
      * FICA EM BRANCO.
      *
       INC-004.
                MOVE SPACES TO W-MOTIVO
                IF W-VENDA = "S"
                   DISPLAY W-MOTIVO AT 0518
                   GO TO INC-005.
                MOVE WEB-MOTIVO TO W-MOTIVO
                ACCEPT W-MOTIVO WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                IF W-SEL = 1 AND W-VENDA = WEB-VENDA
                                 AND W-MOTIVO = WEB-MOTIVO
                   MOVE "*** NADA ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE W-VENDA TO WEB-VENDA
                MOVE W-MOTIVO TO WEB-MOTIVO
                MOVE W-DATAHOJE TO WEB-DATA
                ACCEPT WEB-HORA FROM TIME
                MOVE W-OPERADOR TO WEB-OPERADOR.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                IF W-SEL = 1
                   GO TO ALT-RW1.
       INC-WR1.
                MOVE W-CODIGO TO WEB-CODIGO
                WRITE REGWEB
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO CADWEB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       ALT-RW1.
                REWRITE REGWEB
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO WEB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS PRODUTOS MARCADOS   *
      * FORA DO SITE, COM O MOTIVO (ATE 12 LINHAS)       *
      ***************************************************
      *
       LIS-WEB.
                MOVE ZEROS TO W-LINCON
                MOVE ZEROS TO WEB-CODIGO
                START CADWEB KEY IS NOT LESS WEB-CODIGO INVALID KEY
                      GO TO LIS-WEB-FIM.
       LIS-WEB-010.
                READ CADWEB NEXT
                IF ST-ERRO NOT = "00"
                   GO TO LIS-WEB-FIM.
                IF W-LINCON NOT < 12
                   GO TO LIS-WEB-FIM.
                IF WEB-VENDA NOT = "N"
                   GO TO LIS-WEB-010.
                ADD 1 TO W-LINCON
                MOVE WEB-CODIGO TO DETW-CODIGO
                MOVE WEB-MOTIVO TO DETW-MOTIVO
                MOVE SPACES TO DETW-DENOM
                MOVE WEB-CODIGO TO CODIGO
                READ CADPRO
                IF ST-ERRP = "00"
                   MOVE DENOMINACAO TO DETW-DENOM.
                COMPUTE W-POSLIN = (8 + W-LINCON) * 100 + 1
                DISPLAY DET-WEB AT W-POSLIN
                GO TO LIS-WEB-010.
       LIS-WEB-FIM.
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
