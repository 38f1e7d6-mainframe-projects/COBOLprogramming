      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Consulta de numero de serie (CADSER.DAT) - mostra o
      *          produto, a entrada (fornecedor/nota), a venda
      *          (pedido/NF/cliente), a devolucao e se a unidade esta
      *          dentro ou fora da garantia na data de hoje
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP080.
      **************************************
      * CONSULTA DE NUMERO DE SERIE E      *
      * SITUACAO DA GARANTIA               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS SER-PEDIDO
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
      * UNIDADES SERIALIZADAS (MESMO LAYOUT DO SGP018)
       FD CADSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSER.DAT".
       01 REGSER.
                03 SER-NUMERO        PIC X(20).
                03 SER-PRODCOD       PIC 9(08).
                03 SER-SITUACAO      PIC X(10).
                03 SER-DTENT         PIC 9(08).
                03 SER-CNPJ          PIC X(14).
                03 SER-NOTAENT       PIC 9(08).
                03 SER-DEPOSITO      PIC 9(02).
                03 SER-PEDIDO        PIC 9(05).
                03 SER-NF            PIC 9(06).
                03 SER-CPF           PIC X(14).
                03 SER-DTVENDA       PIC 9(08).
                03 SER-DTGARANT      PIC 9(08).
                03 SER-DTDEV         PIC 9(08).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002)
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
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-SERIE      PIC X(20) VALUE SPACES.
       77 W-GARSIT     PIC X(22) VALUE SPACES.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 15
               VALUE  "*** CONSULTA DE NUMERO DE SERIE ***".
           05  LINE 03  COLUMN 01
               VALUE  "NUMERO DE SERIE  :".
           05  LINE 05  COLUMN 01
               VALUE  "PRODUTO          :".
           05  LINE 06  COLUMN 01
               VALUE  "SITUACAO         :".
           05  LINE 08  COLUMN 01
               VALUE  "DATA ENTRADA     :".
           05  LINE 09  COLUMN 01
               VALUE  "FORNECEDOR CNPJ  :".
           05  LINE 10  COLUMN 01
               VALUE  "NOTA ENTRADA     :".
           05  LINE 11  COLUMN 01
               VALUE  "DEPOSITO         :".
           05  LINE 13  COLUMN 01
               VALUE  "PEDIDO           :".
           05  LINE 14  COLUMN 01
               VALUE  "NOTA FISCAL      :".
           05  LINE 15  COLUMN 01
               VALUE  "CLIENTE CPF      :".
           05  LINE 16  COLUMN 01
               VALUE  "DATA VENDA       :".
           05  LINE 17  COLUMN 01
               VALUE  "GARANTIA ATE     :".
           05  LINE 18  COLUMN 01
               VALUE  "DATA DEVOLUCAO   :".
           05  LINE 20  COLUMN 01
               VALUE  "GARANTIA         :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADSER
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADSER NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADSER
               GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
                DISPLAY TELA.
       INC-002.
                MOVE SPACES TO W-SERIE
                ACCEPT W-SERIE AT 0320
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADSER CADPRO
                   GO TO ROT-FIM.
                IF W-SERIE = SPACES
                   MOVE "*** NUMERO DE SERIE INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                MOVE W-SERIE TO SER-NUMERO
                READ CADSER
                IF ST-ERRO = "23"
                   MOVE "*** NUMERO DE SERIE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA LEITURA ARQ. CADSER" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE CADSER CADPRO
                   GO TO ROT-FIM.
                MOVE SER-PRODCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO DENOMINACAO.
       INC-003.
                DISPLAY SER-PRODCOD AT 0520
                DISPLAY DENOMINACAO AT 0530
                DISPLAY SER-SITUACAO AT 0620
                DISPLAY SER-DTENT AT 0820
                DISPLAY SER-CNPJ AT 0920
                DISPLAY SER-NOTAENT AT 1020
                DISPLAY SER-DEPOSITO AT 1120
                DISPLAY SER-PEDIDO AT 1320
                DISPLAY SER-NF AT 1420
                DISPLAY SER-CPF AT 1520
                DISPLAY SER-DTVENDA AT 1620
                DISPLAY SER-DTGARANT AT 1720
                DISPLAY SER-DTDEV AT 1820.
      *
      * A GARANTIA SO E AVALIADA PARA UNIDADE VENDIDA: EM ESTOQUE (NUNCA
      * VENDIDA OU DEVOLVIDA) NAO HA GARANTIA CORRENDO.
      *
       INC-004.
                IF SER-SITUACAO NOT = "VENDIDO"
                   MOVE "NAO VENDIDO (ESTOQUE)" TO W-GARSIT
                   GO TO INC-005.
                IF SER-DTGARANT = ZEROS
                   MOVE "SEM GARANTIA" TO W-GARSIT
                   GO TO INC-005.
                IF W-DATAHOJE > SER-DTGARANT
                   MOVE "FORA DA GARANTIA" TO W-GARSIT
                ELSE
                   MOVE "DENTRO DA GARANTIA" TO W-GARSIT.
       INC-005.
                DISPLAY W-GARSIT AT 2020.
                GO TO INC-002.
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
