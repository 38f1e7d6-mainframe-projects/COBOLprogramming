      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Produtos com saldo e sem endereco - percorre o
      *          CADDEP.DAT e lista em RELSEND.TXT cada produto e
      *          deposito com saldo que ainda nao tem endereco
      *          (corredor/prateleira/nivel) no CADLOC.DAT do SGP106,
      *          com o saldo e o valor ao custo, de um deposito ou de
      *          todos
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP107.
      **************************************
      * PRODUTOS COM SALDO SEM ENDERECO    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRD.
       SELECT CADLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-CHAVE
                    FILE STATUS  IS ST-ERRLC.
       SELECT RELSEND ASSIGN TO "RELSEND.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002).
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
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * ENDERECO DO PRODUTO NO DEPOSITO (MESMO LAYOUT DO SGP106).
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
       FD RELSEND.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRLC     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-LOC    PIC X(01) VALUE "N".
       77 W-DEPSEL     PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-COMSALDO   PIC 9(06) VALUE ZEROS.
       77 W-SEMEND     PIC 9(06) VALUE ZEROS.
       77 W-TOTQTD     PIC 9(08) VALUE ZEROS.
       77 W-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(10)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** PRODUTOS COM SALDO SEM ENDERECO *** ".
          03 TIT-DATA      PIC 9(08).
          03 FILLER        PIC X(12) VALUE "  DEPOSITO: ".
          03 TIT-DEP       PIC X(05).
       01 LINHA-CAB.
          03 FILLER        PIC X(40) VALUE
               "DEP CODIGO   DENOMINACAO                ".
          03 FILLER        PIC X(40) VALUE
               "      SALDO   VALOR CUSTO".
       01 DET-SEND.
          03 DETS-DEP      PIC 99.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETS-CODIGO   PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETS-NOME     PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETS-SALDO    PIC ZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETS-VALOR    PIC ZZZZZZZZ9,99.
       01 DET-TOT.
          03 FILLER        PIC X(20) VALUE "TOTAL SEM ENDERECO: ".
          03 DETT-ITENS    PIC ZZZZZ9.
          03 FILLER        PIC X(08) VALUE " ITENS  ".
          03 DETT-QTD      PIC ZZZZZZZ9.
          03 FILLER        PIC X(10) VALUE " UNIDADES ".
          03 DETT-VALOR    PIC ZZZZZZZZZ9,99.
       01 LINHA-SEP.
          03 FILLER        PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADDEP
           IF ST-ERRD NOT = "00"
                 DISPLAY "*** ARQUIVO CADDEP.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 CLOSE CADDEP
                 GO TO ROT-FIMS.
      *
      * SEM CADLOC NENHUM PRODUTO TEM ENDERECO: SAI TUDO QUE TEM
      * SALDO, QUE E EXATAMENTE O QUE FALTA ENDERECAR.
      *
           OPEN INPUT CADLOC
           IF ST-ERRLC = "00"
               MOVE "S" TO W-TEM-LOC
           ELSE
               MOVE "N" TO W-TEM-LOC
               DISPLAY "*** SEM CADLOC.DAT - NADA ENDERECADO ***".
           OPEN OUTPUT RELSEND
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELSEND.TXT ***"
                 CLOSE CADDEP CADPRO
                 IF W-TEM-LOC = "S"
                       CLOSE CADLOC
                       GO TO ROT-FIMS
                 ELSE
                       GO TO ROT-FIMS.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO W-LIDOS
           MOVE ZEROS TO W-COMSALDO
           MOVE ZEROS TO W-SEMEND
           MOVE ZEROS TO W-TOTQTD
           MOVE ZEROS TO W-TOTVALOR.
       INC-000B.
           DISPLAY "DEPOSITO (0 = TODOS) : ".
           ACCEPT W-DEPSEL.
           MOVE W-DATAHOJE TO TIT-DATA
           MOVE "TODOS" TO TIT-DEP
           IF W-DEPSEL NOT = ZEROS
                 MOVE W-DEPSEL TO TIT-DEP.
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * CADA PRODUTO/DEPOSITO COM SALDO E SEM REGISTRO NO  *
      * CADLOC VAI PARA O RELATORIO                        *
      *****************************************************
      *
       SEL-001.
           MOVE ZEROS TO DEP-PRODCOD
           MOVE ZEROS TO DEP-CODIGO
           START CADDEP KEY IS NOT LESS DEP-CHAVE INVALID KEY
                 GO TO SEL-FIM.
       SEL-010.
           READ CADDEP NEXT
           IF ST-ERRD NOT = "00"
                 GO TO SEL-FIM.
           ADD 1 TO W-LIDOS
           IF DEP-SALDO = ZEROS
                 GO TO SEL-010.
           IF W-DEPSEL NOT = ZEROS AND DEP-CODIGO NOT = W-DEPSEL
                 GO TO SEL-010.
           ADD 1 TO W-COMSALDO
           IF W-TEM-LOC = "S"
                 MOVE DEP-PRODCOD TO LOC-PRODCOD
                 MOVE DEP-CODIGO TO LOC-DEPOSITO
                 READ CADLOC
                 IF ST-ERRLC = "00"
                       GO TO SEL-010.
           MOVE DEP-PRODCOD TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
                 MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO
                 MOVE ZEROS TO PRECOCUSTO.
           COMPUTE W-VALOR = DEP-SALDO * PRECOCUSTO
           MOVE DEP-CODIGO TO DETS-DEP
           MOVE DEP-PRODCOD TO DETS-CODIGO
           MOVE DENOMINACAO TO DETS-NOME
           MOVE DEP-SALDO TO DETS-SALDO
           MOVE W-VALOR TO DETS-VALOR
           WRITE LINHA-REL FROM DET-SEND
           ADD 1 TO W-SEMEND
           ADD DEP-SALDO TO W-TOTQTD
           ADD W-VALOR TO W-TOTVALOR
           GO TO SEL-010.
       SEL-FIM.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE W-SEMEND TO DETT-ITENS
           MOVE W-TOTQTD TO DETT-QTD
           MOVE W-TOTVALOR TO DETT-VALOR
           WRITE LINHA-REL FROM DET-TOT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADDEP CADPRO RELSEND
                IF W-TEM-LOC = "S"
                   CLOSE CADLOC.
                DISPLAY "*** RELATORIO DE PRODUTOS SEM ENDERECO ***"
                DISPLAY "REGISTROS DE DEPOSITO LIDOS : " W-LIDOS
                DISPLAY "COM SALDO                   : " W-COMSALDO
                DISPLAY "COM SALDO E SEM ENDERECO    : " W-SEMEND.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
