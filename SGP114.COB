      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Feed da loja virtual - extrato delimitado por ponto e
      *          virgula do catalogo do CADPRO para o site (codigo,
      *          EAN, denominacao, categoria, unidade, preco de venda
      *          com a promocao do CADPROMO quando vigente, estoque
      *          disponivel descontadas as pendencias abertas do
      *          CADBACK e situacao do produto), sem os produtos
      *          marcados fora do site no CADWEB (SGP113). Completo
      *          ou incremental: so o que mudou desde a ultima
      *          execucao (CADPRO.HST, CADPRO.MOV, CADWEB, inicio ou
      *          fim de promocao e pendencias novas), com trailer de
      *          contagem e hash total como o do SGP029. No
      *          incremental o produto tirado do site sai com
      *          disponivel zero e situacao FORA DO SITE, para o site
      *          retira-lo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP114.
      **************************************
      * FEED DA LOJA VIRTUAL               *
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
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADWEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS WEB-CODIGO
                    FILE STATUS  IS ST-ERRW.
       SELECT CADPROMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROMO-CODIGO
                    FILE STATUS  IS ST-ERRPM.
       SELECT CADBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BACK-CHAVE
                    FILE STATUS  IS ST-ERRB
                    ALTERNATE RECORD KEY IS BACK-PRODUTO
                                                      WITH DUPLICATES.
       SELECT CADPROH ASSIGN TO "CADPRO.HST"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRH.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT CTLWEB ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRC.
       SELECT WEBDLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DLT-CODIGO
                    FILE STATUS  IS ST-ERRD.
       SELECT FEEDWEB ASSIGN TO "FEEDWEB.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRE.
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
      * PRODUTOS NA LOJA VIRTUAL (MESMO LAYOUT DO SGP113).
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
      * PRECO PROMOCIONAL POR PRODUTO (MESMO LAYOUT DO SGP006).
       FD CADPROMO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROMO.DAT".
       01 REGPROMO.
                03 PROMO-CODIGO      PIC 9(08).
                03 PROMO-PRECO       PIC 9(06)V99.
                03 PROMO-INICIO      PIC 9(08).
                03 PROMO-FIM         PIC 9(08).
      *
      * PENDENCIAS DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADBACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBACK.DAT".
       01 REGBACK.
                03 BACK-CHAVE.
                       04 BACK-PEDIDO   PIC 9(05).
                       04 BACK-ITEM     PIC 9(03).
                03 BACK-PRODUTO         PIC X(30).
                03 BACK-CPF             PIC X(14).
                03 BACK-QTD             PIC 9(05).
                03 BACK-DATA            PIC 9(08).
                03 BACK-SITUACAO        PIC X(10).
                03 BACK-DTATEND         PIC 9(08).
      *
      * HISTORICO DE PRECO (MESMO LAYOUT DO SGP002).
       FD CADPROH.
       01 REGPROH.
                03 H-CODIGO          PIC 9(08).
                03 H-DATA            PIC 9(08).
                03 H-PRECOCUSTO-ANT  PIC 9(06)V99.
                03 H-PRECOCUSTO-NOV  PIC 9(06)V99.
                03 H-PRECOVENDA-ANT  PIC 9(06)V99.
                03 H-PRECOVENDA-NOV  PIC 9(06)V99.
                03 H-OPERADOR        PIC X(10).
                03 H-HORA            PIC 9(08).
      *
      * LIVRO DE MOVIMENTO DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADMOV.
       01 REGMOV.
                03 M-OPERADOR        PIC X(10).
                03 M-DATA            PIC 9(08).
                03 M-HORA            PIC 9(08).
                03 M-OPERACAO        PIC X(10).
                03 M-DOCUMENTO       PIC 9(08).
                03 M-CODIGO          PIC 9(08).
                03 M-PRODUTO         PIC X(30).
                03 M-ENTRADA         PIC 9(06).
                03 M-SAIDA           PIC 9(06).
                03 M-SALDO           PIC 9(06).
                03 M-DEPOSITO        PIC 9(02).
                03 M-LOTE            PIC X(10).
      *
      * CTLWEB GUARDA A DATA E A HORA DO INICIO DA ULTIMA EXECUCAO
      * DO FEED (COMPLETO OU INCREMENTAL), PONTO DE PARTIDA DO
      * PROXIMO INCREMENTAL.
       FD CTLWEB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADWEB.CTL".
       01 REGCTLWEB.
                03 CTW-DATA           PIC 9(08).
                03 CTW-HORA           PIC 9(08).
                03 CTW-TIPO           PIC X(01).
                03 CTW-QTD            PIC 9(06).
      *
      * ARQUIVO DE TRABALHO DO INCREMENTAL: UM REGISTRO POR CODIGO
      * DE PRODUTO QUE MUDOU, JA SEM REPETICAO E NA ORDEM DO CODIGO.
       FD WEBDLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "WEBDLT.TMP".
       01 REGDLT.
                03 DLT-CODIGO         PIC 9(08).
      *
       FD FEEDWEB.
       01 LINHA-EXP        PIC X(200).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRW      PIC X(02) VALUE "00".
       77 ST-ERRPM     PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRH      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRE      PIC X(02) VALUE "00".
       77 W-TEM-WEB    PIC X(01) VALUE "N".
       77 W-TEM-PROMO  PIC X(01) VALUE "N".
       77 W-TEM-BACK   PIC X(01) VALUE "N".
       77 W-TIPO       PIC X(01) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORAINI    PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-GRAVADAS   PIC 9(06) VALUE ZEROS.
       77 W-FORA       PIC 9(06) VALUE ZEROS.
       77 W-MUDOU      PIC 9(06) VALUE ZEROS.
       77 W-HASH       PIC 9(13)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PONTO DE PARTIDA DO INCREMENTAL (ULTIMA EXECUCAO)
       77 W-DATAULT    PIC 9(08) VALUE ZEROS.
       77 W-HORAULT    PIC 9(08) VALUE ZEROS.
       77 W-VIGULT     PIC X(01) VALUE "N".
       77 W-VIGHOJE    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   PRECO E DISPONIVEL DO PRODUTO CORRENTE
       77 W-PRECO      PIC 9(06)V99 VALUE ZEROS.
       77 W-PENDENTE   PIC 9(07) VALUE ZEROS.
       77 W-DISPON     PIC 9(06) VALUE ZEROS.
       77 W-RETIRA     PIC X(01) VALUE "N".
       77 W-SITUACAO   PIC X(12) VALUE SPACES.
      *----------------------------------------------------------------*
      *   CAMPOS DESEDITADOS PARA MONTAR A LINHA DELIMITADA
       77 W-CODIGO-X   PIC 9(08) VALUE ZEROS.
       77 W-EAN-X      PIC 9(13) VALUE ZEROS.
       77 W-PRECO-X    PIC 9(06),99 VALUE ZEROS.
       77 W-DISPON-X   PIC 9(06) VALUE ZEROS.
       77 W-HASH-X     PIC 9(13),99 VALUE ZEROS.
       77 W-CONT-X     PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           ACCEPT W-HORAINI FROM TIME
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
      *
      * CADWEB, CADPROMO E CADBACK SAO OPCIONAIS: SEM O PRIMEIRO
      * TODOS OS PRODUTOS VAO PARA O SITE, SEM O SEGUNDO VALE O
      * PRECO DE TABELA E SEM O TERCEIRO NAO HA O QUE DESCONTAR DO
      * ESTOQUE.
      *
           OPEN INPUT CADWEB
           IF ST-ERRW = "00"
                 MOVE "S" TO W-TEM-WEB
           ELSE
                 MOVE "N" TO W-TEM-WEB.
           OPEN INPUT CADPROMO
           IF ST-ERRPM = "00"
                 MOVE "S" TO W-TEM-PROMO
           ELSE
                 MOVE "N" TO W-TEM-PROMO.
           OPEN INPUT CADBACK
           IF ST-ERRB = "00"
                 MOVE "S" TO W-TEM-BACK
           ELSE
                 MOVE "N" TO W-TEM-BACK.
       INC-000B.
           DISPLAY "FEED (C = COMPLETO, I = INCREMENTAL) : ".
           ACCEPT W-TIPO.
           IF W-TIPO = "c"
                 MOVE "C" TO W-TIPO.
           IF W-TIPO = "i"
                 MOVE "I" TO W-TIPO.
           IF W-TIPO NOT = "C" AND "I"
                 DISPLAY "*** DIGITE APENAS C OU I ***"
                 GO TO INC-000B.
           IF W-TIPO = "C"
                 GO TO INC-000C.
           OPEN INPUT CTLWEB
           IF ST-ERRC = "00"
                 READ CTLWEB
                 IF ST-ERRC = "00"
                       MOVE CTW-DATA TO W-DATAULT
                       MOVE CTW-HORA TO W-HORAULT.
           IF ST-ERRC NOT = "30" AND "35"
                 CLOSE CTLWEB.
           IF W-DATAULT = ZEROS
                 DISPLAY "*** SEM EXECUCAO ANTERIOR - FEED COMPLETO ***"
                 MOVE "C" TO W-TIPO.
       INC-000C.
           OPEN OUTPUT FEEDWEB
           IF ST-ERRE NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO FEEDWEB.TXT ***"
                 GO TO ROT-FIM.
           MOVE SPACES TO LINHA-EXP
           STRING "CODIGO;EAN;DENOMINACAO;CATEGORIA;UNIDADE;"
                  "PRECO;DISPONIVEL;SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-EXP
           WRITE LINHA-EXP.
           IF W-TIPO = "I"
                 GO TO INC-DLT.
      *
      *****************************************************
      * FEED COMPLETO: PASSAGEM UNICA PELO CADPRO NA       *
      * ORDEM DO CODIGO                                    *
      *****************************************************
      *
       INC-001.
           MOVE ZEROS TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO INVALID KEY
                 GO TO INC-FIM.
       INC-002.
           READ CADPRO NEXT
           IF ST-ERRP NOT = "00"
                 GO TO INC-FIM.
           ADD 1 TO W-LIDOS
           PERFORM EXP-PRO THRU EXP-PRO-FIM
           GO TO INC-002.
      *
      *****************************************************
      * FEED INCREMENTAL: MONTA NO WEBDLT.TMP OS CODIGOS   *
      * QUE MUDARAM DESDE A ULTIMA EXECUCAO E EXPORTA SO   *
      * ESSES, LIDOS NO CADPRO PELA CHAVE                  *
      *****************************************************
      *
       INC-DLT.
           OPEN OUTPUT WEBDLT
           CLOSE WEBDLT
           OPEN I-O WEBDLT
           IF ST-ERRD NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO WEBDLT.TMP ***"
                 GO TO INC-FIM.
           PERFORM DLT-HST THRU DLT-HST-FIM
           PERFORM DLT-MOV THRU DLT-MOV-FIM
           PERFORM DLT-WEB THRU DLT-WEB-FIM
           PERFORM DLT-PROMO THRU DLT-PROMO-FIM
           PERFORM DLT-BACK THRU DLT-BACK-FIM
           MOVE ZEROS TO DLT-CODIGO
           START WEBDLT KEY IS NOT LESS DLT-CODIGO INVALID KEY
                 GO TO INC-DLT-FIM.
       INC-DLT-010.
           READ WEBDLT NEXT
           IF ST-ERRD NOT = "00"
                 GO TO INC-DLT-FIM.
           MOVE DLT-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
                 GO TO INC-DLT-010.
           ADD 1 TO W-LIDOS
           PERFORM EXP-PRO THRU EXP-PRO-FIM
           GO TO INC-DLT-010.
       INC-DLT-FIM.
           CLOSE WEBDLT
           GO TO INC-FIM.
      *
      ***************************************************
      * PRODUTOS COM PRECO ALTERADO (CADPRO.HST) DEPOIS  *
      * DA ULTIMA EXECUCAO                               *
      ***************************************************
      *
       DLT-HST.
           OPEN INPUT CADPROH
           IF ST-ERRH NOT = "00"
                 GO TO DLT-HST-FIM.
       DLT-HST-010.
           READ CADPROH
              AT END
                 CLOSE CADPROH
                 GO TO DLT-HST-FIM.
           IF H-DATA < W-DATAULT
                 GO TO DLT-HST-010.
           IF H-DATA = W-DATAULT AND H-HORA < W-HORAULT
                 GO TO DLT-HST-010.
           MOVE H-CODIGO TO DLT-CODIGO
           PERFORM GRA-DLT THRU GRA-DLT-FIM
           GO TO DLT-HST-010.
       DLT-HST-FIM.
           EXIT.
      *
      ***************************************************
      * PRODUTOS COM MOVIMENTO DE ESTOQUE (CADPRO.MOV)   *
      * DEPOIS DA ULTIMA EXECUCAO                        *
      ***************************************************
      *
       DLT-MOV.
           OPEN INPUT CADMOV
           IF ST-ERRM NOT = "00"
                 GO TO DLT-MOV-FIM.
       DLT-MOV-010.
           READ CADMOV
              AT END
                 CLOSE CADMOV
                 GO TO DLT-MOV-FIM.
           IF M-DATA < W-DATAULT
                 GO TO DLT-MOV-010.
           IF M-DATA = W-DATAULT AND M-HORA < W-HORAULT
                 GO TO DLT-MOV-010.
           MOVE M-CODIGO TO DLT-CODIGO
           PERFORM GRA-DLT THRU GRA-DLT-FIM
           GO TO DLT-MOV-010.
       DLT-MOV-FIM.
           EXIT.
      *
      ***************************************************
      * PRODUTOS QUE SAIRAM OU VOLTARAM PARA O SITE      *
      * (SGP113) DEPOIS DA ULTIMA EXECUCAO               *
      ***************************************************
      *
       DLT-WEB.
           IF W-TEM-WEB = "N"
                 GO TO DLT-WEB-FIM.
           MOVE ZEROS TO WEB-CODIGO
           START CADWEB KEY IS NOT LESS WEB-CODIGO INVALID KEY
                 GO TO DLT-WEB-FIM.
       DLT-WEB-010.
           READ CADWEB NEXT
           IF ST-ERRW NOT = "00"
                 GO TO DLT-WEB-FIM.
           IF WEB-DATA < W-DATAULT
                 GO TO DLT-WEB-010.
           IF WEB-DATA = W-DATAULT AND WEB-HORA < W-HORAULT
                 GO TO DLT-WEB-010.
           MOVE WEB-CODIGO TO DLT-CODIGO
           PERFORM GRA-DLT THRU GRA-DLT-FIM
           GO TO DLT-WEB-010.
       DLT-WEB-FIM.
           EXIT.
      *
      ***************************************************
      * PROMOCOES QUE ENTRARAM OU SAIRAM DE VIGENCIA     *
      * ENTRE A DATA DA ULTIMA EXECUCAO E HOJE: O PRECO  *
      * DO SITE MUDA SEM NADA SER GRAVADO NO CADPRO      *
      ***************************************************
      *
       DLT-PROMO.
           IF W-TEM-PROMO = "N"
                 GO TO DLT-PROMO-FIM.
           MOVE ZEROS TO PROMO-CODIGO
           START CADPROMO KEY IS NOT LESS PROMO-CODIGO INVALID KEY
                 GO TO DLT-PROMO-FIM.
       DLT-PROMO-010.
           READ CADPROMO NEXT
           IF ST-ERRPM NOT = "00"
                 GO TO DLT-PROMO-FIM.
           MOVE "N" TO W-VIGULT
           MOVE "N" TO W-VIGHOJE
           IF W-DATAULT NOT < PROMO-INICIO
                          AND W-DATAULT NOT > PROMO-FIM
                 MOVE "S" TO W-VIGULT.
           IF W-DATAHOJE NOT < PROMO-INICIO
                          AND W-DATAHOJE NOT > PROMO-FIM
                 MOVE "S" TO W-VIGHOJE.
           IF W-VIGULT = W-VIGHOJE
                 GO TO DLT-PROMO-010.
           MOVE PROMO-CODIGO TO DLT-CODIGO
           PERFORM GRA-DLT THRU GRA-DLT-FIM
           GO TO DLT-PROMO-010.
       DLT-PROMO-FIM.
           EXIT.
      *
      ***************************************************
      * PENDENCIAS ABERTAS DESDE A DATA DA ULTIMA        *
      * EXECUCAO (O ATENDIMENTO JA GERA MOVIMENTO NO     *
      * CADPRO.MOV). A PENDENCIA GUARDA A DENOMINACAO:   *
      * O CODIGO VEM DO CADPRO PELA CHAVE ALTERNADA      *
      ***************************************************
      *
       DLT-BACK.
           IF W-TEM-BACK = "N"
                 GO TO DLT-BACK-FIM.
           MOVE ZEROS TO BACK-CHAVE
           START CADBACK KEY IS NOT LESS BACK-CHAVE INVALID KEY
                 GO TO DLT-BACK-FIM.
       DLT-BACK-010.
           READ CADBACK NEXT
           IF ST-ERRB NOT = "00"
                 GO TO DLT-BACK-FIM.
           IF BACK-DATA < W-DATAULT
                 GO TO DLT-BACK-010.
           MOVE BACK-PRODUTO TO DENOMINACAO
           READ CADPRO KEY IS DENOMINACAO
           IF ST-ERRP NOT = "00"
                 GO TO DLT-BACK-010.
           MOVE CODIGO TO DLT-CODIGO
           PERFORM GRA-DLT THRU GRA-DLT-FIM
           GO TO DLT-BACK-010.
       DLT-BACK-FIM.
           EXIT.
      *
      *********************************************
      * ACRESCENTA O CODIGO AO WEBDLT.TMP (CODIGO  *
      * REPETIDO DA "22" E E IGNORADO)             *
      *********************************************
      *
       GRA-DLT.
           WRITE REGDLT
           IF ST-ERRD = "00"
                 ADD 1 TO W-MUDOU.
       GRA-DLT-FIM.
           EXIT.
      *
      ***************************************************
      * EXPORTA UMA LINHA DELIMITADA PARA O PRODUTO      *
      * CORRENTE. O PRODUTO FORA DO SITE NAO ENTRA NO    *
      * COMPLETO; NO INCREMENTAL SAI COMO RETIRADA       *
      ***************************************************
      *
       EXP-PRO.
           MOVE "N" TO W-RETIRA
           IF W-TEM-WEB = "S"
                 MOVE CODIGO TO WEB-CODIGO
                 READ CADWEB
                 IF ST-ERRW = "00" AND WEB-VENDA = "N"
                       ADD 1 TO W-FORA
                       MOVE "S" TO W-RETIRA.
           IF W-RETIRA = "S" AND W-TIPO = "C"
                 GO TO EXP-PRO-FIM.
      *
      * PRECO: O PROMOCIONAL QUANDO HOJE ESTA NA VIGENCIA DA
      * PROMOCAO DO PRODUTO (MESMA REGRA DO VAL-PROMO DO SGP006).
      *
           MOVE PRECOVENDA-PRO TO W-PRECO
           IF W-TEM-PROMO = "S"
                 MOVE CODIGO TO PROMO-CODIGO
                 READ CADPROMO
                 IF ST-ERRPM = "00"
                       IF W-DATAHOJE NOT < PROMO-INICIO
                                AND W-DATAHOJE NOT > PROMO-FIM
                             MOVE PROMO-PRECO TO W-PRECO.
           PERFORM SOM-BACK THRU SOM-BACK-FIM
           IF W-PENDENTE NOT < ESTOQUEATUAL
                 MOVE ZEROS TO W-DISPON
           ELSE
                 COMPUTE W-DISPON = ESTOQUEATUAL - W-PENDENTE.
           MOVE SITUACAO-PRO TO W-SITUACAO
           IF W-RETIRA = "S"
                 MOVE ZEROS TO W-DISPON
                 MOVE "FORA DO SITE" TO W-SITUACAO.
           MOVE CODIGO TO W-CODIGO-X
           MOVE EAN-PRO TO W-EAN-X
           MOVE W-PRECO TO W-PRECO-X
           MOVE W-DISPON TO W-DISPON-X
           MOVE SPACES TO LINHA-EXP
           STRING W-CODIGO-X ";"
                  W-EAN-X ";"
                  DENOMINACAO ";"
                  TIPOPRODUTO ";"
                  UNIDADE-PRO ";"
                  W-PRECO-X ";"
                  W-DISPON-X ";"
                  W-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-EXP
           WRITE LINHA-EXP
           ADD 1 TO W-GRAVADAS
           ADD W-PRECO TO W-HASH.
       EXP-PRO-FIM.
           EXIT.
      *
      ***************************************************
      * SOMA AS PENDENCIAS AINDA ABERTAS DO PRODUTO      *
      * CORRENTE (MESMA LEITURA DO ATD-BACK DO SGP018)   *
      ***************************************************
      *
       SOM-BACK.
           MOVE ZEROS TO W-PENDENTE
           IF W-TEM-BACK = "N"
                 GO TO SOM-BACK-FIM.
           MOVE DENOMINACAO TO BACK-PRODUTO
           START CADBACK KEY IS NOT LESS BACK-PRODUTO INVALID KEY
                 GO TO SOM-BACK-FIM.
       SOM-BACK-010.
           READ CADBACK NEXT
           IF ST-ERRB NOT = "00"
                 GO TO SOM-BACK-FIM.
           IF BACK-PRODUTO NOT = DENOMINACAO
                 GO TO SOM-BACK-FIM.
           IF BACK-SITUACAO = "PENDENTE"
                 ADD BACK-QTD TO W-PENDENTE.
           GO TO SOM-BACK-010.
       SOM-BACK-FIM.
           EXIT.
      *
      ***************************************************
      * TRAILER COM CONTAGEM E HASH TOTAL (SOMA DOS      *
      * PRECOS EXPORTADOS), PARA CONFERENCIA NO SITE, E  *
      * NOVO PONTO DE PARTIDA PARA O PROXIMO INCREMENTAL *
      ***************************************************
      *
       INC-FIM.
           MOVE W-GRAVADAS TO W-CONT-X
           MOVE W-HASH TO W-HASH-X
           MOVE SPACES TO LINHA-EXP
           STRING "TRAILER;" W-CONT-X ";" W-HASH-X
                  DELIMITED BY SIZE INTO LINHA-EXP
           WRITE LINHA-EXP
           CLOSE FEEDWEB
           OPEN OUTPUT CTLWEB
           IF ST-ERRC NOT = "00"
                 DISPLAY "*** ERRO NA GRAVACAO DO CADWEB.CTL ***"
                 GO TO ROT-FIM.
           MOVE W-DATAHOJE TO CTW-DATA
           MOVE W-HORAINI TO CTW-HORA
           MOVE W-TIPO TO CTW-TIPO
           MOVE W-GRAVADAS TO CTW-QTD
           WRITE REGCTLWEB
           CLOSE CTLWEB
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPRO
                IF W-TEM-WEB = "S"
                   CLOSE CADWEB.
                IF W-TEM-PROMO = "S"
                   CLOSE CADPROMO.
                IF W-TEM-BACK = "S"
                   CLOSE CADBACK.
                DISPLAY "*** FEED DA LOJA VIRTUAL CONCLUIDO ***"
                DISPLAY "TIPO (C/I)             : " W-TIPO
                DISPLAY "PRODUTOS LIDOS         : " W-LIDOS
                DISPLAY "PRODUTOS EXPORTADOS    : " W-GRAVADAS
                DISPLAY "FORA DO SITE           : " W-FORA.
                IF W-TIPO = "I"
                   DISPLAY "CODIGOS COM MUDANCA    : " W-MUDOU.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
