      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Arquivo de negativacao SPC/Serasa - percorre o
      *          CADPER.DAT (perdas do SGP099) e grava no NEGATIV.TXT,
      *          em layout fixo, a inclusao de cada perda ainda nao
      *          enviada (CPF/CNPJ, nome e endereco do CADCLIENTE,
      *          valor em aberto e vencimento). Perdas ja incluidas e
      *          depois quitadas sem exclusao registrada recebem aqui
      *          o registro de exclusao. O NEGATIV.TXT e sempre
      *          estendido; o SGP021 e o SGP046 gravam nele a exclusao
      *          no momento em que a perda e quitada
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP100.
      **************************************
      * ARQUIVO DE NEGATIVACAO SPC/SERASA  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-CHAVE
                    FILE STATUS  IS ST-ERRPE.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT NEGATIV ASSIGN TO "NEGATIV.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRNG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * PERDAS (MESMO LAYOUT DO SGP099).
       FD CADPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPER.DAT".
       01 REGPER.
                03 PER-CHAVE.
                       04 PER-PEDIDO    PIC 9(05).
                       04 PER-PARCELA   PIC 9(02).
                03 PER-CPF              PIC X(14).
                03 PER-NOME             PIC X(40).
                03 PER-VENC             PIC 9(08).
                03 PER-VALOR            PIC 9(08)V99.
                03 PER-DATA             PIC 9(08).
                03 PER-MOTIVO           PIC X(40).
                03 PER-OPERADOR         PIC X(10).
                03 PER-SITUACAO         PIC X(10).
                03 PER-VALREC           PIC 9(08)V99.
                03 PER-DTREC            PIC 9(08).
                03 PER-DTINCL           PIC 9(08).
                03 PER-DTEXCL           PIC 9(08).
      *
      * CADASTRO DE CLIENTES (MESMO LAYOUT DO SGP001).
       FD CADCLIENTE
               VALUE OF FILE-ID IS "CADCLIENTE.DAT".
       01 REGCLI.
                03 CPF-CLI           PIC X(14).
                03 NOME-CLI          PIC X(40).
                03 RG                PIC X(15).
                03 ESTADOCIVIL       PIC X(12).
                03 CEP               PIC 9(08).
                03 LOGRADOURO        PIC X(40).
                03 COMPLE            PIC X(10).
                03 TELEFONE.
                       04 DDD            PIC 9(02).
                       04 NUMERO         PIC 9(09).
                03 TELEFONE-CEL.
                       04 DDD-CEL        PIC 9(02).
                       04 NUMERO-CEL     PIC 9(09).
                03 NUM               PIC X(13).
                03 BAIRRO            PIC X(25).
                03 CIDADE            PIC X(25).
                03 UF                PIC X(2).
                03 EMAIL             PIC X(40).
                03 SITUACAO          PIC X(20).
                03 REGVERSAO         PIC 9(06).
                03 CLI-LIMITE        PIC 9(06)V99.
                03 CLI-PONTOS        PIC 9(06).
                03 CLI-TABPRECO      PIC 9(02).
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * ARQUIVO DE NEGATIVACAO, LAYOUT FIXO DE 210 POSICOES.
      * NEG-TIPO: I = INCLUSAO, E = EXCLUSAO. O CONTRATO E O PEDIDO
      * MAIS A PARCELA DO CADREC. MESMO LAYOUT NO SGP021 E SGP046.
       FD NEGATIV.
       01 REGNEG.
                03 NEG-TIPO             PIC X(01).
                03 NEG-CPF              PIC X(14).
                03 NEG-NOME             PIC X(40).
                03 NEG-LOGRADOURO       PIC X(40).
                03 NEG-NUM              PIC X(13).
                03 NEG-BAIRRO           PIC X(25).
                03 NEG-CIDADE           PIC X(25).
                03 NEG-UF               PIC X(02).
                03 NEG-CEP              PIC 9(08).
                03 NEG-CONTRATO.
                       04 NEG-PEDIDO    PIC 9(05).
                       04 NEG-PARCELA   PIC 9(02).
                03 NEG-VENC             PIC 9(08).
                03 NEG-VALOR            PIC 9(08)V99.
                03 NEG-DATA             PIC 9(08).
                03 FILLER               PIC X(09).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRPE     PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRNG     PIC X(02) VALUE "00".
       77 W-TEM-CLI    PIC X(01) VALUE "N".
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-INCL       PIC 9(06) VALUE ZEROS.
       77 W-EXCL       PIC 9(06) VALUE ZEROS.
       77 W-TOTINCL    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTINCL-ED PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN I-O CADPER
           IF ST-ERRPE NOT = "00"
                 DISPLAY "*** ARQUIVO CADPER.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN EXTEND NEGATIV
           IF ST-ERRNG = "30" OR "35"
                 OPEN OUTPUT NEGATIV
                 CLOSE NEGATIV
                 OPEN EXTEND NEGATIV.
           IF ST-ERRNG NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO NEGATIV.TXT ***"
                 CLOSE CADPER
                 GO TO ROT-FIMS.
      *
      * SEM O CADASTRO DE CLIENTES A INCLUSAO SAI SO COM CPF E NOME
      * GRAVADOS NA PERDA E O ENDERECO EM BRANCO.
      *
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL = "00"
                 MOVE "S" TO W-TEM-CLI.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO PER-CHAVE
           START CADPER KEY IS NOT LESS PER-CHAVE INVALID KEY
                 GO TO ROT-FIM.
      *
      *********************************************
      * LEITURA DAS PERDAS                         *
      *********************************************
      *
       LER-PER.
           READ CADPER NEXT
           IF ST-ERRPE NOT = "00"
                 GO TO ROT-FIM.
           ADD 1 TO W-LIDOS
           IF PER-SITUACAO = "PERDA" AND PER-DTINCL = ZEROS
                 PERFORM GRA-INCL THRU GRA-INCL-FIM
                 GO TO LER-PER.
           IF PER-SITUACAO = "RECUPERADA" AND PER-DTINCL NOT = ZEROS
                                          AND PER-DTEXCL = ZEROS
                 PERFORM GRA-EXCL THRU GRA-EXCL-FIM.
           GO TO LER-PER.
      *
      *********************************************
      * INCLUSAO: VALOR AINDA EM ABERTO DA PERDA   *
      *********************************************
      *
       GRA-INCL.
           IF PER-VALREC NOT < PER-VALOR
                 GO TO GRA-INCL-FIM.
           PERFORM MON-NEG THRU MON-NEG-FIM
           MOVE "I" TO NEG-TIPO
           COMPUTE NEG-VALOR = PER-VALOR - PER-VALREC
           WRITE REGNEG
           IF ST-ERRNG NOT = "00"
                 DISPLAY "*** ERRO NA GRAVACAO DO NEGATIV.TXT ***"
                 GO TO ROT-FIM.
           MOVE W-HOJE TO PER-DTINCL
           REWRITE REGPER
           ADD 1 TO W-INCL
           ADD NEG-VALOR TO W-TOTINCL.
       GRA-INCL-FIM.
           EXIT.
      *
      *********************************************
      * EXCLUSAO DE PERDA QUITADA SEM EXCLUSAO     *
      *********************************************
      *
       GRA-EXCL.
           PERFORM MON-NEG THRU MON-NEG-FIM
           MOVE "E" TO NEG-TIPO
           MOVE PER-VALOR TO NEG-VALOR
           WRITE REGNEG
           IF ST-ERRNG NOT = "00"
                 DISPLAY "*** ERRO NA GRAVACAO DO NEGATIV.TXT ***"
                 GO TO ROT-FIM.
           MOVE W-HOJE TO PER-DTEXCL
           REWRITE REGPER
           ADD 1 TO W-EXCL.
       GRA-EXCL-FIM.
           EXIT.
      *
      *********************************************
      * DADOS DO DEVEDOR E DO CONTRATO             *
      *********************************************
      *
       MON-NEG.
           MOVE SPACES TO REGNEG
           MOVE PER-CPF TO NEG-CPF
           MOVE PER-NOME TO NEG-NOME
           MOVE ZEROS TO NEG-CEP
           MOVE PER-PEDIDO TO NEG-PEDIDO
           MOVE PER-PARCELA TO NEG-PARCELA
           MOVE PER-VENC TO NEG-VENC
           MOVE W-HOJE TO NEG-DATA
           IF W-TEM-CLI NOT = "S"
                 GO TO MON-NEG-FIM.
           MOVE PER-CPF TO CPF-CLI
           READ CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 GO TO MON-NEG-FIM.
           MOVE NOME-CLI TO NEG-NOME
           MOVE LOGRADOURO TO NEG-LOGRADOURO
           MOVE NUM TO NEG-NUM
           MOVE BAIRRO TO NEG-BAIRRO
           MOVE CIDADE TO NEG-CIDADE
           MOVE UF TO NEG-UF
           MOVE CEP TO NEG-CEP.
       MON-NEG-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPER NEGATIV
                IF W-TEM-CLI = "S"
                      CLOSE CADCLIENTE.
                MOVE W-TOTINCL TO W-TOTINCL-ED
                DISPLAY "*** ARQUIVO DE NEGATIVACAO CONCLUIDO ***"
                DISPLAY "PERDAS LIDAS         : " W-LIDOS
                DISPLAY "INCLUSOES GRAVADAS   : " W-INCL
                DISPLAY "VALOR INCLUIDO       : " W-TOTINCL-ED
                DISPLAY "EXCLUSOES GRAVADAS   : " W-EXCL.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
