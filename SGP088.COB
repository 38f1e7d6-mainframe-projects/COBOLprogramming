      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Custodia de cheques (CADCHQ.DAT, gravado na baixa do
      *          SGP021) - DEPOSITO: o cheque em custodia e depositado
      *          e so entao o recebimento entra no livro caixa
      *          (CADCXA.LOG, DEP CHEQUE); DEVOLUCAO: o cheque volta
      *          do banco com a alinea e o motivo, a saida e lancada
      *          no caixa (CHQ DEVOL) se ele ja tinha sido depositado
      *          e as parcelas que ele pagou sao reabertas no CADREC,
      *          o que bloqueia o cliente no SGP006 como atraso.
      *          O deposito pede a conta bancaria (CADCTA, SGP090) em
      *          que o cheque foi depositado; a devolucao sai dela.
      *          A lista diaria dos cheques a depositar e o SGP089
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP088.
      **************************************
      * CUSTODIA DE CHEQUES - DEPOSITO E   *
      * DEVOLUCAO                          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRRC
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRX.
       SELECT CADCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRCT.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CUSTODIA DE CHEQUES (MESMO LAYOUT DO SGP021): UM REGISTRO POR
      * CHEQUE E PARCELA QUE ELE PAGOU; DEPOSITO E DEVOLUCAO VALEM
      * PARA TODOS OS REGISTROS DO MESMO CHEQUE (CHQ-IDENT).
       FD CADCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                       04 CHQ-IDENT.
                          05 CHQ-BANCO     PIC 9(03).
                          05 CHQ-AGENCIA   PIC 9(05).
                          05 CHQ-CONTA     PIC X(12).
                          05 CHQ-NUMERO    PIC 9(06).
                       04 CHQ-PEDIDO    PIC 9(05).
                       04 CHQ-PARCELA   PIC 9(02).
                03 CHQ-CPF              PIC X(14).
                03 CHQ-EMITENTE         PIC X(14).
                03 CHQ-VALOR            PIC 9(08)V99.
                03 CHQ-PRINCIPAL        PIC 9(08)V99.
                03 CHQ-BOMPARA          PIC 9(08).
                03 CHQ-SITUACAO         PIC X(10).
                03 CHQ-DTRECEB          PIC 9(08).
                03 CHQ-DTDEPOS          PIC 9(08).
                03 CHQ-DTDEVOL          PIC 9(08).
                03 CHQ-ALINEA           PIC 9(02).
                03 CHQ-MOTIVO           PIC X(30).
                03 CHQ-OPERADOR         PIC X(10).
                03 CHQ-CONTADEP         PIC 9(02).
      *
      * CONTAS A RECEBER (MESMO LAYOUT DO SGP006).
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 REC-CHAVE.
                       04 REC-PEDIDO    PIC 9(05).
                       04 REC-PARCELA   PIC 9(02).
                03 REC-CPF              PIC X(14).
                03 REC-VENCIMENTO       PIC 9(08).
                03 REC-VALOR            PIC 9(08)V99.
                03 REC-PAGO             PIC X(01).
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * LIVRO CAIXA (MESMO LAYOUT DO SGP021).
       FD CADCXA.
       01 REGCXA.
                03 CX-OPERADOR       PIC X(10).
                03 CX-DATA           PIC 9(08).
                03 CX-HORA           PIC 9(08).
                03 CX-OPERACAO       PIC X(10).
                03 CX-DOCUMENTO      PIC 9(08).
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090). SEM O CADCTA
      * QUALQUER CONTA DIFERENTE DE ZERO E ACEITA.
       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
       01 REGCTA.
                03 CTA-CODIGO        PIC 9(02).
                03 CTA-DESCRICAO     PIC X(20).
                03 CTA-TIPO          PIC X(01).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
      * SEM SESSAO O OPERADOR E PEDIDO NA TELA.
       FD SESSAO.
       01 REGSES.
                03 SES-OPERADOR      PIC X(10).
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * PERIODOS CONTABEIS (MESMO LAYOUT DO SGP016). MES FECHADO NAO
      * ACEITA LANCAMENTO.
       FD CADMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMES.DAT".
       01 REGMES.
                03 MES-ANOMES           PIC 9(06).
                03 MES-SITUACAO         PIC X(07).
                03 MES-DTFECH           PIC 9(08).
                03 MES-OPFECH           PIC X(10).
                03 MES-DTREAB           PIC 9(08).
                03 MES-OPREAB           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 ST-ERRRC     PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-CTA    PIC X(01) VALUE "N".
       77 W-CTADEP     PIC 9(02) VALUE ZEROS.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-FUNCAO     PIC 9(01) VALUE ZEROS.
       77 W-LINCON     PIC 9(03) VALUE ZEROS.
       01 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CHEQUE INFORMADO NA TELA E RESUMO DOS SEUS REGISTROS NA
      *   CUSTODIA (UM POR PARCELA PAGA)
       01 W-IDENT.
                03 W-BANCO         PIC 9(03) VALUE ZEROS.
                03 W-AGENCIA       PIC 9(05) VALUE ZEROS.
                03 W-CONTA         PIC X(12) VALUE SPACES.
                03 W-NUMERO        PIC 9(06) VALUE ZEROS.
       77 W-QTDREG     PIC 9(03) VALUE ZEROS.
       77 W-TOTAL      PIC 9(08)V99 VALUE ZEROS.
       77 W-SITUACAO   PIC X(10) VALUE SPACES.
       77 W-SIT-ANT    PIC X(10) VALUE SPACES.
       77 W-BOMPARA    PIC 9(08) VALUE ZEROS.
       77 W-EMITENTE   PIC X(14) VALUE SPACES.
       77 W-REABERTAS  PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DEVOLUCAO: ALINEA DO BANCO E MOTIVO. PARA AS ALINEAS MAIS
      *   COMUNS O MOTIVO VEM PREENCHIDO DA TABELA ABAIXO
       77 W-ALINEA     PIC 9(02) VALUE ZEROS.
       77 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       01 TAB-ALINEA-VAL.
                03 FILLER   PIC X(32) VALUE
                            "11SEM FUNDOS - 1A APRESENTACAO  ".
                03 FILLER   PIC X(32) VALUE
                            "12SEM FUNDOS - 2A APRESENTACAO  ".
                03 FILLER   PIC X(32) VALUE
                            "13CONTA ENCERRADA               ".
                03 FILLER   PIC X(32) VALUE
                            "14PRATICA ESPURIA               ".
                03 FILLER   PIC X(32) VALUE
                            "20FOLHA CANCELADA PELO CORRENT. ".
                03 FILLER   PIC X(32) VALUE
                            "21CONTRA-ORDEM OU SUSTACAO      ".
                03 FILLER   PIC X(32) VALUE
                            "22DIVERGENCIA DE ASSINATURA     ".
                03 FILLER   PIC X(32) VALUE
                            "31ERRO FORMAL DE PREENCHIMENTO  ".
       01 TAB-ALINEA REDEFINES TAB-ALINEA-VAL.
                03 TAB-ALI-ITEM OCCURS 8 TIMES.
                   05 TAB-ALI-COD    PIC 9(02).
                   05 TAB-ALI-DESC   PIC X(30).
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DOS REGISTROS DO CHEQUE (LINHAS 16 A 21)
       01 DET-CHQ.
                03 DETC-PEDIDO     PIC ZZZZ9.
                03 FILLER          PIC X(01) VALUE "/".
                03 DETC-PARCELA    PIC 99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETC-CPF        PIC X(14).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETC-VALOR      PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETC-SITUACAO   PIC X(10).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** CUSTODIA DE CHEQUES ***".
           05  LINE 03  COLUMN 20
               VALUE  "1=DEPOSITO 2=DEVOL:".
           05  LINE 04  COLUMN 20
               VALUE  "BANCO           :".
           05  LINE 05  COLUMN 20
               VALUE  "AGENCIA         :".
           05  LINE 06  COLUMN 20
               VALUE  "CONTA           :".
           05  LINE 07  COLUMN 20
               VALUE  "NUMERO CHEQUE   :".
           05  LINE 08  COLUMN 20
               VALUE  "CPF/CNPJ EMIT.  :".
           05  LINE 09  COLUMN 20
               VALUE  "BOM PARA        :".
           05  LINE 10  COLUMN 20
               VALUE  "SITUACAO        :".
           05  LINE 11  COLUMN 20
               VALUE  "VALOR DO CHEQUE :".
           05  LINE 12  COLUMN 20
               VALUE  "ALINEA          :".
           05  LINE 13  COLUMN 20
               VALUE  "MOTIVO          :".
           05  LINE 14  COLUMN 20
               VALUE  "CONTA DEPOSITO  :".
           05  LINE 15  COLUMN 20
               VALUE  "PEDIDO/PC CPF            VALOR     SITUACAO".
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
                 MOVE SES-FILIAL TO W-FILIAL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN I-O CADCHQ
           IF ST-ERRCQ NOT = "00"
               MOVE "*** NENHUM CHEQUE EM CUSTODIA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADREC
           IF ST-ERRRC NOT = "00"
               MOVE "*** ARQUIVO CADREC NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCHQ
               GO TO ROT-FIM.
           OPEN INPUT CADCTA
           IF ST-ERRCT = "00"
              MOVE "S" TO W-TEM-CTA
           ELSE
              MOVE "N" TO W-TEM-CTA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-ALINEA
           MOVE SPACES TO W-MOTIVO.
       INC-002.
           MOVE ZEROS TO W-FUNCAO
           ACCEPT W-FUNCAO AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCHQ CADREC
              IF W-TEM-CTA = "S"
                 CLOSE CADCTA
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF W-FUNCAO NOT = 1 AND NOT = 2
              MOVE "*** DIGITE 1=DEPOSITO OU 2=DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      ***************************************************
      * IDENTIFICACAO DO CHEQUE: BANCO, AGENCIA, CONTA E *
      * NUMERO, COMO FORAM DIGITADOS NA BAIXA (SGP021)   *
      ***************************************************
      *
       INC-003.
           ACCEPT W-BANCO WITH UPDATE AT 0440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-BANCO = ZEROS
              MOVE "*** BANCO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT W-AGENCIA WITH UPDATE AT 0540
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-AGENCIA = ZEROS
              MOVE "*** AGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       INC-005.
           ACCEPT W-CONTA WITH UPDATE AT 0640
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-CONTA = SPACES
              MOVE "*** CONTA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-005.
       INC-006.
           ACCEPT W-NUMERO WITH UPDATE AT 0740
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-005.
           IF W-NUMERO = ZEROS
              MOVE "*** NUMERO DO CHEQUE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
           PERFORM LIS-CHQ THRU LIS-CHQ-FIM
           IF W-QTDREG = ZEROS
              MOVE "*** CHEQUE NAO ENCONTRADO NA CUSTODIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
           DISPLAY W-EMITENTE AT 0840
           DISPLAY W-BOMPARA AT 0940
           DISPLAY W-SITUACAO AT 1040
           DISPLAY W-TOTAL AT 1140
           IF W-FUNCAO = 2
              GO TO DEV-001.
      *
      ***************************************************
      * DEPOSITO: SO CHEQUE EM CUSTODIA. CHEQUE AINDA    *
      * NAO BOM PARA E AVISADO, MAS PODE SER DEPOSITADO  *
      ***************************************************
      *
       DEP-001.
           IF W-SITUACAO NOT = "CUSTODIA"
              MOVE "*** CHEQUE NAO ESTA EM CUSTODIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
           IF W-BOMPARA > W-DATAHOJE
              MOVE "*** ATENCAO: CHEQUE PRE-DATADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * CONTA BANCARIA EM QUE O CHEQUE FOI DEPOSITADO: O DEP CHEQUE
      * ENTRA NELA E A DEVOLUCAO POSTERIOR SAI DELA (CHQ-CONTADEP).
      *
       DEP-002.
           ACCEPT W-CTADEP WITH UPDATE AT 1440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-006.
           IF W-CTADEP = ZEROS
              MOVE "*** INFORME A CONTA DO DEPOSITO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEP-002.
           IF W-TEM-CTA = "S"
              MOVE W-CTADEP TO CTA-CODIGO
              READ CADCTA
              IF ST-ERRCT NOT = "00"
                 MOVE "*** CONTA NAO CADASTRADA NO CADCTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO DEP-002
              ELSE
                 IF CTA-TIPO NOT = "B"
                    MOVE "*** A CONTA DO DEPOSITO DEVE SER BANCO ***"
                                                             TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO DEP-002
                 ELSE
                    DISPLAY CTA-DESCRICAO AT 1444.
       DEP-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA O DEPOSITO (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2368
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO DEP-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DEPOSITO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEP-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      * CADA PARCELA PAGA PELO CHEQUE ENTRA NO CAIXA COM O SEU VALOR,
      * NOS MOLDES DO RECEBIMENTO DO SGP021.
      *
       DEP-GRAVA.
           MOVE W-IDENT TO CHQ-IDENT
           MOVE ZEROS TO CHQ-PEDIDO
           MOVE ZEROS TO CHQ-PARCELA
           START CADCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO DEP-FIM.
       DEP-GRA-010.
           READ CADCHQ NEXT
           IF ST-ERRCQ NOT = "00"
              GO TO DEP-FIM.
           IF CHQ-IDENT NOT = W-IDENT
              GO TO DEP-FIM.
           IF CHQ-SITUACAO NOT = "CUSTODIA"
              GO TO DEP-GRA-010.
           MOVE "DEPOSITADO" TO CHQ-SITUACAO
           MOVE W-DATAHOJE TO CHQ-DTDEPOS
           MOVE W-CTADEP TO CHQ-CONTADEP
           REWRITE REGCHQ
           IF ST-ERRCQ NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "DEP CHEQUE" TO CX-OPERACAO
           MOVE CHQ-VALOR TO CX-ENTRADA
           MOVE ZEROS TO CX-SAIDA
           MOVE W-CTADEP TO CX-CONTA
           PERFORM GRA-CXA THRU GRA-CXA-FIM
           GO TO DEP-GRA-010.
       DEP-FIM.
           MOVE "*** CHEQUE DEPOSITADO E LANCADO NO CAIXA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      ***************************************************
      * DEVOLUCAO: CHEQUE EM CUSTODIA OU DEPOSITADO.     *
      * ALINEA E MOTIVO OBRIGATORIOS                     *
      ***************************************************
      *
       DEV-001.
           IF W-SITUACAO NOT = "CUSTODIA" AND NOT = "DEPOSITADO"
              MOVE "*** CHEQUE JA DEVOLVIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
       DEV-002.
           ACCEPT W-ALINEA WITH UPDATE AT 1240
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-006.
           IF W-ALINEA = ZEROS
              MOVE "*** INFORME A ALINEA DA DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           MOVE ZEROS TO W-IND.
       DEV-002A.
           ADD 1 TO W-IND
           IF W-IND > 8
              GO TO DEV-003.
           IF TAB-ALI-COD (W-IND) NOT = W-ALINEA
              GO TO DEV-002A.
           MOVE TAB-ALI-DESC (W-IND) TO W-MOTIVO.
       DEV-003.
           ACCEPT W-MOTIVO WITH UPDATE AT 1340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO DEV-002.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-003.
       DEV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2369
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO DEV-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DEVOLUCAO NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      * O CHEQUE JA DEPOSITADO SAI DO CAIXA; EM TODOS OS CASOS A
      * PARCELA PERDE O QUE ELE TINHA ABATIDO E VOLTA A FICAR ABERTA
      * (PARCELA CANCELADA COM A NOTA FISCAL FICA COMO ESTA).
      *
       DEV-GRAVA.
           MOVE ZEROS TO W-REABERTAS
           MOVE W-IDENT TO CHQ-IDENT
           MOVE ZEROS TO CHQ-PEDIDO
           MOVE ZEROS TO CHQ-PARCELA
           START CADCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO DEV-FIM.
       DEV-GRA-010.
           READ CADCHQ NEXT
           IF ST-ERRCQ NOT = "00"
              GO TO DEV-FIM.
           IF CHQ-IDENT NOT = W-IDENT
              GO TO DEV-FIM.
           IF CHQ-SITUACAO NOT = "CUSTODIA" AND NOT = "DEPOSITADO"
              GO TO DEV-GRA-010.
           MOVE CHQ-SITUACAO TO W-SIT-ANT
           MOVE "DEVOLVIDO" TO CHQ-SITUACAO
           MOVE W-DATAHOJE TO CHQ-DTDEVOL
           MOVE W-ALINEA TO CHQ-ALINEA
           MOVE W-MOTIVO TO CHQ-MOTIVO
           REWRITE REGCHQ
           IF ST-ERRCQ NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-SIT-ANT = "DEPOSITADO"
              MOVE "CHQ DEVOL" TO CX-OPERACAO
              MOVE ZEROS TO CX-ENTRADA
              MOVE CHQ-VALOR TO CX-SAIDA
              MOVE CHQ-CONTADEP TO CX-CONTA
              IF CX-CONTA = ZEROS
                 MOVE 01 TO CX-CONTA
                 PERFORM GRA-CXA THRU GRA-CXA-FIM
              ELSE
                 PERFORM GRA-CXA THRU GRA-CXA-FIM.
           PERFORM REA-PARC THRU REA-PARC-FIM
           GO TO DEV-GRA-010.
       DEV-FIM.
           IF W-REABERTAS = ZEROS
              MOVE "*** DEVOLVIDO - NENHUMA PARCELA REABERTA ***"
                                                              TO MENS
           ELSE
              MOVE "*** CHEQUE DEVOLVIDO - PARCELA(S) REABERTA(S) ***"
                                                              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *********************************************
      * REABRE NO CADREC A PARCELA PAGA PELO       *
      * REGISTRO CORRENTE DO CHEQUE DEVOLVIDO      *
      *********************************************
      *
       REA-PARC.
           MOVE CHQ-PEDIDO TO REC-PEDIDO
           MOVE CHQ-PARCELA TO REC-PARCELA
           READ CADREC
           IF ST-ERRRC NOT = "00"
              GO TO REA-PARC-FIM.
           IF REC-PAGO = "C" OR "R" OR "P"
              GO TO REA-PARC-FIM.
           IF CHQ-PRINCIPAL > REC-VALPAGO
              MOVE ZEROS TO REC-VALPAGO
           ELSE
              SUBTRACT CHQ-PRINCIPAL FROM REC-VALPAGO.
           MOVE "N" TO REC-PAGO
           REWRITE REGREC
           IF ST-ERRRC = "00" OR "02"
              ADD 1 TO W-REABERTAS.
       REA-PARC-FIM.
           EXIT.
      *
      *********************************************
      * LANCA NO LIVRO CAIXA (CADCXA.LOG) O        *
      * MOVIMENTO DO REGISTRO CORRENTE DO CHEQUE   *
      * (OPERACAO, VALORES E CONTA JA PREENCHIDOS) *
      *********************************************
      *
       GRA-CXA.
           OPEN EXTEND CADCXA
           IF ST-ERRX = "30" OR "35"
              OPEN OUTPUT CADCXA
              CLOSE CADCXA
              OPEN EXTEND CADCXA.
           IF ST-ERRX NOT = "00"
              GO TO GRA-CXA-FIM.
           MOVE W-OPERADOR TO CX-OPERADOR
           ACCEPT CX-DATA FROM DATE YYYYMMDD
           ACCEPT CX-HORA FROM TIME
           MOVE CHQ-PEDIDO TO CX-DOCUMENTO
           MOVE CHQ-PARCELA TO CX-PARCELA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           CLOSE CADCXA.
       GRA-CXA-FIM.
           EXIT.
      *
      *********************************************
      * LE OS REGISTROS DO CHEQUE INFORMADO, SOMA  *
      * O VALOR E LISTA ATE 6 PARCELAS NA TELA     *
      *********************************************
      *
       LIS-CHQ.
           MOVE ZEROS TO W-QTDREG
           MOVE ZEROS TO W-TOTAL
           MOVE ZEROS TO W-BOMPARA
           MOVE SPACES TO W-SITUACAO
           MOVE SPACES TO W-EMITENTE
           MOVE 16 TO W-LINCON.
       LIS-CHQ-LIMPA.
           COMPUTE W-POSLIN = W-LINCON * 100 + 20
           DISPLAY LIMPA AT W-POSLIN
           ADD 1 TO W-LINCON
           IF W-LINCON < 22
              GO TO LIS-CHQ-LIMPA.
           MOVE ZEROS TO W-LINCON
           MOVE W-IDENT TO CHQ-IDENT
           MOVE ZEROS TO CHQ-PEDIDO
           MOVE ZEROS TO CHQ-PARCELA
           START CADCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO LIS-CHQ-FIM.
       LIS-CHQ-010.
           READ CADCHQ NEXT
           IF ST-ERRCQ NOT = "00"
              GO TO LIS-CHQ-FIM.
           IF CHQ-IDENT NOT = W-IDENT
              GO TO LIS-CHQ-FIM.
           ADD 1 TO W-QTDREG
           ADD CHQ-VALOR TO W-TOTAL
           IF W-QTDREG = 1
              MOVE CHQ-SITUACAO TO W-SITUACAO
              MOVE CHQ-BOMPARA TO W-BOMPARA
              MOVE CHQ-EMITENTE TO W-EMITENTE.
           IF W-LINCON NOT < 6
              GO TO LIS-CHQ-010.
           ADD 1 TO W-LINCON
           MOVE CHQ-PEDIDO    TO DETC-PEDIDO
           MOVE CHQ-PARCELA   TO DETC-PARCELA
           MOVE CHQ-CPF       TO DETC-CPF
           MOVE CHQ-VALOR     TO DETC-VALOR
           MOVE CHQ-SITUACAO  TO DETC-SITUACAO
           COMPUTE W-POSLIN = (15 + W-LINCON) * 100 + 20
           DISPLAY DET-CHQ AT W-POSLIN
           GO TO LIS-CHQ-010.
       LIS-CHQ-FIM.
           EXIT.
      *
      *********************************************
      * PERIODO CONTABIL: O MES DA DATA W-DTMES    *
      * NAO PODE ESTAR FECHADO NO CADMES (SGP016 / *
      * SGP115). SEM O CADMES TODO MES ESTA ABERTO *
      *********************************************
      *
       CHK-MES.
           MOVE "S" TO W-MESOK
           OPEN INPUT CADMES
           IF ST-ERRMS NOT = "00"
              GO TO CHK-MES-FIM.
           DIVIDE W-DTMES BY 100 GIVING MES-ANOMES
           READ CADMES
           IF ST-ERRMS = "00" AND MES-SITUACAO = "FECHADO"
              MOVE "N" TO W-MESOK.
           CLOSE CADMES.
       CHK-MES-FIM.
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
