      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Baixa por perda (divida incobravel) - restrita ao
      *          nivel 2. A parcela vencida e aberta do CADREC passa
      *          a REC-PAGO = P e sai dos totais do contas a receber
      *          (aging, limite de credito, cobranca, fluxo de
      *          caixa); a perda fica registrada no CADPER.DAT com
      *          o valor baixado, a data, o motivo e o operador. A
      *          inclusao no SPC/Serasa sai pelo SGP100 e, se o
      *          cliente pagar depois (SGP021 ou SGP046), a exclusao
      *          e gerada na propria baixa
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP099.
      **************************************
      * BAIXA DE PARCELA POR PERDA         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
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
      * PERDAS: UM REGISTRO POR PARCELA BAIXADA COMO PERDA (MESMA
      * CHAVE DO CADREC). PER-VALOR E O SALDO BAIXADO E PER-VALREC O
      * QUE O CLIENTE PAGOU DEPOIS (SGP021/SGP046). PER-SITUACAO:
      * PERDA OU RECUPERADA (QUITADA DEPOIS DA BAIXA). PER-DTINCL E
      * A DATA EM QUE O SGP100 MANDOU A INCLUSAO PARA O SPC/SERASA E
      * PER-DTEXCL A DATA EM QUE A EXCLUSAO FOI GERADA.
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
      * CADASTRO DE CLIENTES (MESMO LAYOUT DO SGP001), SO PARA O NOME.
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
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRPE     PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-TEM-CLI    PIC X(01) VALUE "N".
       77 W-PEDIDO     PIC 9(05) VALUE ZEROS.
       77 W-PARCELA    PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-LINCON     PIC 9(03) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-NOMECLI    PIC X(40) VALUE SPACES.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
      *----------------------------------------------------------------*
      *   DIAS DE ATRASO EM MES COMERCIAL (MESMA CONTA DO SGP021)
       77 W-DIASATR    PIC 9(06) VALUE ZEROS.
       77 W-DIAS1      PIC 9(08) VALUE ZEROS.
       77 W-DIAS2      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC.
           03 W-CALC-ANO   PIC 9(04).
           03 W-CALC-MES   PIC 9(02).
           03 W-CALC-DIA   PIC 9(02).
      *----------------------------------------------------------------*
      *   LINHA DE LISTAGEM DAS PARCELAS DO PEDIDO NA CONSULTA
       01 DET-PARC.
                03 DETP-PARCELA    PIC Z9.
                03 FILLER          PIC X(06) VALUE " VENC ".
                03 DETP-VENC       PIC 9(08).
                03 FILLER          PIC X(07) VALUE " VALOR ".
                03 DETP-VALOR      PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(06) VALUE " PAGO ".
                03 DETP-PAGO       PIC X(01).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** BAIXA DE PARCELA POR PERDA ***".
           05  LINE 03  COLUMN 20
               VALUE  "PEDIDO          :".
           05  LINE 04  COLUMN 20
               VALUE  "PARCELA         :".
           05  LINE 05  COLUMN 20
               VALUE  "CPF/CNPJ        :".
           05  LINE 06  COLUMN 20
               VALUE  "NOME            :".
           05  LINE 07  COLUMN 20
               VALUE  "VENCIMENTO      :".
           05  LINE 08  COLUMN 20
               VALUE  "SALDO ABERTO    :".
           05  LINE 09  COLUMN 20
               VALUE  "DIAS DE ATRASO  :".
           05  LINE 10  COLUMN 20
               VALUE  "MOTIVO          :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * A BAIXA POR PERDA E RESTRITA AO NIVEL 2 (MESMO NIVEL DO
      * CANCELAMENTO DE NOTA DO SGP072).
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
              DISPLAY "*** BAIXA POR PERDA RESTRITA AO NIVEL 2 ***"
              GO TO ROT-FIMS.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN I-O CADREC
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADREC NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADPER
           IF ST-ERRPE NOT = "00"
               IF ST-ERRPE = "30" OR "35"
                      OPEN OUTPUT CADPER
                      CLOSE CADPER
                      OPEN I-O CADPER.
           IF ST-ERRPE NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQ CADPER" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREC
               GO TO ROT-FIM.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL = "00"
               MOVE "S" TO W-TEM-CLI
           ELSE
               MOVE "N" TO W-TEM-CLI.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA.
       INC-002.
           ACCEPT W-PEDIDO AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADREC CADPER
              IF W-TEM-CLI = "S"
                 CLOSE CADCLIENTE
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF W-PEDIDO = ZEROS
              MOVE "*** PEDIDO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           PERFORM LIS-PARC THRU LIS-PARC-FIM
           IF W-LINCON = ZEROS
              MOVE "*** PEDIDO SEM PARCELAS NO CADREC ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT W-PARCELA AT 0440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           MOVE W-PEDIDO  TO REC-PEDIDO
           MOVE W-PARCELA TO REC-PARCELA
           READ CADREC
           IF ST-ERRO NOT = "00"
              MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           MOVE SPACES TO W-NOMECLI
           IF W-TEM-CLI = "S"
              MOVE REC-CPF TO CPF-CLI
              READ CADCLIENTE
              IF ST-ERRCL = "00"
                 MOVE NOME-CLI TO W-NOMECLI.
           COMPUTE W-SALDO = REC-VALOR - REC-VALPAGO
           PERFORM CAL-ATR THRU CAL-ATR-FIM
           DISPLAY REC-CPF AT 0540
           DISPLAY W-NOMECLI AT 0640
           DISPLAY REC-VENCIMENTO AT 0740
           DISPLAY W-SALDO AT 0840
           DISPLAY W-DIASATR AT 0940
           IF REC-PAGO = "P"
              MOVE "*** PARCELA JA BAIXADA COMO PERDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF REC-PAGO = "R"
              MOVE "*** PARCELA RENEGOCIADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF REC-PAGO = "C"
              MOVE "*** PARCELA CANCELADA COM A NOTA FISCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF REC-PAGO = "S" OR W-SALDO = ZEROS
              MOVE "*** PARCELA JA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF REC-VENCIMENTO NOT < W-DATAHOJE
              MOVE "*** SO PARCELA VENCIDA PODE SER BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO AT 1040
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA PERDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       INC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY "CONFIRMA A BAIXA POR PERDA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2375
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PERDA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
      *
      * O REGISTRO DA PERDA E GRAVADO ANTES DA PARCELA. UMA PARCELA
      * QUE JA FOI PERDA, FOI QUITADA E VOLTOU A ABRIR (CHEQUE
      * DEVOLVIDO) TEM O REGISTRO ANTIGO SOBREPOSTO.
      *
       INC-WR1.
           MOVE REC-PEDIDO TO PER-PEDIDO
           MOVE REC-PARCELA TO PER-PARCELA
           MOVE REC-CPF TO PER-CPF
           MOVE W-NOMECLI TO PER-NOME
           MOVE REC-VENCIMENTO TO PER-VENC
           MOVE W-SALDO TO PER-VALOR
           MOVE W-DATAHOJE TO PER-DATA
           MOVE W-MOTIVO TO PER-MOTIVO
           MOVE W-OPERADOR TO PER-OPERADOR
           MOVE "PERDA" TO PER-SITUACAO
           MOVE ZEROS TO PER-VALREC
           MOVE ZEROS TO PER-DTREC
           MOVE ZEROS TO PER-DTINCL
           MOVE ZEROS TO PER-DTEXCL
           WRITE REGPER
           IF ST-ERRPE = "22"
              REWRITE REGPER.
           IF ST-ERRPE NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           MOVE "P" TO REC-PAGO
           MOVE W-DATAHOJE TO REC-DTPAGTO
           REWRITE REGREC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA BAIXA DA PARCELA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM LIS-PARC THRU LIS-PARC-FIM
           MOVE "*** PARCELA BAIXADA COMO PERDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-003.
      *
      *********************************************
      * DIAS DE ATRASO DA PARCELA ATE HOJE, EM     *
      * MES COMERCIAL DE 30 DIAS                   *
      *********************************************
      *
       CAL-ATR.
           MOVE ZEROS TO W-DIASATR
           IF W-DATAHOJE NOT > REC-VENCIMENTO
              GO TO CAL-ATR-FIM.
           MOVE REC-VENCIMENTO TO W-DTCALC
           COMPUTE W-DIAS1 = (W-CALC-ANO * 360) + (W-CALC-MES * 30)
                           + W-CALC-DIA
           MOVE W-DATAHOJE TO W-DTCALC
           COMPUTE W-DIAS2 = (W-CALC-ANO * 360) + (W-CALC-MES * 30)
                           + W-CALC-DIA
           COMPUTE W-DIASATR = W-DIAS2 - W-DIAS1.
       CAL-ATR-FIM.
           EXIT.
      *
      *********************************************
      * LISTA NA AREA DE CONSULTA (ATE 8 LINHAS)   *
      * AS PARCELAS DO PEDIDO INFORMADO            *
      *********************************************
      *
       LIS-PARC.
           MOVE ZEROS TO W-LINCON
           MOVE W-PEDIDO TO REC-PEDIDO
           MOVE ZEROS TO REC-PARCELA
           START CADREC KEY IS NOT LESS REC-CHAVE INVALID KEY
                 GO TO LIS-PARC-FIM.
       LIS-PARC-010.
           READ CADREC NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIS-PARC-FIM.
           IF REC-PEDIDO NOT = W-PEDIDO
              GO TO LIS-PARC-FIM.
           IF W-LINCON NOT < 8
              GO TO LIS-PARC-FIM.
           ADD 1 TO W-LINCON
           MOVE REC-PARCELA    TO DETP-PARCELA
           MOVE REC-VENCIMENTO TO DETP-VENC
           MOVE REC-VALOR      TO DETP-VALOR
           MOVE REC-PAGO       TO DETP-PAGO
           COMPUTE W-POSLIN = (13 + W-LINCON) * 100 + 20
           DISPLAY DET-PARC AT W-POSLIN
           GO TO LIS-PARC-010.
       LIS-PARC-FIM.
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
