      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Transferencia entre contas financeiras (CADCTA.DAT,
      *          SGP090) - deposito do caixa da loja no banco, repasse
      *          da adquirente de cartao para o banco etc. Grava dois
      *          lancamentos no livro caixa CADCXA.LOG: TRANSF SAI na
      *          conta de origem e TRANSF ENT na de destino, com o
      *          mesmo documento; no total da empresa eles se anulam
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP091.
      **************************************
      * TRANSFERENCIA ENTRE CONTAS         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRCT.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRX.
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
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090).
       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
       01 REGCTA.
                03 CTA-CODIGO        PIC 9(02).
                03 CTA-DESCRICAO     PIC X(20).
                03 CTA-TIPO          PIC X(01).
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
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HORA       PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DADOS DA TRANSFERENCIA. O SALDO DA ORIGEM E SO INFORMATIVO
      *   (O LIVRO ACEITA CONTA NEGATIVA) E SAI DO PROPRIO CADCXA.
       77 W-CTAORI     PIC 9(02) VALUE ZEROS.
       77 W-CTADES     PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-DOCUMENTO  PIC 9(08) VALUE ZEROS.
       77 W-SALDO      PIC S9(09)V99 VALUE ZEROS.
       77 W-SALDO-ED   PIC -ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** TRANSFERENCIA ENTRE CONTAS ***".
           05  LINE 04  COLUMN 20
               VALUE  "CONTA ORIGEM    :".
           05  LINE 05  COLUMN 20
               VALUE  "SALDO ORIGEM    :".
           05  LINE 07  COLUMN 20
               VALUE  "CONTA DESTINO   :".
           05  LINE 09  COLUMN 20
               VALUE  "VALOR           :".
           05  LINE 10  COLUMN 20
               VALUE  "DOCUMENTO       :".
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
           OPEN INPUT CADCTA
           IF ST-ERRCT NOT = "00"
               MOVE "*** CADASTRE AS CONTAS NO SGP090 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-VALOR
           MOVE ZEROS TO W-DOCUMENTO.
      *
      ***************************************************
      * CONTA DE ORIGEM: MOSTRA O SALDO ATUAL NO LIVRO   *
      ***************************************************
      *
       INC-002.
           ACCEPT W-CTAORI WITH UPDATE AT 0440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCTA
              GO TO ROT-FIM.
           MOVE W-CTAORI TO CTA-CODIGO
           READ CADCTA
           IF ST-ERRCT NOT = "00"
              MOVE "*** CONTA NAO CADASTRADA NO CADCTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY CTA-DESCRICAO AT 0444
           PERFORM SAL-CTA THRU SAL-CTA-FIM
           MOVE W-SALDO TO W-SALDO-ED
           DISPLAY W-SALDO-ED AT 0540.
       INC-003.
           ACCEPT W-CTADES WITH UPDATE AT 0740
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
           IF W-CTADES = W-CTAORI
              MOVE "*** DESTINO IGUAL A ORIGEM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           MOVE W-CTADES TO CTA-CODIGO
           READ CADCTA
           IF ST-ERRCT NOT = "00"
              MOVE "*** CONTA NAO CADASTRADA NO CADCTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           DISPLAY CTA-DESCRICAO AT 0744.
       INC-004.
           ACCEPT W-VALOR WITH UPDATE AT 0940
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-VALOR = ZEROS
              MOVE "*** VALOR INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           IF W-VALOR > W-SALDO
              MOVE "*** ATENCAO: ORIGEM FICARA NEGATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * DOCUMENTO: NUMERO DO ENVELOPE DE DEPOSITO, DO AVISO DE
      * CREDITO DA ADQUIRENTE ETC. PODE FICAR ZERADO.
      *
       INC-005.
           ACCEPT W-DOCUMENTO WITH UPDATE AT 1040
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA A TRANSFERENCIA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2373
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-005.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** TRANSFERENCIA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      *********************************************
      * GRAVA OS DOIS LANCAMENTOS DA TRANSFERENCIA *
      * NO LIVRO CAIXA, COM A MESMA DATA E HORA    *
      *********************************************
      *
       GRA-CXA.
           OPEN EXTEND CADCXA
           IF ST-ERRX = "30" OR "35"
              OPEN OUTPUT CADCXA
              CLOSE CADCXA
              OPEN EXTEND CADCXA.
           IF ST-ERRX NOT = "00"
              MOVE "ERRO NA ABERTURA DO CADCXA.LOG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           ACCEPT W-HORA FROM TIME
           MOVE W-OPERADOR TO CX-OPERADOR
           MOVE W-DATAHOJE TO CX-DATA
           MOVE W-HORA TO CX-HORA
           MOVE "TRANSF SAI" TO CX-OPERACAO
           MOVE W-DOCUMENTO TO CX-DOCUMENTO
           MOVE ZEROS TO CX-PARCELA
           MOVE ZEROS TO CX-ENTRADA
           MOVE W-VALOR TO CX-SAIDA
           MOVE W-CTAORI TO CX-CONTA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           MOVE "TRANSF ENT" TO CX-OPERACAO
           MOVE W-VALOR TO CX-ENTRADA
           MOVE ZEROS TO CX-SAIDA
           MOVE W-CTADES TO CX-CONTA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           CLOSE CADCXA
           MOVE "*** TRANSFERENCIA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *********************************************
      * SALDO DA CONTA DE ORIGEM: ENTRADAS MENOS   *
      * SAIDAS DE TODO O LIVRO NESSA CONTA.        *
      * LANCAMENTO SEM CONTA CONTA COMO CAIXA 01   *
      *********************************************
      *
       SAL-CTA.
           MOVE ZEROS TO W-SALDO
           OPEN INPUT CADCXA
           IF ST-ERRX NOT = "00"
              GO TO SAL-CTA-FIM.
       SAL-CTA-010.
           READ CADCXA
              AT END
                 CLOSE CADCXA
                 GO TO SAL-CTA-FIM.
           IF CX-CONTA = ZEROS
              MOVE 01 TO CX-CONTA.
           IF CX-CONTA NOT = W-CTAORI
              GO TO SAL-CTA-010.
           ADD CX-ENTRADA TO W-SALDO
           SUBTRACT CX-SAIDA FROM W-SALDO
           GO TO SAL-CTA-010.
       SAL-CTA-FIM.
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
