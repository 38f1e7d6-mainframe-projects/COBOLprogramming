      * Purpose: Baixa de parcelas do contas a pagar (CADPAG.DAT),
      *          geradas pela entrada de mercadoria do SGP018, com o
      *          dinheiro pago lancado no livro caixa (CADCXA.LOG)
      *          na conta financeira escolhida (CADCTA, SGP090)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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
                03 PAG-VALOR            PIC 9(08)V99.
                03 PAG-PAGO             PIC X(01).
                03 PAG-DTPAGTO          PIC 9(08).
                03 PAG-CATEGORIA        PIC 9(03).
      *
      * LIVRO CAIXA (MESMO LAYOUT DO SGP021) - AQUI ENTRAM AS SAIDAS
      * DE DINHEIRO DOS PAGAMENTOS A FORNECEDOR. A POSICAO DIARIA DO
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090): DE QUE CONTA SAI
      * O PAGAMENTO. SEM O CADCTA QUALQUER CODIGO E ACEITO.
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
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-CTA    PIC X(01) VALUE "N".
       77 W-CONTA      PIC 9(02) VALUE 01.
      *----------------------------------------------------------------*
      *   LINHA DE LISTAGEM DAS PARCELAS DA NOTA NA CONSULTA
       01 DET-PARC.
               VALUE  "PAGO (S/N)      :".
           05  LINE 10  COLUMN 20
               VALUE  "DATA PAGAMENTO  :".
           05  LINE 11  COLUMN 20
               VALUE  "CONTA PAGTO     :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
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
               MOVE "*** ARQUIVO CADPAG NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN INPUT CADCTA
           IF ST-ERRCT = "00"
               MOVE "S" TO W-TEM-CTA
           ELSE
               MOVE "N" TO W-TEM-CTA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADPAG
              IF W-TEM-CTA = "S"
                 CLOSE CADCTA
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF W-CNPJ = SPACES
              MOVE "*** CNPJ INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** PARCELA JA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
      *
      * A CONTA QUE PAGA VEM COM A ULTIMA USADA (NO INICIO, A 01 -
      * CAIXA DA LOJA) E O OPERADOR SOBREPOE.
      *
       BAI-CTA.
           ACCEPT W-CONTA WITH UPDATE AT 1140
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-CONTA = ZEROS
              MOVE "*** CONTA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CTA.
           IF W-TEM-CTA = "S"
              MOVE W-CONTA TO CTA-CODIGO
              READ CADCTA
              IF ST-ERRCT NOT = "00"
                 MOVE "*** CONTA NAO CADASTRADA NO CADCTA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BAI-CTA
              ELSE
                 DISPLAY CTA-DESCRICAO AT 1144.
       BAI-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "BAIXAR PARCELA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2363
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO BAI-CTA.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PARCELA NAO BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-OPC.
      *
      * A BAIXA E O CAIXA SAEM COM A DATA DE HOJE, QUE NAO PODE
      * ESTAR NUM MES JA FECHADO NO CADMES.
      *
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
       BAI-RW1.
           MOVE "S" TO PAG-PAGO
           MOVE W-DATAHOJE TO PAG-DTPAGTO
           MOVE PAG-PARCELA TO CX-PARCELA
           MOVE ZEROS TO CX-ENTRADA
           MOVE PAG-VALOR TO CX-SAIDA
           MOVE W-CONTA TO CX-CONTA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           CLOSE CADCXA.
       GRA-CXA-FIM.
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
