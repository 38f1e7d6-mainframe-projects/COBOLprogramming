      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Lancamento de despesas no contas a pagar - aluguel,
      *          energia, telefone, frete pago a transportadora,
      *          adiantamento de salario e tudo o que nao e nota de
      *          mercadoria (estas vem do SGP018). Favorecido,
      *          categoria (CADCDP, SGP094), documento, valor e
      *          parcelas mensais a partir do primeiro vencimento,
      *          gravadas no CADPAG.DAT para a baixa no SGP041 e o
      *          aging no SGP042 como qualquer outra conta a pagar
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP095.
      **************************************
      * LANCAMENTO DE DESPESAS A PAGAR     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDP-CODIGO
                    FILE STATUS  IS ST-ERRCD.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-FORN
                    FILE STATUS  IS ST-ERRF
                    ALTERNATE RECORD KEY IS NOME-FORN
                                                      WITH DUPLICATES.
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
      * CONTAS A PAGAR (MESMO LAYOUT DO SGP018). O FAVORECIDO DA
      * DESPESA OCUPA O LUGAR DO FORNECEDOR (CNPJ OU CPF) E O
      * DOCUMENTO (FATURA, RECIBO, CONTA) O DA NOTA.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
       01 REGPAGAR.
                03 PAG-CHAVE.
                       04 PAG-CNPJ      PIC X(14).
                       04 PAG-NOTA      PIC 9(08).
                       04 PAG-PARCELA   PIC 9(02).
                03 PAG-FORNECEDOR       PIC X(40).
                03 PAG-VENCIMENTO       PIC 9(08).
                03 PAG-VALOR            PIC 9(08)V99.
                03 PAG-PAGO             PIC X(01).
                03 PAG-DTPAGTO          PIC 9(08).
                03 PAG-CATEGORIA        PIC 9(03).
      *
      * CATEGORIAS DE DESPESA (MESMO LAYOUT DO SGP094).
       FD CADCDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDP.DAT".
       01 REGCDP.
                03 CDP-CODIGO        PIC 9(03).
                03 CDP-DESCRICAO     PIC X(30).
                03 CDP-GRUPO         PIC X(01).
      *
      * FORNECEDORES (MESMO LAYOUT DO SGP019), SO PARA TRAZER O NOME
      * DO FAVORECIDO QUANDO ELE FOR CADASTRADO. NAO E OBRIGATORIO.
       FD CADFORN
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 CNPJ-FORN         PIC X(14).
                03 NOME-FORN         PIC X(40).
                03 CEP-FORN          PIC 9(08).
                03 LOGRADOURO-FORN   PIC X(40).
                03 NUM-FORN          PIC X(13).
                03 BAIRRO-FORN       PIC X(25).
                03 CIDADE-FORN       PIC X(25).
                03 UF-FORN           PIC X(02).
                03 TELEFONE-FORN.
                       04 DDD-FORN       PIC 9(02).
                       04 NUMERO-FORN    PIC 9(09).
                03 PRAZO-PAGTO       PIC X(20).
                03 SITUACAO-FORN     PIC X(20).
                03 REGVERSAO-FORN    PIC 9(06).
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRCD     PIC X(02) VALUE "00".
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-FORN   PIC X(01) VALUE "N".
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DADOS DA DESPESA DIGITADOS NA TELA
       77 W-CNPJ       PIC X(14) VALUE SPACES.
       77 W-FORNECEDOR PIC X(40) VALUE SPACES.
       77 W-CATEG      PIC 9(03) VALUE ZEROS.
       77 W-NOTA       PIC 9(08) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(08)V99 VALUE ZEROS.
       77 W-NPARC      PIC 9(02) VALUE ZEROS.
       77 W-VENC1      PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PARCELAS MONTADAS PARA CONFERENCIA NA TELA (LINHAS 12 A 21):
      *   VALOR RATEADO COM O ARREDONDAMENTO NA ULTIMA, COMO NO
      *   SGP018, E VENCIMENTO MES A MES, QUE O OPERADOR PODE MUDAR
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-VALPARC    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALULT     PIC 9(08)V99 VALUE ZEROS.
       77 W-GRAVADAS   PIC 9(02) VALUE ZEROS.
       01 W-POSLIN     PIC 9(04) VALUE ZEROS.
       01 TAB-PARC.
          03 TAB-PARC-ITEM OCCURS 10 TIMES.
             05 TP-VENC       PIC 9(08).
             05 TP-VALOR      PIC 9(08)V99.
       01 DET-PARC.
          03 DETP-PARC     PIC Z9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETP-VENC     PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETP-VALOR    PIC ZZZZZZZ9,99.
      *----------------------------------------------------------------*
      *   SOMA DE MESES AO PRIMEIRO VENCIMENTO. DIA QUE NAO EXISTE NO
      *   MES (31, 30, 29 DE FEVEREIRO) VAI PARA O ULTIMO DIA DELE
       01 W-DTCALC.
           03 W-CALC-ANO   PIC 9(04).
           03 W-CALC-MES   PIC 9(02).
           03 W-CALC-DIA   PIC 9(02).
       77 W-MESES      PIC 9(03) VALUE ZEROS.
       77 W-LIMDIA     PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       01 TBDIAS.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDIAS REDEFINES TBDIAS.
           03 TABDIASX    PIC 9(02) OCCURS 12 TIMES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** LANCAMENTO DE DESPESAS A PAGAR ***".
           05  LINE 03  COLUMN 20
               VALUE  "CNPJ/CPF FAVOR. :".
           05  LINE 04  COLUMN 20
               VALUE  "FAVORECIDO      :".
           05  LINE 05  COLUMN 20
               VALUE  "CATEGORIA       :".
           05  LINE 06  COLUMN 20
               VALUE  "DOCUMENTO       :".
           05  LINE 07  COLUMN 20
               VALUE  "VALOR TOTAL     :".
           05  LINE 08  COLUMN 20
               VALUE  "PARCELAS (1-10) :".
           05  LINE 09  COLUMN 20
               VALUE  "1O VENCIMENTO   :".
           05  LINE 11  COLUMN 20
               VALUE  "PC  VENCIMENTO        VALOR".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN I-O CADPAG
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADPAG
                      CLOSE CADPAG
                      MOVE "*** ARQUIVO CADPAG CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADPAG" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
           OPEN INPUT CADCDP
           IF ST-ERRCD NOT = "00"
               MOVE "*** CADASTRE AS CATEGORIAS NO SGP094 ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPAG
               GO TO ROT-FIM.
           OPEN INPUT CADFORN
           IF ST-ERRF = "00"
               MOVE "S" TO W-TEM-FORN
           ELSE
               MOVE "N" TO W-TEM-FORN.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE SPACES TO W-CNPJ
           MOVE SPACES TO W-FORNECEDOR
           MOVE ZEROS TO W-NOTA
           MOVE ZEROS TO W-TOTVALOR
           MOVE 1 TO W-NPARC
           MOVE W-DATAHOJE TO W-VENC1.
      *
      * FAVORECIDO CADASTRADO NO CADFORN TRAZ O NOME; OS DEMAIS
      * (PROPRIETARIO DO IMOVEL, FUNCIONARIO) TEM O NOME DIGITADO.
      *
       INC-002.
           ACCEPT W-CNPJ WITH UPDATE AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADPAG CADCDP
              IF W-TEM-FORN = "S"
                 CLOSE CADFORN
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF W-CNPJ = SPACES
              MOVE "*** INFORME O CNPJ OU CPF DO FAVORECIDO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF W-TEM-FORN = "S"
              MOVE W-CNPJ TO CNPJ-FORN
              READ CADFORN
              IF ST-ERRF = "00"
                 MOVE NOME-FORN TO W-FORNECEDOR.
       INC-003.
           ACCEPT W-FORNECEDOR WITH UPDATE AT 0440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
           IF W-FORNECEDOR = SPACES
              MOVE "*** INFORME O NOME DO FAVORECIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-004.
           ACCEPT W-CATEG WITH UPDATE AT 0540
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           MOVE W-CATEG TO CDP-CODIGO
           READ CADCDP
           IF W-CATEG = ZEROS OR ST-ERRCD NOT = "00"
              MOVE "*** CATEGORIA NAO CADASTRADA NO CADCDP ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           DISPLAY CDP-DESCRICAO AT 0545.
      *
      * O MESMO DOCUMENTO DO MESMO FAVORECIDO NAO ENTRA DUAS VEZES.
      *
       INC-005.
           ACCEPT W-NOTA WITH UPDATE AT 0640
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-NOTA = ZEROS
              MOVE "*** INFORME O NUMERO DO DOCUMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-005.
           MOVE W-CNPJ TO PAG-CNPJ
           MOVE W-NOTA TO PAG-NOTA
           MOVE ZEROS TO PAG-PARCELA
           START CADPAG KEY IS NOT LESS PAG-CHAVE INVALID KEY
              GO TO INC-006.
           READ CADPAG NEXT
           IF ST-ERRO = "00" AND PAG-CNPJ = W-CNPJ
                             AND PAG-NOTA = W-NOTA
              MOVE "*** DOCUMENTO JA LANCADO PARA O FAVORECIDO ***"
                                                             TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-005.
       INC-006.
           ACCEPT W-TOTVALOR WITH UPDATE AT 0740
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-005.
           IF W-TOTVALOR = ZEROS
              MOVE "*** VALOR INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-006.
       INC-007.
           ACCEPT W-NPARC WITH UPDATE AT 0840
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-006.
           IF W-NPARC = ZEROS OR W-NPARC > 10
              MOVE "*** DE 1 A 10 PARCELAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-007.
       INC-008.
           ACCEPT W-VENC1 WITH UPDATE AT 0940
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-007.
           MOVE W-VENC1 TO W-DTCALC
           IF W-CALC-MES < 1 OR W-CALC-MES > 12
                             OR W-CALC-DIA < 1 OR W-CALC-DIA > 31
              MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-008.
           PERFORM MON-PARC THRU MON-PARC-FIM.
      *
      * O OPERADOR PODE ACERTAR O VENCIMENTO DE CADA PARCELA
      * (CONTA QUE VENCE EM DIA UTIL, ADIANTAMENTO QUINZENAL ETC.).
      *
       ALT-VEN.
           MOVE "N" TO W-OPCAO
           DISPLAY "ALTERAR VENCIMENTOS (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2368
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-008.
           IF W-OPCAO = "N" OR "n"
              GO TO INC-OPC.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-VEN.
           MOVE ZEROS TO W-PARC.
       ALT-VEN-010.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO INC-OPC.
           COMPUTE W-POSLIN = (11 + W-PARC) * 100 + 24.
       ALT-VEN-020.
           ACCEPT TP-VENC (W-PARC) WITH UPDATE AT W-POSLIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ALT-VEN.
           MOVE TP-VENC (W-PARC) TO W-DTCALC
           IF W-CALC-MES < 1 OR W-CALC-MES > 12
                             OR W-CALC-DIA < 1 OR W-CALC-DIA > 31
              MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ALT-VEN-020.
           GO TO ALT-VEN-010.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "GRAVAR A DESPESA (S/N) :    " AT 2340.
           ACCEPT W-OPCAO AT 2365
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ALT-VEN.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DESPESA NAO GRAVADA ***" TO MENS
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
      *****************************************************
      * GRAVA UMA PARCELA POR REGISTRO NO CADPAG, ABERTA,  *
      * COM A CATEGORIA DA DESPESA                         *
      *****************************************************
      *
           MOVE ZEROS TO W-PARC
           MOVE ZEROS TO W-GRAVADAS.
       INC-WR1.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO INC-WR1-FIM.
           MOVE W-CNPJ TO PAG-CNPJ
           MOVE W-NOTA TO PAG-NOTA
           MOVE W-PARC TO PAG-PARCELA
           MOVE W-FORNECEDOR TO PAG-FORNECEDOR
           MOVE TP-VENC (W-PARC) TO PAG-VENCIMENTO
           MOVE TP-VALOR (W-PARC) TO PAG-VALOR
           MOVE "N" TO PAG-PAGO
           MOVE ZEROS TO PAG-DTPAGTO
           MOVE W-CATEG TO PAG-CATEGORIA
           WRITE REGPAGAR
           IF ST-ERRO = "00" OR "02"
              ADD 1 TO W-GRAVADAS
              GO TO INC-WR1.
           MOVE "ERRO NA GRAVACAO DO CONTAS A PAGAR" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       INC-WR1-FIM.
           MOVE "*** DESPESA GRAVADA NO CONTAS A PAGAR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *********************************************
      * MONTA E MOSTRA AS PARCELAS: VALOR RATEADO  *
      * E VENCIMENTO NO MESMO DIA DOS MESES        *
      * SEGUINTES AO PRIMEIRO                      *
      *********************************************
      *
       MON-PARC.
           COMPUTE W-VALPARC ROUNDED = W-TOTVALOR / W-NPARC
           COMPUTE W-VALULT =
                   W-TOTVALOR - (W-VALPARC * (W-NPARC - 1))
           MOVE ZEROS TO W-PARC.
       MON-PARC-LIMPA.
           ADD 1 TO W-PARC
           COMPUTE W-POSLIN = (11 + W-PARC) * 100 + 20
           DISPLAY LIMPA AT W-POSLIN
           IF W-PARC < 10
              GO TO MON-PARC-LIMPA.
           MOVE ZEROS TO W-PARC.
       MON-PARC-010.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO MON-PARC-FIM.
           COMPUTE W-MESES = W-PARC - 1
           PERFORM SOM-MES THRU SOM-MES-FIM
           MOVE W-DTCALC TO TP-VENC (W-PARC)
           IF W-PARC = W-NPARC
              MOVE W-VALULT TO TP-VALOR (W-PARC)
           ELSE
              MOVE W-VALPARC TO TP-VALOR (W-PARC).
           MOVE W-PARC TO DETP-PARC
           MOVE TP-VENC (W-PARC) TO DETP-VENC
           MOVE TP-VALOR (W-PARC) TO DETP-VALOR
           COMPUTE W-POSLIN = (11 + W-PARC) * 100 + 20
           DISPLAY DET-PARC AT W-POSLIN
           GO TO MON-PARC-010.
       MON-PARC-FIM.
           EXIT.
      *
      *********************************************
      * W-DTCALC = PRIMEIRO VENCIMENTO MAIS        *
      * W-MESES MESES                              *
      *********************************************
      *
       SOM-MES.
           MOVE W-VENC1 TO W-DTCALC
           ADD W-MESES TO W-CALC-MES.
       SOM-MES-010.
           IF W-CALC-MES > 12
              SUBTRACT 12 FROM W-CALC-MES
              ADD 1 TO W-CALC-ANO
              GO TO SOM-MES-010.
           MOVE TABDIASX (W-CALC-MES) TO W-LIMDIA
           IF W-CALC-MES = 2
              DIVIDE W-CALC-ANO BY 4 GIVING W-QUOC
                     REMAINDER W-RESTO4
              IF W-RESTO4 = ZEROS
                 MOVE 29 TO W-LIMDIA.
           IF W-CALC-DIA > W-LIMDIA
              MOVE W-LIMDIA TO W-CALC-DIA.
       SOM-MES-FIM.
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
