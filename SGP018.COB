      *          notas dos fornecedores, atualiza o preco de custo
      *          (com historico em CADPRO.HST), registra o movimento
      *          no CADPRO.MOV, gera as parcelas do contas a pagar
      *          (CADPAG.DAT, conforme o prazo do CADFORN), guarda a
      *          nota de entrada (CADNE/CADNEI) com base e imposto por
      *          aliquota para a apuracao do SGP073, registra os
      *          numeros de serie dos produtos serializados (CADSER) e
      *          imprime o relatorio de recebimento, com a sugestao
      *          de onde guardar cada linha (endereco do CADLOC)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRL.
       SELECT CADNE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NE-CHAVE
                    FILE STATUS  IS ST-ERRNE
                    ALTERNATE RECORD KEY IS NE-OC
                                                      WITH DUPLICATES.
       SELECT CADNEI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NEI-CHAVE
                    FILE STATUS  IS ST-ERRNI.
       SELECT CADTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-TIPO
                    FILE STATUS  IS ST-ERRTR.
       SELECT CADSERC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SRC-CODIGO
                    FILE STATUS  IS ST-ERRSC.
       SELECT CADSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-NUMERO
                    FILE STATUS  IS ST-ERRSE
                    ALTERNATE RECORD KEY IS SER-PEDIDO
                                            WITH DUPLICATES.
       SELECT CADLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-CHAVE
                    FILE STATUS  IS ST-ERRLC.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 H-PRECOCUSTO-NOV  PIC 9(06)V99.
                03 H-PRECOVENDA-ANT  PIC 9(06)V99.
                03 H-PRECOVENDA-NOV  PIC 9(06)V99.
                03 H-OPERADOR        PIC X(10).
                03 H-HORA            PIC 9(08).
      *
      * LIVRO DE MOVIMENTO DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADMOV.
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * PENDENCIAS DE ESTOQUE (MESMO LAYOUT DO SGP006), ATENDIDAS
      * AQUI QUANDO A MERCADORIA DO PRODUTO CHEGA.
      * PARCELA), GERADAS NO ENCERRAMENTO DA NOTA CONFORME O
      * PRAZO-PAGTO DO FORNECEDOR (MESMO ESQUEMA DAS PARCELAS DO
      * CADREC NO FATURAMENTO). A BAIXA E FEITA PELO SGP041 E O
      * AGING PELO SGP042. A NOTA DE MERCADORIA VAI COM A CATEGORIA
      * 000; AS DESPESAS LANCADAS NO SGP095 LEVAM A DO CADCDP.
       FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
                03 PAG-VALOR            PIC 9(08)V99.
                03 PAG-PAGO             PIC X(01).
                03 PAG-DTPAGTO          PIC 9(08).
                03 PAG-CATEGORIA        PIC 9(03).
      *
      * CABECALHO DA ORDEM DE COMPRA (MESMO LAYOUT DO SGP049). O
      * RECEBIMENTO CONTRA A ORDEM CONFERE LINHA A LINHA O PEDIDO
                       04 LOT-NUMERO    PIC X(10).
                03 LOT-SALDO            PIC 9(06).
      *
      * NOTA DE ENTRADA (CABECALHO) - UMA POR NOTA RECEBIDA, CHAVE
      * CNPJ+NOTA (A MESMA DO CONTAS A PAGAR). GRAVADA NO ENCERRAMENTO
      * DA NOTA COM O VALOR E, COMO NO CADNF, BASE E IMPOSTO DE ATE 3
      * ALIQUOTAS: E O CREDITO DAS ENTRADAS NA APURACAO DO SGP073.
      * NE-EMISSAO E A DATA DA NOTA DO FORNECEDOR E NE-DATA A DATA DA
      * ENTRADA, QUE DEFINE O MES DO CREDITO.
       FD CADNE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNE.DAT".
       01 REGNE.
                03 NE-CHAVE.
                       04 NE-CNPJ       PIC X(14).
                       04 NE-NOTA       PIC 9(08).
                03 NE-FORNECEDOR        PIC X(40).
                03 NE-EMISSAO           PIC 9(08).
                03 NE-DATA              PIC 9(08).
                03 NE-VALOR             PIC 9(08)V99.
                03 NE-IMPOSTO           PIC 9(08)V99.
                03 NE-IMP-TAB.
                       04 NE-IMP-LIN OCCURS 3 TIMES.
                          05 NEA-ALIQ      PIC 9(02)V99.
                          05 NEA-BASE      PIC 9(08)V99.
                          05 NEA-VALOR     PIC 9(08)V99.
                03 NE-QTDITENS          PIC 9(03).
                03 NE-DEPOSITO          PIC 9(02).
                03 NE-OC                PIC 9(06).
                03 NE-OPERADOR          PIC X(10).
      *
      * ITENS DA NOTA DE ENTRADA - UM REGISTRO POR LINHA APLICADA NO
      * ESTOQUE, NA ORDEM DE DIGITACAO, COM O DEPOSITO E O LOTE EM
      * QUE A MERCADORIA ENTROU. NEI-QTDDEV ACUMULA O QUE JA VOLTOU AO
      * FORNECEDOR PELO SGP074.
       FD CADNEI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNEI.DAT".
       01 REGNEI.
                03 NEI-CHAVE.
                       04 NEI-CNPJ      PIC X(14).
                       04 NEI-NOTA      PIC 9(08).
                       04 NEI-SEQ       PIC 9(03).
                03 NEI-CODIGO           PIC 9(08).
                03 NEI-PRODUTO          PIC X(30).
                03 NEI-QTD              PIC 9(05).
                03 NEI-CUSTO            PIC 9(06)V99.
                03 NEI-VALOR            PIC 9(08)V99.
                03 NEI-ALIQ             PIC 9(02)V99.
                03 NEI-IMPOSTO          PIC 9(08)V99.
                03 NEI-DEPOSITO         PIC 9(02).
                03 NEI-LOTE             PIC X(10).
                03 NEI-VALIDADE         PIC 9(08).
                03 NEI-QTDDEV           PIC 9(05).
      *
      * ALIQUOTA POR CATEGORIA (MESMO LAYOUT DO SGP006), SO PARA
      * SUGERIR A ALIQUOTA DA LINHA; SEM ELE A SUGESTAO E ZERO.
       FD CADTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRB.DAT".
       01 REGTRB.
                03 TRB-TIPO          PIC X(12).
                03 TRB-ALIQ          PIC 9(02)V99.
                03 TRB-ISENTO        PIC X(01).
      *
      * PRODUTOS COM CONTROLE DE NUMERO DE SERIE (MESMO LAYOUT DO
      * SGP079).
       FD CADSERC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERC.DAT".
       01 REGSERC.
                03 SRC-CODIGO        PIC 9(08).
                03 SRC-GARANTIA      PIC 9(03).
      *
      * NUMEROS DE SERIE - UM REGISTRO POR UNIDADE, GRAVADO AQUI NA
      * ENTRADA (SITUACAO ESTOQUE). A VENDA (SGP006/SGP062) PREENCHE
      * PEDIDO, NOTA, CPF E FIM DA GARANTIA E PASSA A VENDIDO; A
      * DEVOLUCAO (SGP058) E O CANCELAMENTO DA NOTA (SGP072) VOLTAM
      * A UNIDADE PARA ESTOQUE. CONSULTA PELO SGP080.
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
      * ENDERECO DO PRODUTO NO DEPOSITO (MESMO LAYOUT DO SGP106): O
      * RELATORIO DE RECEBIMENTO SUGERE ONDE GUARDAR CADA LINHA.
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
       77 W-ITENS      PIC 9(03) VALUE ZEROS.
       77 W-TOTQTD     PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   NOTA DE ENTRADA (CADNE/CADNEI): DATA DE EMISSAO DA NOTA,
      *   ALIQUOTA DA LINHA E TOTAIS POR ALIQUOTA (ATE 3, COMO NO
      *   CALCULO DO IMPOSTO DA NOTA DE SAIDA NO SGP006)
       77 ST-ERRNE     PIC X(02) VALUE "00".
       77 ST-ERRNI     PIC X(02) VALUE "00".
       77 ST-ERRTR     PIC X(02) VALUE "00".
       77 W-TEM-TRB    PIC X(01) VALUE "N".
       77 W-EMISSAO    PIC 9(08) VALUE ZEROS.
       77 W-ALIQ       PIC 9(02)V99 VALUE ZEROS.
       77 W-VALLIN     PIC 9(08)V99 VALUE ZEROS.
       77 W-NE-SEQ     PIC 9(03) VALUE ZEROS.
       77 W-IMP-QTD    PIC 9(01) VALUE ZEROS.
       77 W-IND-IMP    PIC 9(01) VALUE ZEROS.
       77 W-TOTIMP     PIC 9(08)V99 VALUE ZEROS.
       01 W-IMP-TAB.
           03 W-IMP-LIN OCCURS 3 TIMES.
              05 W-IMP-ALIQ  PIC 9(02)V99.
              05 W-IMP-BASE  PIC 9(08)V99.
              05 W-IMP-VAL   PIC 9(08)V99.
      *----------------------------------------------------------------*
      *   NUMEROS DE SERIE DA LINHA (PRODUTO NO CADSERC): UM POR
      *   UNIDADE, ATE 99 POR LINHA, CONFERIDOS ANTES DA GRAVACAO
       77 ST-ERRSC     PIC X(02) VALUE "00".
       77 ST-ERRSE     PIC X(02) VALUE "00".
       77 W-TEM-SER    PIC X(01) VALUE "N".
       77 W-ESERIE     PIC X(01) VALUE "N".
       01 W-SERIE      PIC X(20) VALUE SPACES.
       77 W-NSER       PIC 9(03) VALUE ZEROS.
       77 W-JSER       PIC 9(03) VALUE ZEROS.
       01 W-TABSER.
           03 W-TS-NUMERO  PIC X(20) OCCURS 99 TIMES.
       01 W-SERLIN.
           03 FILLER       PIC X(10) VALUE "NO. SERIE ".
           03 W-SL-ATU     PIC 9(03).
           03 FILLER       PIC X(04) VALUE " DE ".
           03 W-SL-TOT     PIC 9(05).
           03 FILLER       PIC X(02) VALUE " :".
      *----------------------------------------------------------------*
      *   SUGESTAO DE ARMAZENAGEM (CADLOC, SGP106) NO RECEBIMENTO
       77 ST-ERRLC     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-LOC    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   LAYOUTS DO RELATORIO DE RECEBIMENTO (RELRECEB.TXT)
       01 REC-TIT.
                03 FILLER          PIC X(27) VALUE
                03 FILLER          PIC X(09) VALUE " UNIDADES".
                03 FILLER          PIC X(13) VALUE "  PENDENCIAS ".
                03 REC-TOTBACK     PIC ZZZ9.
       01 REC-IMP.
                03 FILLER          PIC X(10) VALUE "IMPOSTO  :".
                03 FILLER          PIC X(06) VALUE " ALIQ ".
                03 RECI-ALIQ       PIC Z9,99.
                03 FILLER          PIC X(07) VALUE "  BASE ".
                03 RECI-BASE       PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(10) VALUE "  CREDITO ".
                03 RECI-VALOR      PIC ZZZZZZZ9,99.
       01 REC-SEP.
                03 FILLER          PIC X(50) VALUE ALL "-".
       01 REC-OC.
                03 RECB-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(17) VALUE
                                    " - AVISAR CLIENTE".
       01 REC-END.
                03 FILLER          PIC X(13) VALUE "   GUARDAR : ".
                03 FILLER          PIC X(04) VALUE "DEP ".
                03 RECE-DEP        PIC 99.
                03 FILLER          PIC X(07) VALUE "  CORR ".
                03 RECE-CORR       PIC X(03).
                03 FILLER          PIC X(07) VALUE "  PRAT ".
                03 RECE-PRAT       PIC X(03).
                03 FILLER          PIC X(06) VALUE "  NIV ".
                03 RECE-NIV        PIC X(02).
       01 REC-SEMEND.
                03 FILLER          PIC X(13) VALUE "   GUARDAR : ".
                03 FILLER          PIC X(04) VALUE "DEP ".
                03 RECS-DEP        PIC 99.
                03 FILLER          PIC X(28) VALUE
                                    " SEM ENDERECO - CADASTRAR NO".
                03 FILLER          PIC X(08) VALUE " SGP106".
                03 RECS-OUTRO      PIC X(24) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
               VALUE  "LOTE    :".
           05  LINE 09  COLUMN 45
               VALUE  "VALIDADE:".
           05  LINE 10  COLUMN 20
               VALUE  "ALIQ. IMPOSTO % :".
           05  LINE 12  COLUMN 20
               VALUE  "EMISSAO DA NOTA :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      OPEN OUTPUT CADLOT
                      CLOSE CADLOT
                      OPEN I-O CADLOT.
           OPEN I-O CADNE
           IF ST-ERRNE NOT = "00"
               IF ST-ERRNE = "30"
                      OPEN OUTPUT CADNE
                      CLOSE CADNE
                      OPEN I-O CADNE.
           OPEN I-O CADNEI
           IF ST-ERRNI NOT = "00"
               IF ST-ERRNI = "30"
                      OPEN OUTPUT CADNEI
                      CLOSE CADNEI
                      OPEN I-O CADNEI.
           OPEN INPUT CADTRB
           IF ST-ERRTR = "00"
               MOVE "S" TO W-TEM-TRB
           ELSE
               MOVE "N" TO W-TEM-TRB.
      *
      * SEM O CADSERC NENHUM PRODUTO E SERIALIZADO; COM ELE O CADSER
      * E CRIADO NA PRIMEIRA VEZ.
      *
           OPEN INPUT CADSERC
           IF ST-ERRSC = "00"
               MOVE "S" TO W-TEM-SER
               OPEN I-O CADSER
           ELSE
               MOVE "N" TO W-TEM-SER.
           IF W-TEM-SER = "S"
               IF ST-ERRSE = "30" OR "35"
                      OPEN OUTPUT CADSER
                      CLOSE CADSER
                      OPEN I-O CADSER.
      *
      * O CADLOC E OPCIONAL: SEM ELE O RECEBIMENTO SAI SEM A
      * SUGESTAO DE ONDE GUARDAR.
      *
           OPEN INPUT CADLOC
           IF ST-ERRLC = "00"
               MOVE "S" TO W-TEM-LOC
           ELSE
               MOVE "N" TO W-TEM-LOC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-TOTQTD
           MOVE ZEROS TO W-ATENDIDAS
           MOVE ZEROS TO W-TOTVALOR
           MOVE ZEROS TO W-NE-SEQ
           MOVE ZEROS TO W-IMP-TAB
           MOVE ZEROS TO W-IMP-QTD
           MOVE SPACES TO W-PRAZO.
       INC-002.
           ACCEPT W-FORNECEDOR AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADPRO CADPAG CADDEP CADLOT CADNE CADNEI
              IF W-TEM-FORN = "S"
                 CLOSE CADFORN.
           IF W-ACT = 02
              IF W-TEM-TRB = "S"
                 CLOSE CADTRB.
           IF W-ACT = 02
              IF W-TEM-SER = "S"
                 CLOSE CADSERC CADSER.
           IF W-ACT = 02
              IF W-TEM-OC = "S"
                 CLOSE CADOC CADOCI.
           IF W-ACT = 02
              IF W-TEM-LOC = "S"
                 CLOSE CADLOC.
           IF W-ACT = 02
              IF W-TEM-BACK = "S"
                 CLOSE CADBACK
                 MOVE PRAZO-PAGTO TO W-PRAZO
                 DISPLAY W-FORNECEDOR AT 0340.
      *
      * A MESMA NOTA DO MESMO FORNECEDOR NAO ENTRA DUAS VEZES: O
      * CADNE GUARDA TODA NOTA JA ENCERRADA.
      *
           MOVE W-CNPJ TO NE-CNPJ
           MOVE W-NOTA TO NE-NOTA
           READ CADNE
           IF ST-ERRNE = "00"
              MOVE "*** NOTA JA LANCADA PARA ESTE FORNECEDOR ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
      *
      * DATA DE EMISSAO DA NOTA DO FORNECEDOR (PADRAO HOJE).
      *
       INC-004A.
           MOVE W-DATAHOJE TO W-EMISSAO
           ACCEPT W-EMISSAO WITH UPDATE AT 1240
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-EMISSAO = ZEROS
              MOVE W-DATAHOJE TO W-EMISSAO
              DISPLAY W-EMISSAO AT 1240.
           IF W-EMISSAO > W-DATAHOJE
              MOVE "*** EMISSAO POSTERIOR A DATA DE HOJE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004A.
      *
      * NOTA COM EMISSAO NUM MES FECHADO NAO ENTRA (O CONTAS A PAGAR
      * E O ESTOQUE DAQUELE MES JA FORAM ENTREGUES AO CONTADOR); O
      * KARDEX DA ENTRADA SAI COM A DATA DE HOJE, QUE TAMBEM TEM QUE
      * ESTAR NUM MES ABERTO.
      *
           MOVE W-EMISSAO TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "S"
              MOVE W-DATAHOJE TO W-DTMES
              PERFORM CHK-MES THRU CHK-MES-FIM.
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004A.
      *
      * COM OS ARQUIVOS DE ORDEM DISPONIVEIS, A NOTA PODE SER
      * RECEBIDA CONTRA UMA ORDEM EMITIDA (ZERO = SEM ORDEM): O QUE
      * CHEGA E CONFERIDO LINHA A LINHA COM O QUE FOI PEDIDO.
           MOVE 1 TO W-DEPOSITO
           ACCEPT W-DEPOSITO WITH UPDATE AT 0455
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004A.
           IF W-DEPOSITO = ZEROS
              MOVE 1 TO W-DEPOSITO
              DISPLAY W-DEPOSITO AT 0455.
           DISPLAY LIMPA AT 0840
           DISPLAY LIMPA AT 0940
           DISPLAY W-LOTE AT 0855
           DISPLAY "        " AT 0955
           DISPLAY "     " AT 1040.
       ITM-002.
           ACCEPT W-PRODUTO AT 0640
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY ESTOQUEATUAL AT 0740
           MOVE PRECOCUSTO TO W-CUSTO-ANT
           MOVE PRECOCUSTO TO W-CUSTO
           DISPLAY W-CUSTO AT 0940
      *
      * A ALIQUOTA SUGERIDA E A DA CATEGORIA DO PRODUTO NO CADTRB
      * (ZERO PARA ISENTO OU SEM CADASTRO); O OPERADOR CONFERE COM
      * A NOTA.
      *
           MOVE ZEROS TO W-ALIQ
           IF W-TEM-TRB = "S"
              MOVE TIPOPRODUTO TO TRB-TIPO
              READ CADTRB
              IF ST-ERRTR = "00" AND TRB-ISENTO NOT = "S"
                 MOVE TRB-ALIQ TO W-ALIQ.
           DISPLAY W-ALIQ AT 1040.
       ITM-003.
           ACCEPT W-QTD AT 0840
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-003.
           MOVE "N" TO W-ESERIE
           IF W-TEM-SER = "S"
              MOVE CODIGO TO SRC-CODIGO
              READ CADSERC
              IF ST-ERRSC = "00"
                 MOVE "S" TO W-ESERIE.
           IF W-ESERIE = "S" AND W-QTD > 99
              MOVE "*** PRODUTO SERIALIZADO: ATE 99 POR LINHA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-003.
       ITM-004.
           ACCEPT W-CUSTO WITH UPDATE AT 0940
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-004.
           IF W-LOTE = SPACES
              MOVE ZEROS TO W-VALIDADE
              GO TO ITM-004D.
       ITM-004C.
           ACCEPT W-VALIDADE AT 0955
           ACCEPT W-ACT FROM ESCAPE KEY
              MOVE "*** INFORME A VALIDADE DO LOTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-004C.
      *
      * ALIQUOTA DO IMPOSTO DA LINHA NA NOTA DO FORNECEDOR. A NOTA
      * COMPORTA ATE 3 ALIQUOTAS DIFERENTES (MESMO LIMITE DO CADNF).
      *
       ITM-004D.
           ACCEPT W-ALIQ WITH UPDATE AT 1040
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-004B.
           IF W-IMP-QTD < 3
              GO TO ITM-OPC.
           MOVE ZEROS TO W-IND-IMP.
       ITM-004E.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > W-IMP-QTD
              MOVE "*** NOTA JA TEM 3 ALIQUOTAS DIFERENTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-004D.
           IF W-IMP-ALIQ (W-IND-IMP) NOT = W-ALIQ
              GO TO ITM-004E.
       ITM-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "LINHA OK (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-004D.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** LINHA RECUSADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-OPC.
      *
      * PRODUTO SERIALIZADO: UM NUMERO DE SERIE POR UNIDADE RECEBIDA,
      * SEM REPETIR NA LINHA NEM NO CADSER, ANTES DE A LINHA MEXER NO
      * ESTOQUE. ESC ABANDONA A LINHA INTEIRA.
      *
       ITM-SER.
           MOVE ZEROS TO W-NSER
           IF W-ESERIE NOT = "S"
              GO TO ITM-GRAVA.
       ITM-SER-010.
           IF W-NSER NOT < W-QTD
              DISPLAY LIMPA AT 1420
              GO TO ITM-GRAVA.
           COMPUTE W-SL-ATU = W-NSER + 1
           MOVE W-QTD TO W-SL-TOT
           DISPLAY W-SERLIN AT 1420
           MOVE SPACES TO W-SERIE
           ACCEPT W-SERIE AT 1445
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY LIMPA AT 1420
              MOVE "*** LINHA ABANDONADA - FALTAM AS SERIES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-001.
           IF W-SERIE = SPACES
              MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-SER-010.
           MOVE ZEROS TO W-JSER.
       ITM-SER-020.
           ADD 1 TO W-JSER
           IF W-JSER NOT > W-NSER
              IF W-TS-NUMERO (W-JSER) = W-SERIE
                 MOVE "*** SERIE REPETIDA NESTA LINHA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ITM-SER-010
              ELSE
                 GO TO ITM-SER-020.
           MOVE W-SERIE TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE = "00"
              MOVE "*** NUMERO DE SERIE JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-SER-010.
           ADD 1 TO W-NSER
           MOVE W-SERIE TO W-TS-NUMERO (W-NSER)
           GO TO ITM-SER-010.
      *
      ***************************************************
      * APLICA A LINHA: SOMA NO ESTOQUE, ATUALIZA O      *
      * CUSTO (COM HISTORICO), REGISTRA O MOVIMENTO E    *
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADPRO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-ESERIE = "S"
              PERFORM GRA-SER THRU GRA-SER-FIM.
           MOVE W-QTD TO W-DEPQTD
           PERFORM DEP-ENT THRU DEP-ENT-FIM
           IF W-LOTE NOT = SPACES
              PERFORM ATU-LOT THRU ATU-LOT-FIM.
           PERFORM GRA-MOV THRU GRA-MOV-FIM
           PERFORM GRA-NEI THRU GRA-NEI-FIM
           PERFORM GRA-REC-ITEM THRU GRA-REC-ITEM-FIM
           PERFORM CHK-OC THRU CHK-OC-FIM
           PERFORM ATD-BACK THRU ATD-BACK-FIM
           MOVE "*** LINHA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ITM-001.
      *
      *********************************************
      * GRAVA NO CADSER, EM ESTOQUE, AS SERIES     *
      * CONFERIDAS DA LINHA                        *
      *********************************************
      *
       GRA-SER.
           MOVE ZEROS TO W-JSER.
       GRA-SER-010.
           ADD 1 TO W-JSER
           IF W-JSER > W-NSER
              GO TO GRA-SER-FIM.
           MOVE W-TS-NUMERO (W-JSER) TO SER-NUMERO
           MOVE CODIGO TO SER-PRODCOD
           MOVE "ESTOQUE" TO SER-SITUACAO
           MOVE W-DATAHOJE TO SER-DTENT
           MOVE W-CNPJ TO SER-CNPJ
           MOVE W-NOTA TO SER-NOTAENT
           MOVE W-DEPOSITO TO SER-DEPOSITO
           MOVE ZEROS TO SER-PEDIDO
           MOVE ZEROS TO SER-NF
           MOVE SPACES TO SER-CPF
           MOVE ZEROS TO SER-DTVENDA
           MOVE ZEROS TO SER-DTGARANT
           MOVE ZEROS TO SER-DTDEV
           WRITE REGSER
           IF ST-ERRSE NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRA-SER-010.
       GRA-SER-FIM.
           EXIT.
      *
       REC-FIM.
           IF W-ITENS = ZEROS
              MOVE "*** NOTA SEM LINHAS - NADA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM GRA-NE THRU GRA-NE-FIM
           PERFORM GRA-REC-TOT THRU GRA-REC-TOT-FIM
           PERFORM GRA-PAG THRU GRA-PAG-FIM
           PERFORM FEC-OC THRU FEC-OC-FIM
           GO TO INC-001.
      *
      *********************************************
      * GRAVA O ITEM DA NOTA DE ENTRADA E SOMA O   *
      * VALOR DA LINHA NA BASE DA SUA ALIQUOTA     *
      *********************************************
      *
       GRA-NEI.
           COMPUTE W-VALLIN = W-QTD * W-CUSTO
           ADD 1 TO W-NE-SEQ
           MOVE W-CNPJ TO NEI-CNPJ
           MOVE W-NOTA TO NEI-NOTA
           MOVE W-NE-SEQ TO NEI-SEQ
           MOVE CODIGO TO NEI-CODIGO
           MOVE DENOMINACAO TO NEI-PRODUTO
           MOVE W-QTD TO NEI-QTD
           MOVE W-CUSTO TO NEI-CUSTO
           MOVE W-VALLIN TO NEI-VALOR
           MOVE W-ALIQ TO NEI-ALIQ
           COMPUTE NEI-IMPOSTO ROUNDED = W-VALLIN * (W-ALIQ / 100)
           MOVE W-DEPOSITO TO NEI-DEPOSITO
           MOVE W-LOTE TO NEI-LOTE
           MOVE W-VALIDADE TO NEI-VALIDADE
           MOVE ZEROS TO NEI-QTDDEV
           WRITE REGNEI
           IF ST-ERRNI = "22"
              REWRITE REGNEI.
           IF ST-ERRNI NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ITEM DA NOTA DE ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE ZEROS TO W-IND-IMP.
       GRA-NEI-010.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > W-IMP-QTD
              GO TO GRA-NEI-020.
           IF W-IMP-ALIQ (W-IND-IMP) = W-ALIQ
              ADD W-VALLIN TO W-IMP-BASE (W-IND-IMP)
              GO TO GRA-NEI-FIM.
           GO TO GRA-NEI-010.
       GRA-NEI-020.
           IF W-IMP-QTD < 3
              ADD 1 TO W-IMP-QTD
              MOVE W-ALIQ TO W-IMP-ALIQ (W-IMP-QTD)
              MOVE W-VALLIN TO W-IMP-BASE (W-IMP-QTD).
       GRA-NEI-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA O CABECALHO DA NOTA DE ENTRADA NO    *
      * ENCERRAMENTO: IMPOSTO CALCULADO SOBRE A    *
      * BASE DE CADA ALIQUOTA (MESMO CRITERIO DA   *
      * NOTA DE SAIDA NO SGP006)                   *
      *********************************************
      *
       GRA-NE.
           MOVE W-CNPJ TO NE-CNPJ
           MOVE W-NOTA TO NE-NOTA
           MOVE W-FORNECEDOR TO NE-FORNECEDOR
           MOVE W-EMISSAO TO NE-EMISSAO
           MOVE W-DATAHOJE TO NE-DATA
           MOVE W-TOTVALOR TO NE-VALOR
           MOVE ZEROS TO NE-IMPOSTO
           MOVE ZEROS TO NE-IMP-TAB
           MOVE ZEROS TO W-TOTIMP
           MOVE ZEROS TO W-IND-IMP.
       GRA-NE-010.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > W-IMP-QTD
              GO TO GRA-NE-020.
           COMPUTE W-IMP-VAL (W-IND-IMP) ROUNDED =
                   W-IMP-BASE (W-IND-IMP) *
                   (W-IMP-ALIQ (W-IND-IMP) / 100)
           MOVE W-IMP-ALIQ (W-IND-IMP) TO NEA-ALIQ (W-IND-IMP)
           MOVE W-IMP-BASE (W-IND-IMP) TO NEA-BASE (W-IND-IMP)
           MOVE W-IMP-VAL (W-IND-IMP) TO NEA-VALOR (W-IND-IMP)
           ADD W-IMP-VAL (W-IND-IMP) TO W-TOTIMP
           GO TO GRA-NE-010.
       GRA-NE-020.
           MOVE W-TOTIMP TO NE-IMPOSTO
           MOVE W-ITENS TO NE-QTDITENS
           MOVE W-DEPOSITO TO NE-DEPOSITO
           MOVE W-OC TO NE-OC
           MOVE W-OPERADOR TO NE-OPERADOR
           WRITE REGNE
           IF ST-ERRNE = "22"
              REWRITE REGNE.
           IF ST-ERRNE NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DA NOTA DE ENTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRA-NE-FIM.
           EXIT.
      *
      *********************************************
      * CONFERE A LINHA APLICADA CONTRA A ORDEM DE *
      * COMPRA: SOMA NO RECEBIDO DO ITEM DA ORDEM  *
      * E APONTA NO RELATORIO ITEM FORA DA ORDEM   *
              MOVE W-VALPARC TO PAG-VALOR.
           MOVE "N" TO PAG-PAGO
           MOVE ZEROS TO PAG-DTPAGTO
           MOVE ZEROS TO PAG-CATEGORIA
           WRITE REGPAGAR
           IF ST-ERRG = "22"
              REWRITE REGPAGAR.
           MOVE PRECOCUSTO       TO H-PRECOCUSTO-NOV
           MOVE PRECOVENDA-PRO   TO H-PRECOVENDA-ANT
           MOVE PRECOVENDA-PRO   TO H-PRECOVENDA-NOV
           MOVE W-OPERADOR       TO H-OPERADOR
           ACCEPT H-HORA FROM TIME
           WRITE REGPROH
           CLOSE CADPROH.
       GRA-HST-FIM.
           MOVE PRECOCUSTO TO REC-CUSTO
           MOVE ESTOQUEATUAL TO REC-SALDO
           WRITE LINHA-REL FROM REC-ITEM
           IF W-TEM-LOC = "S"
              PERFORM GRA-REC-END THRU GRA-REC-END-FIM.
           CLOSE RELRECEB.
       GRA-REC-ITEM-FIM.
           EXIT.
      *
      *
      * SUGESTAO DE ARMAZENAGEM DA LINHA: O ENDERECO DO PRODUTO NO
      * DEPOSITO DA NOTA; SEM ELE, O AVISO PARA CADASTRAR, COM O
      * ENDERECO QUE O PRODUTO TIVER EM OUTRO DEPOSITO COMO PISTA.
      *
       GRA-REC-END.
           MOVE CODIGO TO LOC-PRODCOD
           MOVE W-DEPOSITO TO LOC-DEPOSITO
           READ CADLOC
           IF ST-ERRLC = "00"
              MOVE LOC-DEPOSITO TO RECE-DEP
              MOVE LOC-CORREDOR TO RECE-CORR
              MOVE LOC-PRATELEIRA TO RECE-PRAT
              MOVE LOC-NIVEL TO RECE-NIV
              WRITE LINHA-REL FROM REC-END
              GO TO GRA-REC-END-FIM.
           MOVE W-DEPOSITO TO RECS-DEP
           MOVE SPACES TO RECS-OUTRO
           MOVE CODIGO TO LOC-PRODCOD
           MOVE ZEROS TO LOC-DEPOSITO
           START CADLOC KEY IS NOT LESS LOC-CHAVE INVALID KEY
              GO TO GRA-REC-END-010.
           READ CADLOC NEXT
           IF ST-ERRLC = "00" AND LOC-PRODCOD = CODIGO
              STRING " (DEP " LOC-DEPOSITO " " LOC-ENDERECO ")"
                     DELIMITED BY SIZE INTO RECS-OUTRO.
       GRA-REC-END-010.
           WRITE LINHA-REL FROM REC-SEMEND.
       GRA-REC-END-FIM.
           EXIT.
      *
       GRA-REC-TOT.
           OPEN EXTEND RELRECEB
           MOVE W-TOTQTD TO REC-TOTQTD
           MOVE W-ATENDIDAS TO REC-TOTBACK
           WRITE LINHA-REL FROM REC-TOT
           MOVE ZEROS TO W-IND-IMP.
       GRA-REC-TOT-010.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > W-IMP-QTD
              GO TO GRA-REC-TOT-020.
           MOVE W-IMP-ALIQ (W-IND-IMP) TO RECI-ALIQ
           MOVE W-IMP-BASE (W-IND-IMP) TO RECI-BASE
           MOVE W-IMP-VAL (W-IND-IMP) TO RECI-VALOR
           WRITE LINHA-REL FROM REC-IMP
           GO TO GRA-REC-TOT-010.
       GRA-REC-TOT-020.
           WRITE LINHA-REL FROM REC-SEP
           CLOSE RELRECEB.
       GRA-REC-TOT-FIM.
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
