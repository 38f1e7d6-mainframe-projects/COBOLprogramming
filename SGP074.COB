      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Devolucao ao fornecedor - a partir do CNPJ e do
      *          numero de uma nota recebida no SGP018 (CADNE/CADNEI),
      *          devolve itens ate a quantidade recebida, baixa o
      *          estoque (total, deposito e lote da entrada) com
      *          movimento DEV-FORN no CADPRO.MOV, abate o valor
      *          devolvido nas parcelas abertas da nota no CADPAG e
      *          imprime o documento de devolucao (DEVFORN.TXT) que
      *          acompanha a mercadoria. Produto serializado (CADSERC)
      *          pede um numero de serie por unidade devolvida, que
      *          tem de ter entrado nesta nota e estar em estoque, e
      *          passa a DEVOLVIDO no CADSER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP074.
      **************************************
      * DEVOLUCAO AO FORNECEDOR            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRDP.
       SELECT CADLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRL.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRG.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-FORN
                    FILE STATUS  IS ST-ERRF
                    ALTERNATE RECORD KEY IS NOME-FORN
                                                      WITH DUPLICATES.
       SELECT DEVFORN ASSIGN TO "DEVFORN.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
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
      * NOTA DE ENTRADA - CABECALHO (MESMO LAYOUT DO SGP018).
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
      * ITENS DA NOTA DE ENTRADA (MESMO LAYOUT DO SGP018).
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
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006): A
      * DEVOLUCAO SAI DO DEPOSITO EM QUE A LINHA ENTROU.
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * SALDO DE ESTOQUE POR LOTE (MESMO LAYOUT DO SGP018): A LINHA
      * RECEBIDA COM LOTE DEVOLVE DO MESMO LOTE.
       FD CADLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOT.DAT".
       01 REGLOT.
                03 LOT-CHAVE.
                       04 LOT-PRODCOD   PIC 9(08).
                       04 LOT-VALIDADE  PIC 9(08).
                       04 LOT-NUMERO    PIC X(10).
                03 LOT-SALDO            PIC 9(06).
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
      * CONTAS A PAGAR (MESMO LAYOUT DO SGP018).
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
      * LAYOUT DO CADFORN.DAT (MESMO LAYOUT DO SGP019), SO PARA O
      * ENDERECO DO DOCUMENTO DE DEVOLUCAO.
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
      * IMPRESSAO DO DOCUMENTO DE DEVOLUCAO.
       FD DEVFORN.
       01 LINHA-DEV        PIC X(80).
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
      * PRODUTOS COM CONTROLE DE NUMERO DE SERIE (MESMO LAYOUT DO
      * SGP079).
       FD CADSERC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERC.DAT".
       01 REGSERC.
                03 SRC-CODIGO        PIC 9(08).
                03 SRC-GARANTIA      PIC 9(03).
      *
      * NUMEROS DE SERIE - UM REGISTRO POR UNIDADE (MESMO LAYOUT DO
      * SGP018). A UNIDADE DEVOLVIDA AO FORNECEDOR PASSA A DEVOLVIDO
      * E NAO PODE MAIS SER VENDIDA.
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
       77 ST-ERRNE     PIC X(02) VALUE "00".
       77 ST-ERRNI     PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRDP     PIC X(02) VALUE "00".
       77 ST-ERRL      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRG      PIC X(02) VALUE "00".
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-FORN   PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-CNPJ       PIC X(14) VALUE SPACES.
       77 W-NOTA       PIC 9(08) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-QTDDEV     PIC 9(05) VALUE ZEROS.
       77 W-QTDPODE    PIC 9(05) VALUE ZEROS.
       77 W-VALDEV     PIC 9(08)V99 VALUE ZEROS.
       77 W-TOTDEV     PIC 9(08)V99 VALUE ZEROS.
       77 W-CREDITO    PIC 9(08)V99 VALUE ZEROS.
       77 W-ABATE      PIC 9(08)V99 VALUE ZEROS.
       77 W-ITENSDEV   PIC 9(03) VALUE ZEROS.
       77 W-LINCON     PIC 9(03) VALUE ZEROS.
       01 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   NUMEROS DE SERIE DA LINHA DEVOLVIDA (PRODUTO NO CADSERC): UM
      *   POR UNIDADE, ATE 99 POR LINHA, CONFERIDOS ANTES DA BAIXA
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
      *   LINHA DE LISTAGEM DOS ITENS DA NOTA NA CONSULTA
       01 DET-ITEM.
                03 DETI-SEQ        PIC ZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-PRODUTO    PIC X(30).
                03 FILLER          PIC X(05) VALUE " REC ".
                03 DETI-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(05) VALUE " DEV ".
                03 DETI-QTDDEV     PIC ZZZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-CUSTO      PIC ZZZZZ9,99.
      *----------------------------------------------------------------*
      *   LAYOUTS DO DOCUMENTO DE DEVOLUCAO (DEVFORN.TXT)
       01 DVD-TIT.
                03 FILLER          PIC X(36) VALUE
                                "*** DEVOLUCAO AO FORNECEDOR ***".
                03 FILLER          PIC X(08) VALUE "  DATA: ".
                03 DVD-DATA        PIC 9(08).
       01 DVD-FOR.
                03 FILLER          PIC X(12) VALUE "FORNECEDOR: ".
                03 DVD-NOME        PIC X(40).
                03 FILLER          PIC X(07) VALUE " CNPJ: ".
                03 DVD-CNPJ        PIC X(14).
       01 DVD-END.
                03 FILLER          PIC X(12) VALUE "ENDERECO  : ".
                03 DVD-LOGR        PIC X(40).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DVD-NUM         PIC X(13).
       01 DVD-CID.
                03 FILLER          PIC X(12) VALUE SPACES.
                03 DVD-BAIRRO      PIC X(25).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DVD-CIDADE      PIC X(25).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DVD-UF          PIC X(02).
       01 DVD-REF.
                03 FILLER          PIC X(12) VALUE "REF. NOTA : ".
                03 DVD-NOTA        PIC ZZZZZZZ9.
                03 FILLER          PIC X(12) VALUE "  EMISSAO: ".
                03 DVD-EMISSAO     PIC 9(08).
       01 DVD-MOT.
                03 FILLER          PIC X(12) VALUE "MOTIVO    : ".
                03 DVD-MOTIVO      PIC X(40).
       01 DVD-ITEM.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DVDI-PRODUTO    PIC X(30).
                03 FILLER          PIC X(05) VALUE " QTD ".
                03 DVDI-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(06) VALUE " LOTE ".
                03 DVDI-LOTE       PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DVDI-VALOR      PIC ZZZZZZZ9,99.
       01 DVD-TOT.
                03 FILLER          PIC X(12) VALUE "VALOR TOTAL:".
                03 DVD-VALOR       PIC ZZZZZZZ9,99.
       01 DVD-ASS.
                03 FILLER          PIC X(50) VALUE
                   "MOTORISTA: ______________________  RG: __________".
       01 DVD-SEP.
                03 FILLER          PIC X(60) VALUE ALL "=".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** DEVOLUCAO AO FORNECEDOR ***".
           05  LINE 03  COLUMN 20
               VALUE  "CNPJ FORNECEDOR :".
           05  LINE 04  COLUMN 20
               VALUE  "NOTA FISCAL     :".
           05  LINE 05  COLUMN 20
               VALUE  "FORNECEDOR      :".
           05  LINE 06  COLUMN 20
               VALUE  "MOTIVO          :".
           05  LINE 07  COLUMN 20
               VALUE  "ITEM (SEQ)      :".
           05  LINE 08  COLUMN 20
               VALUE  "QTD DEVOLVIDA   :".
           05  LINE 09  COLUMN 20
               VALUE  "VALOR DEVOLVIDO :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN INPUT CADNE
           IF ST-ERRNE NOT = "00"
               MOVE "*** ARQUIVO CADNE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADNEI
           IF ST-ERRNI NOT = "00"
               MOVE "*** ARQUIVO CADNEI NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNE
               GO TO ROT-FIM.
           OPEN I-O CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNE CADNEI
               GO TO ROT-FIM.
           OPEN I-O CADDEP
           IF ST-ERRDP NOT = "00"
               IF ST-ERRDP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      OPEN I-O CADDEP.
           OPEN I-O CADLOT
           IF ST-ERRL NOT = "00"
               IF ST-ERRL = "30"
                      OPEN OUTPUT CADLOT
                      CLOSE CADLOT
                      OPEN I-O CADLOT.
           OPEN I-O CADPAG
           IF ST-ERRG NOT = "00"
               IF ST-ERRG = "30"
                      OPEN OUTPUT CADPAG
                      CLOSE CADPAG
                      OPEN I-O CADPAG.
      *
      * SEM O CADFORN O DOCUMENTO SAI SO COM NOME E CNPJ DA NOTA.
      *
           OPEN INPUT CADFORN
           IF ST-ERRF = "00"
               MOVE "S" TO W-TEM-FORN
           ELSE
               MOVE "N" TO W-TEM-FORN.
      *
      * SEM O CADSERC NENHUM PRODUTO E SERIALIZADO.
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
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-TOTDEV
           MOVE ZEROS TO W-ITENSDEV.
       INC-002.
           ACCEPT W-CNPJ AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADNE CADNEI CADPRO CADDEP CADLOT CADPAG
              IF W-TEM-FORN = "S"
                 CLOSE CADFORN.
           IF W-ACT = 02
              IF W-TEM-SER = "S"
                 CLOSE CADSERC CADSER.
           IF W-ACT = 02
              GO TO ROT-FIM.
           IF W-CNPJ = SPACES
              MOVE "*** INFORME O CNPJ DO FORNECEDOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
       INC-003.
           ACCEPT W-NOTA AT 0440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-002.
           MOVE W-CNPJ TO NE-CNPJ
           MOVE W-NOTA TO NE-NOTA
           READ CADNE
           IF ST-ERRNE NOT = "00"
              MOVE "*** NOTA DE ENTRADA NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           DISPLAY NE-FORNECEDOR AT 0540
           PERFORM LIS-ITENS THRU LIS-ITENS-FIM.
       INC-004.
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO AT 0640
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA DEVOLUCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
      *
      ***************************************************
      * SELECAO DOS ITENS DEVOLVIDOS: SEQ + QUANTIDADE,  *
      * ATE SEQ ZERO. CADA ITEM CONFIRMADO JA SAI DO     *
      * ESTOQUE E SOMA NO VALOR DA DEVOLUCAO             *
      ***************************************************
      *
       DEV-001.
           MOVE ZEROS TO W-SEQ
           DISPLAY W-TOTDEV AT 0940
           ACCEPT W-SEQ AT 0740
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-SEQ = ZEROS
              GO TO DEV-FIM.
           MOVE W-CNPJ TO NEI-CNPJ
           MOVE W-NOTA TO NEI-NOTA
           MOVE W-SEQ TO NEI-SEQ
           READ CADNEI
           IF ST-ERRNI NOT = "00"
              MOVE "*** ITEM NAO ENCONTRADO NA NOTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
           COMPUTE W-QTDPODE = NEI-QTD - NEI-QTDDEV
           IF W-QTDPODE = ZEROS
              MOVE "*** ITEM JA DEVOLVIDO POR INTEIRO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
       DEV-002.
           ACCEPT W-QTDDEV AT 0840
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO DEV-001.
           IF W-QTDDEV = ZEROS OR W-QTDDEV > W-QTDPODE
              MOVE SPACES TO MENS
              STRING "*** QUANTIDADE INVALIDA - MAXIMO " W-QTDPODE
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           MOVE NEI-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              MOVE "*** PRODUTO DA LINHA NAO ESTA NO CADPRO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
           IF W-QTDDEV > ESTOQUEATUAL
              MOVE "*** ESTOQUE INSUFICIENTE PARA A DEVOLUCAO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           MOVE "N" TO W-ESERIE
           IF W-TEM-SER = "S"
              MOVE NEI-CODIGO TO SRC-CODIGO
              READ CADSERC
              IF ST-ERRSC = "00"
                 MOVE "S" TO W-ESERIE.
           IF W-ESERIE = "S" AND W-QTDDEV > 99
              MOVE "*** PRODUTO SERIALIZADO: ATE 99 POR LINHA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
      *
      * PRODUTO SERIALIZADO: UM NUMERO DE SERIE POR UNIDADE DEVOLVIDA,
      * SEM REPETIR NA LINHA, QUE TENHA ENTRADO NESTA NOTA E ESTEJA EM
      * ESTOQUE, ANTES DE A LINHA MEXER NO ESTOQUE. ESC ABANDONA A
      * LINHA INTEIRA.
      *
       DEV-SER.
           MOVE ZEROS TO W-NSER
           IF W-ESERIE NOT = "S"
              GO TO DEV-GRAVA.
       DEV-SER-010.
           IF W-NSER NOT < W-QTDDEV
              DISPLAY LIMPA AT 1020
              GO TO DEV-GRAVA.
           COMPUTE W-SL-ATU = W-NSER + 1
           MOVE W-QTDDEV TO W-SL-TOT
           DISPLAY W-SERLIN AT 1020
           MOVE SPACES TO W-SERIE
           ACCEPT W-SERIE AT 1045
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY LIMPA AT 1020
              MOVE "*** LINHA ABANDONADA - FALTAM AS SERIES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-001.
           IF W-SERIE = SPACES
              MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-SER-010.
           MOVE ZEROS TO W-JSER.
       DEV-SER-020.
           ADD 1 TO W-JSER
           IF W-JSER NOT > W-NSER
              IF W-TS-NUMERO (W-JSER) = W-SERIE
                 MOVE "*** SERIE REPETIDA NESTA LINHA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO DEV-SER-010
              ELSE
                 GO TO DEV-SER-020.
           MOVE W-SERIE TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE NOT = "00"
              MOVE "*** NUMERO DE SERIE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-SER-010.
           IF SER-PRODCOD NOT = NEI-CODIGO
              MOVE "*** SERIE NAO E DESTE PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-SER-010.
           IF SER-CNPJ NOT = W-CNPJ OR SER-NOTAENT NOT = W-NOTA
              MOVE "*** SERIE NAO ENTROU NESTA NOTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-SER-010.
           IF SER-SITUACAO NOT = "ESTOQUE"
              MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-SER-010.
           ADD 1 TO W-NSER
           MOVE W-SERIE TO W-TS-NUMERO (W-NSER)
           GO TO DEV-SER-010.
       DEV-GRAVA.
           COMPUTE W-VALDEV ROUNDED = NEI-CUSTO * W-QTDDEV
           PERFORM BAI-ESTOQUE THRU BAI-ESTOQUE-FIM
           IF W-ESERIE = "S"
              PERFORM BAI-SER THRU BAI-SER-FIM.
           ADD W-QTDDEV TO NEI-QTDDEV
           REWRITE REGNEI
           ADD W-VALDEV TO W-TOTDEV
           ADD 1 TO W-ITENSDEV
           DISPLAY W-TOTDEV AT 0940
           IF W-ITENSDEV = 1
              PERFORM ABR-DEV THRU ABR-DEV-FIM.
           PERFORM GRA-DEV-ITEM THRU GRA-DEV-ITEM-FIM
           MOVE "*** ITEM BAIXADO DO ESTOQUE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DEV-001.
      *
      ***************************************************
      * ENCERRA A DEVOLUCAO: IMPRIME O TOTAL E ABATE O   *
      * VALOR NAS PARCELAS ABERTAS DA NOTA NO CADPAG     *
      ***************************************************
      *
       DEV-FIM.
           IF W-ITENSDEV = ZEROS
              MOVE "*** NENHUM ITEM DEVOLVIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM GRA-DEV-TOT THRU GRA-DEV-TOT-FIM
           MOVE W-TOTDEV TO W-CREDITO
           PERFORM ABA-PAG THRU ABA-PAG-FIM
           IF W-CREDITO NOT = ZEROS
              MOVE SPACES TO MENS
              STRING "*** CREDITO COM O FORNECEDOR: " W-CREDITO " ***"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** DEVOLUCAO ENCERRADA - VER DEVFORN.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      ***************************************************
      * BAIXA A QUANTIDADE DO ESTOQUE: TOTAL, DEPOSITO   *
      * E LOTE EM QUE A LINHA ENTROU (SEM DEIXAR SALDO   *
      * NEGATIVO), COM MOVIMENTO DEV-FORN NO KARDEX,     *
      * DOCUMENTO = NUMERO DA NOTA DO FORNECEDOR         *
      ***************************************************
      *
       BAI-ESTOQUE.
           SUBTRACT W-QTDDEV FROM ESTOQUEATUAL
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
           IF NEI-DEPOSITO = ZEROS
              MOVE 1 TO DEP-CODIGO
           ELSE
              MOVE NEI-DEPOSITO TO DEP-CODIGO.
           READ CADDEP
           IF ST-ERRDP = "00"
              IF W-QTDDEV > DEP-SALDO
                 MOVE ZEROS TO DEP-SALDO
                 REWRITE REGDEP
              ELSE
                 SUBTRACT W-QTDDEV FROM DEP-SALDO
                 REWRITE REGDEP.
           IF NEI-LOTE = SPACES
              GO TO BAI-EST-010.
           MOVE CODIGO TO LOT-PRODCOD
           MOVE NEI-VALIDADE TO LOT-VALIDADE
           MOVE NEI-LOTE TO LOT-NUMERO
           READ CADLOT
           IF ST-ERRL = "00"
              IF W-QTDDEV > LOT-SALDO
                 MOVE ZEROS TO LOT-SALDO
                 REWRITE REGLOT
              ELSE
                 SUBTRACT W-QTDDEV FROM LOT-SALDO
                 REWRITE REGLOT.
       BAI-EST-010.
           PERFORM GRA-MOV THRU GRA-MOV-FIM.
       BAI-ESTOQUE-FIM.
           EXIT.
      *
       GRA-MOV.
           OPEN EXTEND CADMOV
           IF ST-ERRM = "30" OR "35"
              OPEN OUTPUT CADMOV
              CLOSE CADMOV
              OPEN EXTEND CADMOV.
           IF ST-ERRM NOT = "00"
              GO TO GRA-MOV-FIM.
           MOVE W-OPERADOR TO M-OPERADOR
           ACCEPT M-DATA FROM DATE YYYYMMDD
           ACCEPT M-HORA FROM TIME
           MOVE "DEV-FORN" TO M-OPERACAO
           MOVE W-NOTA TO M-DOCUMENTO
           MOVE CODIGO TO M-CODIGO
           MOVE DENOMINACAO TO M-PRODUTO
           MOVE ZEROS TO M-ENTRADA
           MOVE W-QTDDEV TO M-SAIDA
           MOVE ESTOQUEATUAL TO M-SALDO
           MOVE DEP-CODIGO TO M-DEPOSITO
           MOVE NEI-LOTE TO M-LOTE
           WRITE REGMOV
           CLOSE CADMOV.
       GRA-MOV-FIM.
           EXIT.
      *
      *********************************************
      * PASSA A DEVOLVIDO NO CADSER AS SERIES      *
      * CONFERIDAS DA LINHA                        *
      *********************************************
      *
       BAI-SER.
           MOVE ZEROS TO W-JSER.
       BAI-SER-010.
           ADD 1 TO W-JSER
           IF W-JSER > W-NSER
              GO TO BAI-SER-FIM.
           MOVE W-TS-NUMERO (W-JSER) TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE NOT = "00"
              GO TO BAI-SER-010.
           MOVE "DEVOLVIDO" TO SER-SITUACAO
           MOVE W-DATAHOJE TO SER-DTDEV
           REWRITE REGSER
           IF ST-ERRSE NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADSER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO BAI-SER-010.
       BAI-SER-FIM.
           EXIT.
      *
      ***************************************************
      * ABRE O DOCUMENTO DE DEVOLUCAO: CABECALHO COM O   *
      * FORNECEDOR (ENDERECO DO CADFORN), A NOTA DE      *
      * ORIGEM E O MOTIVO                                *
      ***************************************************
      *
       ABR-DEV.
           OPEN EXTEND DEVFORN
           IF ST-ERRR = "30" OR "35"
              OPEN OUTPUT DEVFORN
              CLOSE DEVFORN
              OPEN EXTEND DEVFORN.
           IF ST-ERRR NOT = "00"
              GO TO ABR-DEV-FIM.
           MOVE W-DATAHOJE TO DVD-DATA
           WRITE LINHA-DEV FROM DVD-TIT
           MOVE NE-FORNECEDOR TO DVD-NOME
           MOVE W-CNPJ TO DVD-CNPJ
           WRITE LINHA-DEV FROM DVD-FOR
           IF W-TEM-FORN = "S"
              MOVE W-CNPJ TO CNPJ-FORN
              READ CADFORN
              IF ST-ERRF = "00"
                 MOVE LOGRADOURO-FORN TO DVD-LOGR
                 MOVE NUM-FORN TO DVD-NUM
                 WRITE LINHA-DEV FROM DVD-END
                 MOVE BAIRRO-FORN TO DVD-BAIRRO
                 MOVE CIDADE-FORN TO DVD-CIDADE
                 MOVE UF-FORN TO DVD-UF
                 WRITE LINHA-DEV FROM DVD-CID.
           MOVE W-NOTA TO DVD-NOTA
           MOVE NE-EMISSAO TO DVD-EMISSAO
           WRITE LINHA-DEV FROM DVD-REF
           MOVE W-MOTIVO TO DVD-MOTIVO
           WRITE LINHA-DEV FROM DVD-MOT
           CLOSE DEVFORN.
       ABR-DEV-FIM.
           EXIT.
      *
       GRA-DEV-ITEM.
           OPEN EXTEND DEVFORN
           IF ST-ERRR NOT = "00"
              GO TO GRA-DEV-ITEM-FIM.
           MOVE NEI-PRODUTO TO DVDI-PRODUTO
           MOVE W-QTDDEV TO DVDI-QTD
           MOVE NEI-LOTE TO DVDI-LOTE
           MOVE W-VALDEV TO DVDI-VALOR
           WRITE LINHA-DEV FROM DVD-ITEM
           CLOSE DEVFORN.
       GRA-DEV-ITEM-FIM.
           EXIT.
      *
       GRA-DEV-TOT.
           OPEN EXTEND DEVFORN
           IF ST-ERRR NOT = "00"
              GO TO GRA-DEV-TOT-FIM.
           MOVE W-TOTDEV TO DVD-VALOR
           WRITE LINHA-DEV FROM DVD-TOT
           WRITE LINHA-DEV FROM DVD-ASS
           WRITE LINHA-DEV FROM DVD-SEP
           CLOSE DEVFORN.
       GRA-DEV-TOT-FIM.
           EXIT.
      *
      ***************************************************
      * ABATE O VALOR DEVOLVIDO NAS PARCELAS ABERTAS DA  *
      * NOTA, NA ORDEM DAS PARCELAS (MESMO CRITERIO DO   *
      * ABATIMENTO DA NOTA DE CREDITO NO SGP058): O      *
      * VALOR DA PARCELA DIMINUI E A PARCELA ZERADA FICA *
      * QUITADA NA DATA; O QUE SOBRAR FICA EM W-CREDITO  *
      * E E AVISADO AO OPERADOR                          *
      ***************************************************
      *
       ABA-PAG.
           MOVE W-CNPJ TO PAG-CNPJ
           MOVE W-NOTA TO PAG-NOTA
           MOVE ZEROS TO PAG-PARCELA
           START CADPAG KEY IS NOT LESS PAG-CHAVE INVALID KEY
              GO TO ABA-PAG-FIM.
       ABA-PAG-010.
           IF W-CREDITO = ZEROS
              GO TO ABA-PAG-FIM.
           READ CADPAG NEXT
           IF ST-ERRG NOT = "00"
              GO TO ABA-PAG-FIM.
           IF PAG-CNPJ NOT = W-CNPJ OR PAG-NOTA NOT = W-NOTA
              GO TO ABA-PAG-FIM.
           IF PAG-PAGO = "S"
              GO TO ABA-PAG-010.
           IF W-CREDITO > PAG-VALOR
              MOVE PAG-VALOR TO W-ABATE
           ELSE
              MOVE W-CREDITO TO W-ABATE.
           SUBTRACT W-ABATE FROM PAG-VALOR
           IF PAG-VALOR = ZEROS
              MOVE "S" TO PAG-PAGO
              MOVE W-DATAHOJE TO PAG-DTPAGTO.
           REWRITE REGPAGAR
           SUBTRACT W-ABATE FROM W-CREDITO
           GO TO ABA-PAG-010.
       ABA-PAG-FIM.
           EXIT.
      *
      *********************************************
      * LISTA NA AREA DE CONSULTA (ATE 10 LINHAS)  *
      * OS ITENS DA NOTA, COM O JA DEVOLVIDO       *
      *********************************************
      *
       LIS-ITENS.
           MOVE ZEROS TO W-LINCON
           MOVE W-CNPJ TO NEI-CNPJ
           MOVE W-NOTA TO NEI-NOTA
           MOVE ZEROS TO NEI-SEQ
           START CADNEI KEY IS NOT LESS NEI-CHAVE INVALID KEY
                 GO TO LIS-ITENS-FIM.
       LIS-ITENS-010.
           READ CADNEI NEXT
           IF ST-ERRNI NOT = "00"
              GO TO LIS-ITENS-FIM.
           IF NEI-CNPJ NOT = W-CNPJ OR NEI-NOTA NOT = W-NOTA
              GO TO LIS-ITENS-FIM.
           IF W-LINCON NOT < 10
              GO TO LIS-ITENS-FIM.
           ADD 1 TO W-LINCON
           MOVE NEI-SEQ TO DETI-SEQ
           MOVE NEI-PRODUTO TO DETI-PRODUTO
           MOVE NEI-QTD TO DETI-QTD
           MOVE NEI-QTDDEV TO DETI-QTDDEV
           MOVE NEI-CUSTO TO DETI-CUSTO
           COMPUTE W-POSLIN = (10 + W-LINCON) * 100 + 10
           DISPLAY DET-ITEM AT W-POSLIN
           GO TO LIS-ITENS-010.
       LIS-ITENS-FIM.
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
