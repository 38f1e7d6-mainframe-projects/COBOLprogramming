      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Abertura de cotacao de compra - roda a mesma conta da
      *          sugestao de reposicao do SGP049 (vendido no periodo
      *          contra estoque atual), grava as linhas numa cotacao
      *          (CADCOT/CADCOTI, numeracao do CADCOT.CTL) para os
      *          fornecedores informados (ate 10 do CADFORN), deixa um
      *          registro de preco pendente por fornecedor e linha
      *          (CADCOTF) e imprime o pedido de cotacao de cada
      *          fornecedor em COTACAO.TXT. Os precos sao digitados e
      *          as ordens geradas no SGP077
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP076.
      **************************************
      * ABERTURA DE COTACAO DE COMPRA      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NOMECLIENTE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                                                      WITH DUPLICATES.
       SELECT CADITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ITEM-CHAVE
                    FILE STATUS  IS ST-ERRI
                    ALTERNATE RECORD KEY IS ITEM-PRODUTO
                                                      WITH DUPLICATES.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-FORN
                    FILE STATUS  IS ST-ERRF
                    ALTERNATE RECORD KEY IS NOME-FORN
                                                      WITH DUPLICATES.
       SELECT CADCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COT-NUMERO
                    FILE STATUS  IS ST-ERRCT.
       SELECT CADCOTI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COTI-CHAVE
                    FILE STATUS  IS ST-ERRCI.
       SELECT CADCOTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COTF-CHAVE
                    FILE STATUS  IS ST-ERRCF.
       SELECT CTLCOT ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRC.
       SELECT COTACAO ASSIGN TO "COTACAO.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CABECALHO DO PEDIDO (MESMO LAYOUT DO SGP006), USADO PARA A
      * DATA E PARA PULAR PEDIDOS CANCELADOS.
       FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPED.
                03 PEDIDO             PIC 9(05).
                03 CLIENTE.
                       04 NOMECLIENTE PIC X(05).
                       04 CPF         PIC X(14).
                03 QTDITENS             PIC 9(03).
                03 VALORPEDIDO          PIC 9(08)V99.
                03 CALCPRECO            PIC 9(03)V99.
                03 CONDPAG              PIC 9(01).
                03 REGVERSAO            PIC 9(06).
                03 DATAPEDIDO           PIC 9(08).
                03 SITUACAO-PEDIDO      PIC X(10).
                03 OPERADOR-PED         PIC X(10).
                03 PED-ENTREGA          PIC X(01).
                03 PED-VENDEDOR         PIC 9(03).
                03 PED-FORMAPG          PIC 9(02).
                03 PED-DEPOSITO         PIC 9(02).
                03 PED-DTENTREGA        PIC 9(08).
                03 PED-ENDENT.
                       04 PED-ECEP      PIC 9(08).
                       04 PED-ELOGR     PIC X(40).
                       04 PED-ENUM      PIC X(13).
                       04 PED-EBAIRRO   PIC X(25).
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
       01 REGITEM.
                03 ITEM-CHAVE.
                       04 ITEM-PEDIDO   PIC 9(05).
                       04 ITEM-SEQ      PIC 9(03).
                03 ITEM-PRODUTO         PIC X(30).
                03 ITEM-UNIDADE         PIC X(10).
                03 ITEM-PRECOVENDA      PIC 9(06)V99.
                03 ITEM-QUANTIDADE      PIC 9(05).
                03 ITEM-DESCONTO        PIC 9(03)V99.
                03 ITEM-VALOR           PIC 9(08)V99.
                03 ITEM-FATOR           PIC 9(04).
                03 ITEM-CODIGO          PIC 9(08).
                03 ITEM-CUSTO           PIC 9(06)V99.
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
      * LAYOUT DO CADFORN.DAT (MESMO LAYOUT DO SGP019).
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
      * CABECALHO DA COTACAO - NASCE "ABERTA" COM OS FORNECEDORES
      * CONVIDADOS E VIRA "ENCERRADA" QUANDO O SGP077 GERA AS ORDENS.
       FD CADCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOT.DAT".
       01 REGCOT.
                03 COT-NUMERO           PIC 9(06).
                03 COT-DATA             PIC 9(08).
                03 COT-SITUACAO         PIC X(10).
                03 COT-QTDITENS         PIC 9(03).
                03 COT-QTDFORN          PIC 9(02).
                03 COT-FORN-TAB.
                       04 COT-FORN OCCURS 10 TIMES.
                          05 COT-CNPJ      PIC X(14).
                          05 COT-NOME      PIC X(40).
                03 COT-ORDENS           PIC 9(02).
                03 COT-OPERADOR         PIC X(10).
      *
      * LINHAS DA COTACAO - PRODUTO E QUANTIDADE A COMPRAR; NO
      * ENCERRAMENTO RECEBEM O FORNECEDOR VENCEDOR, O PRECO, O PRAZO E
      * A ORDEM DE COMPRA GERADA.
       FD CADCOTI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOTI.DAT".
       01 REGCOTI.
                03 COTI-CHAVE.
                       04 COTI-NUMERO   PIC 9(06).
                       04 COTI-SEQ      PIC 9(03).
                03 COTI-CODIGO          PIC 9(08).
                03 COTI-PRODUTO         PIC X(30).
                03 COTI-QTD             PIC 9(06).
                03 COTI-VENCEDOR        PIC X(14).
                03 COTI-PRECO           PIC 9(06)V99.
                03 COTI-PRAZO           PIC 9(03).
                03 COTI-OC              PIC 9(06).
      *
      * PRECO DE CADA FORNECEDOR PARA CADA LINHA: "PENDENTE" ATE A
      * DIGITACAO, "COTADO" COM PRECO, "SEM PRECO" QUANDO O FORNECEDOR
      * NAO COTOU A LINHA; NO ENCERRAMENTO "VENCEDORA" OU "PERDEDORA"
      * (A PROPOSTA PERDEDORA FICA GUARDADA PARA CONSULTA).
       FD CADCOTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOTF.DAT".
       01 REGCOTF.
                03 COTF-CHAVE.
                       04 COTF-NUMERO   PIC 9(06).
                       04 COTF-CNPJ     PIC X(14).
                       04 COTF-SEQ      PIC 9(03).
                03 COTF-PRECO           PIC 9(06)V99.
                03 COTF-PRAZO           PIC 9(03).
                03 COTF-SITUACAO        PIC X(10).
                03 COTF-DATA            PIC 9(08).
                03 COTF-OPERADOR        PIC X(10).
      *
      * CTLCOT GUARDA O ULTIMO NUMERO DE COTACAO GERADO (MESMO
      * ESQUEMA DO CTLOC).
       FD CTLCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOT.CTL".
       01 REGCTLCOT.
                03 CTL-ULTCOT         PIC 9(06).
      *
      * IMPRESSAO DOS PEDIDOS DE COTACAO (UM POR FORNECEDOR).
       FD COTACAO.
       01 LINHA-COT        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRCI     PIC X(02) VALUE "00".
       77 ST-ERRCF     PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-INDF       PIC 9(02) VALUE ZEROS.
       77 W-QTD-VEN    PIC 9(03) VALUE ZEROS.
       77 W-VENDIDO    PIC 9(06) VALUE ZEROS.
       77 W-SUGESTAO   PIC S9(07) VALUE ZEROS.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-CNPJ       PIC X(14) VALUE SPACES.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-CODITEM    PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   TABELA DO VOLUME VENDIDO POR PRODUTO NO PERIODO (MESMO
      *   ESQUEMA DO SGP020).
       01 TAB-VEN.
          03 TAB-VEN-ITEM OCCURS 200 TIMES.
             05 TV-CODIGO      PIC 9(08).
             05 TV-QTD         PIC 9(06).
      *----------------------------------------------------------------*
      *   LAYOUTS DO PEDIDO DE COTACAO IMPRESSO (COTACAO.TXT)
       01 COT-TIT.
                03 FILLER          PIC X(28) VALUE
                                    "*** PEDIDO DE COTACAO N. ***".
                03 FILLER          PIC X(01) VALUE SPACE.
                03 COTT-NUMERO     PIC ZZZZZ9.
                03 FILLER          PIC X(08) VALUE "  DATA: ".
                03 COTT-DATA       PIC 9(08).
       01 COT-FOR.
                03 FILLER          PIC X(12) VALUE "FORNECEDOR: ".
                03 COTN-NOME       PIC X(40).
       01 COT-DOC.
                03 FILLER          PIC X(12) VALUE "CNPJ      : ".
                03 COTC-CNPJ       PIC X(14).
                03 FILLER          PIC X(07) VALUE "  TEL: ".
                03 COTC-DDD        PIC 9(02).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 COTC-FONE       PIC 9(09).
       01 COT-OBS.
                03 FILLER          PIC X(60) VALUE
           "INFORMAR PRECO UNITARIO E PRAZO DE ENTREGA (DIAS) POR ITEM".
       01 COT-ITEM.
                03 COTL-SEQ        PIC ZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 COTL-PRODUTO    PIC X(30).
                03 FILLER          PIC X(06) VALUE " QTD: ".
                03 COTL-QTD        PIC ZZZZZ9.
                03 FILLER          PIC X(21) VALUE
                                    "  PRECO ______ PRAZO ".
                03 FILLER          PIC X(04) VALUE "___ ".
       01 COT-SEP.
                03 FILLER          PIC X(60) VALUE ALL "=".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADPED
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPED.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADITEM
           IF ST-ERRI NOT = "00"
                 DISPLAY "*** ARQUIVO CADITEM.DAT NAO ENCONTRADO ***"
                 CLOSE CADPED
                 GO TO ROT-FIMS.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 CLOSE CADPED CADITEM
                 GO TO ROT-FIMS.
           OPEN INPUT CADFORN
           IF ST-ERRF NOT = "00"
                 DISPLAY "*** ARQUIVO CADFORN.DAT NAO ENCONTRADO ***"
                 CLOSE CADPED CADITEM CADPRO
                 GO TO ROT-FIMS.
           OPEN I-O CADCOT
           IF ST-ERRCT NOT = "00"
               IF ST-ERRCT = "30"
                      OPEN OUTPUT CADCOT
                      CLOSE CADCOT
                      OPEN I-O CADCOT.
           OPEN I-O CADCOTI
           IF ST-ERRCI NOT = "00"
               IF ST-ERRCI = "30"
                      OPEN OUTPUT CADCOTI
                      CLOSE CADCOTI
                      OPEN I-O CADCOTI.
           OPEN I-O CADCOTF
           IF ST-ERRCF NOT = "00"
               IF ST-ERRCF = "30"
                      OPEN OUTPUT CADCOTF
                      CLOSE CADCOTF
                      OPEN I-O CADCOTF.
           OPEN I-O CTLCOT
           IF ST-ERRC NOT = "00"
               MOVE ZEROS TO REGCTLCOT
               OPEN OUTPUT CTLCOT
               WRITE REGCTLCOT
               CLOSE CTLCOT
               OPEN I-O CTLCOT.
           READ CTLCOT
           IF ST-ERRC NOT = "00"
               MOVE ZEROS TO CTL-ULTCOT.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE SPACES TO REGCOT
           MOVE ZEROS TO COT-QTDFORN.
       INC-000B.
           DISPLAY "DATA INICIAL (AAAAMMDD) : ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD) : ".
           ACCEPT W-DATA-FIM.
      *
      *****************************************************
      * FORNECEDORES CONVIDADOS: ATE 10 CNPJ DO CADFORN,   *
      * SEM REPETIR. CNPJ EM BRANCO ENCERRA A LISTA        *
      *****************************************************
      *
       FOR-001.
           IF COT-QTDFORN NOT < 10
                 GO TO FOR-FIM.
           MOVE SPACES TO W-CNPJ
           DISPLAY "CNPJ DO FORNECEDOR (BRANCO ENCERRA) : ".
           ACCEPT W-CNPJ.
           IF W-CNPJ = SPACES
                 GO TO FOR-FIM.
           MOVE W-CNPJ TO CNPJ-FORN
           READ CADFORN
           IF ST-ERRF NOT = "00"
                 DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
                 GO TO FOR-001.
           MOVE ZEROS TO W-INDF.
       FOR-002.
           ADD 1 TO W-INDF
           IF W-INDF > COT-QTDFORN
                 GO TO FOR-003.
           IF COT-CNPJ (W-INDF) = W-CNPJ
                 DISPLAY "*** FORNECEDOR JA INCLUIDO NA COTACAO ***"
                 GO TO FOR-001.
           GO TO FOR-002.
       FOR-003.
           ADD 1 TO COT-QTDFORN
           MOVE CNPJ-FORN TO COT-CNPJ (COT-QTDFORN)
           MOVE NOME-FORN TO COT-NOME (COT-QTDFORN)
           DISPLAY NOME-FORN
           GO TO FOR-001.
       FOR-FIM.
           IF COT-QTDFORN = ZEROS
                 DISPLAY "*** NENHUM FORNECEDOR INFORMADO ***"
                 GO TO ROT-FIM.
      *
      *****************************************************
      * PRIMEIRA PASSAGEM: ACUMULA NA TABELA O VOLUME      *
      * VENDIDO POR PRODUTO NO PERIODO, IGNORANDO PEDIDOS  *
      * CANCELADOS (MESMA CONTA DO SGP020)                 *
      *****************************************************
      *
       VEN-001.
           MOVE LOW-VALUES TO ITEM-CHAVE
           START CADITEM KEY IS NOT LESS ITEM-CHAVE INVALID KEY
                 GO TO LIN-001.
       VEN-002.
           READ CADITEM NEXT
           IF ST-ERRI NOT = "00"
                 GO TO LIN-001.
           ADD 1 TO W-LIDOS
           MOVE ITEM-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
                 GO TO VEN-002.
           IF DATAPEDIDO < W-DATA-INI OR DATAPEDIDO > W-DATA-FIM
                 GO TO VEN-002.
           IF SITUACAO-PEDIDO = "CANCELADO"
                 GO TO VEN-002.
           PERFORM ACU-VEN THRU ACU-VEN-FIM
           GO TO VEN-002.
      *
       ACU-VEN.
           MOVE "N" TO W-ACHOU
           IF ITEM-FATOR = ZEROS
                 MOVE ITEM-QUANTIDADE TO W-QTDBASE
           ELSE
                 COMPUTE W-QTDBASE = ITEM-QUANTIDADE * ITEM-FATOR.
      *
      * A TABELA E CHAVEADA PELO CODIGO DO PRODUTO DA LINHA; LINHA
      * ANTIGA SEM CODIGO AINDA E RESOLVIDA PELO NOME NO CADPRO.
      *
           MOVE ITEM-CODIGO TO W-CODITEM
           IF W-CODITEM = ZEROS
                 MOVE ITEM-PRODUTO TO DENOMINACAO
                 READ CADPRO KEY IS DENOMINACAO
                 IF ST-ERRP = "00"
                       MOVE CODIGO TO W-CODITEM.
           IF W-CODITEM = ZEROS
                 GO TO ACU-VEN-FIM.
           MOVE ZEROS TO W-IND.
       ACU-VEN-001.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-VEN
                 GO TO ACU-VEN-002.
           IF TV-CODIGO (W-IND) = W-CODITEM
                 ADD W-QTDBASE TO TV-QTD (W-IND)
                 MOVE "S" TO W-ACHOU
                 GO TO ACU-VEN-FIM.
           GO TO ACU-VEN-001.
       ACU-VEN-002.
           IF W-ACHOU = "N" AND W-QTD-VEN < 200
                 ADD 1 TO W-QTD-VEN
                 MOVE W-CODITEM TO TV-CODIGO (W-QTD-VEN)
                 MOVE W-QTDBASE TO TV-QTD (W-QTD-VEN).
       ACU-VEN-FIM.
           EXIT.
      *
      *****************************************************
      * SEGUNDA PASSAGEM: TODO PRODUTO COM VENDIDO ACIMA   *
      * DO ESTOQUE VIRA LINHA DA COTACAO, SEJA QUAL FOR O  *
      * FORNECEDOR PREFERENCIAL. O NUMERO SO E TIRADO DO   *
      * CTLCOT NA PRIMEIRA LINHA                           *
      *****************************************************
      *
       LIN-001.
           MOVE ZEROS TO W-SEQ
           MOVE LOW-VALUES TO CODIGO
           START CADPRO KEY IS NOT LESS CODIGO INVALID KEY
                 GO TO LIN-FIM.
       LIN-002.
           READ CADPRO NEXT
           IF ST-ERRP NOT = "00"
                 GO TO LIN-FIM.
           PERFORM BUS-VEN THRU BUS-VEN-FIM
           COMPUTE W-SUGESTAO = W-VENDIDO - ESTOQUEATUAL
           IF W-SUGESTAO NOT > ZEROS
                 GO TO LIN-002.
           IF W-SEQ = ZEROS
                 PERFORM ABR-COT THRU ABR-COT-FIM.
           ADD 1 TO W-SEQ
           MOVE COT-NUMERO TO COTI-NUMERO
           MOVE W-SEQ TO COTI-SEQ
           MOVE CODIGO TO COTI-CODIGO
           MOVE DENOMINACAO TO COTI-PRODUTO
           MOVE W-SUGESTAO TO COTI-QTD
           MOVE SPACES TO COTI-VENCEDOR
           MOVE ZEROS TO COTI-PRECO
           MOVE ZEROS TO COTI-PRAZO
           MOVE ZEROS TO COTI-OC
           WRITE REGCOTI
           IF ST-ERRCI = "22"
                 REWRITE REGCOTI.
           GO TO LIN-002.
       LIN-FIM.
           IF W-SEQ = ZEROS
                 DISPLAY "*** NENHUM PRODUTO A REPOR NO PERIODO ***"
                 GO TO ROT-FIM.
           MOVE W-SEQ TO COT-QTDITENS
           WRITE REGCOT
           IF ST-ERRCT = "22"
                 REWRITE REGCOT.
      *
      *****************************************************
      * PARA CADA FORNECEDOR CONVIDADO: UM PRECO PENDENTE  *
      * POR LINHA E O PEDIDO DE COTACAO IMPRESSO           *
      *****************************************************
      *
           OPEN OUTPUT COTACAO
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO COTACAO.TXT ***".
           MOVE ZEROS TO W-INDF.
       PED-001.
           ADD 1 TO W-INDF
           IF W-INDF > COT-QTDFORN
                 GO TO PED-FIM.
           MOVE COT-CNPJ (W-INDF) TO CNPJ-FORN
           READ CADFORN
           IF ST-ERRF NOT = "00"
                 MOVE COT-NOME (W-INDF) TO NOME-FORN
                 MOVE ZEROS TO DDD-FORN NUMERO-FORN.
           IF ST-ERRR = "00"
                 MOVE COT-NUMERO TO COTT-NUMERO
                 MOVE W-DATAHOJE TO COTT-DATA
                 WRITE LINHA-COT FROM COT-TIT
                 MOVE NOME-FORN TO COTN-NOME
                 WRITE LINHA-COT FROM COT-FOR
                 MOVE COT-CNPJ (W-INDF) TO COTC-CNPJ
                 MOVE DDD-FORN TO COTC-DDD
                 MOVE NUMERO-FORN TO COTC-FONE
                 WRITE LINHA-COT FROM COT-DOC
                 WRITE LINHA-COT FROM COT-OBS.
           MOVE COT-NUMERO TO COTI-NUMERO
           MOVE ZEROS TO COTI-SEQ
           START CADCOTI KEY IS NOT LESS COTI-CHAVE INVALID KEY
                 GO TO PED-020.
       PED-010.
           READ CADCOTI NEXT
           IF ST-ERRCI NOT = "00"
                 GO TO PED-020.
           IF COTI-NUMERO NOT = COT-NUMERO
                 GO TO PED-020.
           MOVE COT-NUMERO TO COTF-NUMERO
           MOVE COT-CNPJ (W-INDF) TO COTF-CNPJ
           MOVE COTI-SEQ TO COTF-SEQ
           MOVE ZEROS TO COTF-PRECO
           MOVE ZEROS TO COTF-PRAZO
           MOVE "PENDENTE" TO COTF-SITUACAO
           MOVE ZEROS TO COTF-DATA
           MOVE SPACES TO COTF-OPERADOR
           WRITE REGCOTF
           IF ST-ERRCF = "22"
                 REWRITE REGCOTF.
           IF ST-ERRR = "00"
                 MOVE COTI-SEQ TO COTL-SEQ
                 MOVE COTI-PRODUTO TO COTL-PRODUTO
                 MOVE COTI-QTD TO COTL-QTD
                 WRITE LINHA-COT FROM COT-ITEM.
           GO TO PED-010.
       PED-020.
           IF ST-ERRR = "00"
                 WRITE LINHA-COT FROM COT-SEP.
           GO TO PED-001.
       PED-FIM.
           IF ST-ERRR = "00"
                 CLOSE COTACAO.
           DISPLAY "*** COTACAO " COT-NUMERO " ABERTA ***"
           GO TO ROT-FIM.
      *
      ***************************************************
      * ABRE A COTACAO: TIRA O NUMERO DO CTLCOT E MONTA  *
      * O CABECALHO EM MEMORIA (GRAVADO NO FIM, COM A    *
      * QUANTIDADE DE LINHAS)                            *
      ***************************************************
      *
       ABR-COT.
           ADD 1 TO CTL-ULTCOT
           CLOSE CTLCOT
           OPEN OUTPUT CTLCOT
           WRITE REGCTLCOT
           CLOSE CTLCOT
           OPEN I-O CTLCOT
           MOVE CTL-ULTCOT TO COT-NUMERO
           MOVE W-DATAHOJE TO COT-DATA
           MOVE "ABERTA" TO COT-SITUACAO
           MOVE ZEROS TO COT-QTDITENS
           MOVE ZEROS TO COT-ORDENS
           MOVE SPACES TO COT-OPERADOR.
       ABR-COT-FIM.
           EXIT.
      *
       BUS-VEN.
           MOVE ZEROS TO W-VENDIDO
           MOVE ZEROS TO W-IND.
       BUS-VEN-001.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-VEN
                 GO TO BUS-VEN-FIM.
           IF TV-CODIGO (W-IND) = CODIGO
                 MOVE TV-QTD (W-IND) TO W-VENDIDO
                 GO TO BUS-VEN-FIM.
           GO TO BUS-VEN-001.
       BUS-VEN-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPED CADITEM CADPRO CADFORN
                CLOSE CADCOT CADCOTI CADCOTF CTLCOT
                DISPLAY "*** ABERTURA DE COTACAO CONCLUIDA ***"
                DISPLAY "ITENS LIDOS            : " W-LIDOS
                DISPLAY "LINHAS NA COTACAO       : " W-SEQ
                DISPLAY "FORNECEDORES CONVIDADOS : " COT-QTDFORN.
       ROT-FIMS.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
