      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: DRE gerencial do mes - demonstrativo de resultado do
      *          mes pedido, com o mesmo mes do ano anterior e o
      *          acumulado do ano ao lado: venda bruta (CADNF nao
      *          cancelada), devolucoes (CADNC), impostos (NF-IMPOSTO),
      *          custo das mercadorias (ITEM-CUSTO congelado, linha
      *          antiga no custo medio do CADPRO, menos o custo do que
      *          voltou por DEVOLUCAO no CADPRO.MOV), comissoes (pelo
      *          percentual do vendedor no CADVEN, como no SGP037) e
      *          fretes e despesas pagas no mes (CADPAG com categoria,
      *          pelo grupo do CADCDP). Relatorio em RELDRE.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP097.
      **************************************
      * DRE GERENCIAL DO MES               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRNF.
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
       SELECT CADVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEN-CODIGO
                    FILE STATUS  IS ST-ERRV.
       SELECT CADNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NC-NUMERO
                    FILE STATUS  IS ST-ERRNC.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT CADPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAG-CHAVE
                    FILE STATUS  IS ST-ERRPG.
       SELECT CADCDP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDP-CODIGO
                    FILE STATUS  IS ST-ERRCD.
       SELECT RELDRE ASSIGN TO "RELDRE.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * NOTAS FISCAIS (MESMO LAYOUT DO SGP006).
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-CHAVE.
                       04 NF-FILIAL     PIC 9(02).
                       04 NF-NUMERO     PIC 9(06).
                03 NF-PEDIDO            PIC 9(05).
                03 NF-DATA              PIC 9(08).
                03 NF-CPF               PIC X(14).
                03 NF-NOME              PIC X(40).
                03 NF-LOGRADOURO        PIC X(40).
                03 NF-NUM               PIC X(13).
                03 NF-BAIRRO            PIC X(25).
                03 NF-CIDADE            PIC X(25).
                03 NF-UF                PIC X(02).
                03 NF-VALOR             PIC 9(08)V99.
                03 NF-IMPOSTO           PIC 9(08)V99.
                03 NF-IMP-TAB.
                       04 NF-IMP-LIN OCCURS 3 TIMES.
                          05 NFI-ALIQ      PIC 9(02)V99.
                          05 NFI-BASE      PIC 9(08)V99.
                          05 NFI-VALOR     PIC 9(08)V99.
                03 NF-FRETE             PIC 9(06)V99.
                03 NF-SITUACAO          PIC X(10).
                03 NF-DTCANC            PIC 9(08).
                03 NF-MOTIVO            PIC X(40).
                03 NF-OPECANC           PIC X(10).
      *
      * CABECALHO DO PEDIDO (MESMO LAYOUT DO SGP006), PARA O
      * VENDEDOR E O VALOR BASE DA COMISSAO.
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
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002), PARA O CUSTO
      * MEDIO DAS LINHAS ANTIGAS E DAS DEVOLUCOES.
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
      * VENDEDORES (MESMO LAYOUT DO SGP036).
       FD CADVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEN.DAT".
       01 REGVEN.
                03 VEN-CODIGO        PIC 9(03).
                03 VEN-NOME          PIC X(30).
                03 VEN-COMISSAO      PIC 9(02)V99.
                03 VEN-SITUACAO      PIC X(10).
      *
      * NOTAS DE CREDITO (MESMO LAYOUT DO SGP058).
       FD CADNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNC.DAT".
       01 REGNC.
                03 NC-NUMERO            PIC 9(06).
                03 NC-NF                PIC 9(06).
                03 NC-PEDIDO            PIC 9(05).
                03 NC-CPF               PIC X(14).
                03 NC-DATA              PIC 9(08).
                03 NC-VALOR             PIC 9(08)V99.
                03 NC-OPERADOR          PIC X(10).
                03 NC-FILIAL            PIC 9(02).
      *
      * LIVRO DE MOVIMENTO DE ESTOQUE (MESMO LAYOUT DO SGP006) - SO
      * AS ENTRADAS DE DEVOLUCAO INTERESSAM AQUI.
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
      * CATEGORIAS DE DESPESA (MESMO LAYOUT DO SGP094).
       FD CADCDP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDP.DAT".
       01 REGCDP.
                03 CDP-CODIGO        PIC 9(03).
                03 CDP-DESCRICAO     PIC X(30).
                03 CDP-GRUPO         PIC X(01).
      *
       FD RELDRE.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRNF     PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRNC     PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRPG     PIC X(02) VALUE "00".
       77 ST-ERRCD     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-NC     PIC X(01) VALUE "N".
       77 W-TEM-MOV    PIC X(01) VALUE "N".
       77 W-TEM-PAG    PIC X(01) VALUE "N".
       77 W-TEM-CDP    PIC X(01) VALUE "N".
       77 W-NOTAS      PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
       77 W-CUSTOLIN   PIC 9(06)V99 VALUE ZEROS.
       77 W-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 W-CUSTONF    PIC 9(11)V99 VALUE ZEROS.
       77 W-DATA       PIC 9(08) VALUE ZEROS.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MES PEDIDO, MESMO MES DO ANO ANTERIOR E A DATA DO MOVIMENTO
      *   CORRENTE, VISTA EM ANO E MES
       01 W-MES.
          03 W-MES-ANO     PIC 9(04).
          03 W-MES-MES     PIC 9(02).
       01 W-MESAA.
          03 W-MESAA-ANO   PIC 9(04).
          03 W-MESAA-MES   PIC 9(02).
       01 W-DTMOV.
          03 W-DTMOV-ANO   PIC 9(04).
          03 W-DTMOV-MES   PIC 9(02).
          03 W-DTMOV-DIA   PIC 9(02).
       01 W-DTMOV-R REDEFINES W-DTMOV.
          03 W-DTMOV-AM    PIC 9(06).
          03 FILLER        PIC 9(02).
      *----------------------------------------------------------------*
      *   AS TRES COLUNAS DO DEMONSTRATIVO: 1 = MES PEDIDO, 2 = MESMO
      *   MES DO ANO ANTERIOR, 3 = ACUMULADO DO ANO ATE O MES PEDIDO.
      *   W-FLAG(N) = "S" QUANDO A DATA DO MOVIMENTO CAI NA COLUNA N.
      *   AS LINHAS LANCADAS SAO:
      *     1 VENDA BRUTA        2 DEVOLUCOES         3 IMPOSTOS
      *     4 CUSTO MERCADORIAS  5 COMISSOES          6 FRETES
      *     7 DESPESAS OPERACIONAIS
       01 TAB-FLAG.
          03 W-FLAG        PIC X(01) OCCURS 3 TIMES.
       01 TAB-DRE.
          03 TD-COL OCCURS 3 TIMES.
             05 TD-VAL     PIC S9(11)V99 OCCURS 7 TIMES.
             05 TD-RECLIQ  PIC S9(11)V99.
             05 TD-MRGBRU  PIC S9(11)V99.
             05 TD-RESOPE  PIC S9(11)V99.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** DRE GERENCIAL *** MES ".
          03 TIT-MES       PIC 9(06).
       01 LINHA-CAB.
          03 FILLER        PIC X(40) VALUE
                            "                               MES PEDID".
          03 FILLER        PIC X(40) VALUE
                            "O   MES ANO ANTERIOR   ACUMULADO NO ANO ".
       01 LINHA-CAB2.
          03 FILLER        PIC X(32) VALUE SPACES.
          03 CAB-MES       PIC 9(06).
          03 FILLER        PIC X(10) VALUE SPACES.
          03 CAB-MESAA     PIC 9(06).
          03 FILLER        PIC X(10) VALUE SPACES.
          03 CAB-ANO       PIC 9(04).
          03 FILLER        PIC X(03) VALUE "01/".
          03 CAB-ATE       PIC 9(02).
       01 DET-DRE.
          03 DETD-ROTULO   PIC X(28).
          03 DETD-COL OCCURS 3 TIMES.
             05 FILLER     PIC X(02).
             05 DETD-VAL   PIC -ZZZZZZZZZ9,99.
       01 LINHA-SEP.
          03 FILLER        PIC X(28) VALUE SPACES.
          03 FILLER        PIC X(48) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADNF
           IF ST-ERRNF NOT = "00"
                 DISPLAY "*** ARQUIVO CADNF.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADPED
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPED.DAT NAO ENCONTRADO ***"
                 CLOSE CADNF
                 GO TO ROT-FIMS.
           OPEN INPUT CADITEM
           IF ST-ERRI NOT = "00"
                 DISPLAY "*** ARQUIVO CADITEM.DAT NAO ENCONTRADO ***"
                 CLOSE CADNF CADPED
                 GO TO ROT-FIMS.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 CLOSE CADNF CADPED CADITEM
                 GO TO ROT-FIMS.
           OPEN INPUT CADVEN
           IF ST-ERRV NOT = "00"
                 DISPLAY "*** ARQUIVO CADVEN.DAT NAO ENCONTRADO ***"
                 CLOSE CADNF CADPED CADITEM CADPRO
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELDRE
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELDRE.TXT ***"
                 CLOSE CADNF CADPED CADITEM CADPRO CADVEN
                 GO TO ROT-FIMS.
      *
      * NOTAS DE CREDITO, KARDEX E CONTAS A PAGAR SAO OPCIONAIS: SEM
      * ELES A LINHA CORRESPONDENTE SAI ZERADA.
      *
           OPEN INPUT CADNC
           IF ST-ERRNC = "00"
                 MOVE "S" TO W-TEM-NC.
           OPEN INPUT CADMOV
           IF ST-ERRM = "00"
                 MOVE "S" TO W-TEM-MOV.
           OPEN INPUT CADPAG
           IF ST-ERRPG = "00"
                 MOVE "S" TO W-TEM-PAG.
           OPEN INPUT CADCDP
           IF ST-ERRCD = "00"
                 MOVE "S" TO W-TEM-CDP.
       INC-000B.
           DISPLAY "MES DO DEMONSTRATIVO (AAAAMM, 0 = MES ATUAL) : ".
           ACCEPT W-MES.
           IF W-MES = ZEROS
                 ACCEPT W-HOJE FROM DATE YYYYMMDD
                 MOVE W-HOJE TO W-DTMOV
                 MOVE W-DTMOV-AM TO W-MES.
           IF W-MES-MES < 1 OR W-MES-MES > 12
                 DISPLAY "*** MES INVALIDO ***"
                 GO TO INC-000B.
           MOVE W-MES TO W-MESAA
           SUBTRACT 1 FROM W-MESAA-ANO
           MOVE ZEROS TO W-IND.
       INC-000C.
           ADD 1 TO W-IND
           IF W-IND > 3
                 GO TO INC-001.
           MOVE ZEROS TO W-LIN.
       INC-000D.
           ADD 1 TO W-LIN
           IF W-LIN > 7
                 GO TO INC-000C.
           MOVE ZEROS TO TD-VAL (W-IND W-LIN)
           GO TO INC-000D.
      *
      *****************************************************
      * NOTAS FISCAIS: CANCELADA NAO ENTRA. CADA NOTA DA   *
      * VENDA BRUTA (VALOR TOTAL DA NOTA), IMPOSTO, CUSTO  *
      * DOS ITENS DO PEDIDO E COMISSAO DO VENDEDOR SOBRE O *
      * VALOR DO PEDIDO                                    *
      *****************************************************
      *
       INC-001.
           READ CADNF NEXT
              AT END
                 GO TO INC-010.
           IF NF-SITUACAO = "CANCELADA"
                 GO TO INC-001.
           MOVE NF-DATA TO W-DATA
           PERFORM VER-PER THRU VER-PER-FIM
           IF W-FLAG (1) = "N" AND W-FLAG (2) = "N"
                                AND W-FLAG (3) = "N"
                 GO TO INC-001.
           ADD 1 TO W-NOTAS
           MOVE 1 TO W-LIN
           MOVE NF-VALOR TO W-VALOR
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           MOVE 3 TO W-LIN
           MOVE NF-IMPOSTO TO W-VALOR
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           MOVE NF-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
                 GO TO INC-001.
           MOVE ZEROS TO W-CUSTONF
           PERFORM SOM-ITENS THRU SOM-ITENS-FIM
           MOVE 4 TO W-LIN
           MOVE W-CUSTONF TO W-VALOR
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           IF PED-VENDEDOR = ZEROS
                 GO TO INC-001.
           MOVE PED-VENDEDOR TO VEN-CODIGO
           READ CADVEN
           IF ST-ERRV NOT = "00"
                 GO TO INC-001.
           MOVE 5 TO W-LIN
           COMPUTE W-VALOR ROUNDED =
                   VALORPEDIDO * (VEN-COMISSAO / 100)
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           GO TO INC-001.
      *
      *****************************************************
      * DEVOLUCOES: VALOR DA NOTA DE CREDITO NA DATA DELA  *
      *****************************************************
      *
       INC-010.
           IF W-TEM-NC = "N"
                 GO TO INC-020.
       INC-011.
           READ CADNC NEXT
              AT END
                 GO TO INC-020.
           MOVE NC-DATA TO W-DATA
           PERFORM VER-PER THRU VER-PER-FIM
           MOVE 2 TO W-LIN
           MOVE NC-VALOR TO W-VALOR
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           GO TO INC-011.
      *
      *****************************************************
      * CUSTO DO QUE VOLTOU AO ESTOQUE POR DEVOLUCAO: SAI  *
      * DO CUSTO DAS MERCADORIAS PELO CUSTO MEDIO ATUAL    *
      *****************************************************
      *
       INC-020.
           IF W-TEM-MOV = "N"
                 GO TO INC-030.
       INC-021.
           READ CADMOV
              AT END
                 GO TO INC-030.
           IF M-OPERACAO NOT = "DEVOLUCAO" OR M-ENTRADA = ZEROS
                 GO TO INC-021.
           MOVE M-DATA TO W-DATA
           PERFORM VER-PER THRU VER-PER-FIM
           IF W-FLAG (1) = "N" AND W-FLAG (2) = "N"
                                AND W-FLAG (3) = "N"
                 GO TO INC-021.
           MOVE M-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
                 GO TO INC-021.
           MOVE 4 TO W-LIN
           COMPUTE W-VALOR ROUNDED = ZEROS - (PRECOCUSTO * M-ENTRADA)
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           GO TO INC-021.
      *
      *****************************************************
      * DESPESAS PAGAS NO MES: PARCELA DO CADPAG COM       *
      * CATEGORIA E BAIXADA. GRUPO F VAI PARA FRETES,      *
      * GRUPO N (NAO OPERACIONAL) FICA FORA DO RESULTADO   *
      * OPERACIONAL, O RESTO E DESPESA OPERACIONAL         *
      *****************************************************
      *
       INC-030.
           IF W-TEM-PAG = "N"
                 GO TO INC-FIM.
       INC-031.
           READ CADPAG NEXT
              AT END
                 GO TO INC-FIM.
           IF PAG-CATEGORIA = ZEROS OR PAG-PAGO NOT = "S"
                 GO TO INC-031.
           MOVE PAG-DTPAGTO TO W-DATA
           PERFORM VER-PER THRU VER-PER-FIM
           MOVE 7 TO W-LIN
           IF W-TEM-CDP = "S"
                 MOVE PAG-CATEGORIA TO CDP-CODIGO
                 READ CADCDP
                 IF ST-ERRCD = "00" AND CDP-GRUPO = "N"
                       GO TO INC-031.
           IF W-TEM-CDP = "S" AND ST-ERRCD = "00"
                                AND CDP-GRUPO = "F"
                 MOVE 6 TO W-LIN.
           MOVE PAG-VALOR TO W-VALOR
           PERFORM ACU-DRE THRU ACU-DRE-FIM
           GO TO INC-031.
      *
      ***************************************************
      * CUSTO DOS ITENS DO PEDIDO DA NOTA: CUSTO         *
      * CONGELADO X QUANTIDADE EM UNIDADES DE ESTOQUE;   *
      * LINHA ANTIGA SEM CUSTO CAI NO CUSTO MEDIO ATUAL  *
      * DO CADPRO (MESMO CRITERIO DO SGP067)             *
      ***************************************************
      *
       SOM-ITENS.
           MOVE PEDIDO TO ITEM-PEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START CADITEM KEY IS NOT LESS ITEM-CHAVE INVALID KEY
                 GO TO SOM-ITENS-FIM.
       SOM-ITE-010.
           READ CADITEM NEXT
           IF ST-ERRI NOT = "00"
                 GO TO SOM-ITENS-FIM.
           IF ITEM-PEDIDO NOT = PEDIDO
                 GO TO SOM-ITENS-FIM.
           IF ITEM-FATOR = ZEROS
                 MOVE ITEM-QUANTIDADE TO W-QTDBASE
           ELSE
                 COMPUTE W-QTDBASE = ITEM-QUANTIDADE * ITEM-FATOR.
           MOVE ITEM-CUSTO TO W-CUSTOLIN
           IF W-CUSTOLIN NOT = ZEROS
                 GO TO SOM-ITE-020.
           IF ITEM-CODIGO NOT = ZEROS
                 MOVE ITEM-CODIGO TO CODIGO
                 READ CADPRO
           ELSE
                 MOVE ITEM-PRODUTO TO DENOMINACAO
                 READ CADPRO KEY IS DENOMINACAO.
           IF ST-ERRP = "00"
                 MOVE PRECOCUSTO TO W-CUSTOLIN.
       SOM-ITE-020.
           COMPUTE W-CUSTONF = W-CUSTONF +
                               (W-CUSTOLIN * W-QTDBASE)
           GO TO SOM-ITE-010.
       SOM-ITENS-FIM.
           EXIT.
      *
      ***************************************************
      * MARCA EM QUAIS COLUNAS A DATA W-DATA ENTRA       *
      ***************************************************
      *
       VER-PER.
           MOVE "N" TO W-FLAG (1)
           MOVE "N" TO W-FLAG (2)
           MOVE "N" TO W-FLAG (3)
           MOVE W-DATA TO W-DTMOV
           IF W-DTMOV-AM = W-MES
                 MOVE "S" TO W-FLAG (1).
           IF W-DTMOV-AM = W-MESAA
                 MOVE "S" TO W-FLAG (2).
           IF W-DTMOV-ANO = W-MES-ANO AND W-DTMOV-MES NOT > W-MES-MES
                 MOVE "S" TO W-FLAG (3).
       VER-PER-FIM.
           EXIT.
      *
      ***************************************************
      * SOMA W-VALOR NA LINHA W-LIN DAS COLUNAS MARCADAS *
      ***************************************************
      *
       ACU-DRE.
           MOVE ZEROS TO W-IND.
       ACU-DRE-010.
           ADD 1 TO W-IND
           IF W-IND > 3
                 GO TO ACU-DRE-FIM.
           IF W-FLAG (W-IND) = "S"
                 ADD W-VALOR TO TD-VAL (W-IND W-LIN).
           GO TO ACU-DRE-010.
       ACU-DRE-FIM.
           EXIT.
      *
      *****************************************************
      * CALCULA OS SUBTOTAIS E IMPRIME O DEMONSTRATIVO     *
      *****************************************************
      *
       INC-FIM.
           MOVE ZEROS TO W-IND.
       INC-FIM-010.
           ADD 1 TO W-IND
           IF W-IND > 3
                 GO TO INC-FIM-020.
           COMPUTE TD-RECLIQ (W-IND) = TD-VAL (W-IND 1)
                                     - TD-VAL (W-IND 2)
                                     - TD-VAL (W-IND 3)
           COMPUTE TD-MRGBRU (W-IND) = TD-RECLIQ (W-IND)
                                     - TD-VAL (W-IND 4)
           COMPUTE TD-RESOPE (W-IND) = TD-MRGBRU (W-IND)
                                     - TD-VAL (W-IND 5)
                                     - TD-VAL (W-IND 6)
                                     - TD-VAL (W-IND 7)
           GO TO INC-FIM-010.
       INC-FIM-020.
           MOVE W-MES TO TIT-MES
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB
           MOVE W-MES TO CAB-MES
           MOVE W-MESAA TO CAB-MESAA
           MOVE W-MES-ANO TO CAB-ANO
           MOVE W-MES-MES TO CAB-ATE
           WRITE LINHA-REL FROM LINHA-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO DET-DRE
           MOVE "VENDA BRUTA" TO DETD-ROTULO
           MOVE 1 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           MOVE "(-) DEVOLUCOES" TO DETD-ROTULO
           MOVE 2 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           MOVE "(-) IMPOSTOS SOBRE VENDAS" TO DETD-ROTULO
           MOVE 3 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "RECEITA LIQUIDA" TO DETD-ROTULO
           MOVE TD-RECLIQ (1) TO DETD-VAL (1)
           MOVE TD-RECLIQ (2) TO DETD-VAL (2)
           MOVE TD-RECLIQ (3) TO DETD-VAL (3)
           WRITE LINHA-REL FROM DET-DRE
           MOVE "(-) CUSTO DAS MERCADORIAS" TO DETD-ROTULO
           MOVE 4 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "MARGEM BRUTA" TO DETD-ROTULO
           MOVE TD-MRGBRU (1) TO DETD-VAL (1)
           MOVE TD-MRGBRU (2) TO DETD-VAL (2)
           MOVE TD-MRGBRU (3) TO DETD-VAL (3)
           WRITE LINHA-REL FROM DET-DRE
           MOVE "(-) COMISSOES DE VENDA" TO DETD-ROTULO
           MOVE 5 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           MOVE "(-) FRETES PAGOS" TO DETD-ROTULO
           MOVE 6 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           MOVE "(-) DESPESAS OPERACIONAIS" TO DETD-ROTULO
           MOVE 7 TO W-LIN
           PERFORM MOS-LIN THRU MOS-LIN-FIM
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "RESULTADO OPERACIONAL" TO DETD-ROTULO
           MOVE TD-RESOPE (1) TO DETD-VAL (1)
           MOVE TD-RESOPE (2) TO DETD-VAL (2)
           MOVE TD-RESOPE (3) TO DETD-VAL (3)
           WRITE LINHA-REL FROM DET-DRE
           GO TO ROT-FIM.
      *
      *********************************************
      * IMPRIME A LINHA W-LIN NAS TRES COLUNAS     *
      *********************************************
      *
       MOS-LIN.
           MOVE TD-VAL (1 W-LIN) TO DETD-VAL (1)
           MOVE TD-VAL (2 W-LIN) TO DETD-VAL (2)
           MOVE TD-VAL (3 W-LIN) TO DETD-VAL (3)
           WRITE LINHA-REL FROM DET-DRE.
       MOS-LIN-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADNF CADPED CADITEM CADPRO CADVEN
                CLOSE RELDRE
                IF W-TEM-NC = "S"
                      CLOSE CADNC.
                IF W-TEM-MOV = "S"
                      CLOSE CADMOV.
                IF W-TEM-PAG = "S"
                      CLOSE CADPAG.
                IF W-TEM-CDP = "S"
                      CLOSE CADCDP.
                DISPLAY "*** DRE GERENCIAL CONCLUIDO ***"
                DISPLAY "NOTAS NO DEMONSTRATIVO  : " W-NOTAS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
