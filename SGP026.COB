      *          sem ela cai na data do pedido), lista
      *          os pedidos abertos marcados para entrega, imprime a
      *          lista de separacao de produtos para o estoque
      *          (RELPICK.TXT, na ordem dos enderecos do CADLOC por
      *          deposito/corredor/prateleira/nivel, para o separador
      *          percorrer o deposito uma vez so) e o romaneio do
      *          motorista agrupado por
      *          cidade/bairro com linha de assinatura (RELROTA.TXT),
      *          marcando os pedidos como EM ENTREGA
      * Tectonics: cobc
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ROTA-CODIGO
                    FILE STATUS  IS ST-ERRRO.
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
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006), AGREGADOS POR
      * PRODUTO NA LISTA DE SEPARACAO.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002), SO PARA
      * RESOLVER O CODIGO DO PRODUTO DA LISTA DE SEPARACAO.
                03 ROTA-CAPVOL       PIC 9(05).
                03 ROTA-CAPVAL       PIC 9(08)V99.
      *
      * ENDERECO DO PRODUTO NO DEPOSITO (MESMO LAYOUT DO SGP106). COM
      * O ARQUIVO PRESENTE A LISTA DE SEPARACAO SAI ORDENADA E
      * AGRUPADA POR DEPOSITO E CORREDOR; O QUE NAO TEM ENDERECO
      * SAI NO FIM DO DEPOSITO.
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
       77 ST-ERRO      PIC X(02) VALUE "00".
             05 TE-IMPRESSO   PIC X(01).
             05 TE-ROTA       PIC 9(02).
      *----------------------------------------------------------------*
      *   TABELA DOS PRODUTOS A SEPARAR (AGREGADO POR PRODUTO E
      *   DEPOSITO DO PEDIDO). TP-ORDEM E A CHAVE DA ORDENACAO: O
      *   DEPOSITO, "0" COM ENDERECO / "1" SEM ENDERECO, O ENDERECO
      *   E O NOME DO PRODUTO
       01 TAB-PICK.
          03 TAB-PICK-ITEM OCCURS 200 TIMES.
             05 TP-ORDEM.
                07 TP-DEPOSITO   PIC 9(02).
                07 TP-SEMEND     PIC X(01).
                07 TP-ENDERECO.
                   09 TP-CORREDOR   PIC X(03).
                   09 TP-PRATELEIRA PIC X(03).
                   09 TP-NIVEL      PIC X(02).
                07 TP-PRODUTO    PIC X(30).
             05 TP-CODIGO     PIC 9(08).
             05 TP-QTD        PIC 9(06).
       01 W-PICK-TROCA      PIC X(55).
       77 W-DEPPED     PIC 9(02) VALUE ZEROS.
       77 W-MENOR      PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ENDERECAMENTO (CADLOC) E QUEBRA DA LISTA DE SEPARACAO POR
      *   DEPOSITO E CORREDOR
       77 ST-ERRLC     PIC X(02) VALUE "00".
       77 W-TEM-LOC    PIC X(01) VALUE "N".
       77 W-TEM-PRO    PIC X(01) VALUE "N".
       01 W-QUEBRA.
          03 W-QB-DEP      PIC 9(02).
          03 W-QB-SEM      PIC X(01).
          03 W-QB-CORR     PIC X(03).
       77 W-QTD-PICK   PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   CADLOT E O CADPRO DISPONIVEIS)
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRL      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-LOT    PIC X(01) VALUE "N".
       77 W-FALTA-LOT  PIC S9(07) VALUE ZEROS.
       01 DET-LOTE.
          03 FILLER        PIC X(30) VALUE SPACES.
          03 TIT-TEXTO     PIC X(30) VALUE SPACES.
          03 TIT-DATA      PIC 9(08).
       01 CAB-PICK.
          03 FILLER        PIC X(09) VALUE "DEPOSITO ".
          03 CABK-DEP      PIC 99.
          03 FILLER        PIC X(12) VALUE "  CORREDOR: ".
          03 CABK-CORR     PIC X(03).
       01 CAB-PICKSE.
          03 FILLER        PIC X(09) VALUE "DEPOSITO ".
          03 CABS-DEP      PIC 99.
          03 FILLER        PIC X(26) VALUE
                            "  SEM ENDERECO CADASTRADO".
       01 DET-PICK.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETK-LOCAL.
             04 DETK-PRAT  PIC X(03).
             04 DETK-TRACO PIC X(01).
             04 DETK-NIV   PIC X(02).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETK-PRODUTO  PIC X(30).
          03 FILLER        PIC X(06) VALUE " QTD: ".
          03 DETK-QTD      PIC ZZZZZ9.
                 CLOSE CADPED CADITEM
                 GO TO ROT-FIMS.
      *
      * O CADPRO (PARA RESOLVER O CODIGO DE ITEM ANTIGO, SEM ELE NA
      * LINHA), O CADLOT E O CADLOC SAO OPCIONAIS: SEM ELES A LISTA
      * DE SEPARACAO SAI SEM A SUGESTAO DE LOTES E SEM A ORDEM DE
      * ENDERECOS.
      *
           OPEN INPUT CADPRO
           IF ST-ERRP = "00"
                 MOVE "S" TO W-TEM-PRO
           ELSE
                 MOVE "N" TO W-TEM-PRO.
           MOVE "N" TO W-TEM-LOT
           OPEN INPUT CADLOT
           IF ST-ERRL = "00"
                 MOVE "S" TO W-TEM-LOT.
           OPEN INPUT CADLOC
           IF ST-ERRLC = "00"
                 MOVE "S" TO W-TEM-LOC
           ELSE
                 MOVE "N" TO W-TEM-LOC.
      *
      * O CADROTA E OPCIONAL: COM ELE AS ROTAS SAO CARREGADAS NA
      * MEMORIA PARA A ATRIBUICAO E O CONTROLE DE CARGA.
                 GO TO SEL-002.
           IF PED-ENTREGA NOT = "S"
                 GO TO SEL-002.
      *
      * PEDIDO DE MES FECHADO NO CADMES NAO E MAIS REGRAVADO: FICA
      * FORA DO ROMANEIO ATE O SUPERVISOR REABRIR O MES.
      *
           MOVE DATAPEDIDO TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 DISPLAY "*** PEDIDO " PEDIDO
                         " DE MES FECHADO - FORA DO ROMANEIO ***"
                 GO TO SEL-002.
           IF W-SELEC NOT < 100
                 DISPLAY "*** LIMITE DE 100 PEDIDOS NO ROMANEIO ***"
                 GO TO SEL-FIM.
                 MOVE "SEM CADASTRO" TO TE-BAIRRO (W-SELEC)
                 MOVE "SEM CADASTRO" TO TE-CIDADE (W-SELEC).
       SEL-003.
           MOVE PED-DEPOSITO TO W-DEPPED
           IF W-DEPPED = ZEROS
                 MOVE 1 TO W-DEPPED.
           PERFORM AGR-ITENS THRU AGR-ITENS-FIM
           GO TO SEL-002.
      *
           IF W-IND > W-QTD-PICK
                 GO TO AGR-PROD-002.
           IF TP-PRODUTO (W-IND) = ITEM-PRODUTO
              AND TP-DEPOSITO (W-IND) = W-DEPPED
                 ADD W-QTDBASE TO TP-QTD (W-IND)
                 MOVE "S" TO W-ACHOU
                 GO TO AGR-PROD-FIM.
       AGR-PROD-002.
           IF W-ACHOU = "N" AND W-QTD-PICK < 200
                 ADD 1 TO W-QTD-PICK
                 MOVE W-DEPPED TO TP-DEPOSITO (W-QTD-PICK)
                 MOVE "1" TO TP-SEMEND (W-QTD-PICK)
                 MOVE SPACES TO TP-ENDERECO (W-QTD-PICK)
                 MOVE ITEM-PRODUTO TO TP-PRODUTO (W-QTD-PICK)
                 MOVE ITEM-CODIGO TO TP-CODIGO (W-QTD-PICK)
                 MOVE W-QTDBASE TO TP-QTD (W-QTD-PICK).
       AGR-PROD-FIM.
           EXIT.
           MOVE "*** LISTA DE SEPARACAO ***    " TO TIT-TEXTO
           MOVE W-DATAENT TO TIT-DATA
           WRITE LINHA-PICK FROM LINHA-TIT
           PERFORM RES-END THRU RES-END-FIM
           PERFORM ORD-PICK THRU ORD-PICK-FIM
           MOVE ZEROS TO W-QB-DEP
           MOVE SPACES TO W-QB-SEM
           MOVE SPACES TO W-QB-CORR
           MOVE ZEROS TO W-IND.
       IMP-PICK-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-PICK
                 GO TO IMP-PICK-020.
           IF TP-DEPOSITO (W-IND) NOT = W-QB-DEP
              OR TP-SEMEND (W-IND) NOT = W-QB-SEM
              OR TP-CORREDOR (W-IND) NOT = W-QB-CORR
                 PERFORM IMP-QUEBRA THRU IMP-QUEBRA-FIM.
           MOVE SPACES TO DETK-LOCAL
           IF TP-SEMEND (W-IND) = "0"
                 MOVE TP-PRATELEIRA (W-IND) TO DETK-PRAT
                 MOVE "-" TO DETK-TRACO
                 MOVE TP-NIVEL (W-IND) TO DETK-NIV.
           MOVE TP-PRODUTO (W-IND) TO DETK-PRODUTO
           MOVE TP-QTD (W-IND) TO DETK-QTD
           WRITE LINHA-PICK FROM DET-PICK
       IMP-PICK-FIM.
           EXIT.
      *
      * CABECALHO DE GRUPO: DEPOSITO E CORREDOR (OU SEM ENDERECO).
      *
       IMP-QUEBRA.
           MOVE TP-DEPOSITO (W-IND) TO W-QB-DEP
           MOVE TP-SEMEND (W-IND) TO W-QB-SEM
           MOVE TP-CORREDOR (W-IND) TO W-QB-CORR
           WRITE LINHA-PICK FROM LINHA-SEP
           IF W-QB-SEM = "0"
                 MOVE W-QB-DEP TO CABK-DEP
                 MOVE W-QB-CORR TO CABK-CORR
                 WRITE LINHA-PICK FROM CAB-PICK
           ELSE
                 MOVE W-QB-DEP TO CABS-DEP
                 WRITE LINHA-PICK FROM CAB-PICKSE.
       IMP-QUEBRA-FIM.
           EXIT.
      *
      ***************************************************
      * RESOLVE O CODIGO (LINHA ANTIGA SEM ELE VAI PELA  *
      * DENOMINACAO NO CADPRO) E O ENDERECO DE CADA      *
      * PRODUTO A SEPARAR NO DEPOSITO DO PEDIDO          *
      ***************************************************
      *
       RES-END.
           MOVE ZEROS TO W-IND.
       RES-END-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-PICK
                 GO TO RES-END-FIM.
           IF TP-CODIGO (W-IND) = ZEROS AND W-TEM-PRO = "S"
                 MOVE TP-PRODUTO (W-IND) TO DENOMINACAO
                 READ CADPRO KEY IS DENOMINACAO
                 IF ST-ERRP = "00"
                       MOVE CODIGO TO TP-CODIGO (W-IND).
           IF W-TEM-LOC = "N" OR TP-CODIGO (W-IND) = ZEROS
                 GO TO RES-END-010.
           MOVE TP-CODIGO (W-IND) TO LOC-PRODCOD
           MOVE TP-DEPOSITO (W-IND) TO LOC-DEPOSITO
           READ CADLOC
           IF ST-ERRLC = "00"
                 MOVE "0" TO TP-SEMEND (W-IND)
                 MOVE LOC-ENDERECO TO TP-ENDERECO (W-IND).
           GO TO RES-END-010.
       RES-END-FIM.
           EXIT.
      *
      ***************************************************
      * ORDENA A TABELA DE SEPARACAO PELA TP-ORDEM       *
      * (SELECAO DO MENOR, COMO NA CURVA ABC DO SGP031)  *
      ***************************************************
      *
       ORD-PICK.
           MOVE ZEROS TO W-IND.
       ORD-PICK-010.
           ADD 1 TO W-IND
           IF W-IND NOT < W-QTD-PICK
                 GO TO ORD-PICK-FIM.
           MOVE W-IND TO W-MENOR
           MOVE W-IND TO W-IND2.
       ORD-PICK-020.
           ADD 1 TO W-IND2
           IF W-IND2 > W-QTD-PICK
                 GO TO ORD-PICK-030.
           IF TP-ORDEM (W-IND2) < TP-ORDEM (W-MENOR)
                 MOVE W-IND2 TO W-MENOR.
           GO TO ORD-PICK-020.
       ORD-PICK-030.
           IF W-MENOR NOT = W-IND
                 MOVE TAB-PICK-ITEM (W-IND) TO W-PICK-TROCA
                 MOVE TAB-PICK-ITEM (W-MENOR) TO TAB-PICK-ITEM (W-IND)
                 MOVE W-PICK-TROCA TO TAB-PICK-ITEM (W-MENOR).
           GO TO ORD-PICK-010.
       ORD-PICK-FIM.
           EXIT.
      *
      ***************************************************
      * SUGERE OS LOTES DO PRODUTO CORRENTE NA ORDEM DE  *
      * VALIDADE (FEFO), ATE COBRIR A QUANTIDADE A       *
      ***************************************************
      *
       IMP-LOTES.
           IF TP-CODIGO (W-IND) = ZEROS
                 GO TO IMP-LOTES-FIM.
           MOVE TP-CODIGO (W-IND) TO CODIGO
           MOVE TP-QTD (W-IND) TO W-FALTA-LOT
           MOVE CODIGO TO LOT-PRODCOD
           MOVE ZEROS TO LOT-VALIDADE
       MAR-ENT-FIM.
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
       ROT-FIM.
                CLOSE CADPED CADITEM CADCLIENTE
                IF W-TEM-LOT = "S"
                   CLOSE CADLOT.
                IF W-TEM-PRO = "S"
                   CLOSE CADPRO.
                IF W-TEM-LOC = "S"
                   CLOSE CADLOC.
                IF W-TEM-ROTA = "S"
                   CLOSE CADROTA.
                DISPLAY "*** ROMANEIO DE ENTREGA CONCLUIDO ***"
