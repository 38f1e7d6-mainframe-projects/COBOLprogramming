      *          emite nota de credito numerada (CADNC.DAT/CADNC.CTL,
      *          impressa em NOTACRED.TXT, mesmo esquema do CTLNF) e
      *          abate o credito nas parcelas abertas do pedido no
      *          CADREC; produto serializado pede os numeros de serie
      *          devolvidos, que voltam para ESTOQUE no CADSER. O
      *          credito que sobra (venda a vista ou de balcao, sem
      *          parcela aberta) pode sair como vale-troca numerado
      *          (CADVALE.DAT/CADVALE.CTL) com saldo, validade pelo
      *          SISPARAM e CPF do cliente (consumidor generico = ao
      *          portador), aceito como pagamento no SGP006/SGP062
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRNF.
       SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRDP.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRKT
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
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
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT NOTACRED ASSIGN TO "NOTACRED.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRNT.
       SELECT CADVALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRVL.
       SELECT CTLVALE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRCV.
       SELECT CADVMOV ASSIGN TO "CADVALE.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRVM.
       SELECT SISPARAM ASSIGN TO "SISPARAM.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPA.
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-CHAVE.
                       04 NF-FILIAL     PIC 9(02).
                       04 NF-NUMERO     PIC 9(06).
                03 NF-PEDIDO            PIC 9(05).
                03 NF-DATA              PIC 9(08).
                03 NF-CPF               PIC X(14).
                          05 NFI-BASE      PIC 9(08)V99.
                          05 NFI-VALOR     PIC 9(08)V99.
                03 NF-FRETE             PIC 9(06)V99.
                03 NF-SITUACAO          PIC X(10).
                03 NF-DTCANC            PIC 9(08).
                03 NF-MOTIVO            PIC X(40).
                03 NF-OPECANC           PIC X(10).
      *
      * CABECALHO DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADPED
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADITEM
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): KIT DEVOLVIDO
      * VOLTA AO ESTOQUE PELOS SEUS COMPONENTES.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * PRODUTOS SERIALIZADOS (MESMO LAYOUT DO SGP079) E UNIDADES
      * SERIALIZADAS (MESMO LAYOUT DO SGP018): A UNIDADE DEVOLVIDA
      * VOLTA PARA ESTOQUE, GUARDANDO A ULTIMA VENDA E A DATA DA
      * DEVOLUCAO.
       FD CADSERC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERC.DAT".
       01 REGSERC.
                03 SRC-CODIGO        PIC 9(08).
                03 SRC-GARANTIA      PIC 9(03).
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
      * LIVRO DE MOVIMENTO DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADMOV.
       01 REGMOV.
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * NOTAS DE CREDITO EMITIDAS - UMA POR DEVOLUCAO CONFIRMADA.
       FD CADNC
                03 NC-DATA              PIC 9(08).
                03 NC-VALOR             PIC 9(08)V99.
                03 NC-OPERADOR          PIC X(10).
                03 NC-FILIAL            PIC 9(02).
      *
      * CTLNC GUARDA O ULTIMO NUMERO DE NOTA DE CREDITO EMITIDO
      * (MESMO ESQUEMA DO CTLNF).
       FD NOTACRED.
       01 LINHA-NC         PIC X(80).
      *
      * VALES-TROCA EMITIDOS COM O CREDITO QUE SOBRA DA DEVOLUCAO.
      * VAL-CPF EM BRANCO = VALE AO PORTADOR; VAL-SALDO BAIXA A CADA
      * USO (SGP006/SGP062) E O VALE ZERADO FICA UTILIZADO.
       FD CADVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.DAT".
       01 REGVALE.
                03 VAL-NUMERO           PIC 9(06).
                03 VAL-NC               PIC 9(06).
                03 VAL-NF               PIC 9(06).
                03 VAL-CPF              PIC X(14).
                03 VAL-NOME             PIC X(40).
                03 VAL-EMISSAO          PIC 9(08).
                03 VAL-VALIDADE         PIC 9(08).
                03 VAL-VALOR            PIC 9(08)V99.
                03 VAL-SALDO            PIC 9(08)V99.
                03 VAL-SITUACAO         PIC X(10).
                03 VAL-DTULTUSO         PIC 9(08).
                03 VAL-OPERADOR         PIC X(10).
      *
      * CTLVALE GUARDA O ULTIMO NUMERO DE VALE-TROCA EMITIDO
      * (MESMO ESQUEMA DO CTLNC).
       FD CTLVALE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVALE.CTL".
       01 REGCTLVALE.
                03 CTL-ULTVALE        PIC 9(06).
      *
      * MOVIMENTO DOS VALES (EMISSAO E CADA USO), NOS MOLDES DO
      * CADPTS.LOG; VM-FORMAPG E A FORMA DO PEDIDO ONDE O USO ENTROU,
      * PARA O FECHAMENTO DO DIA SEPARAR O VALE DA GAVETA.
       FD CADVMOV.
       01 REGVMOV.
                03 VM-NUMERO         PIC 9(06).
                03 VM-DATA           PIC 9(08).
                03 VM-HORA           PIC 9(08).
                03 VM-OPERACAO       PIC X(10).
                03 VM-DOCUMENTO      PIC 9(08).
                03 VM-FORMAPG        PIC 9(02).
                03 VM-VALOR          PIC 9(08)V99.
                03 VM-SALDO          PIC 9(08)V99.
                03 VM-OPERADOR       PIC X(10).
      *
      * PARAMETROS GERAIS DO SISTEMA (MESMO LAYOUT DO SGP006) - AQUI
      * SO A VALIDADE DO VALE-TROCA.
       FD SISPARAM.
       01 REGPARAM.
                03 PAR-TOLPRECO      PIC 9(02)V99.
                03 PAR-VALORC        PIC 9(03).
                03 PAR-ALIQNF        PIC 9(02)V99.
                03 PAR-PTSGANHO      PIC 9(03).
                03 PAR-PTSVALOR      PIC 9(03)V99.
                03 PAR-MULTA         PIC 9(02)V99.
                03 PAR-JUROS         PIC 9(02)V99.
                03 PAR-DIASCRED      PIC 9(03).
                03 PAR-NIVCRED       PIC 9(01).
                03 PAR-DIASSENHA     PIC 9(03).
                03 PAR-DIASCANC      PIC 9(03).
                03 PAR-DESCMAX       PIC 9(02)V99.
                03 PAR-DIASVALE      PIC 9(03).
                03 PAR-FPGVALE       PIC 9(02).
                03 PAR-CICA          PIC 9(03).
                03 PAR-CICB          PIC 9(03).
                03 PAR-CICC          PIC 9(03).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
       FD SESSAO.
       01 REGSES.
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
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-NF         PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-QTDDEV     PIC 9(05) VALUE ZEROS.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   NUMEROS DE SERIE DAS UNIDADES DEVOLVIDAS DA LINHA (ATE 99)
       77 ST-ERRSC     PIC X(02) VALUE "00".
       77 ST-ERRSE     PIC X(02) VALUE "00".
       77 W-TEM-SER    PIC X(01) VALUE "N".
       77 W-ESERIE     PIC X(01) VALUE "N".
       01 W-SERIE      PIC X(20) VALUE SPACES.
       77 W-NSER       PIC 9(03) VALUE ZEROS.
       77 W-JSER       PIC 9(03) VALUE ZEROS.
       77 W-SERQTD     PIC 9(08) VALUE ZEROS.
       01 W-TABSER.
           03 W-TS-NUMERO  PIC X(20) OCCURS 99 TIMES.
       01 W-SERLIN.
           03 FILLER       PIC X(10) VALUE "NO. SERIE ".
           03 W-SL-ATU     PIC 9(03).
           03 FILLER       PIC X(04) VALUE " DE ".
           03 W-SL-TOT     PIC 9(05).
           03 FILLER       PIC X(02) VALUE " :".
       77 W-VALUNIT    PIC 9(06)V99 VALUE ZEROS.
       77 W-VALDEV     PIC 9(08)V99 VALUE ZEROS.
       77 W-CREDITO    PIC 9(08)V99 VALUE ZEROS.
       77 W-ABATE      PIC 9(08)V99 VALUE ZEROS.
       77 W-ITENSDEV   PIC 9(03) VALUE ZEROS.
       77 W-LINCON     PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   VALE-TROCA: VALIDADE EM DIAS (SISPARAM, PADRAO 90) E O
      *   CALCULO DA DATA DE VALIDADE (MESMA SOMA DE DIAS DO SGP025)
       77 ST-ERRVL     PIC X(02) VALUE "00".
       77 ST-ERRCV     PIC X(02) VALUE "00".
       77 ST-ERRVM     PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-DIASVALE   PIC 9(03) VALUE 90.
       01 W-DTCALC.
           03 W-CALC-ANO   PIC 9(04).
           03 W-CALC-MES   PIC 9(02).
           03 W-CALC-DIA   PIC 9(02).
       77 W-DIAS       PIC 9(03) VALUE ZEROS.
       77 W-LIMDIA     PIC 9(02) VALUE ZEROS.
       77 W-RESTO4     PIC 9(04) VALUE ZEROS.
       01 TBDIAS.
           03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABDIAS REDEFINES TBDIAS.
           03 TABDIASX    PIC 9(02) OCCURS 12 TIMES.
       01 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA DE LISTAGEM DOS ITENS DO PEDIDO NA CONSULTA
                03 NCD-VALOR       PIC ZZZZZZZ9,99.
       01 NCD-SEP.
                03 FILLER          PIC X(60) VALUE ALL "=".
       01 NCD-VALE.
                03 FILLER          PIC X(15) VALUE "VALE-TROCA N. ".
                03 NCD-VALNUM      PIC ZZZZZ9.
                03 FILLER          PIC X(08) VALUE " VALOR: ".
                03 NCD-VALVAL      PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(12) VALUE " VALIDADE: ".
                03 NCD-VALDATA     PIC 9(08).
       01 NCD-VALCPF.
                03 FILLER          PIC X(15) VALUE "NOMINAL AO CPF:".
                03 FILLER          PIC X(01) VALUE SPACE.
                03 NCD-VALCPF-N    PIC X(14).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
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
                      OPEN OUTPUT CADNC
                      CLOSE CADNC
                      OPEN I-O CADNC.
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
           OPEN INPUT CADSERC
           IF ST-ERRSC = "00"
               OPEN I-O CADSER
               IF ST-ERRSE = "00"
                  MOVE "S" TO W-TEM-SER
               ELSE
                  CLOSE CADSERC
                  MOVE "N" TO W-TEM-SER
           ELSE
               MOVE "N" TO W-TEM-SER.
      *
      * O CADVALE NASCE NA PRIMEIRA DEVOLUCAO QUE EMITE VALE; O
      * SISPARAM E OPCIONAL (SEM ELE A VALIDADE E DE 90 DIAS).
      *
           OPEN I-O CADVALE
           IF ST-ERRVL NOT = "00"
               IF ST-ERRVL = "30" OR "35"
                      OPEN OUTPUT CADVALE
                      CLOSE CADVALE
                      OPEN I-O CADVALE.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               READ SISPARAM
               IF ST-ERRPA = "00" AND PAR-DIASVALE NUMERIC
                  AND PAR-DIASVALE NOT = ZEROS
                  MOVE PAR-DIASVALE TO W-DIASVALE.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADNF CADPED CADITEM CADPRO CADDEP CADREC CADNC
                    CADVALE
              IF W-TEM-KIT = "S"
                 CLOSE CADKIT.
           IF W-ACT = 02
              IF W-TEM-SER = "S"
                 CLOSE CADSERC CADSER
                 GO TO ROT-FIM
              ELSE
                 GO TO ROT-FIM.
           IF W-NF = ZEROS
              MOVE "*** NOTA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      * A NOTA E PROCURADA NA SERIE DA FILIAL DA SESSAO.
      *
           MOVE W-FILIAL TO NF-FILIAL
           MOVE W-NF TO NF-NUMERO
           READ CADNF
           IF ST-ERRNF NOT = "00"
              MOVE "*** PEDIDO NAO ESTA FATURADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      * A NOTA DE CREDITO, O KARDEX DA DEVOLUCAO E O ABATIMENTO NAS
      * PARCELAS SAEM COM A DATA DE HOJE, QUE NAO PODE ESTAR NUM MES
      * JA FECHADO NO CADMES.
      *
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY NF-PEDIDO AT 0440
           DISPLAY NF-NOME AT 0540
           PERFORM LIS-ITENS THRU LIS-ITENS-FIM.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
      *
      * PRODUTO SERIALIZADO: A SERIE DE CADA UNIDADE DEVOLVIDA TEM
      * QUE SER DE UMA UNIDADE VENDIDA NESTE PEDIDO. ESC VOLTA PARA
      * A QUANTIDADE.
      *
           MOVE ZEROS TO W-NSER
           PERFORM SER-VER THRU SER-VER-FIM
           IF W-ESERIE NOT = "S"
              GO TO DEV-003.
           IF ITEM-FATOR = ZEROS
              MOVE W-QTDDEV TO W-SERQTD
           ELSE
              COMPUTE W-SERQTD = W-QTDDEV * ITEM-FATOR.
           IF W-SERQTD > 99
              MOVE "*** SERIALIZADO: ATE 99 UNIDADES POR VEZ ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
       DEV-002S.
           IF W-NSER NOT < W-SERQTD
              DISPLAY LIMPA AT 0920
              GO TO DEV-003.
           COMPUTE W-SL-ATU = W-NSER + 1
           MOVE W-SERQTD TO W-SL-TOT
           DISPLAY W-SERLIN AT 0920
           MOVE SPACES TO W-SERIE
           ACCEPT W-SERIE AT 0945
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              DISPLAY LIMPA AT 0920
              GO TO DEV-002.
           IF W-SERIE = SPACES
              MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002S.
           MOVE ZEROS TO W-JSER.
       DEV-002T.
           ADD 1 TO W-JSER
           IF W-JSER NOT > W-NSER
              IF W-TS-NUMERO (W-JSER) = W-SERIE
                 MOVE "*** SERIE REPETIDA NESTA LINHA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO DEV-002S
              ELSE
                 GO TO DEV-002T.
           MOVE W-SERIE TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE NOT = "00"
              MOVE "*** NUMERO DE SERIE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002S.
           IF SER-SITUACAO NOT = "VENDIDO" OR SER-PEDIDO NOT = NF-PEDIDO
              OR SER-PRODCOD NOT = CODIGO
              MOVE "*** SERIE NAO FOI VENDIDA NESTA LINHA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002S.
           ADD 1 TO W-NSER
           MOVE W-SERIE TO W-TS-NUMERO (W-NSER)
           GO TO DEV-002S.
       DEV-003.
      *
      * O VALOR DEVOLVIDO E PROPORCIONAL AO VALOR LIQUIDO DA LINHA
      * (DESCONTO DA LINHA JA DENTRO); O DESCONTO GERAL DO PEDIDO
      * NAO E RATEADO.
                   ITEM-VALOR / ITEM-QUANTIDADE
           COMPUTE W-VALDEV ROUNDED = W-VALUNIT * W-QTDDEV
           PERFORM RET-ESTOQUE THRU RET-ESTOQUE-FIM
           PERFORM SER-DEV THRU SER-DEV-FIM
           ADD W-VALDEV TO W-CREDITO
           ADD 1 TO W-ITENSDEV
           DISPLAY W-CREDITO AT 0840
      ***************************************************
      * ENCERRA A DEVOLUCAO: GRAVA A NOTA DE CREDITO,    *
      * IMPRIME O TOTAL E ABATE O CREDITO NAS PARCELAS   *
      * ABERTAS DO PEDIDO; O QUE SOBRAR PODE SAIR COMO   *
      * VALE-TROCA                                       *
      ***************************************************
      *
       DEV-FIM.
              GO TO INC-001.
           MOVE CTL-ULTNC TO NC-NUMERO
           MOVE W-NF TO NC-NF
           MOVE NF-FILIAL TO NC-FILIAL
           MOVE NF-PEDIDO TO NC-PEDIDO
           MOVE NF-CPF TO NC-CPF
           MOVE W-DATAHOJE TO NC-DATA
              MOVE SPACES TO MENS
              STRING "*** CREDITO RESTANTE: " W-CREDITO " ***"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM EMI-VALE THRU EMI-VALE-FIM.
           MOVE "*** DEVOLUCAO ENCERRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
              MOVE W-QTDDEV TO W-QTDBASE
           ELSE
              COMPUTE W-QTDBASE = W-QTDDEV * ITEM-FATOR.
           PERFORM KIT-VER THRU KIT-VER-FIM
           IF W-EKIT = "S"
              MOVE W-QTDBASE TO W-KIT-QBASE
              MOVE CODIGO TO W-KIT-COD
              PERFORM KIT-ENT THRU KIT-ENT-FIM
              GO TO RET-ESTOQUE-FIM.
           PERFORM RET-EST-ENT THRU RET-EST-ENT-FIM.
       RET-ESTOQUE-FIM.
           EXIT.
      *
       RET-EST-ENT.
           ADD W-QTDBASE TO ESTOQUEATUAL
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
           ADD W-QTDBASE TO DEP-SALDO
           REWRITE REGDEP
           PERFORM GRA-MOV THRU GRA-MOV-FIM.
       RET-EST-ENT-FIM.
           EXIT.
      *
      ***************************************************
      * KITS: A DEVOLUCAO DE UM KIT RETORNA CADA         *
      * COMPONENTE (COMPOSICAO ATUAL DO CADKIT)          *
      ***************************************************
      *
       KIT-VER.
           MOVE "N" TO W-EKIT
           IF W-TEM-KIT = "N"
              GO TO KIT-VER-FIM.
           MOVE CODIGO TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPCOD
           START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-VER-FIM.
           READ CADKIT NEXT
           IF ST-ERRKT = "00" AND KIT-CODIGO = CODIGO
              MOVE "S" TO W-EKIT.
       KIT-VER-FIM.
           EXIT.
      *
       KIT-ENT.
           MOVE W-KIT-COD TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPCOD
           START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-ENT-FIM.
       KIT-ENT-010.
           READ CADKIT NEXT
           IF ST-ERRKT NOT = "00"
              GO TO KIT-ENT-FIM.
           IF KIT-CODIGO NOT = W-KIT-COD
              GO TO KIT-ENT-FIM.
           MOVE KIT-COMPCOD TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO KIT-ENT-010.
           COMPUTE W-QTDBASE = W-KIT-QBASE * KIT-QTD
           PERFORM RET-EST-ENT THRU RET-EST-ENT-FIM
           GO TO KIT-ENT-010.
       KIT-ENT-FIM.
           EXIT.
      *
      ***************************************************
      * NUMEROS DE SERIE: SER-VER DIZ SE O PRODUTO DA    *
      * LINHA E SERIALIZADO (LE O CADPRO PELA LINHA) E   *
      * SER-DEV VOLTA PARA ESTOQUE AS SERIES CONFERIDAS  *
      ***************************************************
      *
       SER-VER.
           MOVE "N" TO W-ESERIE
           IF W-TEM-SER = "N"
              GO TO SER-VER-FIM.
           IF ITEM-CODIGO NOT = ZEROS
              MOVE ITEM-CODIGO TO CODIGO
              READ CADPRO
           ELSE
              MOVE ITEM-PRODUTO TO DENOMINACAO
              READ CADPRO KEY IS DENOMINACAO.
           IF ST-ERRP NOT = "00"
              GO TO SER-VER-FIM.
           MOVE CODIGO TO SRC-CODIGO
           READ CADSERC
           IF ST-ERRSC = "00"
              MOVE "S" TO W-ESERIE.
       SER-VER-FIM.
           EXIT.
      *
       SER-DEV.
           MOVE ZEROS TO W-JSER.
       SER-DEV-010.
           ADD 1 TO W-JSER
           IF W-JSER > W-NSER
              GO TO SER-DEV-FIM.
           MOVE W-TS-NUMERO (W-JSER) TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE NOT = "00"
              GO TO SER-DEV-010.
           MOVE "ESTOQUE" TO SER-SITUACAO
           MOVE W-DATAHOJE TO SER-DTDEV
           REWRITE REGSER
           GO TO SER-DEV-010.
       SER-DEV-FIM.
           EXIT.
      *
       GRA-MOV.
              GO TO ABA-REC-FIM.
           IF REC-PEDIDO NOT = NF-PEDIDO
              GO TO ABA-REC-FIM.
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
              GO TO ABA-REC-010.
           COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
           IF W-SALDOP = ZEROS
       ABA-REC-FIM.
           EXIT.
      *
      ***************************************************
      * EMITE O VALE-TROCA COM O CREDITO QUE SOBROU:     *
      * NUMERO DO CTLVALE, SALDO = CREDITO, VALIDADE =   *
      * HOJE + W-DIASVALE, NOMINAL AO CPF DA NOTA (O     *
      * CONSUMIDOR GENERICO SAI AO PORTADOR); MOVIMENTO  *
      * EMISSAO NO CADVALE.LOG E O VALE IMPRESSO NA      *
      * NOTA DE CREDITO. RECUSADO, O CREDITO FICA SO NA  *
      * NOTA, COMO ANTES                                 *
      ***************************************************
      *
       EMI-VALE.
           MOVE "S" TO W-OPCAO
           DISPLAY "EMITE VALE-TROCA DO RESTANTE (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2377
           IF W-OPCAO = "N" OR "n"
              DISPLAY LIMPA AT 2340
              GO TO EMI-VALE-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMI-VALE.
           DISPLAY LIMPA AT 2340
           OPEN I-O CTLVALE
           IF ST-ERRCV NOT = "00"
              MOVE ZEROS TO REGCTLVALE
              OPEN OUTPUT CTLVALE
              WRITE REGCTLVALE
              CLOSE CTLVALE
              OPEN I-O CTLVALE.
           READ CTLVALE
           IF ST-ERRCV NOT = "00"
              MOVE ZEROS TO CTL-ULTVALE.
           ADD 1 TO CTL-ULTVALE
           CLOSE CTLVALE
           OPEN OUTPUT CTLVALE
           WRITE REGCTLVALE
           CLOSE CTLVALE
           MOVE CTL-ULTVALE TO VAL-NUMERO
           MOVE NC-NUMERO TO VAL-NC
           MOVE W-NF TO VAL-NF
           IF NF-CPF = SPACES OR ZEROS
              MOVE SPACES TO VAL-CPF
           ELSE
              MOVE NF-CPF TO VAL-CPF.
           MOVE NF-NOME TO VAL-NOME
           MOVE W-DATAHOJE TO VAL-EMISSAO
           MOVE W-DATAHOJE TO W-DTCALC
           MOVE W-DIASVALE TO W-DIAS
           PERFORM CAL-VALID THRU CAL-VALID-FIM
           MOVE W-DTCALC TO VAL-VALIDADE
           MOVE W-CREDITO TO VAL-VALOR
           MOVE W-CREDITO TO VAL-SALDO
           MOVE "ABERTO" TO VAL-SITUACAO
           MOVE ZEROS TO VAL-DTULTUSO
           MOVE W-OPERADOR TO VAL-OPERADOR
           WRITE REGVALE
           IF ST-ERRVL = "22"
              REWRITE REGVALE.
           IF ST-ERRVL NOT = "00"
              MOVE "ERRO NA GRAVACAO DO VALE-TROCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EMI-VALE-FIM.
           PERFORM GRA-VMOV THRU GRA-VMOV-FIM
           OPEN EXTEND NOTACRED
           IF ST-ERRNT = "00"
              MOVE VAL-NUMERO TO NCD-VALNUM
              MOVE VAL-VALOR TO NCD-VALVAL
              MOVE VAL-VALIDADE TO NCD-VALDATA
              WRITE LINHA-NC FROM NCD-VALE
              IF VAL-CPF NOT = SPACES
                 MOVE VAL-CPF TO NCD-VALCPF-N
                 WRITE LINHA-NC FROM NCD-VALCPF
                 WRITE LINHA-NC FROM NCD-SEP
                 CLOSE NOTACRED
              ELSE
                 WRITE LINHA-NC FROM NCD-SEP
                 CLOSE NOTACRED.
           MOVE ZEROS TO W-CREDITO
           MOVE SPACES TO MENS
           STRING "*** VALE-TROCA N. " VAL-NUMERO " EMITIDO ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       EMI-VALE-FIM.
           EXIT.
      *
       GRA-VMOV.
           OPEN EXTEND CADVMOV
           IF ST-ERRVM = "30" OR "35"
              OPEN OUTPUT CADVMOV
              CLOSE CADVMOV
              OPEN EXTEND CADVMOV.
           IF ST-ERRVM NOT = "00"
              GO TO GRA-VMOV-FIM.
           MOVE VAL-NUMERO TO VM-NUMERO
           ACCEPT VM-DATA FROM DATE YYYYMMDD
           ACCEPT VM-HORA FROM TIME
           MOVE "EMISSAO" TO VM-OPERACAO
           MOVE NC-NUMERO TO VM-DOCUMENTO
           MOVE ZEROS TO VM-FORMAPG
           MOVE VAL-VALOR TO VM-VALOR
           MOVE VAL-SALDO TO VM-SALDO
           MOVE W-OPERADOR TO VM-OPERADOR
           WRITE REGVMOV
           CLOSE CADVMOV.
       GRA-VMOV-FIM.
           EXIT.
      *
      *********************************************
      * SOMA W-DIAS DIAS EM W-DTCALC, COM TABELA   *
      * DE DIAS POR MES (FEVEREIRO COM 29 NO ANO   *
      * DIVISIVEL POR 4) - MESMA ROTINA DO SGP025  *
      *********************************************
      *
       CAL-VALID.
           IF W-DIAS = ZEROS
              GO TO CAL-VALID-FIM.
           PERFORM CAL-VALID-DIA THRU CAL-VALID-DIA-FIM
                   W-DIAS TIMES.
       CAL-VALID-FIM.
           EXIT.
      *
       CAL-VALID-DIA.
           ADD 1 TO W-CALC-DIA
           MOVE TABDIASX (W-CALC-MES) TO W-LIMDIA
           IF W-CALC-MES = 2
              COMPUTE W-RESTO4 =
                      W-CALC-ANO - (W-CALC-ANO / 4) * 4
              IF W-RESTO4 = ZEROS
                 MOVE 29 TO W-LIMDIA.
           IF W-CALC-DIA > W-LIMDIA
              MOVE 1 TO W-CALC-DIA
              ADD 1 TO W-CALC-MES
              IF W-CALC-MES > 12
                 MOVE 1 TO W-CALC-MES
                 ADD 1 TO W-CALC-ANO.
       CAL-VALID-DIA-FIM.
           EXIT.
      *
      *********************************************
      * LISTA NA AREA DE CONSULTA (ATE 10 LINHAS)  *
      * OS ITENS DO PEDIDO DA NOTA                 *
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
