      *          le/digita os itens, recebe o pagamento e numa unica
      *          confirmacao grava o pedido ja FATURADO (CTLPED),
      *          tira o numero da nota no CTLNF, imprime a nota em
      *          NOTAFISC.TXT, baixa o estoque (total, deposito da
      *          filial e lotes FEFO; o kit baixa pelos componentes
      *          do CADKIT) com kardex no CADPRO.MOV, gera a
      *          parcela ja paga no CADREC, lanca o recebimento no livro
      *          caixa e credita os pontos de fidelidade; sem CPF a
      *          venda sai no consumidor generico (CPF zerado);
      *          produto serializado pede um numero de serie por
      *          unidade, gravado VENDIDO no CADSER com a garantia;
      *          o vale-troca do SGP058 (CADVALE.DAT) paga a venda no
      *          todo ou em parte - o que ele cobre entra no CADREC
      *          numa parcela paga na forma do vale (SISPARAM) e fica
      *          fora do livro caixa, o resto no vale para outra vez;
      *          so vende com a sessao de caixa do operador aberta no
      *          SGP103, e cada venda lanca o que entrou na gaveta no
      *          movimento da sessao (CADGAV.LOG)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRNF.
       SELECT CTLNF ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRCN.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRFI.
       SELECT NOTAFISC ASSIGN TO "NOTAFISC.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRNT.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRLT.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRKT
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
       SELECT CADEQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EQV-CHAVE
                    FILE STATUS  IS ST-ERREQ.
       SELECT CADSUB ASSIGN TO "CADSUB.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRSB.
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
       SELECT CADPROMO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       SELECT CADPTS ASSIGN TO "CADPTS.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPT.
       SELECT CADVALE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAL-NUMERO
                    FILE STATUS  IS ST-ERRVL.
       SELECT CADVMOV ASSIGN TO "CADVALE.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRVM.
       SELECT CADGAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAV-NUMERO
                    FILE STATUS  IS ST-ERRGV
                    ALTERNATE RECORD KEY IS GAV-OPERADOR
                                            WITH DUPLICATES.
       SELECT CADGMOV ASSIGN TO "CADGAV.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRGM.
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
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADITEM
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * CONTAS A RECEBER (MESMO LAYOUT DO SGP006): A VENDA DE BALCAO
      * GERA UMA PARCELA JA PAGA, PARA O AGING E O EXTRATO DO
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
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
                          05 NFI-BASE      PIC 9(08)V99.
                          05 NFI-VALOR     PIC 9(08)V99.
                03 NF-FRETE             PIC 9(06)V99.
                03 NF-SITUACAO          PIC X(10).
                03 NF-DTCANC            PIC 9(08).
                03 NF-MOTIVO            PIC X(40).
                03 NF-OPECANC           PIC X(10).
      *
      * CTLNF (MESMO LAYOUT DO SGP006), UMA SERIE POR FILIAL: A 01
      * NO CADNF.CTL E AS DEMAIS NO CADNFnn.CTL.
       FD CTLNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCTLNF.
       01 REGCTLNF.
                03 CTL-ULTNF          PIC 9(06).
      *
      * FILIAIS (MESMO LAYOUT DO SGP111): A VENDA DE BALCAO SAI DO
      * DEPOSITO PADRAO DA FILIAL DA SESSAO.
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
       01 REGFIL.
                03 FIL-CODIGO           PIC 9(02).
                03 FIL-NOME             PIC X(30).
                03 FIL-CNPJ             PIC X(18).
                03 FIL-CIDADE           PIC X(25).
                03 FIL-UF               PIC X(02).
                03 FIL-DEPOSITO         PIC 9(02).
                03 FIL-SITUACAO         PIC X(10).
                03 FIL-DATA             PIC 9(08).
                03 FIL-OPERADOR         PIC X(10).
      *
       FD NOTAFISC.
       01 LINHA-NF         PIC X(80).
                03 M-LOTE            PIC X(10).
      *
      * SALDO POR DEPOSITO (MESMO LAYOUT DO SGP006): A VENDA DE
      * BALCAO SAI DO DEPOSITO DA FILIAL (W-DEPFIL, PADRAO 1).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
                       04 LOT-NUMERO    PIC X(10).
                03 LOT-SALDO            PIC 9(06).
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): NO BALCAO O
      * KIT SAI NUMA LINHA SO E A BAIXA E A DOS COMPONENTES.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * PRODUTOS EQUIVALENTES (MESMO LAYOUT DO SGP086) E TRILHA DAS
      * SUBSTITUICOES (MESMO LAYOUT DO SGP006): NO BALCAO O PRODUTO
      * SEM SALDO MOSTRA OS SUBSTITUTOS QUE TEM ESTOQUE.
       FD CADEQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQV.DAT".
       01 REGEQV.
                03 EQV-CHAVE.
                       04 EQV-CODIGO    PIC 9(08).
                       04 EQV-SUBST     PIC 9(08).
                03 EQV-OBS              PIC X(30).
      *
       FD CADSUB.
       01 REGSUB.
                03 SB-OPERADOR       PIC X(10).
                03 SB-DATA           PIC 9(08).
                03 SB-HORA           PIC 9(08).
                03 SB-PROGRAMA       PIC X(06).
                03 SB-PEDIDO         PIC 9(05).
                03 SB-ORIGEM         PIC 9(08).
                03 SB-SUBST          PIC 9(08).
                03 SB-TIPO           PIC X(01).
                03 SB-QTD            PIC 9(06).
      *
      * PRODUTOS SERIALIZADOS (MESMO LAYOUT DO SGP079) E UNIDADES
      * SERIALIZADAS (MESMO LAYOUT DO SGP018): NO BALCAO A SERIE DE
      * CADA UNIDADE E PEDIDA NA PROPRIA LINHA E PASSA A VENDIDO NA
      * CONFIRMACAO DA VENDA.
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
      * PROMOCOES (MESMO LAYOUT DO SGP038).
       FD CADPROMO
               LABEL RECORD IS STANDARD
       01 REGFPG.
                03 FPG-CODIGO        PIC 9(02).
                03 FPG-DESCRICAO     PIC X(20).
                03 FPG-CHEQUE        PIC X(01).
                03 FPG-CONTA         PIC 9(02).
      *
      * TABELA DE TRIBUTACAO POR CATEGORIA (MESMO LAYOUT DO SGP059):
      * COM O ARQUIVO PRESENTE O IMPOSTO DA NOTA DE BALCAO E
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * MOVIMENTO DOS PONTOS DE FIDELIDADE (MESMO LAYOUT DO SGP006).
       FD CADPTS.
                03 P-PONTOS          PIC 9(06).
                03 P-SALDO           PIC 9(06).
      *
      * VALES-TROCA (MESMO LAYOUT DO SGP058).
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
      * MOVIMENTO DOS VALES (MESMO LAYOUT DO SGP058).
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
      * SESSAO DE CAIXA DO OPERADOR (MESMO LAYOUT DO SGP103).
       FD CADGAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAV.DAT".
       01 REGGAV.
                03 GAV-NUMERO        PIC 9(06).
                03 GAV-OPERADOR      PIC X(10).
                03 GAV-SITUACAO      PIC X(10).
                03 GAV-DTABERT       PIC 9(08).
                03 GAV-HRABERT       PIC 9(08).
                03 GAV-DTFECH        PIC 9(08).
                03 GAV-HRFECH        PIC 9(08).
                03 GAV-FUNDO         PIC 9(08)V99.
                03 GAV-DIFERENCA     PIC S9(08)V99.
                03 GAV-QTDFPG        PIC 9(02).
                03 GAV-FORMAS OCCURS 20 TIMES.
                       04 GAV-FPG       PIC 9(02).
                       04 GAV-ESPERADO  PIC 9(08)V99.
                       04 GAV-CONTADO   PIC 9(08)V99.
      *
      * MOVIMENTO DA GAVETA (MESMO LAYOUT DO SGP103).
       FD CADGMOV.
       01 REGGMOV.
                03 GM-NUMERO         PIC 9(06).
                03 GM-OPERADOR       PIC X(10).
                03 GM-DATA           PIC 9(08).
                03 GM-HORA           PIC 9(08).
                03 GM-OPERACAO       PIC X(10).
                03 GM-DOCUMENTO      PIC 9(08).
                03 GM-FORMAPG        PIC 9(02).
                03 GM-VALOR          PIC 9(08)V99.
      *
      * PARAMETROS GERAIS (MESMO LAYOUT DO SGP006).
       FD SISPARAM.
       01 REGPARAM.
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
       77 ST-ERRRC     PIC X(02) VALUE "00".
       77 ST-ERRNF     PIC X(02) VALUE "00".
       77 ST-ERRCN     PIC X(02) VALUE "00".
      *----------------------------------------------------------------*
      *   FILIAL DA SESSAO, DEPOSITO PADRAO DELA E NOME DO CONTROLE
      *   DA SERIE DE NOTAS DA FILIAL
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DEPFIL     PIC 9(02) VALUE 1.
       77 W-ARQCTLNF   PIC X(12) VALUE "CADNF.CTL".
       01 W-NOMECTLNF.
                03 FILLER          PIC X(05) VALUE "CADNF".
                03 W-CTLNF-FIL     PIC 9(02) VALUE ZEROS.
                03 FILLER          PIC X(04) VALUE ".CTL".
       77 ST-ERRNT     PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRDP     PIC X(02) VALUE "00".
              05 W-IT-QTD        PIC 9(05).
              05 W-IT-VALOR      PIC 9(08)V99.
              05 W-IT-CUSTO      PIC 9(06)V99.
              05 W-IT-SUBORIG    PIC 9(08).
              05 W-IT-SUBTIP     PIC X(01).
       77 W-QTDITENS   PIC 9(03) VALUE ZEROS.
       77 W-ITEM       PIC 9(03) VALUE ZEROS.
       77 W-VALORTOT   PIC 9(08)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PAGAMENTO
       77 W-FORMAPG    PIC 9(02) VALUE ZEROS.
       77 W-CONTA      PIC 9(02) VALUE 01.
       77 W-RECEBIDO   PIC 9(08)V99 VALUE ZEROS.
       77 W-TROCO      PIC S9(08)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   VALE-TROCA NO PAGAMENTO: W-VALE-USO E O QUE O VALE COBRE,
      *   W-APAGAR O RESTO NA FORMA DIGITADA; A PARTE DO VALE ENTRA
      *   NO CADREC NA FORMA W-FPGVALE (SISPARAM, PADRAO 99)
       77 ST-ERRVL     PIC X(02) VALUE "00".
       77 ST-ERRVM     PIC X(02) VALUE "00".
       77 W-TEM-VALE   PIC X(01) VALUE "N".
       77 W-VALE       PIC 9(06) VALUE ZEROS.
       77 W-VALE-USO   PIC 9(08)V99 VALUE ZEROS.
       77 W-APAGAR     PIC 9(08)V99 VALUE ZEROS.
       77 W-FPGVALE    PIC 9(02) VALUE 99.
       77 W-PARCX      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   SESSAO DE CAIXA ABERTA DO OPERADOR NO SGP103: SEM ELA NAO HA
      *   VENDA; CADA VENDA LANCA NO CADGAV.LOG O QUE ENTROU NA GAVETA
       77 ST-ERRGV     PIC X(02) VALUE "00".
       77 ST-ERRGM     PIC X(02) VALUE "00".
       77 W-GAVETA     PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   APOIO DA BAIXA DE ESTOQUE (FEFO E DEPOSITO DA FILIAL, COMO
      *   NO SGP006) E DOS PONTOS
       77 W-MOV-SAI    PIC 9(06) VALUE ZEROS.
       77 W-RESTA      PIC 9(06) VALUE ZEROS.
       77 W-CHUNK      PIC 9(06) VALUE ZEROS.
       01 W-LOTE       PIC X(10) VALUE SPACES.
       77 W-PTS        PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   KITS (CADKIT, OPCIONAL - MESMOS CAMPOS DO SGP006)
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-FALTA  PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   SUBSTITUTOS (CADEQV, OPCIONAL - MESMOS CAMPOS DO SGP006): NO
      *   BALCAO NAO HA PENDENCIA, ENTAO A LINHA SEM SALDO E REDUZIDA,
      *   TROCADA (T) OU DIVIDIDA (D) COM UM SUBSTITUTO
       77 ST-ERREQ     PIC X(02) VALUE "00".
       77 ST-ERRSB     PIC X(02) VALUE "00".
       77 W-TEM-EQV    PIC X(01) VALUE "N".
       77 W-SUB-ORIG   PIC 9(08) VALUE ZEROS.
       77 W-SUB-TIP    PIC X(01) VALUE SPACE.
       77 W-SUB-PEND   PIC X(01) VALUE "N".
       77 W-SUB-ABERTO PIC X(01) VALUE "N".
       77 W-SUB-COD    PIC 9(08) VALUE ZEROS.
       77 W-SUB-ORIGD  PIC 9(08) VALUE ZEROS.
       77 W-SUB-QTD    PIC 9(05) VALUE ZEROS.
       77 W-SUB-ESC    PIC 9(08) VALUE ZEROS.
       77 W-SUB-PROCOD PIC 9(08) VALUE ZEROS.
       77 W-SUB-QLIS   PIC 9(02) VALUE ZEROS.
       77 W-SUB-LIN    PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
       77 W-SUB-BRANCO PIC X(39) VALUE SPACES.
       01 W-SUB-REGPRO PIC X(123) VALUE SPACES.
       01 W-SUB-LINBR  PIC X(79) VALUE SPACES.
       01 DET-SUBS.
                03 DETS-CODIGO     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETS-NOME       PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETS-UNIDADE    PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETS-PRECO      PIC ZZZZZ9,99.
                03 FILLER          PIC X(06) VALUE " EST: ".
                03 DETS-ESTOQUE    PIC ZZZZZ9.
      *----------------------------------------------------------------*
      *   NUMEROS DE SERIE DA VENDA (CADSERC/CADSER, OPCIONAIS - MESMOS
      *   CAMPOS DO SGP006): ATE 200 UNIDADES SERIALIZADAS POR VENDA
       77 ST-ERRSC     PIC X(02) VALUE "00".
       77 ST-ERRSE     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-SER    PIC X(01) VALUE "N".
       77 W-ESERIE     PIC X(01) VALUE "N".
       77 W-SER-ABORTA PIC X(01) VALUE "N".
       01 W-SERIE      PIC X(20) VALUE SPACES.
       77 W-NSER       PIC 9(03) VALUE ZEROS.
       77 W-NSER-INI   PIC 9(03) VALUE ZEROS.
       77 W-JSER       PIC 9(03) VALUE ZEROS.
       77 W-SERFEITO   PIC 9(08) VALUE ZEROS.
       01 W-TABSER.
           03 W-TS-LIN OCCURS 200 TIMES.
              05 W-TS-NUMERO  PIC X(20).
              05 W-TS-GARANT  PIC 9(03).
       01 W-SERLIN.
           03 FILLER       PIC X(10) VALUE "NO. SERIE ".
           03 W-SL-ATU     PIC 9(03).
           03 FILLER       PIC X(04) VALUE " DE ".
           03 W-SL-TOT     PIC 9(05).
           03 FILLER       PIC X(02) VALUE " :".
       77 W-GAR-MESES  PIC 9(04) VALUE ZEROS.
       01 W-DTGAR.
           03 W-GAR-ANO    PIC 9(04).
           03 W-GAR-MES    PIC 9(02).
           03 W-GAR-DIA    PIC 9(02).
      *----------------------------------------------------------------*
      *   LAYOUTS DA NOTA FISCAL IMPRESSA (MESMOS DO SGP006)
       01 NFD-TIT.
                03 FILLER          PIC X(22) VALUE
           05  LINE 10  COLUMN 20
               VALUE  "TOTAL DA VENDA  :".
           05  LINE 11  COLUMN 20
               VALUE  "VALE-TROCA N.   :".
           05  LINE 12  COLUMN 20
               VALUE  "FORMA PAGTO     :".
           05  LINE 13  COLUMN 20
               VALUE  "VALOR RECEBIDO  :".
           05  LINE 14  COLUMN 20
               VALUE  "TROCO           :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-FILIAL TO W-FILIAL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
           OPEN INPUT CADFIL
           IF ST-ERRFI = "00"
              MOVE W-FILIAL TO FIL-CODIGO
              READ CADFIL
              IF ST-ERRFI = "00" AND FIL-DEPOSITO NOT = ZEROS
                 MOVE FIL-DEPOSITO TO W-DEPFIL.
           IF ST-ERRFI NOT = "30" AND "35"
              CLOSE CADFIL.
      *
      * SO VENDE COM A GAVETA DO OPERADOR ABERTA NO SGP103.
      *
           OPEN INPUT CADGAV
           IF ST-ERRGV NOT = "00"
               MOVE "*** CAIXA NAO ABERTO - ABRA A SESSAO NO SGP103 ***"
                                                              TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           PERFORM ACH-GAV THRU ACH-GAV-FIM
           IF W-GAVETA = ZEROS
               CLOSE CADGAV
               MOVE "*** CAIXA NAO ABERTO - ABRA A SESSAO NO SGP103 ***"
                                                              TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
               MOVE "S" TO W-TEM-TRB
           ELSE
               MOVE "N" TO W-TEM-TRB.
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
           OPEN INPUT CADEQV
           IF ST-ERREQ = "00"
               MOVE "S" TO W-TEM-EQV
           ELSE
               MOVE "N" TO W-TEM-EQV.
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
      * SEM O CADVALE (NENHUM VALE EMITIDO AINDA NO SGP058) O
      * PAGAMENTO NAO ACEITA VALE-TROCA.
      *
           OPEN I-O CADVALE
           IF ST-ERRVL = "00"
               MOVE "S" TO W-TEM-VALE
           ELSE
               MOVE "N" TO W-TEM-VALE.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               READ SISPARAM.
               MOVE PAR-ALIQNF TO W-ALIQNF.
           IF ST-ERRPA = "00" AND PAR-PTSGANHO NOT = ZEROS
               MOVE PAR-PTSGANHO TO W-PTSGANHO.
           IF ST-ERRPA = "00" AND PAR-FPGVALE NUMERIC
               AND PAR-FPGVALE NOT = ZEROS
               MOVE PAR-FPGVALE TO W-FPGVALE.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-NSER
           MOVE ZEROS TO W-QTDITENS
           MOVE ZEROS TO W-VALORTOT.
      *
      * A SESSAO FECHADA NO SGP103 DURANTE O TURNO ENCERRA O PDV.
      *
           MOVE W-GAVETA TO GAV-NUMERO
           READ CADGAV KEY IS GAV-NUMERO
           IF ST-ERRGV NOT = "00" OR GAV-SITUACAO NOT = "ABERTA"
              MOVE "*** SESSAO DE CAIXA FECHADA - PDV ENCERRADO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 02 TO W-ACT
              GO TO INC-002S.
      *
      * CLIENTE DA VENDA: CPF EM BRANCO E O CONSUMIDOR GENERICO
      * (SEM PONTOS E SEM CADASTRO); CPF INFORMADO E CONFERIDO.
      *
       INC-002.
           MOVE SPACES TO W-CPF
           ACCEPT W-CPF AT 0345
           ACCEPT W-ACT FROM ESCAPE KEY.
       INC-002S.
           IF W-ACT = 02
              CLOSE CADPED CADITEM CTLPED CADPRO CADCLIENTE
                    CADREC CADNF CADDEP CADLOT CADGAV
              IF W-TEM-PROMO = "S"
                 CLOSE CADPROMO.
           IF W-ACT = 02
              IF W-TEM-TRB = "S"
                 CLOSE CADTRB.
           IF W-ACT = 02
              IF W-TEM-KIT = "S"
                 CLOSE CADKIT.
           IF W-ACT = 02
              IF W-TEM-EQV = "S"
                 CLOSE CADEQV.
           IF W-ACT = 02
              IF W-TEM-SER = "S"
                 CLOSE CADSERC CADSER.
           IF W-ACT = 02
              IF W-TEM-VALE = "S"
                 CLOSE CADVALE.
           IF W-ACT = 02
              IF W-TEM-FPG = "S"
                 CLOSE CADFPG
           DISPLAY W-PRODUTO AT 0640
           DISPLAY LIMPA AT 0740
           DISPLAY LIMPA AT 0840
           DISPLAY W-VALORTOT AT 1040
           IF W-SUB-PEND = "S"
              GO TO ITM-SUB.
       ITM-002.
           MOVE ZEROS TO W-SUB-ORIG
           MOVE SPACE TO W-SUB-TIP
           MOVE ZEROS TO W-SUB-QTD
           ACCEPT W-PRODUTO AT 0640
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
                    MOVE PROMO-PRECO TO W-PRECO.
           DISPLAY W-PRECO AT 0740.
       ITM-004.
           IF W-SUB-PEND = "S"
              MOVE "N" TO W-SUB-PEND
              MOVE ZEROS TO W-SUB-QTD.
           MOVE 1 TO W-QTD
           IF W-SUB-QTD NOT = ZEROS
              MOVE W-SUB-QTD TO W-QTD
              MOVE ZEROS TO W-SUB-QTD.
           ACCEPT W-QTD WITH UPDATE AT 0840
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-002.
              MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-004.
      *
      * KIT: O SALDO CONFERIDO E O DE CADA COMPONENTE, NAO O DO
      * PROPRIO KIT.
      *
           PERFORM KIT-VER THRU KIT-VER-FIM
           IF W-EKIT = "S"
              MOVE W-QTD TO W-KIT-QBASE
              MOVE CODIGO TO W-KIT-COD
              PERFORM KIT-DISP THRU KIT-DISP-FIM
              IF W-KIT-FALTA = "S"
                 GO TO ITM-004
              ELSE
                 GO TO ITM-004K.
      *
      * SEM SALDO, OS SUBSTITUTOS DO CADEQV QUE TEM ESTOQUE APARECEM
      * NA TELA E A LINHA PODE SER TROCADA OU DIVIDIDA.
      *
           IF W-QTD > ESTOQUEATUAL
              MOVE "*** ESTOQUE INSUFICIENTE NO BALCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM SUB-LIS THRU SUB-LIS-FIM
              IF W-SUB-QLIS = ZEROS
                 GO TO ITM-004
              ELSE
                 GO TO ITM-SUB-OPC.
       ITM-004S.
      *
      * PRODUTO SERIALIZADO: UMA SERIE EM ESTOQUE POR UNIDADE, PEDIDA
      * AQUI NA LINHA; ESC VOLTA PARA A QUANTIDADE.
      *
           PERFORM SER-VER THRU SER-VER-FIM
           IF W-ESERIE = "S"
              PERFORM SER-DIG THRU SER-DIG-FIM
              IF W-SER-ABORTA = "S"
                 GO TO ITM-004.
       ITM-004K.
           COMPUTE W-VALITEM = W-PRECO * W-QTD
           ADD 1 TO W-QTDITENS
           MOVE CODIGO TO W-IT-CODIGO (W-QTDITENS)
           MOVE W-QTD TO W-IT-QTD (W-QTDITENS)
           MOVE W-VALITEM TO W-IT-VALOR (W-QTDITENS)
           MOVE PRECOCUSTO TO W-IT-CUSTO (W-QTDITENS)
           MOVE W-SUB-ORIG TO W-IT-SUBORIG (W-QTDITENS)
           MOVE W-SUB-TIP TO W-IT-SUBTIP (W-QTDITENS)
           ADD W-VALITEM TO W-VALORTOT
           DISPLAY W-VALORTOT AT 1040
           GO TO ITM-001.
      *
      * LINHA SEM SALDO COM SUBSTITUTO DISPONIVEL: REDUZIR A
      * QUANTIDADE OU ESCOLHER O SUBSTITUTO (EQUIVALENTE CADASTRADO
      * DO PRODUTO, COM SALDO) E TROCAR OU DIVIDIR A LINHA.
      *
       ITM-SUB-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY W-SUB-BRANCO AT 2340
           DISPLAY "R=REDUZIR QTD  S=SUBSTITUTO : " AT 2340
           ACCEPT W-OPCAO AT 2370
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 OR W-OPCAO = "R" OR "r"
              DISPLAY W-SUB-BRANCO AT 2340
              PERFORM SUB-LIM THRU SUB-LIM-FIM
              GO TO ITM-004.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE R=REDUZIR OU S=SUBSTITUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-SUB-OPC.
       ITM-SUB-ESC.
           MOVE ZEROS TO W-SUB-ESC
           DISPLAY W-SUB-BRANCO AT 2340
           DISPLAY "SUBSTITUTO (CODIGO) : " AT 2340
           ACCEPT W-SUB-ESC AT 2362
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-SUB-OPC.
           MOVE CODIGO TO EQV-CODIGO
           MOVE W-SUB-ESC TO EQV-SUBST
           READ CADEQV
           IF ST-ERREQ NOT = "00"
              MOVE "*** NAO E SUBSTITUTO DESTE PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-SUB-ESC.
           MOVE REGPRO TO W-SUB-REGPRO
           MOVE W-SUB-ESC TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              MOVE ZEROS TO ESTOQUEATUAL.
           IF ESTOQUEATUAL = ZEROS
              MOVE W-SUB-REGPRO TO REGPRO
              MOVE "*** SUBSTITUTO SEM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-SUB-ESC.
           MOVE W-SUB-REGPRO TO REGPRO.
       ITM-SUB-TD.
           MOVE SPACES TO W-OPCAO
           DISPLAY W-SUB-BRANCO AT 2340
           DISPLAY "T=TROCAR A LINHA  D=DIVIDIR : " AT 2340
           ACCEPT W-OPCAO AT 2370
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-SUB-ESC.
           IF W-OPCAO = "T" OR "t"
              GO TO ITM-SUB-TRC.
           IF W-OPCAO = "D" OR "d"
              GO TO ITM-SUB-DIV.
           MOVE "*** DIGITE T=TROCAR OU D=DIVIDIR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ITM-SUB-TD.
      *
      * TROCA: A LINHA PASSA INTEIRA PARA O SUBSTITUTO, COM O PRECO
      * DELE E A QUANTIDADE DIGITADA JA SUGERIDA.
      *
       ITM-SUB-TRC.
           DISPLAY W-SUB-BRANCO AT 2340
           PERFORM SUB-LIM THRU SUB-LIM-FIM
           IF W-SUB-ORIG = ZEROS
              MOVE CODIGO TO W-SUB-ORIG.
           IF W-SUB-TIP NOT = "D"
              MOVE "T" TO W-SUB-TIP.
           MOVE W-QTD TO W-SUB-QTD
           MOVE W-SUB-ESC TO CODIGO
           READ CADPRO
           MOVE DENOMINACAO TO W-PRODUTO
           DISPLAY W-PRODUTO AT 0640
           GO TO ITM-003.
      *
      * DIVISAO: A LINHA FICA COM O SALDO DO PRODUTO E O RESTO ENTRA
      * SOZINHO COMO A PROXIMA LINHA, JA COM O SUBSTITUTO (ITM-SUB).
      *
       ITM-SUB-DIV.
           IF ESTOQUEATUAL = ZEROS
              MOVE "*** PRODUTO SEM SALDO - USE T=TROCAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITM-SUB-TD.
           DISPLAY W-SUB-BRANCO AT 2340
           PERFORM SUB-LIM THRU SUB-LIM-FIM
           COMPUTE W-SUB-QTD = W-QTD - ESTOQUEATUAL
           MOVE ESTOQUEATUAL TO W-QTD
           DISPLAY W-QTD AT 0840
           IF W-SUB-ORIG = ZEROS
              MOVE CODIGO TO W-SUB-ORIGD
           ELSE
              MOVE W-SUB-ORIG TO W-SUB-ORIGD.
           MOVE W-SUB-ESC TO W-SUB-COD
           MOVE "S" TO W-SUB-PEND
           GO TO ITM-004S.
      *
      * RESTO DA LINHA DIVIDIDA: ENTRA COM O SUBSTITUTO E A
      * QUANTIDADE QUE FALTOU, SEGUINDO PELO PRECO.
      *
       ITM-SUB.
           MOVE "N" TO W-SUB-PEND
           MOVE W-SUB-COD TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              MOVE ZEROS TO W-SUB-QTD
              GO TO ITM-002.
           MOVE W-SUB-ORIGD TO W-SUB-ORIG
           MOVE "D" TO W-SUB-TIP
           MOVE DENOMINACAO TO W-PRODUTO
           DISPLAY W-PRODUTO AT 0640
           GO TO ITM-003.
      *
      ***************************************************
      * PAGAMENTO: VALE-TROCA (OPCIONAL), FORMA          *
      * (VALIDADA NO CADFPG QUANDO DISPONIVEL), VALOR    *
      * RECEBIDO E TROCO                                 *
      ***************************************************
      *
       PAG-001.
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY W-VALORTOT AT 1040.
      *
      * VALE-TROCA: ZERO = SEM VALE. O VALE TEM QUE ESTAR ABERTO,
      * COM SALDO, DENTRO DA VALIDADE E, SE NOMINAL, SER DO CPF DA
      * VENDA. ELE COBRE ATE O SALDO; O RESTO VAI PARA A FORMA.
      *
       PAG-VAL.
           MOVE ZEROS TO W-VALE-USO
           MOVE W-VALORTOT TO W-APAGAR
           MOVE ZEROS TO W-VALE
           ACCEPT W-VALE AT 1140
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ITM-001.
           DISPLAY W-VALE-USO AT 1150
           IF W-VALE = ZEROS
              GO TO PAG-002.
           IF W-TEM-VALE = "N"
              MOVE "*** NENHUM VALE-TROCA EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-VAL.
           MOVE W-VALE TO VAL-NUMERO
           READ CADVALE
           IF ST-ERRVL NOT = "00"
              MOVE "*** VALE-TROCA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-VAL.
           IF VAL-SITUACAO NOT = "ABERTO" OR VAL-SALDO = ZEROS
              MOVE "*** VALE-TROCA JA UTILIZADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-VAL.
           IF VAL-VALIDADE < W-DATAHOJE
              MOVE "*** VALE-TROCA VENCIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-VAL.
           IF VAL-CPF NOT = SPACES AND VAL-CPF NOT = W-CPF
              MOVE "*** VALE NOMINAL A OUTRO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-VAL.
           IF VAL-SALDO < W-VALORTOT
              MOVE VAL-SALDO TO W-VALE-USO
           ELSE
              MOVE W-VALORTOT TO W-VALE-USO.
           COMPUTE W-APAGAR = W-VALORTOT - W-VALE-USO
           DISPLAY W-VALE-USO AT 1150
           IF W-APAGAR NOT = ZEROS
              GO TO PAG-002.
      *
      * O VALE COBRE A VENDA TODA: NADA A RECEBER NA GAVETA.
      *
           MOVE W-FPGVALE TO W-FORMAPG
           MOVE 01 TO W-CONTA
           MOVE ZEROS TO W-RECEBIDO
           MOVE ZEROS TO W-TROCO
           DISPLAY W-FORMAPG AT 1240
           DISPLAY W-RECEBIDO AT 1340
           DISPLAY W-TROCO AT 1440
           GO TO PAG-OPC.
       PAG-002.
           MOVE ZEROS TO W-FORMAPG
           ACCEPT W-FORMAPG AT 1240
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PAG-VAL.
           IF W-FORMAPG = ZEROS
              MOVE "*** INFORME A FORMA DE PAGAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE "*** FORMA NAO CADASTRADA NO CADFPG ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO PAG-002.
      *
      * A VENDA ENTRA NO CAIXA NA CONTA DA FORMA DE PAGAMENTO (CARTAO
      * NA ADQUIRENTE, POR EXEMPLO); SEM ELA, NO CAIXA DA LOJA (01).
      *
           MOVE 01 TO W-CONTA
           IF W-TEM-FPG = "S" AND FPG-CONTA NOT = ZEROS
              MOVE FPG-CONTA TO W-CONTA.
       PAG-003.
           MOVE W-APAGAR TO W-RECEBIDO
           ACCEPT W-RECEBIDO WITH UPDATE AT 1340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PAG-002.
           IF W-RECEBIDO < W-APAGAR
              MOVE "*** RECEBIDO MENOR QUE O TOTAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-003.
           COMPUTE W-TROCO = W-RECEBIDO - W-APAGAR
           DISPLAY W-TROCO AT 1440.
       PAG-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA A VENDA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2365
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 AND W-APAGAR = ZEROS GO TO PAG-VAL.
           IF W-ACT = 02 GO TO PAG-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** VENDA CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAG-OPC.
      *
      * A VENDA SAI TODA COM A DATA DE HOJE, QUE NAO PODE ESTAR NUM
      * MES JA FECHADO NO CADMES.
      *
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      ***************************************************
      * CONFIRMACAO UNICA: PEDIDO FATURADO, ITENS,       *
      * ESTOQUE, PARCELA PAGA, CAIXA, NOTA E PONTOS      *
           MOVE "N" TO PED-ENTREGA
           MOVE ZEROS TO PED-VENDEDOR
           MOVE W-FORMAPG TO PED-FORMAPG
           MOVE W-DEPFIL TO PED-DEPOSITO
           MOVE ZEROS TO PED-DTENTREGA
           MOVE ZEROS TO PED-ECEP
           MOVE SPACES TO PED-ELOGR
           MOVE SPACES TO PED-ECIDADE
           MOVE SPACES TO PED-EUF
           MOVE ZEROS TO PED-FRETE
           MOVE W-FILIAL TO PED-FILIAL
           WRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DE BALCAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM GRA-ITENS THRU GRA-ITENS-FIM
           PERFORM GRA-SUB THRU GRA-SUB-FIM
           PERFORM DEC-ESTOQUE THRU DEC-ESTOQUE-FIM
           PERFORM GRA-REC THRU GRA-REC-FIM
           PERFORM GRA-CXA THRU GRA-CXA-FIM
           PERFORM GRA-GAV THRU GRA-GAV-FIM
           IF W-VALE-USO NOT = ZEROS
              PERFORM BAI-VALE THRU BAI-VALE-FIM.
           PERFORM GRA-NF THRU GRA-NF-FIM
           PERFORM SER-VEN THRU SER-VEN-FIM
           IF W-CONSUMIDOR = "N"
              PERFORM GAN-PTS THRU GAN-PTS-FIM.
           MOVE "*** VENDA CONCLUIDA ***" TO MENS
           EXIT.
      *
      ***************************************************
      * LISTA NAS LINHAS 15 A 20 OS SUBSTITUTOS (CADEQV) *
      * DO PRODUTO DO REGPRO QUE TEM SALDO (ATE 5); O    *
      * REGPRO DO PRODUTO DA LINHA VOLTA NO FIM          *
      ***************************************************
      *
       SUB-LIS.
           MOVE ZEROS TO W-SUB-QLIS
           IF W-TEM-EQV = "N"
              GO TO SUB-LIS-FIM.
           MOVE REGPRO TO W-SUB-REGPRO
           MOVE CODIGO TO W-SUB-PROCOD
           MOVE CODIGO TO EQV-CODIGO
           MOVE ZEROS TO EQV-SUBST
           START CADEQV KEY IS NOT LESS EQV-CHAVE INVALID KEY
                 GO TO SUB-LIS-090.
       SUB-LIS-010.
           READ CADEQV NEXT
           IF ST-ERREQ NOT = "00"
              GO TO SUB-LIS-090.
           IF EQV-CODIGO NOT = W-SUB-PROCOD
              GO TO SUB-LIS-090.
           IF W-SUB-QLIS NOT < 5
              GO TO SUB-LIS-090.
           MOVE EQV-SUBST TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO SUB-LIS-010.
           IF ESTOQUEATUAL = ZEROS
              GO TO SUB-LIS-010.
           IF W-SUB-QLIS = ZEROS
              DISPLAY "SUBSTITUTOS COM ESTOQUE:" AT 1501.
           ADD 1 TO W-SUB-QLIS
           MOVE CODIGO TO DETS-CODIGO
           MOVE DENOMINACAO TO DETS-NOME
           MOVE UNIDADE-PRO TO DETS-UNIDADE
           MOVE PRECOVENDA-PRO TO DETS-PRECO
           MOVE ESTOQUEATUAL TO DETS-ESTOQUE
           COMPUTE W-POSLIN = (15 + W-SUB-QLIS) * 100 + 1
           DISPLAY DET-SUBS AT W-POSLIN
           GO TO SUB-LIS-010.
       SUB-LIS-090.
           MOVE W-SUB-REGPRO TO REGPRO.
       SUB-LIS-FIM.
           EXIT.
      *
       SUB-LIM.
           IF W-SUB-QLIS = ZEROS
              GO TO SUB-LIM-FIM.
           MOVE 14 TO W-SUB-LIN.
       SUB-LIM-010.
           ADD 1 TO W-SUB-LIN
           IF W-SUB-LIN > 20
              GO TO SUB-LIM-FIM.
           COMPUTE W-POSLIN = W-SUB-LIN * 100 + 1
           DISPLAY W-SUB-LINBR AT W-POSLIN
           GO TO SUB-LIM-010.
       SUB-LIM-FIM.
           EXIT.
      *
      ***************************************************
      * GRAVA NO CADSUB.LOG AS LINHAS DA VENDA TROCADAS  *
      * (T) OU QUE SAO O RESTO DE UMA DIVISAO (D)        *
      ***************************************************
      *
       GRA-SUB.
           MOVE ZEROS TO W-ITEM.
       GRA-SUB-010.
           ADD 1 TO W-ITEM
           IF W-ITEM > W-QTDITENS
              GO TO GRA-SUB-090.
           IF W-IT-SUBTIP (W-ITEM) = SPACE
              GO TO GRA-SUB-010.
           IF ST-ERRSB NOT = "00"
              GO TO GRA-SUB-010.
           IF W-SUB-ABERTO = "N"
              PERFORM GRA-SUB-ABRE THRU GRA-SUB-ABRE-FIM
              IF ST-ERRSB NOT = "00"
                 GO TO GRA-SUB-010.
           MOVE W-OPERADOR TO SB-OPERADOR
           ACCEPT SB-DATA FROM DATE YYYYMMDD
           ACCEPT SB-HORA FROM TIME
           MOVE "SGP062" TO SB-PROGRAMA
           MOVE PEDIDO TO SB-PEDIDO
           MOVE W-IT-SUBORIG (W-ITEM) TO SB-ORIGEM
           MOVE W-IT-CODIGO (W-ITEM) TO SB-SUBST
           MOVE W-IT-SUBTIP (W-ITEM) TO SB-TIPO
           MOVE W-IT-QTD (W-ITEM) TO SB-QTD
           WRITE REGSUB
           GO TO GRA-SUB-010.
       GRA-SUB-090.
           IF W-SUB-ABERTO = "S"
              CLOSE CADSUB.
           MOVE "N" TO W-SUB-ABERTO
           MOVE "00" TO ST-ERRSB.
       GRA-SUB-FIM.
           EXIT.
      *
       GRA-SUB-ABRE.
           OPEN EXTEND CADSUB
           IF ST-ERRSB = "30" OR "35"
              OPEN OUTPUT CADSUB
              CLOSE CADSUB
              OPEN EXTEND CADSUB.
           IF ST-ERRSB = "00"
              MOVE "S" TO W-SUB-ABERTO.
       GRA-SUB-ABRE-FIM.
           EXIT.
      *
      ***************************************************
      * BAIXA DO ESTOQUE DA VENDA: TOTAL, DEPOSITO DA    *
      * FILIAL E LOTES FEFO, COM UM MOVIMENTO DE KARDEX  *
      * POR LOTE CONSUMIDO (MESMO CRITERIO DO SGP006)    *
      ***************************************************
      *
       DEC-ESTOQUE.
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO DEC-EST-010.
           PERFORM KIT-VER THRU KIT-VER-FIM
           IF W-EKIT = "S"
              MOVE W-IT-QTD (W-ITEM) TO W-KIT-QBASE
              MOVE CODIGO TO W-KIT-COD
              PERFORM KIT-SAI THRU KIT-SAI-FIM
              GO TO DEC-EST-010.
           IF W-IT-QTD (W-ITEM) > ESTOQUEATUAL
              MOVE ESTOQUEATUAL TO W-MOV-SAI
              MOVE ZEROS TO ESTOQUEATUAL
              SUBTRACT W-IT-QTD (W-ITEM) FROM ESTOQUEATUAL.
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
           MOVE W-DEPFIL TO DEP-CODIGO
           READ CADDEP
           IF ST-ERRDP NOT = "00"
              MOVE ZEROS TO DEP-SALDO
           GO TO DEC-EST-010.
       DEC-ESTOQUE-FIM.
           EXIT.
      *
      ***************************************************
      * KITS (MESMO CRITERIO DO SGP006): KIT-VER DIZ SE  *
      * O PRODUTO DO REGPRO E KIT, KIT-DISP CONFERE O    *
      * SALDO DOS COMPONENTES E KIT-SAI BAIXA CADA UM    *
      * (DEPOSITO DA FILIAL, LOTES FEFO E KARDEX)        *
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
       KIT-DISP.
           MOVE "N" TO W-KIT-FALTA
           MOVE W-KIT-COD TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPCOD
           START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-DISP-090.
       KIT-DISP-010.
           READ CADKIT NEXT
           IF ST-ERRKT NOT = "00"
              GO TO KIT-DISP-090.
           IF KIT-CODIGO NOT = W-KIT-COD
              GO TO KIT-DISP-090.
           MOVE KIT-COMPCOD TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              MOVE ZEROS TO ESTOQUEATUAL
              MOVE KIT-COMPCOD TO DENOMINACAO.
           COMPUTE W-QTDBASE = W-KIT-QBASE * KIT-QTD
           IF W-QTDBASE NOT > ESTOQUEATUAL
              GO TO KIT-DISP-010.
           MOVE "S" TO W-KIT-FALTA
           MOVE SPACES TO MENS
           STRING "SEM ESTOQUE P/ KIT: " DENOMINACAO
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       KIT-DISP-090.
           MOVE W-KIT-COD TO CODIGO
           READ CADPRO.
       KIT-DISP-FIM.
           EXIT.
      *
       KIT-SAI.
           MOVE W-KIT-COD TO KIT-CODIGO
           MOVE ZEROS TO KIT-COMPCOD
           START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO KIT-SAI-FIM.
       KIT-SAI-010.
           READ CADKIT NEXT
           IF ST-ERRKT NOT = "00"
              GO TO KIT-SAI-FIM.
           IF KIT-CODIGO NOT = W-KIT-COD
              GO TO KIT-SAI-FIM.
           MOVE KIT-COMPCOD TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO KIT-SAI-010.
           COMPUTE W-QTDBASE = W-KIT-QBASE * KIT-QTD
           IF W-QTDBASE > ESTOQUEATUAL
              MOVE ESTOQUEATUAL TO W-MOV-SAI
              MOVE ZEROS TO ESTOQUEATUAL
           ELSE
              MOVE W-QTDBASE TO W-MOV-SAI
              SUBTRACT W-QTDBASE FROM ESTOQUEATUAL.
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
           MOVE W-DEPFIL TO DEP-CODIGO
           READ CADDEP
           IF ST-ERRDP NOT = "00"
              MOVE ZEROS TO DEP-SALDO
              WRITE REGDEP.
           IF W-MOV-SAI > DEP-SALDO
              MOVE ZEROS TO DEP-SALDO
           ELSE
              SUBTRACT W-MOV-SAI FROM DEP-SALDO.
           REWRITE REGDEP
           PERFORM FEFO-SAI THRU FEFO-SAI-FIM
           GO TO KIT-SAI-010.
       KIT-SAI-FIM.
           EXIT.
      *
      ***************************************************
      * NUMEROS DE SERIE (MESMO CRITERIO DO SGP006):     *
      * SER-VER DIZ SE O PRODUTO DO REGPRO E             *
      * SERIALIZADO, SER-DIG PEDE AS SERIES DA LINHA E   *
      * SER-VEN AS PASSA A VENDIDO NA CONFIRMACAO        *
      ***************************************************
      *
       SER-VER.
           MOVE "N" TO W-ESERIE
           IF W-TEM-SER = "N"
              GO TO SER-VER-FIM.
           MOVE CODIGO TO SRC-CODIGO
           READ CADSERC
           IF ST-ERRSC = "00"
              MOVE "S" TO W-ESERIE.
       SER-VER-FIM.
           EXIT.
      *
       SER-DIG.
           MOVE "N" TO W-SER-ABORTA
           MOVE W-NSER TO W-NSER-INI
           MOVE ZEROS TO W-SERFEITO.
       SER-DIG-020.
           IF W-SERFEITO NOT < W-QTD
              GO TO SER-DIG-090.
           IF W-NSER NOT < 200
              MOVE "*** LIMITE DE 200 SERIES POR VENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE "S" TO W-SER-ABORTA
              GO TO SER-DIG-090.
           COMPUTE W-SL-ATU = W-SERFEITO + 1
           MOVE W-QTD TO W-SL-TOT
           DISPLAY W-SERLIN AT 1501
           MOVE SPACES TO W-SERIE
           ACCEPT W-SERIE AT 1526
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE "S" TO W-SER-ABORTA
              GO TO SER-DIG-090.
           IF W-SERIE = SPACES
              MOVE "*** INFORME O NUMERO DE SERIE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DIG-020.
           MOVE ZEROS TO W-JSER.
       SER-DIG-030.
           ADD 1 TO W-JSER
           IF W-JSER NOT > W-NSER
              IF W-TS-NUMERO (W-JSER) = W-SERIE
                 MOVE "*** SERIE REPETIDA NESTA VENDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO SER-DIG-020
              ELSE
                 GO TO SER-DIG-030.
           MOVE W-SERIE TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE NOT = "00"
              MOVE "*** NUMERO DE SERIE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DIG-020.
           IF SER-PRODCOD NOT = CODIGO
              MOVE "*** SERIE E DE OUTRO PRODUTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DIG-020.
           IF SER-SITUACAO NOT = "ESTOQUE"
              MOVE "*** SERIE NAO ESTA EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-DIG-020.
           ADD 1 TO W-NSER
           MOVE W-SERIE TO W-TS-NUMERO (W-NSER)
           MOVE SRC-GARANTIA TO W-TS-GARANT (W-NSER)
           ADD 1 TO W-SERFEITO
           GO TO SER-DIG-020.
       SER-DIG-090.
           IF W-SER-ABORTA = "S"
              MOVE W-NSER-INI TO W-NSER.
           DISPLAY LIMPA AT 1501.
       SER-DIG-FIM.
           EXIT.
      *
       SER-VEN.
           MOVE ZEROS TO W-JSER.
       SER-VEN-010.
           ADD 1 TO W-JSER
           IF W-JSER > W-NSER
              GO TO SER-VEN-FIM.
           MOVE W-TS-NUMERO (W-JSER) TO SER-NUMERO
           READ CADSER
           IF ST-ERRSE NOT = "00"
              GO TO SER-VEN-010.
           MOVE "VENDIDO" TO SER-SITUACAO
           MOVE PEDIDO TO SER-PEDIDO
           MOVE NF-NUMERO TO SER-NF
           MOVE W-CPF TO SER-CPF
           MOVE W-DATAHOJE TO SER-DTVENDA
           MOVE W-TS-GARANT (W-JSER) TO W-GAR-MESES
           PERFORM CAL-GAR THRU CAL-GAR-FIM
           MOVE W-DTGAR TO SER-DTGARANT
           MOVE ZEROS TO SER-DTDEV
           REWRITE REGSER
           GO TO SER-VEN-010.
       SER-VEN-FIM.
           EXIT.
      *
      * FIM DA GARANTIA: DATA DA VENDA MAIS W-GAR-MESES MESES, DIA
      * LIMITADO A 28 (MESMO CRITERIO DO SGP006).
      *
       CAL-GAR.
           IF W-GAR-MESES = ZEROS
              MOVE ZEROS TO W-DTGAR
              GO TO CAL-GAR-FIM.
           MOVE SER-DTVENDA TO W-DTGAR
           ADD W-GAR-MES TO W-GAR-MESES.
       CAL-GAR-AJU.
           IF W-GAR-MESES > 12
              SUBTRACT 12 FROM W-GAR-MESES
              ADD 1 TO W-GAR-ANO
              GO TO CAL-GAR-AJU.
           MOVE W-GAR-MESES TO W-GAR-MES
           IF W-GAR-DIA > 28
              MOVE 28 TO W-GAR-DIA.
       CAL-GAR-FIM.
           EXIT.
      *
       FEFO-SAI.
           MOVE W-MOV-SAI TO W-RESTA
           MOVE ZEROS TO M-ENTRADA
           MOVE W-MOV-SAI TO M-SAIDA
           MOVE ESTOQUEATUAL TO M-SALDO
           MOVE W-DEPFIL TO M-DEPOSITO
           MOVE W-LOTE TO M-LOTE
           WRITE REGMOV
           CLOSE CADMOV.
      *
      ***************************************************
      * UMA PARCELA JA PAGA NO CONTAS A RECEBER - A      *
      * VENDA DE BALCAO NAO FICA DEVENDO NADA. COM       *
      * VALE-TROCA, A PARCELA 1 E A DO VALE (FORMA DO    *
      * VALE) E O RESTO SAI NA PARCELA 2                 *
      ***************************************************
      *
       GRA-REC.
           MOVE ZEROS TO W-PARCX
           IF W-VALE-USO = ZEROS
              GO TO GRA-REC-010.
           MOVE PEDIDO TO REC-PEDIDO
           MOVE 1 TO REC-PARCELA
           MOVE W-CPF TO REC-CPF
           MOVE W-FILIAL TO REC-FILIAL
           MOVE W-DATAHOJE TO REC-VENCIMENTO
           MOVE W-VALE-USO TO REC-VALOR
           MOVE "S" TO REC-PAGO
           MOVE W-DATAHOJE TO REC-DTPAGTO
           MOVE W-FPGVALE TO REC-FORMAPG
           MOVE W-VALE-USO TO REC-VALPAGO
           WRITE REGREC
           IF ST-ERRRC NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE 1 TO W-PARCX
           IF W-APAGAR = ZEROS
              GO TO GRA-REC-FIM.
       GRA-REC-010.
           ADD 1 TO W-PARCX
           MOVE PEDIDO TO REC-PEDIDO
           MOVE W-PARCX TO REC-PARCELA
           MOVE W-CPF TO REC-CPF
           MOVE W-FILIAL TO REC-FILIAL
           MOVE W-DATAHOJE TO REC-VENCIMENTO
           MOVE W-APAGAR TO REC-VALOR
           MOVE "S" TO REC-PAGO
           MOVE W-DATAHOJE TO REC-DTPAGTO
           MOVE W-FORMAPG TO REC-FORMAPG
           MOVE W-APAGAR TO REC-VALPAGO
           WRITE REGREC
           IF ST-ERRRC NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRA-REC-FIM.
           EXIT.
      *
      *
      * O VALE-TROCA NAO E DINHEIRO: SO O RESTO PAGO NA FORMA ENTRA
      * NO LIVRO CAIXA, NA PARCELA EM QUE FOI GRAVADO NO CADREC.
      *
       GRA-CXA.
           IF W-APAGAR = ZEROS
              GO TO GRA-CXA-FIM.
           OPEN EXTEND CADCXA
           IF ST-ERRX = "30" OR "35"
              OPEN OUTPUT CADCXA
           ACCEPT CX-HORA FROM TIME
           MOVE "RECEBTO" TO CX-OPERACAO
           MOVE PEDIDO TO CX-DOCUMENTO
           MOVE W-PARCX TO CX-PARCELA
           MOVE W-APAGAR TO CX-ENTRADA
           MOVE ZEROS TO CX-SAIDA
           MOVE W-CONTA TO CX-CONTA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           CLOSE CADCXA.
       GRA-CXA-FIM.
           EXIT.
      *
      ***************************************************
      * O QUE ENTROU NA GAVETA (O PAGO NA FORMA, SEM O   *
      * VALE) VAI PARA O MOVIMENTO DA SESSAO DE CAIXA    *
      ***************************************************
      *
       GRA-GAV.
           IF W-APAGAR = ZEROS
              GO TO GRA-GAV-FIM.
           OPEN EXTEND CADGMOV
           IF ST-ERRGM = "30" OR "35"
              OPEN OUTPUT CADGMOV
              CLOSE CADGMOV
              OPEN EXTEND CADGMOV.
           IF ST-ERRGM NOT = "00"
              GO TO GRA-GAV-FIM.
           MOVE W-GAVETA TO GM-NUMERO
           MOVE W-OPERADOR TO GM-OPERADOR
           ACCEPT GM-DATA FROM DATE YYYYMMDD
           ACCEPT GM-HORA FROM TIME
           MOVE "VENDA" TO GM-OPERACAO
           MOVE PEDIDO TO GM-DOCUMENTO
           MOVE W-FORMAPG TO GM-FORMAPG
           MOVE W-APAGAR TO GM-VALOR
           WRITE REGGMOV
           CLOSE CADGMOV.
       GRA-GAV-FIM.
           EXIT.
      *
      *********************************************
      * SESSAO ABERTA DO OPERADOR NO CADGAV (MESMA *
      * BUSCA DO SGP103); SEM ELA W-GAVETA = ZEROS *
      *********************************************
      *
       ACH-GAV.
           MOVE ZEROS TO W-GAVETA
           MOVE W-OPERADOR TO GAV-OPERADOR
           START CADGAV KEY IS NOT LESS GAV-OPERADOR INVALID KEY
                 GO TO ACH-GAV-FIM.
       ACH-GAV-010.
           READ CADGAV NEXT
           IF ST-ERRGV NOT = "00"
                 GO TO ACH-GAV-FIM.
           IF GAV-OPERADOR NOT = W-OPERADOR
                 GO TO ACH-GAV-FIM.
           IF GAV-SITUACAO NOT = "ABERTA"
                 GO TO ACH-GAV-010.
           MOVE GAV-NUMERO TO W-GAVETA.
       ACH-GAV-FIM.
           EXIT.
      *
      ***************************************************
      * BAIXA NO VALE-TROCA O VALOR USADO NA VENDA (RELE *
      * O VALE; ZERADO, FICA UTILIZADO) COM MOVIMENTO    *
      * USO NO CADVALE.LOG, DOCUMENTO = PEDIDO           *
      ***************************************************
      *
       BAI-VALE.
           MOVE W-VALE TO VAL-NUMERO
           READ CADVALE
           IF ST-ERRVL NOT = "00"
              MOVE "ERRO NA BAIXA DO VALE-TROCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-VALE-FIM.
           IF VAL-SALDO > W-VALE-USO
              SUBTRACT W-VALE-USO FROM VAL-SALDO
           ELSE
              MOVE ZEROS TO VAL-SALDO
              MOVE "UTILIZADO" TO VAL-SITUACAO.
           MOVE W-DATAHOJE TO VAL-DTULTUSO
           REWRITE REGVALE
           IF ST-ERRVL NOT = "00"
              MOVE "ERRO NA BAIXA DO VALE-TROCA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-VALE-FIM.
           OPEN EXTEND CADVMOV
           IF ST-ERRVM = "30" OR "35"
              OPEN OUTPUT CADVMOV
              CLOSE CADVMOV
              OPEN EXTEND CADVMOV.
           IF ST-ERRVM NOT = "00"
              GO TO BAI-VALE-FIM.
           MOVE VAL-NUMERO TO VM-NUMERO
           ACCEPT VM-DATA FROM DATE YYYYMMDD
           ACCEPT VM-HORA FROM TIME
           MOVE "USO" TO VM-OPERACAO
           MOVE PEDIDO TO VM-DOCUMENTO
           MOVE W-FORMAPG TO VM-FORMAPG
           MOVE W-VALE-USO TO VM-VALOR
           MOVE VAL-SALDO TO VM-SALDO
           MOVE W-OPERADOR TO VM-OPERADOR
           WRITE REGVMOV
           CLOSE CADVMOV.
       BAI-VALE-FIM.
           EXIT.
      *
      ***************************************************
      * EMITE A NOTA: NUMERO DO CTLNF DA FILIAL,        *
      * REGISTRO NO CADNF                                *
      * (IMPOSTO POR ALIQUOTA DE CATEGORIA VIA CAL-IMP,  *
      * COM O SISPARAM SO COMO RESERVA SEM O CADTRB) E   *
      * IMPRESSAO EM NOTAFISC.TXT                        *
      ***************************************************
      *
       GRA-NF.
           MOVE W-FILIAL TO NF-FILIAL
           IF NF-FILIAL = 1
              MOVE "CADNF.CTL" TO W-ARQCTLNF
           ELSE
              MOVE NF-FILIAL TO W-CTLNF-FIL
              MOVE W-NOMECTLNF TO W-ARQCTLNF.
           OPEN I-O CTLNF
           IF ST-ERRCN NOT = "00"
              MOVE ZEROS TO REGCTLNF
              MOVE SPACES TO NF-UF.
           MOVE W-VALORTOT TO NF-VALOR
           MOVE ZEROS TO NF-FRETE
           MOVE SPACES TO NF-SITUACAO
           MOVE ZEROS TO NF-DTCANC
           MOVE SPACES TO NF-MOTIVO
           MOVE SPACES TO NF-OPECANC
           PERFORM CAL-IMP THRU CAL-IMP-FIM
           WRITE REGNF
           IF ST-ERRNF NOT = "00" AND "02"
       GAN-PTS-FIM.
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
