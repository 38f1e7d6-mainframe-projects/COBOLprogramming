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
       SELECT CADDPS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPS-CODIGO
                    FILE STATUS  IS ST-ERRDS.
       SELECT NOTAFISC ASSIGN TO "NOTAFISC.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRNT.
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
       SELECT CADFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRT-CHAVE
                    FILE STATUS  IS ST-ERRFR.
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
       SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-PEDIDO
                    FILE STATUS  IS ST-ERRAP.
       SELECT CADEQV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EQV-CHAVE
                    FILE STATUS  IS ST-ERREQ.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT CADSUB ASSIGN TO "CADSUB.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRSB.
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
      * ITENS DO PEDIDO - UM REGISTRO POR PRODUTO VENDIDO, COM PRECO,
      * QUANTIDADE E DESCONTO PROPRIOS DA LINHA.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * FICHA DE PEDIDO IMPRESSA/EXPORTADA APOS CADA WRITE REGPED,
      * PARA O BALCAO ENTREGAR UMA VIA AO CLIENTE.
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
      * LIVRO DE MOVIMENTO DE ESTOQUE (KARDEX) - UM REGISTRO PARA
      * CADA MEXIDA NO ESTOQUEATUAL, COM OPERADOR, DATA/HORA,
      * CONTAS A RECEBER - UMA PARCELA POR REGISTRO (CHAVE PEDIDO+
      * PARCELA), GERADAS NO FATURAMENTO CONFORME A CONDICAO DE
      * PAGAMENTO DO PEDIDO. A BAIXA E FEITA PELO SGP021 E O AGING
      * PELO SGP022. REC-PAGO: N = ABERTA, S = QUITADA, C = CANCELADA
      * JUNTO COM A NOTA FISCAL (SGP072), R = RENEGOCIADA (SGP098,
      * A DIVIDA PASSA PARA AS PARCELAS NOVAS DO ACORDO), P = BAIXADA
      * COMO PERDA (SGP099, FORA DOS TOTAIS; AINDA ACEITA PAGAMENTO).
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
      * SEM SESSAO O OPERADOR E PEDIDO NA TELA E O NIVEL FICA EM 1.
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * PENDENCIAS DE ESTOQUE (BACKORDER) - A PARTE DA LINHA DO
      * PEDIDO QUE FICOU SEM ESTOQUE NA CONFIRMACAO. O ATENDIMENTO
      * NOTAS FISCAIS EMITIDAS NO FATURAMENTO - OS DADOS DO CLIENTE
      * SAO CONGELADOS NO MOMENTO DA EMISSAO, PARA A NOTA NAO MUDAR
      * QUANDO O CADASTRO DO CLIENTE MUDAR. A REIMPRESSAO E FEITA
      * PELO SGP027. NF-SITUACAO FICA EM BRANCO NA EMISSAO E PASSA A
      * "CANCELADA" (COM DATA, MOTIVO E OPERADOR) NO CANCELAMENTO
      * FEITO PELO SGP072.
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
      * CTLNF GUARDA O ULTIMO NUMERO DE NOTA FISCAL EMITIDO (MESMO
      * ESQUEMA DO CTLPED). CADA FILIAL TEM A SUA SERIE: A 01 SEGUE
      * NO CADNF.CTL DE SEMPRE E AS DEMAIS NO CADNFnn.CTL.
       FD CTLNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCTLNF.
       01 REGCTLNF.
                03 CTL-ULTNF          PIC 9(06).
      *
      * FILIAIS (MESMO LAYOUT DO SGP111): DAQUI SAI O DEPOSITO
      * PADRAO DO PEDIDO NA FILIAL DA SESSAO.
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
      * DEPOSITOS E SUAS FILIAIS (MESMO LAYOUT DO SGP112): DEPOSITO
      * CADASTRADO EM OUTRA FILIAL NAO E ACEITO NO PEDIDO.
       FD CADDPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDPS.DAT".
       01 REGDPS.
                03 DPS-CODIGO           PIC 9(02).
                03 DPS-NOME             PIC X(30).
                03 DPS-FILIAL           PIC 9(02).
                03 DPS-DATA             PIC 9(08).
                03 DPS-OPERADOR         PIC X(10).
      *
      * IMPRESSAO DA NOTA FISCAL EMITIDA.
       FD NOTAFISC.
       01 LINHA-NF         PIC X(80).
                03 P-PONTOS          PIC 9(06).
                03 P-SALDO           PIC 9(06).
      *
      * VALES-TROCA (MESMO LAYOUT DO SGP058): ACEITOS COMO PAGAMENTO
      * NO FATURAMENTO, COM O USO LANCADO NO CADVALE.LOG.
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
      * FORMAS DE PAGAMENTO (MESMO LAYOUT DO SGP044): A FORMA E
      * PERGUNTADA NO FATURAMENTO E GRAVADA NO PEDIDO E NAS PARCELAS
      * DO CADREC; O FECHAMENTO DIARIO (SGP023) ABRE POR FORMA.
       01 REGFPG.
                03 FPG-CODIGO        PIC 9(02).
                03 FPG-DESCRICAO     PIC X(20).
                03 FPG-CHEQUE        PIC X(01).
                03 FPG-CONTA         PIC 9(02).
      *
      * CONDICOES DE PAGAMENTO (MESMO LAYOUT DO SGP048). COM O
      * ARQUIVO PRESENTE O CONDPAG DO PEDIDO E VALIDADO AQUI E AS
                       04 FRT-CIDADE    PIC X(25).
                       04 FRT-BAIRRO    PIC X(25).
                03 FRT-VALOR            PIC 9(06)V99.
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): O KIT E VENDIDO
      * NUMA LINHA SO, PELO PRECO DELE, MAS O ESTOQUE QUE SE MEXE E O
      * DOS COMPONENTES (KIT-QTD POR UNIDADE DE ESTOQUE DO KIT).
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * PRODUTOS COM CONTROLE DE NUMERO DE SERIE (MESMO LAYOUT DO
      * SGP079) E AS UNIDADES SERIALIZADAS (MESMO LAYOUT DO SGP018):
      * NO FATURAMENTO CADA UNIDADE VENDIDA TEM QUE TER O SEU NUMERO
      * DE SERIE, QUE PASSA A VENDIDO COM PEDIDO, NOTA, CPF E FIM DA
      * GARANTIA.
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
      * FILA DE APROVACAO: UM REGISTRO POR PEDIDO GRAVADO COM PRECO
      * FORA DA TOLERANCIA OU DESCONTO ACIMA DO PAR-DESCMAX, COM O
      * MOTIVO DADO NO BALCAO. A DECISAO (APROVADO/REJEITADO) E DADA
      * PELO SUPERVISOR NO SGP085; ALTERACAO QUE TIRA A EXCECAO,
      * EXCLUSAO E CANCELAMENTO DO PEDIDO TAMBEM BAIXAM O PENDENTE.
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
       01 REGAPR.
                03 APR-PEDIDO           PIC 9(05).
                03 APR-CPF              PIC X(14).
                03 APR-DATA             PIC 9(08).
                03 APR-HORA             PIC 9(08).
                03 APR-OPERADOR         PIC X(10).
                03 APR-MOTIVO           PIC X(40).
                03 APR-EXPRECO          PIC X(01).
                03 APR-EXDESC           PIC X(01).
                03 APR-EXGERAL          PIC X(01).
                03 APR-DESCGER          PIC 9(03)V99.
                03 APR-VALOR            PIC 9(08)V99.
                03 APR-SITUACAO         PIC X(10).
                03 APR-DTDEC            PIC 9(08).
                03 APR-HRDEC            PIC 9(08).
                03 APR-SUPERV           PIC X(10).
      *
      * PRODUTOS EQUIVALENTES (MESMO LAYOUT DO SGP086): LINHA SEM
      * ESTOQUE MOSTRA OS SUBSTITUTOS DO PRODUTO QUE TEM SALDO.
       FD CADEQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEQV.DAT".
       01 REGEQV.
                03 EQV-CHAVE.
                       04 EQV-CODIGO    PIC 9(08).
                       04 EQV-SUBST     PIC 9(08).
                03 EQV-OBS              PIC X(30).
      *
      * CUSTODIA DE CHEQUES (MESMO LAYOUT DO SGP021): CHEQUE DEVOLVIDO
      * CUJA PARCELA AINDA TEM SALDO BLOQUEIA O CLIENTE COMO ATRASO.
       FD CADCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                       04 CHQ-IDENT.
                          05 CHQ-BANCO     PIC 9(03).
                          05 CHQ-AGENCIA   PIC 9(05).
                          05 CHQ-CONTA     PIC X(12).
                          05 CHQ-NUMERO    PIC 9(06).
                       04 CHQ-PEDIDO    PIC 9(05).
                       04 CHQ-PARCELA   PIC 9(02).
                03 CHQ-CPF              PIC X(14).
                03 CHQ-EMITENTE         PIC X(14).
                03 CHQ-VALOR            PIC 9(08)V99.
                03 CHQ-PRINCIPAL        PIC 9(08)V99.
                03 CHQ-BOMPARA          PIC 9(08).
                03 CHQ-SITUACAO         PIC X(10).
                03 CHQ-DTRECEB          PIC 9(08).
                03 CHQ-DTDEPOS          PIC 9(08).
                03 CHQ-DTDEVOL          PIC 9(08).
                03 CHQ-ALINEA           PIC 9(02).
                03 CHQ-MOTIVO           PIC X(30).
                03 CHQ-OPERADOR         PIC X(10).
                03 CHQ-CONTADEP         PIC 9(02).
      *
      * TRILHA DAS SUBSTITUICOES (RELATORIO NO SGP087): UM REGISTRO
      * POR LINHA GRAVADA QUE TROCOU DE PRODUTO (T), QUE E O RESTO
      * DE UMA LINHA DIVIDIDA COM O SUBSTITUTO (D) OU QUE FICOU EM
      * PENDENCIA MESMO COM SUBSTITUTO NA PRATELEIRA (M). SB-ORIGEM E
      * O PRODUTO QUE FALTOU; QUANTIDADE EM UNIDADES DE ESTOQUE.
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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRNF     PIC X(02) VALUE "00".
       77 ST-ERRCN     PIC X(02) VALUE "00".
      *----------------------------------------------------------------*
      *   FILIAL DA SESSAO, DEPOSITO PADRAO DELA E NOME DO CONTROLE
      *   DA SERIE DE NOTAS DA FILIAL
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 ST-ERRDS     PIC X(02) VALUE "00".
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DEPFIL     PIC 9(02) VALUE 1.
       77 W-ARQCTLNF   PIC X(12) VALUE "CADNF.CTL".
       01 W-NOMECTLNF.
                03 FILLER          PIC X(05) VALUE "CADNF".
                03 W-CTLNF-FIL     PIC 9(02) VALUE ZEROS.
                03 FILLER          PIC X(04) VALUE ".CTL".
       77 ST-ERRNT     PIC X(02) VALUE "00".
       77 ST-ERRVE     PIC X(02) VALUE "00".
       77 W-TEM-VEN    PIC X(01) VALUE "N".
       77 W-TEM-FPG    PIC X(01) VALUE "N".
       77 W-FORMAPG    PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   VALE-TROCA NO FATURAMENTO: W-VALE-USO E O QUE O VALE COBRE
      *   (PARCELA 1, PAGA NA FORMA W-FPGVALE DO SISPARAM); AS DEMAIS
      *   PARCELAS DIVIDEM O RESTO E SAO NUMERADAS DEPOIS DELA
       77 ST-ERRVL     PIC X(02) VALUE "00".
       77 ST-ERRVM     PIC X(02) VALUE "00".
       77 W-TEM-VALE   PIC X(01) VALUE "N".
       77 W-VALE       PIC 9(06) VALUE ZEROS.
       77 W-VALE-USO   PIC 9(08)V99 VALUE ZEROS.
       77 W-VALE-BASE  PIC 9(08)V99 VALUE ZEROS.
       77 W-FPGVALE    PIC 9(02) VALUE 99.
       77 W-PARCX      PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CONDICOES DE PAGAMENTO DO CADCPG: APOIO DA VALIDACAO DO
      *   CONDPAG E DA GERACAO DAS PARCELAS PELA CONDICAO
       77 ST-ERRCP     PIC X(02) VALUE "00".
       77 W-DIASCRED   PIC 9(03) VALUE 30.
       77 W-NIVCRED    PIC 9(01) VALUE 2.
       77 W-TEMATRASO  PIC X(01) VALUE "N".
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 W-TEM-CHQ    PIC X(01) VALUE "N".
       77 W-SALDOP     PIC 9(08)V99 VALUE ZEROS.
       77 W-DIASHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DIASVENC   PIC 9(08) VALUE ZEROS.
       77 W-MOV-ENT    PIC 9(06) VALUE ZEROS.
       77 W-MOV-SAI    PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   KITS (CADKIT, OPCIONAL): W-EKIT DIZ SE O PRODUTO DO REGPRO E
      *   KIT; W-KIT-QBASE E A QUANTIDADE DO KIT EM UNIDADES DE
      *   ESTOQUE, QUE MULTIPLICA O KIT-QTD DE CADA COMPONENTE
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-FALTA  PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   NUMEROS DE SERIE DO FATURAMENTO (CADSERC/CADSER, OPCIONAIS):
      *   ATE 200 UNIDADES SERIALIZADAS POR PEDIDO, COM A GARANTIA EM
      *   MESES DE CADA UMA PARA O CALCULO DO FIM DA GARANTIA
       77 ST-ERRSC     PIC X(02) VALUE "00".
       77 ST-ERRSE     PIC X(02) VALUE "00".
       77 W-TEM-SER    PIC X(01) VALUE "N".
       77 W-ESERIE     PIC X(01) VALUE "N".
       77 W-SER-ABORTA PIC X(01) VALUE "N".
       01 W-SERIE      PIC X(20) VALUE SPACES.
       77 W-NSER       PIC 9(03) VALUE ZEROS.
       77 W-JSER       PIC 9(03) VALUE ZEROS.
       77 W-SERQTD     PIC 9(08) VALUE ZEROS.
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
      *        *** TABELA DE CONDICOES DE PAGAMENTO (0-3) ***
      *   0 = A VISTA (1 PARCELA HOJE); 1/2/3 = ESSE NUMERO DE
      *   PARCELAS MENSAIS A PARTIR DE 30 DIAS DO FATURAMENTO.
                       04 SV-ECIDADE     PIC X(25).
                       04 SV-EUF         PIC X(02).
                03 SV-FRETE              PIC 9(06)V99.
                03 SV-FILIAL             PIC 9(02).
      *----------------------------------------------------------------*
      *   TABELA DOS ITENS DO PEDIDO EM DIGITACAO/CONSULTA. OS ITENS
      *   SO VAO PARA O CADITEM NA CONFIRMACAO DO PEDIDO INTEIRO.
              05 W-IT-FATOR      PIC 9(04).
              05 W-IT-CODIGO     PIC 9(08).
              05 W-IT-CUSTO      PIC 9(06)V99.
              05 W-IT-APRP       PIC X(01).
              05 W-IT-APRD       PIC X(01).
              05 W-IT-SUBORIG    PIC 9(08).
              05 W-IT-SUBTIP     PIC X(01).
       77 W-QTDITENS   PIC 9(03) VALUE ZEROS.
       77 W-ITEM       PIC 9(03) VALUE ZEROS.
       77 W-VALORTOT   PIC 9(08)V99 VALUE ZEROS.
       01 W-LIMINF     PIC 9(07)V99 VALUE ZEROS.
       01 W-LIMSUP     PIC 9(07)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FILA DE APROVACAO: PRECO FORA DA TOLERANCIA OU DESCONTO
      *   (DA LINHA OU GERAL) ACIMA DE W-DESCMAX (SISPARAM, ZERO = SEM
      *   LIMITE) SO PASSA COMO EXCECAO - O PEDIDO E GRAVADO "PEND
      *   APROV", SEGURANDO O ESTOQUE ATE A DECISAO DO SUPERVISOR
       01 W-DESCMAX    PIC 9(02)V99 VALUE ZEROS.
       77 ST-ERRAP     PIC X(02) VALUE "00".
      *----------------------------------------------------------------*
      *   SUBSTITUTOS (CADEQV, OPCIONAL) PARA LINHA SEM ESTOQUE: ATE 5
      *   COM SALDO NA TELA. W-SUB-ORIG/W-SUB-TIP MARCAM A LINHA
      *   CORRENTE PARA A TRILHA CADSUB.LOG; NA DIVISAO, O RESTO DA
      *   QUANTIDADE (W-SUB-QTD) VIRA A PROXIMA LINHA COM O
      *   SUBSTITUTO W-SUB-COD (W-SUB-PEND = "S")
       77 ST-ERREQ     PIC X(02) VALUE "00".
       77 ST-ERRSB     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-EQV    PIC X(01) VALUE "N".
       77 W-SUB-ORIG   PIC 9(08) VALUE ZEROS.
       77 W-SUB-TIP    PIC X(01) VALUE SPACE.
       77 W-SUB-PEND   PIC X(01) VALUE "N".
       77 W-SUB-ABERTO PIC X(01) VALUE "N".
       77 W-SUB-COD    PIC 9(08) VALUE ZEROS.
       77 W-SUB-ORIGD  PIC 9(08) VALUE ZEROS.
       77 W-SUB-QTD    PIC 9(05) VALUE ZEROS.
       77 W-SUB-DISP   PIC 9(05) VALUE ZEROS.
       77 W-SUB-ESC    PIC 9(08) VALUE ZEROS.
       77 W-SUB-PROCOD PIC 9(08) VALUE ZEROS.
       77 W-SUB-QLIS   PIC 9(02) VALUE ZEROS.
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
       77 W-APR-LINP   PIC X(01) VALUE "N".
       77 W-APR-LIND   PIC X(01) VALUE "N".
       77 W-APR-GER    PIC X(01) VALUE "N".
       77 W-APR-PRECO  PIC X(01) VALUE "N".
       77 W-APR-DESC   PIC X(01) VALUE "N".
       77 W-PEDAPR     PIC X(01) VALUE "N".
       77 W-APR-SIT    PIC X(10) VALUE SPACES.
       01 W-APR-MOTIVO PIC X(40) VALUE SPACES.
      *----------------------------------------------------------------*
      *   LAYOUTS DA FICHA DE PEDIDO (FICHAPED.TXT)
       01 FICHA-TIT.
                03 FILLER          PIC X(23) VALUE
               MOVE "S" TO W-TEM-FRT
           ELSE
               MOVE "N" TO W-TEM-FRT.
      *
      * O CADKIT TAMBEM E OPCIONAL: SEM ELE NENHUM PRODUTO E KIT.
      *
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
      *
      * SEM O CADSERC NENHUM PRODUTO E SERIALIZADO. O CADSER NASCE
      * NA ENTRADA DE MERCADORIA (SGP018).
      *
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
           OPEN I-O CADAPR
           IF ST-ERRAP NOT = "00"
               IF ST-ERRAP = "30" OR "35"
                      OPEN OUTPUT CADAPR
                      CLOSE CADAPR
                      OPEN I-O CADAPR.
      *
      * SEM O CADEQV (SGP086) NENHUM PRODUTO TEM SUBSTITUTO.
      *
           OPEN INPUT CADEQV
           IF ST-ERREQ = "00"
               MOVE "S" TO W-TEM-EQV
           ELSE
               MOVE "N" TO W-TEM-EQV.
      *
      * SEM O CADCHQ (SGP021) NAO HA CHEQUE DEVOLVIDO A CONFERIR.
      *
           OPEN INPUT CADCHQ
           IF ST-ERRCQ = "00"
               MOVE "S" TO W-TEM-CHQ
           ELSE
               MOVE "N" TO W-TEM-CHQ.
      *
      * SEM O CADVALE (SGP058) NAO HA VALE-TROCA A ACEITAR.
      *
           OPEN I-O CADVALE
           IF ST-ERRVL = "00"
               MOVE "S" TO W-TEM-VALE
           ELSE
               MOVE "N" TO W-TEM-VALE.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               MOVE PAR-DIASCRED TO W-DIASCRED.
           IF ST-ERRPA = "00" AND PAR-NIVCRED NOT = ZEROS
               MOVE PAR-NIVCRED TO W-NIVCRED.
           IF ST-ERRPA = "00" AND PAR-DESCMAX NUMERIC
               MOVE PAR-DESCMAX TO W-DESCMAX.
           IF ST-ERRPA = "00" AND PAR-FPGVALE NUMERIC
               AND PAR-FPGVALE NOT = ZEROS
               MOVE PAR-FPGVALE TO W-FPGVALE.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           GO TO INC-001.
                 IF W-ACT = 02
                   CLOSE CADPED CADITEM CTLPED CADPRO CADCLIENTE
                                 CADREC CADBACK CADNF CADDEP CADLOT
                                 CADAPR
                   IF W-TEM-VEN = "S"
                      CLOSE CADVEN.
                 IF W-ACT = 02
                 IF W-ACT = 02
                   IF W-TEM-FRT = "S"
                      CLOSE CADFRETE.
                 IF W-ACT = 02
                   IF W-TEM-KIT = "S"
                      CLOSE CADKIT.
                 IF W-ACT = 02
                   IF W-TEM-EQV = "S"
                      CLOSE CADEQV.
                 IF W-ACT = 02
                   IF W-TEM-CHQ = "S"
                      CLOSE CADCHQ.
                 IF W-ACT = 02
                   IF W-TEM-VALE = "S"
                      CLOSE CADVALE.
                 IF W-ACT = 02
                   IF W-TEM-SER = "S"
                      CLOSE CADSERC CADSER.
                 IF W-ACT = 02
                   IF W-TEM-UNI = "S"
                      CLOSE CADUNI
      ***************************************************
      *
       ITM-INI.
                MOVE SPACES TO W-APR-MOTIVO
                MOVE ZEROS TO W-QTDITENS
                MOVE ZEROS TO W-ITEM.
       ITM-001.
                IF W-ITEM > 50
                   MOVE "*** LIMITE DE 50 ITENS ATINGIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "N" TO W-SUB-PEND
                   SUBTRACT 1 FROM W-ITEM
                   GO TO ITM-TOT.
                MOVE SPACES TO W-PRODUTO
                DISPLAY W-PRECO AT 1340
                DISPLAY W-QTD AT 1440
                DISPLAY W-DESC AT 1540
                DISPLAY W-VALITEM AT 1640
                IF W-SUB-PEND = "S"
                   GO TO ITM-SUB.
       ITM-002.
                MOVE ZEROS TO W-SUB-ORIG
                MOVE SPACE TO W-SUB-TIP
                MOVE "N" TO W-SUB-PEND
                ACCEPT W-PRODUTO AT 1140
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-003.
       ITM-004A.
                MOVE "N" TO W-APR-LINP
                IF W-PRECO-CAT = ZEROS
                   GO TO ITM-005.
                COMPUTE W-LIMINF ROUNDED =
                        W-PRECO-CAT * (1 - (W-TOLPRECO / 100))
                COMPUTE W-LIMSUP ROUNDED =
                        W-PRECO-CAT * (1 + (W-TOLPRECO / 100))
                IF W-PRECO NOT < W-LIMINF AND W-PRECO NOT > W-LIMSUP
                   GO TO ITM-005.
                MOVE "*** PRECO FORA DA TOLERANCIA DO CATALOGO ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * FORA DA TOLERANCIA O OPERADOR ESCOLHE ENTRE VOLTAR AO PRECO
      * DE CATALOGO OU MANDAR O PRECO DIGITADO PARA A APROVACAO DO
      * SUPERVISOR (O PEDIDO INTEIRO FICA "PEND APROV").
      *
       ITM-004B.
                MOVE "N" TO W-OPCAO
                DISPLAY "PEDIR APROVACAO DO PRECO (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2374
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-004.
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-APR-LINP
                   GO TO ITM-005.
                IF W-OPCAO NOT = "N" AND "n"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-004B.
                MOVE W-PRECO-CAT TO W-PRECO
                DISPLAY W-PRECO AT 1340
                GO TO ITM-004.
       ITM-005.
                ACCEPT W-QTD WITH UPDATE AT 1440
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-004.
                IF W-QTD = ZEROS
      * MERCADORIA ATENDE DEPOIS. A COMPARACAO E FEITA JA EM
      * UNIDADES DE ESTOQUE (QUANTIDADE X FATOR DA UNIDADE).
      * O REGPRO AINDA E O DO PRODUTO CONFERIDO EM ITM-002.
      * HAVENDO SUBSTITUTO COM SALDO NO CADEQV, ELE APARECE NA TELA
      * E O OPERADOR PODE TAMBEM TROCAR OU DIVIDIR A LINHA.
      *
                MOVE ZEROS TO W-BACKQTD
                MOVE "N" TO W-SUB-PEND
                IF W-SUB-TIP = "M"
                   MOVE SPACE TO W-SUB-TIP
                   MOVE ZEROS TO W-SUB-ORIG.
                PERFORM KIT-VER THRU KIT-VER-FIM
                IF W-EKIT = "S"
                   GO TO ITM-005K.
                COMPUTE W-QTDBASE = W-QTD * W-FATOR
                IF W-QTDBASE NOT > ESTOQUEATUAL
                   GO TO ITM-006.
      *
      * PRODUTO SERIALIZADO NAO GERA PENDENCIA: TODA UNIDADE VENDIDA
      * PRECISA TER UM NUMERO DE SERIE EM ESTOQUE NO FATURAMENTO.
      *
                PERFORM SER-VER THRU SER-VER-FIM
                IF W-ESERIE = "S"
                   MOVE SPACES TO MENS
                   STRING "SERIALIZADO SEM PENDENCIA - DISPONIVEL: "
                          ESTOQUEATUAL DELIMITED BY SIZE INTO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-005.
                MOVE SPACES TO MENS
                STRING "ESTOQUE INSUFICIENTE - DISPONIVEL: "
                       ESTOQUEATUAL DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM SUB-LIS THRU SUB-LIS-FIM.
       ITM-005P.
                IF W-SUB-QLIS = ZEROS
                   DISPLAY "R=REDUZIR QTD  P=GERAR PENDENCIA : " AT 2340
                   ACCEPT W-OPCAO AT 2376
                ELSE
                   DISPLAY "R=REDUZIR P=PENDENCIA S=SUBSTITUTO : "
                                                              AT 2340
                   ACCEPT W-OPCAO AT 2378.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM SUB-LIM THRU SUB-LIM-FIM
                   GO TO ITM-005.
                IF W-OPCAO = "R" OR "r"
                   PERFORM SUB-LIM THRU SUB-LIM-FIM
                   GO TO ITM-005.
                IF W-SUB-QLIS NOT = ZEROS
                   IF W-OPCAO = "S" OR "s"
                      GO TO ITM-SUB-ESC.
                IF W-OPCAO NOT = "P" AND "p"
                   MOVE "*** DIGITE R=REDUZIR OU P=PENDENCIA ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-005P.
      *
      * PENDENCIA MESMO COM SUBSTITUTO NA PRATELEIRA TAMBEM VAI PARA
      * A TRILHA (TIPO M), SE A LINHA NAO FOR JA UMA SUBSTITUICAO.
      *
                PERFORM SUB-LIM THRU SUB-LIM-FIM
                IF W-SUB-QLIS NOT = ZEROS AND W-SUB-TIP = SPACE
                   MOVE "M" TO W-SUB-TIP
                   MOVE CODIGO TO W-SUB-ORIG.
                COMPUTE W-BACKQTD = W-QTDBASE - ESTOQUEATUAL
                    ON SIZE ERROR
                       MOVE ZEROS TO W-BACKQTD
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-005.
                GO TO ITM-006.
      *
      * ESCOLHA DO SUBSTITUTO ENTRE OS LISTADOS: TEM QUE SER
      * EQUIVALENTE CADASTRADO DO PRODUTO DA LINHA E TER SALDO.
      *
       ITM-SUB-ESC.
                MOVE ZEROS TO W-SUB-ESC
                DISPLAY W-SUB-BRANCO AT 2340
                DISPLAY "SUBSTITUTO (CODIGO) : " AT 2340
                ACCEPT W-SUB-ESC AT 2362
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY W-SUB-BRANCO AT 2340
                   GO TO ITM-005P.
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
       ITM-SUB-OPC.
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
                GO TO ITM-SUB-OPC.
      *
      * TROCA: A LINHA INTEIRA PASSA PARA O SUBSTITUTO, COM UNIDADE E
      * PRECO DELE, E SEGUE A DIGITACAO NORMAL A PARTIR DA UNIDADE
      * (A QUANTIDADE DIGITADA FICA SUGERIDA).
      *
       ITM-SUB-TRC.
                DISPLAY W-SUB-BRANCO AT 2340
                PERFORM SUB-LIM THRU SUB-LIM-FIM
                IF W-SUB-ORIG = ZEROS
                   MOVE CODIGO TO W-SUB-ORIG.
                IF W-SUB-TIP NOT = "D"
                   MOVE "T" TO W-SUB-TIP.
                MOVE W-SUB-ESC TO CODIGO
                READ CADPRO
                MOVE DENOMINACAO     TO W-PRODUTO
                MOVE UNIDADE-PRO     TO W-UNIDADE
                MOVE PRECOVENDA-PRO  TO W-PRECO
                MOVE PRECOVENDA-PRO  TO W-PRECO-CAT
                PERFORM VAL-TAB THRU VAL-TAB-FIM
                PERFORM VAL-PROMO THRU VAL-PROMO-FIM
                DISPLAY W-PRODUTO AT 1140
                DISPLAY W-UNIDADE AT 1240
                DISPLAY W-PRECO AT 1340
                GO TO ITM-003.
      *
      * DIVISAO: A LINHA FICA COM O QUE O PRODUTO TEM DE SALDO (NA
      * UNIDADE VENDIDA) E O RESTO ENTRA SOZINHO COMO A PROXIMA
      * LINHA, JA COM O SUBSTITUTO (ITM-SUB).
      *
       ITM-SUB-DIV.
                COMPUTE W-SUB-DISP = ESTOQUEATUAL / W-FATOR
                IF W-SUB-DISP = ZEROS
                   MOVE "*** PRODUTO SEM SALDO - USE T=TROCAR ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-SUB-OPC.
                DISPLAY W-SUB-BRANCO AT 2340
                PERFORM SUB-LIM THRU SUB-LIM-FIM
                COMPUTE W-SUB-QTD = W-QTD - W-SUB-DISP
                MOVE W-SUB-DISP TO W-QTD
                DISPLAY W-QTD AT 1440
                IF W-SUB-ORIG = ZEROS
                   MOVE CODIGO TO W-SUB-ORIGD
                ELSE
                   MOVE W-SUB-ORIG TO W-SUB-ORIGD.
                MOVE W-SUB-ESC TO W-SUB-COD
                MOVE "S" TO W-SUB-PEND
                GO TO ITM-006.
      *
      * KIT: A DISPONIBILIDADE E CONFERIDA COMPONENTE A COMPONENTE E
      * NAO HA PENDENCIA - FALTANDO QUALQUER COMPONENTE, O OPERADOR
      * REDUZ A QUANTIDADE.
      *
       ITM-005K.
                COMPUTE W-KIT-QBASE = W-QTD * W-FATOR
                MOVE CODIGO TO W-KIT-COD
                PERFORM KIT-DISP THRU KIT-DISP-FIM
                IF W-KIT-FALTA = "S"
                   GO TO ITM-005.
       ITM-006.
                MOVE "N" TO W-APR-LIND
                MOVE ZEROS TO W-DESC
                ACCEPT W-DESC AT 1540
                ACCEPT W-ACT FROM ESCAPE KEY
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-006.
                IF W-DESCMAX = ZEROS OR W-DESC NOT > W-DESCMAX
                   GO TO ITM-006B.
                MOVE "*** DESCONTO ACIMA DO LIMITE SEM APROVACAO ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ITM-006A.
                MOVE "N" TO W-OPCAO
                DISPLAY "PEDIR APROVACAO DO DESCONTO (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2377
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-006.
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-APR-LIND
                   GO TO ITM-006B.
                IF W-OPCAO NOT = "N" AND "n"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-006A.
                GO TO ITM-006.
       ITM-006B.
      *
      * O DESCONTO DA LINHA E PERCENTUAL, APLICADO SOBRE
      * PRECO * QUANTIDADE ANTES DE ACUMULAR O TOTAL DO PEDIDO.
                MOVE W-VALITEM TO W-IT-VALOR (W-ITEM)
                MOVE W-BACKQTD TO W-IT-BACK (W-ITEM)
                MOVE W-FATOR   TO W-IT-FATOR (W-ITEM)
                MOVE W-APR-LINP TO W-IT-APRP (W-ITEM)
                MOVE W-APR-LIND TO W-IT-APRD (W-ITEM)
                MOVE W-SUB-ORIG TO W-IT-SUBORIG (W-ITEM)
                MOVE W-SUB-TIP  TO W-IT-SUBTIP (W-ITEM)
                MOVE W-ITEM    TO W-QTDITENS
                DISPLAY W-QTDITENS AT 0640.
       ITM-MAIS.
                IF W-SUB-PEND = "S"
                   GO TO ITM-001.
                MOVE "N" TO W-OPCAO
                DISPLAY "MAIS ITENS (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2359
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-MAIS.
      *
      * RESTO DA LINHA DIVIDIDA: ENTRA COM O SUBSTITUTO E A
      * QUANTIDADE QUE FALTOU, SEGUINDO A DIGITACAO PELA UNIDADE.
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
                MOVE W-SUB-QTD TO W-QTD
                MOVE ZEROS TO W-SUB-QTD
                MOVE DENOMINACAO     TO W-PRODUTO
                MOVE UNIDADE-PRO     TO W-UNIDADE
                MOVE PRECOVENDA-PRO  TO W-PRECO
                MOVE PRECOVENDA-PRO  TO W-PRECO-CAT
                PERFORM VAL-TAB THRU VAL-TAB-FIM
                PERFORM VAL-PROMO THRU VAL-PROMO-FIM
                DISPLAY W-PRODUTO AT 1140
                DISPLAY W-UNIDADE AT 1240
                DISPLAY W-PRECO AT 1340
                DISPLAY W-QTD AT 1440
                GO TO ITM-003.
       ITM-TOT.
                IF W-QTDITENS = ZEROS
                   MOVE "*** PEDIDO SEM ITENS ***" TO MENS
                ADD W-IT-VALOR (W-ITEM) TO W-VALORTOT
                GO TO ITM-TOT-010.
       ITM-TOT-020.
                MOVE "N" TO W-APR-GER
                MOVE ZEROS TO CALCPRECO
                ACCEPT CALCPRECO AT 0740
                ACCEPT W-ACT FROM ESCAPE KEY
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-TOT-020.
                IF W-DESCMAX = ZEROS OR CALCPRECO NOT > W-DESCMAX
                   GO TO INC-009.
                MOVE "*** DESCONTO ACIMA DO LIMITE SEM APROVACAO ***"
                                                              TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ITM-TOT-030.
                MOVE "N" TO W-OPCAO
                DISPLAY "PEDIR APROVACAO DO DESCONTO (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2377
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITM-TOT-020.
                IF W-OPCAO = "S" OR "s"
                   MOVE "S" TO W-APR-GER
                   GO TO INC-009.
                IF W-OPCAO NOT = "N" AND "n"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-TOT-030.
                GO TO ITM-TOT-020.
       INC-009.
      *
      * CALCPRECO E O PERCENTUAL DE DESCONTO GERAL DO PEDIDO,
                      GO TO INC-009D.
       INC-009DD.
      *
      * DEPOSITO DE ONDE SAI A MERCADORIA DO PEDIDO (PADRAO O DA
      * FILIAL DA SESSAO). A BAIXA DO SALDO POR DEPOSITO (CADDEP) E
      * FEITA JUNTO COM A DO ESTOQUEATUAL. COM O CADDPS PRESENTE O
      * DEPOSITO DE OUTRA FILIAL E RECUSADO.
      *
                MOVE W-DEPFIL TO PED-DEPOSITO
                ACCEPT PED-DEPOSITO WITH UPDATE AT 0456
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009D.
                IF PED-DEPOSITO = ZEROS
                   MOVE W-DEPFIL TO PED-DEPOSITO
                   DISPLAY PED-DEPOSITO AT 0456.
                OPEN INPUT CADDPS
                IF ST-ERRDS = "00"
                   MOVE PED-DEPOSITO TO DPS-CODIGO
                   READ CADDPS
                   IF ST-ERRDS = "00" AND DPS-FILIAL NOT = W-FILIAL
                      CLOSE CADDPS
                      MOVE "*** DEPOSITO DE OUTRA FILIAL ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-009DD
                   ELSE
                      CLOSE CADDPS.
       INC-009E.
      *
      * RESGATE DE PONTOS DE FIDELIDADE COMO DESCONTO (SO EM PEDIDO
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                PERFORM APR-VER THRU APR-VER-FIM
                IF W-PEDAPR = "S"
                   GO TO APR-MOT.
       INC-OPC-010.
                IF W-SEL = 1
                   GO TO ALT-OPC.
                GO TO VAL-CRED.
      *
      ***************************************************
      * PEDIDO COM EXCECAO DE PRECO/DESCONTO: O BALCAO   *
      * DIZ O MOTIVO, QUE VAI PARA A FILA DE APROVACAO   *
      * JUNTO COM O PEDIDO                               *
      ***************************************************
      *
       APR-MOT.
                DISPLAY "MOTIVO APROV:" AT 1720.
                ACCEPT W-APR-MOTIVO WITH UPDATE AT 1734
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-OPC.
                IF W-APR-MOTIVO = SPACES
                   MOVE "*** INFORME O MOTIVO DA EXCECAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APR-MOT.
                GO TO INC-OPC-010.
      *
      ***************************************************
      * CONFERE O LIMITE DE CREDITO DO CLIENTE ANTES DE  *
      * GRAVAR O PEDIDO NOVO: SOMA OS PEDIDOS ABERTOS DO *
      * CPF PELA CHAVE ALTERNADA DE CADPED; SE O NOVO    *
      *
      * ANTES DO LIMITE, O ATRASO: CLIENTE COM PARCELA VENCIDA HA
      * MAIS DE W-DIASCRED DIAS FICA BLOQUEADO, MESMO COM LIMITE
      * SOBRANDO (OU ZERADO). CHEQUE DEVOLVIDO AINDA NAO PAGO CONTA
      * COMO ATRASO, QUALQUER QUE SEJA O VENCIMENTO DA PARCELA.
      *
                PERFORM VAL-ATRASO THRU VAL-ATRASO-FIM
                IF W-TEMATRASO = "N"
                   PERFORM VAL-CHQDEV THRU VAL-CHQDEV-FIM.
                IF W-TEMATRASO = "S" OR "C"
                   GO TO VAL-ATR-BLQ.
       VAL-CRED-LIM.
                IF CLI-LIMITE = ZEROS
                IF CPF NOT = W-CPF-CRED
                   GO TO VAL-CRED-030.
                IF SITUACAO-PEDIDO = "ABERTO" OR "EM ENTREGA"
                                                 OR "PEND APROV"
                   ADD VALORPEDIDO TO W-EXPOSTO.
                GO TO VAL-CRED-010.
       VAL-CRED-030.
      ***************************************************
      *
       VAL-ATR-BLQ.
                IF W-TEMATRASO = "C"
                   MOVE "*** CLIENTE COM CHEQUE DEVOLVIDO ***" TO MENS
                ELSE
                   MOVE "*** CLIENTE COM PARCELA EM ATRASO ***" TO MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-NIVEL < W-NIVCRED
                   MOVE "*** PEDIDO BLOQUEADO - CHAME O SUPERVISOR ***"
                   GO TO VAL-ATRASO-FIM.
                IF REC-CPF NOT = CPF
                   GO TO VAL-ATRASO-FIM.
                IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                   GO TO VAL-ATRASO-010.
                COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
                IF W-SALDOP = ZEROS
                EXIT.
      *
      ***************************************************
      * PROCURA NO CADCHQ (CHAVE ALTERNADA CHQ-CPF) UM   *
      * CHEQUE DEVOLVIDO DO CLIENTE CUJA PARCELA AINDA   *
      * TEM SALDO ABERTO NO CADREC (W-TEMATRASO = "C")   *
      ***************************************************
      *
       VAL-CHQDEV.
                IF W-TEM-CHQ NOT = "S"
                   GO TO VAL-CHQDEV-FIM.
                MOVE CPF TO CHQ-CPF
                START CADCHQ KEY IS NOT LESS CHQ-CPF INVALID KEY
                      GO TO VAL-CHQDEV-FIM.
       VAL-CHQDEV-010.
                READ CADCHQ NEXT
                IF ST-ERRCQ NOT = "00"
                   GO TO VAL-CHQDEV-FIM.
                IF CHQ-CPF NOT = CPF
                   GO TO VAL-CHQDEV-FIM.
                IF CHQ-SITUACAO NOT = "DEVOLVIDO"
                   GO TO VAL-CHQDEV-010.
                MOVE CHQ-PEDIDO TO REC-PEDIDO
                MOVE CHQ-PARCELA TO REC-PARCELA
                READ CADREC
                IF ST-ERRRC NOT = "00"
                   GO TO VAL-CHQDEV-010.
                IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                   GO TO VAL-CHQDEV-010.
                IF REC-VALPAGO NOT < REC-VALOR
                   GO TO VAL-CHQDEV-010.
                MOVE "C" TO W-TEMATRASO.
       VAL-CHQDEV-FIM.
                EXIT.
      *
      ***************************************************
      * CONFERE SE O PRODUTO DA LINHA CORRENTE ESTA      *
      * REALMENTE CADASTRADO (O CLIENTE JA FOI CONFERIDO *
      * NA DIGITACAO DO CPF, EM INC-004A)                *
                EXIT.
      *
       INC-WR1.
      *
      * O PEDIDO NOVO NASCE COM A DATA DE HOJE: MES FECHADO NO
      * CADMES NAO RECEBE PEDIDO.
      *
                ACCEPT W-DTMES FROM DATE YYYYMMDD
                PERFORM CHK-MES THRU CHK-MES-FIM
                IF W-MESOK = "N"
                   MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF PEDIDO = ZEROS
                   ADD 1 TO CTL-ULTPEDIDO
                   MOVE CTL-ULTPEDIDO TO PEDIDO
                      PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE 1 TO REGVERSAO OF REGPED
                ACCEPT DATAPEDIDO FROM DATE YYYYMMDD
      *
      * PEDIDO COM EXCECAO DE PRECO/DESCONTO NASCE "PEND APROV": O
      * ESTOQUE E BAIXADO NORMALMENTE (E VOLTA SE O SUPERVISOR
      * REJEITAR), MAS O PEDIDO NAO FATURA NEM ENTRA EM ROMANEIO.
      *
                IF W-PEDAPR = "S"
                   MOVE "PEND APROV" TO SITUACAO-PEDIDO
                ELSE
                   MOVE "ABERTO" TO SITUACAO-PEDIDO.
                MOVE W-OPERADOR TO OPERADOR-PED
                MOVE W-QTDITENS TO QTDITENS
                MOVE ZEROS TO PED-FORMAPG
                MOVE W-FILIAL TO PED-FILIAL
                WRITE REGPED
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRA-ITENS THRU GRA-ITENS-FIM
                      PERFORM GRA-SUB THRU GRA-SUB-FIM
                      PERFORM GRA-BACK THRU GRA-BACK-FIM
                      PERFORM DEC-ESTOQUE THRU DEC-ESTOQUE-FIM
                      PERFORM DEB-PTS THRU DEB-PTS-FIM
                      PERFORM GRA-FICHA THRU GRA-FICHA-FIM
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM GRA-APR THRU GRA-APR-FIM
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                IF ST-ERRO = "22"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM CHK-PED THRU CHK-PED-FIM
                IF W-MESOK = "N"
                   MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY "EXCLUIR   (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                IF W-OPCAO = "N" OR "n"
      * ESTOQUE.
      *
                IF SITUACAO-PEDIDO = "ABERTO" OR "EM ENTREGA"
                                                 OR "PEND APROV"
                   PERFORM CRE-ESTOQUE THRU CRE-ESTOQUE-FIM
                   PERFORM EST-PTS THRU EST-PTS-FIM.
                MOVE "EXCLUIDO" TO W-APR-SIT
                PERFORM BAI-APR THRU BAI-APR-FIM
                PERFORM EXC-ITENS THRU EXC-ITENS-FIM
                PERFORM EXC-BACK THRU EXC-BACK-FIM
                DELETE CADPED RECORD
                GO TO ROT-FIM.
      *
       ALT-OPC.
                PERFORM CHK-PED THRU CHK-PED-FIM
                IF W-MESOK = "N"
                   MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY "ALTERAR  (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                MOVE W-REGPED-SAVE TO REGPED
                ADD 1 TO REGVERSAO OF REGPED
                MOVE W-QTDITENS TO QTDITENS
                PERFORM APR-SIT THRU APR-SIT-FIM
                REWRITE REGPED
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO PEDIDO" TO MENS
      * O PEDIDO FOR CANCELADO DEPOIS.
      *
                IF SITUACAO-PEDIDO = "ABERTO" OR "EM ENTREGA"
                                                 OR "PEND APROV"
                   PERFORM CRE-EST-ANT THRU CRE-EST-ANT-FIM.
                PERFORM EXC-ITENS THRU EXC-ITENS-FIM
                PERFORM GRA-ITENS THRU GRA-ITENS-FIM
                PERFORM GRA-SUB THRU GRA-SUB-FIM
                PERFORM EXC-BACK THRU EXC-BACK-FIM
                PERFORM GRA-BACK THRU GRA-BACK-FIM
                IF SITUACAO-PEDIDO = "ABERTO" OR "EM ENTREGA"
                                                 OR "PEND APROV"
                   PERFORM DEC-ESTOQUE THRU DEC-ESTOQUE-FIM.
      *
      * A ALTERACAO DERRUBA O DESCONTO DE RESGATE (O VALOR E
      * TER TROCADO NO PEDIDO).
      *
                IF SITUACAO-PEDIDO = "ABERTO" OR "EM ENTREGA"
                                                 OR "PEND APROV"
                   PERFORM EST-PTS THRU EST-PTS-FIM.
                MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                PERFORM GRA-APR THRU GRA-APR-FIM
                IF W-APR-SIT = "DISPENSADO"
                   PERFORM BAI-APR THRU BAI-APR-FIM.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF SITUACAO-PEDIDO NOT = "ABERTO" AND "EM ENTREGA"
                                          AND "PEND APROV"
                   MOVE "*** PEDIDO JA FATURADO/CANCELADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-OPC.
      *
      * PEDIDO AGUARDANDO APROVACAO SO PODE SER CANCELADO; O
      * FATURAMENTO ESPERA A DECISAO DO SUPERVISOR (SGP085).
      *
                IF SITUACAO-PEDIDO = "PEND APROV"
                   AND (W-SITCOD = "F" OR W-SITCOD = "f")
                   MOVE "*** PEDIDO AGUARDANDO APROVACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                PERFORM CHK-PED THRU CHK-PED-FIM
                IF W-MESOK = "N"
                   MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                DISPLAY "CONFIRMA (S/N) : " AT 2354.
                ACCEPT W-OPCAO AT 2372
                IF W-OPCAO = "N" OR "n"
      * NO FATURAMENTO A FORMA DE PAGAMENTO E PERGUNTADA E GRAVADA
      * NO PEDIDO (E DEPOIS NAS PARCELAS DO CADREC), PARA O
      * FECHAMENTO DIARIO CONFERIR GAVETA E MAQUININHA CADA UMA NA
      * SUA LINHA. ANTES DELA O VALE-TROCA (OPCIONAL); O VALE QUE
      * COBRE O PEDIDO TODO DISPENSA A FORMA.
      *
                IF SITUACAO-PEDIDO = "FATURADO"
                   PERFORM SIT-VAL THRU SIT-VAL-FIM
                   PERFORM SIT-FPG THRU SIT-FPG-FIM.
      *
      * PRODUTO SERIALIZADO SO E FATURADO COM UM NUMERO DE SERIE EM
      * ESTOQUE PARA CADA UNIDADE; ESC NA DIGITACAO DESISTE DO
      * FATURAMENTO SEM GRAVAR NADA.
      *
                IF SITUACAO-PEDIDO = "FATURADO"
                   PERFORM SER-DIG THRU SER-DIG-FIM
                   IF W-SER-ABORTA = "S"
                      MOVE "*** NAO FATURADO - FALTAM AS SERIES ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001.
                MOVE REGPED TO W-REGPED-SAVE
                READ CADPED
                IF ST-ERRO NOT = "00"
                IF SITUACAO-PEDIDO = "CANCELADO"
                   PERFORM CRE-ESTOQUE THRU CRE-ESTOQUE-FIM
                   PERFORM CAN-BACK THRU CAN-BACK-FIM
                   PERFORM EST-PTS THRU EST-PTS-FIM
                   MOVE "CANCELADO" TO W-APR-SIT
                   PERFORM BAI-APR THRU BAI-APR-FIM.
                IF SITUACAO-PEDIDO = "FATURADO"
                   PERFORM GRA-REC THRU GRA-REC-FIM
                   PERFORM GRA-NF THRU GRA-NF-FIM
                   PERFORM SER-VEN THRU SER-VEN-FIM
                   PERFORM GAN-PTS THRU GAN-PTS-FIM.
                MOVE "*** SITUACAO DO PEDIDO ALTERADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
       SIT-FPG.
                MOVE ZEROS TO W-FORMAPG
                IF W-VALE-USO NOT = ZEROS
                   AND W-VALE-USO = W-VALE-BASE
                   MOVE W-FPGVALE TO PED-FORMAPG
                   GO TO SIT-FPG-FIM.
                DISPLAY "FORMA DE PAGAMENTO : " AT 2312.
       SIT-FPG-010.
                ACCEPT W-FORMAPG AT 2334
       SIT-FPG-FIM.
                EXIT.
      *
      ***************************************************
      * PERGUNTA O VALE-TROCA DO FATURAMENTO (ZERO = SEM *
      * VALE): ABERTO, COM SALDO, NA VALIDADE E, SE      *
      * NOMINAL, DO CPF DO PEDIDO. COBRE ATE O SALDO DO  *
      * VALE; A BAIXA SO ACONTECE NA GERACAO DAS         *
      * PARCELAS (GRA-REC-VAL)                           *
      ***************************************************
      *
       SIT-VAL.
                MOVE ZEROS TO W-VALE-USO
                COMPUTE W-VALE-BASE = VALORPEDIDO + PED-FRETE
                IF W-TEM-VALE = "N"
                   GO TO SIT-VAL-FIM.
       SIT-VAL-010.
                MOVE ZEROS TO W-VALE
                DISPLAY "VALE-TROCA (0 = SEM VALE) : " AT 2312.
                ACCEPT W-VALE AT 2341
                IF W-VALE = ZEROS
                   GO TO SIT-VAL-090.
                MOVE W-VALE TO VAL-NUMERO
                READ CADVALE
                IF ST-ERRVL NOT = "00"
                   MOVE "*** VALE-TROCA NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-VAL-010.
                IF VAL-SITUACAO NOT = "ABERTO" OR VAL-SALDO = ZEROS
                   MOVE "*** VALE-TROCA JA UTILIZADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-VAL-010.
                IF VAL-VALIDADE < W-DATAHOJE
                   MOVE "*** VALE-TROCA VENCIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-VAL-010.
                IF VAL-CPF NOT = SPACES AND VAL-CPF NOT = CPF
                   MOVE "*** VALE NOMINAL A OUTRO CLIENTE ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO SIT-VAL-010.
                IF VAL-SALDO < W-VALE-BASE
                   MOVE VAL-SALDO TO W-VALE-USO
                ELSE
                   MOVE W-VALE-BASE TO W-VALE-USO.
                MOVE SPACES TO MENS
                STRING "*** VALE COBRE " W-VALE-USO " ***"
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       SIT-VAL-090.
                MOVE SPACES TO MENS
                DISPLAY MENS AT 2312.
       SIT-VAL-FIM.
                EXIT.
      *
      ***************************************************
      * NUMEROS DE SERIE: SER-VER DIZ SE O PRODUTO DO    *
      * REGPRO E SERIALIZADO, SER-DIG PEDE E CONFERE UMA *
      * SERIE EM ESTOQUE POR UNIDADE DE CADA LINHA E     *
      * SER-VEN AS PASSA A VENDIDO COM PEDIDO, NOTA, CPF *
      * E FIM DA GARANTIA                                *
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
                MOVE ZEROS TO W-NSER
                MOVE ZEROS TO W-ITEM
                IF W-TEM-SER = "N"
                   GO TO SER-DIG-FIM.
       SER-DIG-010.
                ADD 1 TO W-ITEM
                IF W-ITEM > W-QTDITENS
                   GO TO SER-DIG-090.
                IF W-IT-CODIGO (W-ITEM) NOT = ZEROS
                   MOVE W-IT-CODIGO (W-ITEM) TO CODIGO
                   READ CADPRO
                ELSE
                   MOVE W-IT-PRODUTO (W-ITEM) TO DENOMINACAO
                   READ CADPRO KEY IS DENOMINACAO.
                IF ST-ERRP NOT = "00"
                   GO TO SER-DIG-010.
                PERFORM SER-VER THRU SER-VER-FIM
                IF W-ESERIE NOT = "S"
                   GO TO SER-DIG-010.
                COMPUTE W-SERQTD =
                        W-IT-QTD (W-ITEM) * W-IT-FATOR (W-ITEM)
                MOVE ZEROS TO W-SERFEITO
                DISPLAY DENOMINACAO AT 1748.
       SER-DIG-020.
                IF W-SERFEITO NOT < W-SERQTD
                   GO TO SER-DIG-010.
                IF W-NSER NOT < 200
                   MOVE "*** LIMITE DE 200 SERIES POR PEDIDO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "S" TO W-SER-ABORTA
                   GO TO SER-DIG-090.
                COMPUTE W-SL-ATU = W-SERFEITO + 1
                MOVE W-SERQTD TO W-SL-TOT
                DISPLAY W-SERLIN AT 1701
                MOVE SPACES TO W-SERIE
                ACCEPT W-SERIE AT 1726
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
                      MOVE "*** SERIE REPETIDA NESTE PEDIDO ***" TO MENS
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
                DISPLAY LIMPA AT 1701
                DISPLAY LIMPA AT 1731.
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
                MOVE CPF TO SER-CPF
                MOVE NF-DATA TO SER-DTVENDA
                MOVE W-TS-GARANT (W-JSER) TO W-GAR-MESES
                PERFORM CAL-GAR THRU CAL-GAR-FIM
                MOVE W-DTGAR TO SER-DTGARANT
                MOVE ZEROS TO SER-DTDEV
                REWRITE REGSER
                GO TO SER-VEN-010.
       SER-VEN-FIM.
                EXIT.
      *
      *********************************************
      * FIM DA GARANTIA: DATA DA VENDA MAIS        *
      * W-GAR-MESES MESES, COM O DIA LIMITADO A 28 *
      * (MESMO CRITERIO DO CAL-VENC). GARANTIA     *
      * ZERO DEIXA A DATA ZERADA                   *
      *********************************************
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
      *********************************************
      * GRAVA NO CADITEM AS LINHAS DO PEDIDO QUE   *
      * ESTAO NA TABELA EM MEMORIA                 *
       GRA-ITENS-FIM.
                EXIT.
      *
      ***************************************************
      * LISTA NAS LINHAS 17 A 22 OS SUBSTITUTOS (CADEQV) *
      * DO PRODUTO DO REGPRO QUE TEM SALDO, COM UNIDADE  *
      * E PRECO DE CATALOGO (ATE 5); O REGPRO DO PRODUTO *
      * DA LINHA VOLTA NO FIM                            *
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
                   DISPLAY "SUBSTITUTOS COM ESTOQUE:" AT 1701.
                ADD 1 TO W-SUB-QLIS
                MOVE CODIGO TO DETS-CODIGO
                MOVE DENOMINACAO TO DETS-NOME
                MOVE UNIDADE-PRO TO DETS-UNIDADE
                MOVE PRECOVENDA-PRO TO DETS-PRECO
                MOVE ESTOQUEATUAL TO DETS-ESTOQUE
                COMPUTE W-POSLIN = (17 + W-SUB-QLIS) * 100 + 1
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
                MOVE 16 TO W-LINCON.
       SUB-LIM-010.
                ADD 1 TO W-LINCON
                IF W-LINCON > 22
                   GO TO SUB-LIM-FIM.
                COMPUTE W-POSLIN = W-LINCON * 100 + 1
                DISPLAY W-SUB-LINBR AT W-POSLIN
                GO TO SUB-LIM-010.
       SUB-LIM-FIM.
                EXIT.
      *
      *********************************************
      * GRAVA NO CADSUB.LOG AS LINHAS DO PEDIDO    *
      * MARCADAS NA DIGITACAO: TROCA (T), RESTO DE *
      * DIVISAO (D) OU PENDENCIA COM SUBSTITUTO    *
      * DISPONIVEL (M)                             *
      *********************************************
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
                MOVE "SGP006" TO SB-PROGRAMA
                MOVE PEDIDO TO SB-PEDIDO
                MOVE W-IT-SUBORIG (W-ITEM) TO SB-ORIGEM
                MOVE W-IT-SUBTIP (W-ITEM) TO SB-TIPO
                IF W-IT-SUBTIP (W-ITEM) = "M"
                   MOVE ZEROS TO SB-SUBST
                   MOVE W-IT-BACK (W-ITEM) TO SB-QTD
                ELSE
                   MOVE W-IT-CODIGO (W-ITEM) TO SB-SUBST
                   COMPUTE SB-QTD = W-IT-QTD (W-ITEM)
                                  * W-IT-FATOR (W-ITEM).
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
      *********************************************
      * GRAVA NO CADBACK AS PENDENCIAS DE ESTOQUE  *
      * DAS LINHAS DO PEDIDO QUE FICARAM SEM       *
                READ CADPRO KEY IS DENOMINACAO
                IF ST-ERRP NOT = "00"
                   GO TO DEC-EST-010.
                PERFORM KIT-VER THRU KIT-VER-FIM
                IF W-EKIT = "S"
                   COMPUTE W-KIT-QBASE =
                           W-IT-QTD (W-ITEM) * W-IT-FATOR (W-ITEM)
                   MOVE CODIGO TO W-KIT-COD
                   PERFORM KIT-SAI THRU KIT-SAI-FIM
                   GO TO DEC-EST-010.
      *
      * A QUANTIDADE VENDIDA E CONVERTIDA PARA UNIDADES DE ESTOQUE
      * PELO FATOR DA UNIDADE DA LINHA ANTES DE MEXER NO SALDO. A
                READ CADPRO KEY IS DENOMINACAO
                IF ST-ERRP NOT = "00"
                   GO TO CRE-EST-010.
                PERFORM KIT-VER THRU KIT-VER-FIM
                IF W-EKIT = "S"
                   COMPUTE W-KIT-QBASE =
                           W-IT-QTD (W-ITEM) * W-IT-FATOR (W-ITEM)
                   MOVE CODIGO TO W-KIT-COD
                   PERFORM KIT-ENT THRU KIT-ENT-FIM
                   GO TO CRE-EST-010.
                COMPUTE W-QTDBASE =
                        W-IT-QTD (W-ITEM) * W-IT-FATOR (W-ITEM)
                ADD W-QTDBASE TO ESTOQUEATUAL
                   GO TO CRE-EST-ANT-010.
                IF ITEM-FATOR = ZEROS
                   MOVE 1 TO ITEM-FATOR.
                PERFORM KIT-VER THRU KIT-VER-FIM
                IF W-EKIT = "S"
                   COMPUTE W-KIT-QBASE = ITEM-QUANTIDADE * ITEM-FATOR
                   MOVE CODIGO TO W-KIT-COD
                   PERFORM KIT-ENT THRU KIT-ENT-FIM
                   GO TO CRE-EST-ANT-010.
                COMPUTE W-QTDBASE = ITEM-QUANTIDADE * ITEM-FATOR
                ADD W-QTDBASE TO ESTOQUEATUAL
                REWRITE REGPRO
       CRE-EST-ANT-FIM.
                EXIT.
      *
      ***************************************************
      * KITS: KIT-VER DIZ SE O PRODUTO DO REGPRO TEM     *
      * COMPOSICAO NO CADKIT. KIT-DISP CONFERE O SALDO   *
      * DE CADA COMPONENTE PARA W-KIT-QBASE KITS E VOLTA *
      * O REGPRO PARA O KIT. KIT-SAI BAIXA E KIT-ENT     *
      * DEVOLVE OS COMPONENTES, COM AS MESMAS REGRAS DE  *
      * DEPOSITO, LOTE FEFO E KARDEX DE UM PRODUTO       *
      * VENDIDO SOZINHO                                  *
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
                PERFORM DEP-SAI THRU DEP-SAI-FIM
                MOVE "VENDA" TO W-MOV-OPER
                MOVE ZEROS TO W-MOV-ENT
                PERFORM FEFO-SAI THRU FEFO-SAI-FIM
                GO TO KIT-SAI-010.
       KIT-SAI-FIM.
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
                ADD W-QTDBASE TO ESTOQUEATUAL
                REWRITE REGPRO
                PERFORM DEP-ENT THRU DEP-ENT-FIM
                MOVE "ESTORNO" TO W-MOV-OPER
                MOVE W-QTDBASE TO W-MOV-ENT
                MOVE ZEROS TO W-MOV-SAI
                MOVE SPACES TO W-LOTE
                PERFORM GRA-MOV THRU GRA-MOV-FIM
                GO TO KIT-ENT-010.
       KIT-ENT-FIM.
                EXIT.
      *
      *********************************************
      * EMITE A NOTA FISCAL DO PEDIDO RECEM        *
      * FATURADO: TIRA O NUMERO SEQUENCIAL DO      *
      * CTLNF DA FILIAL DO PEDIDO, CONGELA OS      *
      * DADOS DO CLIENTE NO REGISTRO DA NOTA E     *
      * IMPRIME O DOCUMENTO                        *
      *********************************************
      *
       GRA-NF.
                MOVE PED-FILIAL TO NF-FILIAL
                IF NF-FILIAL = ZEROS
                   MOVE 1 TO NF-FILIAL.
                IF NF-FILIAL = 1
                   MOVE "CADNF.CTL" TO W-ARQCTLNF
                ELSE
                   MOVE NF-FILIAL TO W-CTLNF-FIL
                   MOVE W-NOMECTLNF TO W-ARQCTLNF.
                OPEN I-O CTLNF
                IF ST-ERRCN NOT = "00"
                   MOVE ZEROS TO REGCTLNF
                   MOVE SPACES TO NF-UF.
                COMPUTE NF-VALOR = VALORPEDIDO + PED-FRETE
                MOVE PED-FRETE TO NF-FRETE
                MOVE SPACES TO NF-SITUACAO
                MOVE ZEROS TO NF-DTCANC
                MOVE SPACES TO NF-MOTIVO
                MOVE SPACES TO NF-OPECANC
                PERFORM CAL-IMP THRU CAL-IMP-FIM
                WRITE REGNF
                IF ST-ERRNF NOT = "00" AND "02"
      * O FRETE DO PEDIDO ENTRA NO TOTAL PARCELADO.
      *
                COMPUTE W-VALFIN = VALORPEDIDO + PED-FRETE
                PERFORM GRA-REC-VAL THRU GRA-REC-VAL-FIM
                IF W-VALFIN = ZEROS
                   GO TO GRA-REC-FIM.
                COMPUTE W-VALPARC ROUNDED = W-VALFIN / W-NPARC
                COMPUTE W-VALULT =
                        W-VALFIN - (W-VALPARC * (W-NPARC - 1))
                IF W-PARC > W-NPARC
                   GO TO GRA-REC-FIM.
                MOVE PEDIDO TO REC-PEDIDO
                COMPUTE REC-PARCELA = W-PARC + W-PARCX
                MOVE CPF    TO REC-CPF
                MOVE PED-FILIAL TO REC-FILIAL
                PERFORM CAL-VENC THRU CAL-VENC-FIM
                MOVE W-DTVENC TO REC-VENCIMENTO
                IF W-PARC = W-NPARC
                   COMPUTE W-VALFIN ROUNDED =
                           (VALORPEDIDO + PED-FRETE) *
                           (1 - (CPG-AJUSTE / 100)).
                PERFORM GRA-REC-VAL THRU GRA-REC-VAL-FIM
                IF W-VALFIN = ZEROS
                   GO TO GRA-REC-FIM.
                COMPUTE W-VALPARC ROUNDED = W-VALFIN / W-NPARC
                COMPUTE W-VALULT =
                        W-VALFIN - (W-VALPARC * (W-NPARC - 1))
                IF W-PARC > W-NPARC
                   GO TO GRA-REC-FIM.
                MOVE PEDIDO TO REC-PEDIDO
                COMPUTE REC-PARCELA = W-PARC + W-PARCX
                MOVE CPF    TO REC-CPF
                MOVE PED-FILIAL TO REC-FILIAL
                COMPUTE W-CPDIAS =
                        CPG-DIAS1 + ((W-PARC - 1) * CPG-INTERV)
                PERFORM CAL-VENC-DIA THRU CAL-VENC-DIA-FIM
       GRA-REC-FIM.
                EXIT.
      *
      ***************************************************
      * VALE-TROCA DO FATURAMENTO: PARCELA 1 JA PAGA NA  *
      * FORMA DO VALE, NO VALOR QUE ELE COBRE (LIMITADO  *
      * AO TOTAL A PARCELAR), QUE SAI DE W-VALFIN; BAIXA *
      * O SALDO DO VALE COM MOVIMENTO USO NO             *
      * CADVALE.LOG, DOCUMENTO = PEDIDO                  *
      ***************************************************
      *
       GRA-REC-VAL.
                MOVE ZEROS TO W-PARCX
                IF W-VALE-USO = ZEROS
                   GO TO GRA-REC-VAL-FIM.
                IF W-VALE-USO > W-VALFIN
                   MOVE W-VALFIN TO W-VALE-USO.
                MOVE PEDIDO TO REC-PEDIDO
                MOVE 1 TO REC-PARCELA
                MOVE CPF TO REC-CPF
                MOVE PED-FILIAL TO REC-FILIAL
                MOVE W-DATAFAT TO REC-VENCIMENTO
                MOVE W-VALE-USO TO REC-VALOR
                MOVE "S" TO REC-PAGO
                MOVE W-DATAFAT TO REC-DTPAGTO
                MOVE W-FPGVALE TO REC-FORMAPG
                MOVE W-VALE-USO TO REC-VALPAGO
                WRITE REGREC
                IF ST-ERRRC NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
                MOVE 1 TO W-PARCX
                SUBTRACT W-VALE-USO FROM W-VALFIN
                MOVE W-VALE TO VAL-NUMERO
                READ CADVALE
                IF ST-ERRVL NOT = "00"
                   MOVE "ERRO NA BAIXA DO VALE-TROCA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRA-REC-VAL-FIM.
                IF VAL-SALDO > W-VALE-USO
                   SUBTRACT W-VALE-USO FROM VAL-SALDO
                ELSE
                   MOVE ZEROS TO VAL-SALDO
                   MOVE "UTILIZADO" TO VAL-SITUACAO.
                MOVE W-DATAFAT TO VAL-DTULTUSO
                REWRITE REGVALE
                IF ST-ERRVL NOT = "00"
                   MOVE "ERRO NA BAIXA DO VALE-TROCA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO GRA-REC-VAL-FIM.
                OPEN EXTEND CADVMOV
                IF ST-ERRVM = "30" OR "35"
                   OPEN OUTPUT CADVMOV
                   CLOSE CADVMOV
                   OPEN EXTEND CADVMOV.
                IF ST-ERRVM NOT = "00"
                   GO TO GRA-REC-VAL-FIM.
                MOVE VAL-NUMERO TO VM-NUMERO
                ACCEPT VM-DATA FROM DATE YYYYMMDD
                ACCEPT VM-HORA FROM TIME
                MOVE "USO" TO VM-OPERACAO
                MOVE PEDIDO TO VM-DOCUMENTO
                MOVE PED-FORMAPG TO VM-FORMAPG
                MOVE W-VALE-USO TO VM-VALOR
                MOVE VAL-SALDO TO VM-SALDO
                MOVE W-OPERADOR TO VM-OPERADOR
                WRITE REGVMOV
                CLOSE CADVMOV.
       GRA-REC-VAL-FIM.
                EXIT.
      *
      *********************************************
      * CALCULA A DATA DO FATURAMENTO MAIS         *
      * W-CPDIAS DIAS NO CALENDARIO COMERCIAL DE   *
                EXIT.
      *
      ***************************************************
      * APR-VER JUNTA AS EXCECOES MARCADAS NAS LINHAS E  *
      * NO DESCONTO GERAL E DIZ SE O PEDIDO PRECISA DE   *
      * APROVACAO (PEDIDO CANCELADO NAO VOLTA PARA A     *
      * FILA POR CAUSA DE UMA ALTERACAO)                 *
      ***************************************************
      *
       APR-VER.
                MOVE "N" TO W-PEDAPR
                MOVE "N" TO W-APR-PRECO
                MOVE "N" TO W-APR-DESC
                IF W-SEL = 1 AND SITUACAO-PEDIDO = "CANCELADO"
                   GO TO APR-VER-FIM.
                MOVE ZEROS TO W-ITEM.
       APR-VER-010.
                ADD 1 TO W-ITEM
                IF W-ITEM > W-QTDITENS
                   GO TO APR-VER-020.
                IF W-IT-APRP (W-ITEM) = "S"
                   MOVE "S" TO W-APR-PRECO.
                IF W-IT-APRD (W-ITEM) = "S"
                   MOVE "S" TO W-APR-DESC.
                GO TO APR-VER-010.
       APR-VER-020.
                IF W-APR-PRECO = "S" OR W-APR-DESC = "S"
                                     OR W-APR-GER = "S"
                   MOVE "S" TO W-PEDAPR.
       APR-VER-FIM.
                EXIT.
      *
      ***************************************************
      * SITUACAO DO PEDIDO ALTERADO: COM EXCECAO ELE     *
      * VOLTA PARA A FILA ("PEND APROV"); SEM EXCECAO UM *
      * PEDIDO QUE ESTAVA NA FILA VOLTA A "ABERTO" E O   *
      * PENDENTE DO CADAPR E DISPENSADO                  *
      ***************************************************
      *
       APR-SIT.
                MOVE SPACES TO W-APR-SIT
                IF SITUACAO-PEDIDO NOT = "ABERTO" AND "EM ENTREGA"
                                          AND "PEND APROV"
                   GO TO APR-SIT-FIM.
                IF W-PEDAPR = "S"
                   MOVE "PEND APROV" TO SITUACAO-PEDIDO
                   GO TO APR-SIT-FIM.
                IF SITUACAO-PEDIDO = "PEND APROV"
                   MOVE "ABERTO" TO SITUACAO-PEDIDO
                   MOVE "DISPENSADO" TO W-APR-SIT.
       APR-SIT-FIM.
                EXIT.
      *
      ***************************************************
      * GRAVA (OU REGRAVA, NA ALTERACAO) O PEDIDO NA     *
      * FILA DE APROVACAO DO CADAPR COMO PENDENTE        *
      ***************************************************
      *
       GRA-APR.
                IF W-PEDAPR NOT = "S"
                   GO TO GRA-APR-FIM.
                MOVE PEDIDO TO APR-PEDIDO
                READ CADAPR
                IF ST-ERRAP NOT = "00"
                   MOVE "N" TO W-OPCAO
                ELSE
                   MOVE "S" TO W-OPCAO.
                MOVE PEDIDO TO APR-PEDIDO
                MOVE CPF TO APR-CPF
                ACCEPT APR-DATA FROM DATE YYYYMMDD
                ACCEPT APR-HORA FROM TIME
                MOVE W-OPERADOR TO APR-OPERADOR
                MOVE W-APR-MOTIVO TO APR-MOTIVO
                MOVE W-APR-PRECO TO APR-EXPRECO
                MOVE W-APR-DESC TO APR-EXDESC
                MOVE W-APR-GER TO APR-EXGERAL
                MOVE CALCPRECO TO APR-DESCGER
                MOVE VALORPEDIDO TO APR-VALOR
                MOVE "PENDENTE" TO APR-SITUACAO
                MOVE ZEROS TO APR-DTDEC
                MOVE ZEROS TO APR-HRDEC
                MOVE SPACES TO APR-SUPERV
                IF W-OPCAO = "S"
                   REWRITE REGAPR
                ELSE
                   WRITE REGAPR.
                IF ST-ERRAP NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA FILA DE APROVACAO" TO MENS
                ELSE
                   MOVE "*** PEDIDO GRAVADO - AGUARDA APROVACAO ***"
                                                              TO MENS.
       GRA-APR-FIM.
                EXIT.
      *
      ***************************************************
      * BAIXA O PENDENTE DO PEDIDO NO CADAPR COM A       *
      * SITUACAO EM W-APR-SIT (EXCLUIDO, CANCELADO OU    *
      * DISPENSADO), PARA A FILA NAO MOSTRAR PEDIDO QUE  *
      * NAO ESPERA MAIS DECISAO                          *
      ***************************************************
      *
       BAI-APR.
                MOVE PEDIDO TO APR-PEDIDO
                READ CADAPR
                IF ST-ERRAP NOT = "00"
                   GO TO BAI-APR-FIM.
                IF APR-SITUACAO NOT = "PENDENTE"
                   GO TO BAI-APR-FIM.
                MOVE W-APR-SIT TO APR-SITUACAO
                ACCEPT APR-DTDEC FROM DATE YYYYMMDD
                ACCEPT APR-HRDEC FROM TIME
                MOVE W-OPERADOR TO APR-SUPERV
                REWRITE REGAPR.
       BAI-APR-FIM.
                EXIT.
      *
      ***************************************************
      * LE A SESSAO GRAVADA PELO LOGIN DO SGP013; SEM    *
      * SESSAO O NIVEL FICA EM 1 E O OPERADOR EM BRANCO  *
      * E A FILIAL E A 01. O DEPOSITO PADRAO VEM DA      *
      * FILIAL NO CADFIL (SEM ELE, DEPOSITO 1)           *
      ***************************************************
      *
       LER-SESSAO.
                READ SESSAO
                IF ST-ERRS = "00"
                   MOVE SES-OPERADOR TO W-OPERADOR
                   MOVE SES-NIVEL    TO W-NIVEL
                   MOVE SES-FILIAL   TO W-FILIAL.
                CLOSE SESSAO.
                IF W-FILIAL = ZEROS
                   MOVE 1 TO W-FILIAL.
                OPEN INPUT CADFIL
                IF ST-ERRFI NOT = "00"
                   GO TO LER-SESSAO-FIM.
                MOVE W-FILIAL TO FIL-CODIGO
                READ CADFIL
                IF ST-ERRFI = "00" AND FIL-DEPOSITO NOT = ZEROS
                   MOVE FIL-DEPOSITO TO W-DEPFIL.
                CLOSE CADFIL.
       LER-SESSAO-FIM.
                EXIT.
      *
       GRA-FICHA-FIM.
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
      *********************************************
      * ALTERAR, EXCLUIR, FATURAR OU CANCELAR UM   *
      * PEDIDO MEXE NO MES DO PEDIDO (DATAPEDIDO)  *
      * E LANCA ESTOQUE, PARCELAS E NOTA COM A     *
      * DATA DE HOJE: OS DOIS MESES TEM QUE ESTAR  *
      * ABERTOS                                    *
      *********************************************
      *
       CHK-PED.
                MOVE DATAPEDIDO TO W-DTMES
                PERFORM CHK-MES THRU CHK-MES-FIM
                IF W-MESOK = "N"
                   GO TO CHK-PED-FIM.
                ACCEPT W-DTMES FROM DATE YYYYMMDD
                PERFORM CHK-MES THRU CHK-MES-FIM.
       CHK-PED-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
