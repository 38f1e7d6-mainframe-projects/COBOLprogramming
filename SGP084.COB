      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Geracao dos pedidos programados - para a data
      *          informada, cada programacao ATIVA do CADPFX.DAT
      *          (SGP083) com proxima geracao vencida vira um pedido
      *          ABERTO no CADPED/CADITEM, com as mesmas conferencias
      *          do SGP006 e da carga do SGP030: cliente, condicao de
      *          pagamento, parcela em atraso, limite de credito,
      *          preco do catalogo ou da tabela do cliente (CADTAB) e
      *          parte sem estoque como pendencia (CADBACK). Baixa o
      *          estoque com kardex, avanca a proxima geracao pela
      *          frequencia e encerra a programacao vencida. Pedidos
      *          gerados e retidos (com o motivo) saem no RELPFX.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP084.
      **************************************
      * GERACAO DE PEDIDOS PROGRAMADOS     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPFX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFX-CHAVE
                    FILE STATUS  IS ST-ERRX.
       SELECT CADPFXI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFI-CHAVE
                    FILE STATUS  IS ST-ERRXI.
       SELECT RELPFX ASSIGN TO "RELPFX.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
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
       SELECT CTLPED ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRC.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRRC
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT CADBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BACK-CHAVE
                    FILE STATUS  IS ST-ERRB
                    ALTERNATE RECORD KEY IS BACK-PRODUTO
                                                      WITH DUPLICATES.
       SELECT CADCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPG-CODIGO
                    FILE STATUS  IS ST-ERRCP.
       SELECT CADTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TAB-CHAVE
                    FILE STATUS  IS ST-ERRTB.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRDP.
       SELECT CADLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-ERRLT.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT SISPARAM ASSIGN TO "SISPARAM.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPA.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRFI.
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
      * PROGRAMACOES (MESMO LAYOUT DO SGP083).
       FD CADPFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPFX.DAT".
       01 REGPFX.
                03 PFX-CHAVE.
                       04 PFX-CPF       PIC X(14).
                       04 PFX-SEQ       PIC 9(02).
                03 PFX-FREQ             PIC X(01).
                03 PFX-PROXIMA          PIC 9(08).
                03 PFX-DTFIM            PIC 9(08).
                03 PFX-CONDPAG          PIC 9(01).
                03 PFX-ENTREGA          PIC X(01).
                03 PFX-ENDENT.
                       04 PFX-ECEP      PIC 9(08).
                       04 PFX-ELOGR     PIC X(40).
                       04 PFX-ENUM      PIC X(13).
                       04 PFX-EBAIRRO   PIC X(25).
                       04 PFX-ECIDADE   PIC X(25).
                       04 PFX-EUF       PIC X(02).
                03 PFX-SITUACAO         PIC X(10).
                03 PFX-ULTPED           PIC 9(05).
                03 PFX-DTULT            PIC 9(08).
                03 PFX-OPERADOR         PIC X(10).
      *
      * ITENS DAS PROGRAMACOES (MESMO LAYOUT DO SGP083).
       FD CADPFXI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPFXI.DAT".
       01 REGPFI.
                03 PFI-CHAVE.
                       04 PFI-CPF       PIC X(14).
                       04 PFI-SEQ       PIC 9(02).
                       04 PFI-ITEM      PIC 9(02).
                03 PFI-CODIGO           PIC 9(08).
                03 PFI-QTD              PIC 9(05).
                03 PFI-DESCONTO         PIC 9(03)V99.
      *
       FD RELPFX.
       01 LINHA-REL        PIC X(110).
      *
      * CABECALHO DO PEDIDO (MESMO LAYOUT DO SGP006).
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
      * CTLPED (MESMO LAYOUT DO SGP006).
       FD CTLPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.CTL".
       01 REGCTLPED.
                03 CTL-ULTPEDIDO      PIC 9(05).
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
      * LAYOUT DO CADCLIENTE.DAT (MESMO LAYOUT DO SGP003).
       FD CADCLIENTE
               VALUE OF FILE-ID IS "CADCLIENTE.DAT".
       01 REGCLI.
                03 CPF-CLI           PIC X(14).
                03 NOME-CLI          PIC X(40).
                03 RG                PIC X(15).
                03 ESTADOCIVIL       PIC X(12).
                03 CEP               PIC 9(08).
                03 LOGRADOURO        PIC X(40).
                03 COMPLE            PIC X(10).
                03 TELEFONE.
                       04 DDD            PIC 9(02).
                       04 NUMERO         PIC 9(09).
                03 TELEFONE-CEL.
                       04 DDD-CEL        PIC 9(02).
                       04 NUMERO-CEL     PIC 9(09).
                03 NUM               PIC X(13).
                03 BAIRRO            PIC X(25).
                03 CIDADE            PIC X(25).
                03 UF                PIC X(2).
                03 EMAIL             PIC X(40).
                03 SITUACAO          PIC X(20).
                03 REGVERSAO         PIC 9(06).
                03 CLI-LIMITE        PIC 9(06)V99.
                03 CLI-PONTOS        PIC 9(06).
                03 CLI-TABPRECO      PIC 9(02).
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * PARCELAS A RECEBER (MESMO LAYOUT DO SGP006), SO PARA O
      * BLOQUEIO POR ATRASO.
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 REC-CHAVE.
                       04 REC-PEDIDO    PIC 9(05).
                       04 REC-PARCELA   PIC 9(02).
                03 REC-CPF              PIC X(14).
                03 REC-VENCIMENTO       PIC 9(08).
                03 REC-VALOR            PIC 9(08)V99.
                03 REC-PAGO             PIC X(01).
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * CUSTODIA DE CHEQUES (MESMO LAYOUT DO SGP021), SO PARA O
      * BLOQUEIO POR CHEQUE DEVOLVIDO.
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
      * PENDENCIAS DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADBACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBACK.DAT".
       01 REGBACK.
                03 BACK-CHAVE.
                       04 BACK-PEDIDO   PIC 9(05).
                       04 BACK-ITEM     PIC 9(03).
                03 BACK-PRODUTO         PIC X(30).
                03 BACK-CPF             PIC X(14).
                03 BACK-QTD             PIC 9(05).
                03 BACK-DATA            PIC 9(08).
                03 BACK-SITUACAO        PIC X(10).
                03 BACK-DTATEND         PIC 9(08).
      *
      * CONDICOES DE PAGAMENTO (MESMO LAYOUT DO SGP048). COM O
      * ARQUIVO PRESENTE A CONDICAO TEM QUE SER DA TABELA.
       FD CADCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCPG.DAT".
       01 REGCPG.
                03 CPG-CODIGO        PIC 9(01).
                03 CPG-DESCRICAO     PIC X(20).
                03 CPG-NPARC         PIC 9(02).
                03 CPG-DIAS1         PIC 9(03).
                03 CPG-INTERV        PIC 9(03).
                03 CPG-AJUSTE        PIC 9(02)V99.
                03 CPG-AJTIPO        PIC X(01).
      *
      * TABELAS DE PRECO (MESMO LAYOUT DO SGP056): COM O ARQUIVO
      * PRESENTE E O CLIENTE COM TABELA, O PRECO DA LINHA SAI DA
      * TABELA, CAINDO NO CATALOGO QUANDO A TABELA NAO TEM O PRODUTO.
       FD CADTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAB.DAT".
       01 REGTAB.
                03 TAB-CHAVE.
                       04 TAB-CODIGO    PIC 9(02).
                       04 TAB-PRODCOD   PIC 9(08).
                03 TAB-PRECO            PIC 9(06)V99.
      *
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006): O
      * PEDIDO PROGRAMADO SAI DO DEPOSITO DA FILIAL (W-DEPFIL).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * SALDO DE ESTOQUE POR LOTE (MESMO LAYOUT DO SGP018),
      * CONSUMIDO FEFO NA BAIXA (MESMO CRITERIO DO SGP006/SGP062).
       FD CADLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOT.DAT".
       01 REGLOT.
                03 LOT-CHAVE.
                       04 LOT-PRODCOD   PIC 9(08).
                       04 LOT-VALIDADE  PIC 9(08).
                       04 LOT-NUMERO    PIC X(10).
                03 LOT-SALDO            PIC 9(06).
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
      * PARAMETROS GERAIS (MESMO LAYOUT DO SGP006).
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
                03 SES-OPERADOR      PIC X(10).
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * FILIAIS (MESMO LAYOUT DO SGP111): DEPOSITO PADRAO DA FILIAL.
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
       77 ST-ERRXI     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
      *----------------------------------------------------------------*
      *   FILIAL DA SESSAO E DEPOSITO PADRAO DELA
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DEPFIL     PIC 9(02) VALUE 1.
       77 W-ST-CTL     PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRRC     PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRCP     PIC X(02) VALUE "00".
       77 ST-ERRTB     PIC X(02) VALUE "00".
       77 ST-ERRDP     PIC X(02) VALUE "00".
       77 ST-ERRLT     PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 W-TEM-REC    PIC X(01) VALUE "N".
       77 W-TEM-CPG    PIC X(01) VALUE "N".
       77 W-TEM-TAB    PIC X(01) VALUE "N".
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-CHQ    PIC X(01) VALUE "N".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-DEVIDAS    PIC 9(06) VALUE ZEROS.
       77 W-PEDIDOS    PIC 9(06) VALUE ZEROS.
       77 W-ITENS-GRAV PIC 9(06) VALUE ZEROS.
       77 W-RETIDAS    PIC 9(06) VALUE ZEROS.
       77 W-ENCERRADAS PIC 9(06) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DATAGER    PIC 9(08) VALUE ZEROS.
       77 W-OPERADOR   PIC X(10) VALUE "PROGRAMADO".
      *----------------------------------------------------------------*
      *   PEDIDO EM MONTAGEM A PARTIR DA PROGRAMACAO CORRENTE
       01 W-MOTIVO     PIC X(30) VALUE SPACES.
       77 W-NOME       PIC X(40) VALUE SPACES.
       77 W-TABCLI     PIC 9(02) VALUE ZEROS.
       77 W-LIMITE     PIC 9(06)V99 VALUE ZEROS.
       77 W-EXPOSTO    PIC 9(09)V99 VALUE ZEROS.
       77 W-TEMBACK    PIC X(01) VALUE "N".
       01 W-TABITEM.
           03 W-ITEM-LIN OCCURS 99 TIMES.
              05 W-IT-CODIGO     PIC 9(08).
              05 W-IT-PRODUTO    PIC X(30).
              05 W-IT-UNIDADE    PIC X(10).
              05 W-IT-PRECO      PIC 9(06)V99.
              05 W-IT-CUSTO      PIC 9(06)V99.
              05 W-IT-QTD        PIC 9(05).
              05 W-IT-DESC       PIC 9(03)V99.
              05 W-IT-VALOR      PIC 9(08)V99.
              05 W-IT-BACK       PIC 9(05).
       77 W-QTDITENS   PIC 9(03) VALUE ZEROS.
       77 W-ITEM       PIC 9(03) VALUE ZEROS.
       77 W-VALORTOT   PIC 9(08)V99 VALUE ZEROS.
       77 W-VALITEM    PIC 9(08)V99 VALUE ZEROS.
       77 W-PRECO      PIC 9(06)V99 VALUE ZEROS.
       77 W-MOV-SAI    PIC 9(06) VALUE ZEROS.
       01 W-LOTE       PIC X(10) VALUE SPACES.
       77 W-RESTA      PIC 9(06) VALUE ZEROS.
       77 W-CHUNK      PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   BLOQUEIO POR ATRASO (MESMO CRITERIO DO SGP006): PARCELA EM
      *   ABERTO VENCIDA HA MAIS DE W-DIASCRED DIAS (SISPARAM, PADRAO
      *   30) NO MES COMERCIAL DE 30 DIAS. NO LOTE NAO HA SUPERVISOR
      *   PARA LIBERAR: O PEDIDO FICA RETIDO
       77 W-DIASCRED   PIC 9(03) VALUE 30.
       77 W-TEMATRASO  PIC X(01) VALUE "N".
       77 W-SALDOP     PIC 9(08)V99 VALUE ZEROS.
       77 W-DIASHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DIASVENC   PIC 9(08) VALUE ZEROS.
       01 W-DTCRED.
           03 W-CRED-ANO   PIC 9(04).
           03 W-CRED-MES   PIC 9(02).
           03 W-CRED-DIA   PIC 9(02).
      *----------------------------------------------------------------*
      *   PROXIMA GERACAO: SEMANAL E QUINZENAL ANDAM 7/14 DIAS NO
      *   CALENDARIO REAL; A MENSAL ANDA UM MES COM O DIA LIMITADO A
      *   28 (MESMO CRITERIO DO VENCIMENTO DAS PARCELAS NO SGP006)
       01 W-DTPRX.
           03 W-PRX-ANO    PIC 9(04).
           03 W-PRX-MES    PIC 9(02).
           03 W-PRX-DIA    PIC 9(02).
       77 W-DIAMES     PIC 9(02) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(04) VALUE ZEROS.
       01 W-TABDIAS.
           03 FILLER       PIC X(24) VALUE "312831303130313130313031".
       01 W-TABDIAS-R REDEFINES W-TABDIAS.
           03 W-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(45) VALUE
             "*** PEDIDOS PROGRAMADOS - GERACAO DO DIA ".
          03 TIT-DATA      PIC 9(08).
          03 FILLER        PIC X(04) VALUE " ***".
       01 DET-REL.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-CPF      PIC X(14).
          03 FILLER        PIC X(01) VALUE "/".
          03 DETR-SEQ      PIC 99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-NOME     PIC X(30).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-SITU     PIC X(09).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-PEDIDO   PIC ZZZZ9 BLANK WHEN ZERO.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-VALOR    PIC ZZZZZZZ9,99 BLANK WHEN ZERO.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-MOTIVO   PIC X(30).
       01 TOT-REL.
          03 FILLER        PIC X(25).
          03 TOTR-QTD      PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
      *
      * FILIAL DOS PEDIDOS GERADOS: A DA SESSAO DE QUEM RODA A
      * GERACAO (SEM SESSAO, A 01); O ESTOQUE SAI DO DEPOSITO
      * PADRAO DELA NO CADFIL (SEM ELE, DEPOSITO 1).
      *
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-FILIAL TO W-FILIAL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
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
           OPEN I-O CADPFX
           IF ST-ERRX NOT = "00"
                 DISPLAY "*** ARQUIVO CADPFX.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADPFXI
           IF ST-ERRXI NOT = "00"
                 DISPLAY "*** ARQUIVO CADPFXI.DAT NAO ENCONTRADO ***"
                 CLOSE CADPFX
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELPFX
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELPFX.TXT ***"
                 CLOSE CADPFX CADPFXI
                 GO TO ROT-FIMS.
           OPEN I-O CADPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPED
                      CLOSE CADPED
                      OPEN I-O CADPED
                   ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO CADPED ***"
                      CLOSE CADPFX CADPFXI RELPFX
                      GO TO ROT-FIMS.
           OPEN I-O CADITEM
           IF ST-ERRI NOT = "00"
               IF ST-ERRI = "30"
                      OPEN OUTPUT CADITEM
                      CLOSE CADITEM
                      OPEN I-O CADITEM.
           OPEN I-O CTLPED
           IF ST-ERRC NOT = "00"
               MOVE ZEROS TO REGCTLPED
               OPEN OUTPUT CTLPED
               WRITE REGCTLPED
               CLOSE CTLPED
               OPEN I-O CTLPED.
           READ CTLPED
           IF ST-ERRC NOT = "00"
               MOVE ZEROS TO CTL-ULTPEDIDO.
           OPEN I-O CADPRO
           IF ST-ERRP NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 CLOSE CADPFX CADPFXI RELPFX CADPED CADITEM CTLPED
                 GO TO ROT-FIMS.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***"
                 CLOSE CADPFX CADPFXI RELPFX CADPED CADITEM CTLPED
                 CLOSE CADPRO
                 GO TO ROT-FIMS.
           OPEN I-O CADBACK
           IF ST-ERRB NOT = "00"
               IF ST-ERRB = "30"
                      OPEN OUTPUT CADBACK
                      CLOSE CADBACK
                      OPEN I-O CADBACK.
           OPEN I-O CADDEP
           IF ST-ERRDP NOT = "00"
               IF ST-ERRDP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      OPEN I-O CADDEP.
           OPEN I-O CADLOT
           IF ST-ERRLT NOT = "00"
               IF ST-ERRLT = "30"
                      OPEN OUTPUT CADLOT
                      CLOSE CADLOT
                      OPEN I-O CADLOT.
      *
      * CADREC, CADCPG E CADTAB SAO OPCIONAIS (MESMO TRATAMENTO DO
      * SGP006): SEM CADREC NAO HA ATRASO A CONFERIR, SEM CADCPG
      * VALEM AS CONDICOES 0 A 3 E SEM CADTAB VALE O CATALOGO.
      *
           OPEN INPUT CADREC
           IF ST-ERRRC = "00"
               MOVE "S" TO W-TEM-REC
           ELSE
               MOVE "N" TO W-TEM-REC.
           OPEN INPUT CADCHQ
           IF ST-ERRCQ = "00"
               MOVE "S" TO W-TEM-CHQ
           ELSE
               MOVE "N" TO W-TEM-CHQ.
           OPEN INPUT CADCPG
           IF ST-ERRCP = "00"
               MOVE "S" TO W-TEM-CPG
           ELSE
               MOVE "N" TO W-TEM-CPG.
           OPEN INPUT CADTAB
           IF ST-ERRTB = "00"
               MOVE "S" TO W-TEM-TAB
           ELSE
               MOVE "N" TO W-TEM-TAB.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               READ SISPARAM
               IF ST-ERRPA = "00" AND PAR-DIASCRED NOT = ZEROS
                  MOVE PAR-DIASCRED TO W-DIASCRED.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-000B.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 DISPLAY "*** MES FECHADO - GERACAO RECUSADA ***"
                 GO TO ROT-FIM.
           DISPLAY "DATA DA GERACAO (AAAAMMDD, ZEROS = HOJE) : ".
           ACCEPT W-DATAGER.
           IF W-DATAGER = ZEROS
                 MOVE W-DATAHOJE TO W-DATAGER.
           MOVE W-DATAGER TO TIT-DATA
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
      *
      *****************************************************
      * PASSAGEM UNICA PELAS PROGRAMACOES: SO AS ATIVAS    *
      * COM PROXIMA GERACAO ATE A DATA INFORMADA           *
      *****************************************************
      *
       INC-001.
           MOVE LOW-VALUES TO PFX-CHAVE
           START CADPFX KEY IS NOT LESS PFX-CHAVE INVALID KEY
                 GO TO INC-FIM.
       INC-002.
           READ CADPFX NEXT
           IF ST-ERRX NOT = "00"
                 GO TO INC-FIM.
           ADD 1 TO W-LIDAS
           IF PFX-SITUACAO NOT = "ATIVA"
                 GO TO INC-002.
           IF PFX-PROXIMA > W-DATAGER
                 GO TO INC-002.
      *
      * PROGRAMACAO QUE JA PASSOU DA DATA FINAL E ENCERRADA SEM
      * GERAR PEDIDO.
      *
           IF PFX-DTFIM NOT = ZEROS AND PFX-PROXIMA > PFX-DTFIM
                 MOVE "ENCERRADA" TO PFX-SITUACAO
                 REWRITE REGPFX
                 ADD 1 TO W-ENCERRADAS
                 MOVE "ENCERRADA" TO DETR-SITU
                 MOVE ZEROS TO DETR-PEDIDO
                 MOVE ZEROS TO DETR-VALOR
                 MOVE "DATA FINAL ATINGIDA" TO DETR-MOTIVO
                 MOVE SPACES TO W-NOME
                 PERFORM IMP-DET THRU IMP-DET-FIM
                 GO TO INC-002.
           ADD 1 TO W-DEVIDAS
           PERFORM MON-PED THRU MON-PED-FIM
      *
      * PEDIDO RETIDO NAO AVANCA A PROXIMA GERACAO: A PROGRAMACAO
      * CONTINUA VENCIDA E SAI NA PROXIMA RODADA, RESOLVIDO O MOTIVO.
      *
           IF W-MOTIVO NOT = SPACES
                 ADD 1 TO W-RETIDAS
                 MOVE "RETIDO" TO DETR-SITU
                 MOVE ZEROS TO DETR-PEDIDO
                 MOVE W-VALORTOT TO DETR-VALOR
                 MOVE W-MOTIVO TO DETR-MOTIVO
                 PERFORM IMP-DET THRU IMP-DET-FIM
                 GO TO INC-002.
           PERFORM GRA-PED THRU GRA-PED-FIM
           IF PEDIDO = ZEROS
                 GO TO INC-002.
           MOVE PEDIDO TO PFX-ULTPED
           MOVE W-DATAHOJE TO PFX-DTULT
           PERFORM PRX-DATA THRU PRX-DATA-FIM
           REWRITE REGPFX
           MOVE "GERADO" TO DETR-SITU
           MOVE PEDIDO TO DETR-PEDIDO
           MOVE W-VALORTOT TO DETR-VALOR
           IF W-TEMBACK = "S"
                 MOVE "COM PENDENCIA DE ESTOQUE" TO DETR-MOTIVO
           ELSE
                 MOVE SPACES TO DETR-MOTIVO.
           PERFORM IMP-DET THRU IMP-DET-FIM
           GO TO INC-002.
      *
      *****************************************************
      * MONTA O PEDIDO DA PROGRAMACAO CORRENTE E APLICA AS *
      * CONFERENCIAS; W-MOTIVO EM BRANCO = PEDIDO LIBERADO *
      *****************************************************
      *
       MON-PED.
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS TO W-QTDITENS
           MOVE ZEROS TO W-VALORTOT
           MOVE "N" TO W-TEMBACK
           MOVE PFX-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
                 MOVE SPACES TO W-NOME
                 MOVE "CLIENTE NAO CADASTRADO" TO W-MOTIVO
                 GO TO MON-PED-FIM.
           MOVE NOME-CLI TO W-NOME
           MOVE CLI-TABPRECO TO W-TABCLI
           MOVE CLI-LIMITE TO W-LIMITE
           IF W-TEM-CPG = "S"
                 MOVE PFX-CONDPAG TO CPG-CODIGO
                 READ CADCPG
                 IF ST-ERRCP NOT = "00"
                    MOVE "COND. PAGAMENTO INVALIDA" TO W-MOTIVO
                    GO TO MON-PED-FIM
                 ELSE
                    GO TO MON-PED-005.
           IF PFX-CONDPAG > 3
                 MOVE "COND. PAGAMENTO INVALIDA" TO W-MOTIVO
                 GO TO MON-PED-FIM.
       MON-PED-005.
           MOVE PFX-CPF TO PFI-CPF
           MOVE PFX-SEQ TO PFI-SEQ
           MOVE ZEROS TO PFI-ITEM
           START CADPFXI KEY IS NOT LESS PFI-CHAVE INVALID KEY
                 GO TO MON-PED-020.
       MON-PED-010.
           READ CADPFXI NEXT
           IF ST-ERRXI NOT = "00"
                 GO TO MON-PED-020.
           IF PFI-CPF NOT = PFX-CPF OR PFI-SEQ NOT = PFX-SEQ
                 GO TO MON-PED-020.
           MOVE PFI-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
                 MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO
                 GO TO MON-PED-FIM.
      *
      * PRECO DO CATALOGO OU DA TABELA DO CLIENTE, DESCONTO DA
      * PROGRAMACAO; A PARTE SEM ESTOQUE VIRA PENDENCIA (BACKORDER).
      *
           MOVE PRECOVENDA-PRO TO W-PRECO
           IF W-TEM-TAB = "S" AND W-TABCLI NOT = ZEROS
                 MOVE W-TABCLI TO TAB-CODIGO
                 MOVE CODIGO TO TAB-PRODCOD
                 READ CADTAB
                 IF ST-ERRTB = "00"
                    MOVE TAB-PRECO TO W-PRECO.
           ADD 1 TO W-QTDITENS
           MOVE CODIGO TO W-IT-CODIGO (W-QTDITENS)
           MOVE DENOMINACAO TO W-IT-PRODUTO (W-QTDITENS)
           MOVE UNIDADE-PRO TO W-IT-UNIDADE (W-QTDITENS)
           MOVE W-PRECO TO W-IT-PRECO (W-QTDITENS)
           MOVE PRECOCUSTO TO W-IT-CUSTO (W-QTDITENS)
           MOVE PFI-QTD TO W-IT-QTD (W-QTDITENS)
           MOVE PFI-DESCONTO TO W-IT-DESC (W-QTDITENS)
           COMPUTE W-VALITEM ROUNDED =
                   (W-PRECO * PFI-QTD) * (1 - (PFI-DESCONTO / 100))
           MOVE W-VALITEM TO W-IT-VALOR (W-QTDITENS)
           ADD W-VALITEM TO W-VALORTOT
           IF PFI-QTD > ESTOQUEATUAL
                 COMPUTE W-IT-BACK (W-QTDITENS) =
                         PFI-QTD - ESTOQUEATUAL
                 MOVE "S" TO W-TEMBACK
           ELSE
                 MOVE ZEROS TO W-IT-BACK (W-QTDITENS).
           GO TO MON-PED-010.
       MON-PED-020.
           IF W-QTDITENS = ZEROS
                 MOVE "PROGRAMACAO SEM ITENS" TO W-MOTIVO
                 GO TO MON-PED-FIM.
           IF W-TEM-REC = "S"
                 PERFORM VAL-ATRASO THRU VAL-ATRASO-FIM
                 IF W-TEMATRASO = "S"
                    MOVE "CLIENTE COM PARCELA EM ATRASO" TO W-MOTIVO
                    GO TO MON-PED-FIM.
           IF W-TEM-REC = "S" AND W-TEM-CHQ = "S"
                 PERFORM VAL-CHQDEV THRU VAL-CHQDEV-FIM
                 IF W-TEMATRASO = "C"
                    MOVE "CLIENTE COM CHEQUE DEVOLVIDO" TO W-MOTIVO
                    GO TO MON-PED-FIM.
           PERFORM VAL-CRED THRU VAL-CRED-FIM.
       MON-PED-FIM.
           EXIT.
      *
      ***************************************************
      * LIMITE DE CREDITO (MESMO CRITERIO DO SGP006):     *
      * PEDIDOS ABERTOS DO CPF PELA CHAVE ALTERNADA DE    *
      * CADPED MAIS O PEDIDO NOVO NAO PODEM PASSAR DO     *
      * LIMITE. LIMITE ZERADO = SEM LIMITE. OS PEDIDOS    *
      * GERADOS NESTA RODADA JA ENTRAM NA SOMA            *
      ***************************************************
      *
       VAL-CRED.
           IF W-LIMITE = ZEROS
                 GO TO VAL-CRED-FIM.
           MOVE ZEROS TO W-EXPOSTO
           MOVE PFX-CPF TO CPF
           START CADPED KEY IS NOT LESS CPF INVALID KEY
                 GO TO VAL-CRED-030.
       VAL-CRED-010.
           READ CADPED NEXT
           IF ST-ERRO NOT = "00"
                 GO TO VAL-CRED-030.
           IF CPF NOT = PFX-CPF
                 GO TO VAL-CRED-030.
           IF SITUACAO-PEDIDO = "ABERTO" OR "EM ENTREGA"
                                        OR "PEND APROV"
                 ADD VALORPEDIDO TO W-EXPOSTO.
           GO TO VAL-CRED-010.
       VAL-CRED-030.
           IF W-EXPOSTO + W-VALORTOT > W-LIMITE
                 MOVE "LIMITE DE CREDITO ESTOURADO" TO W-MOTIVO.
       VAL-CRED-FIM.
           EXIT.
      *
      ***************************************************
      * PROCURA NO CADREC (CHAVE ALTERNADA REC-CPF)      *
      * ALGUMA PARCELA DO CLIENTE COM SALDO ABERTO E     *
      * VENCIDA HA MAIS DE W-DIASCRED DIAS, NO MES       *
      * COMERCIAL DE 30 DIAS (MESMO CRITERIO DO SGP006)  *
      ***************************************************
      *
       VAL-ATRASO.
           MOVE "N" TO W-TEMATRASO
           MOVE W-DATAHOJE TO W-DTCRED
           COMPUTE W-DIASHOJE = (W-CRED-ANO * 360)
                   + (W-CRED-MES * 30) + W-CRED-DIA
           MOVE PFX-CPF TO REC-CPF
           START CADREC KEY IS NOT LESS REC-CPF INVALID KEY
                 GO TO VAL-ATRASO-FIM.
       VAL-ATRASO-010.
           READ CADREC NEXT
           IF ST-ERRRC NOT = "00"
                 GO TO VAL-ATRASO-FIM.
           IF REC-CPF NOT = PFX-CPF
                 GO TO VAL-ATRASO-FIM.
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                 GO TO VAL-ATRASO-010.
           COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
           IF W-SALDOP = ZEROS
                 GO TO VAL-ATRASO-010.
           MOVE REC-VENCIMENTO TO W-DTCRED
           COMPUTE W-DIASVENC = (W-CRED-ANO * 360)
                   + (W-CRED-MES * 30) + W-CRED-DIA
           IF W-DIASHOJE > W-DIASVENC + W-DIASCRED
                 MOVE "S" TO W-TEMATRASO
                 GO TO VAL-ATRASO-FIM.
           GO TO VAL-ATRASO-010.
       VAL-ATRASO-FIM.
           EXIT.
      *
      ***************************************************
      * PROCURA NO CADCHQ (CHAVE ALTERNADA CHQ-CPF) UM   *
      * CHEQUE DEVOLVIDO DO CLIENTE CUJA PARCELA AINDA   *
      * TEM SALDO ABERTO (MESMO CRITERIO DO SGP006)      *
      ***************************************************
      *
       VAL-CHQDEV.
           MOVE "N" TO W-TEMATRASO
           MOVE PFX-CPF TO CHQ-CPF
           START CADCHQ KEY IS NOT LESS CHQ-CPF INVALID KEY
                 GO TO VAL-CHQDEV-FIM.
       VAL-CHQDEV-010.
           READ CADCHQ NEXT
           IF ST-ERRCQ NOT = "00"
                 GO TO VAL-CHQDEV-FIM.
           IF CHQ-CPF NOT = PFX-CPF
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
      **********************************************
      * GRAVA O PEDIDO MONTADO: NUMERO DO CTLPED,   *
      * CABECALHO, ITENS, PENDENCIAS E BAIXA DO     *
      * ESTOQUE (MESMO CRITERIO DO SGP030)          *
      **********************************************
      *
       GRA-PED.
           ADD 1 TO CTL-ULTPEDIDO
           MOVE CTL-ULTPEDIDO TO PEDIDO
           CLOSE CTLPED
           OPEN OUTPUT CTLPED
           WRITE REGCTLPED
           MOVE ST-ERRC TO W-ST-CTL
           CLOSE CTLPED
           OPEN I-O CTLPED
           IF W-ST-CTL NOT = "00"
                 DISPLAY "*** ERRO NO CONTROLE DE PEDIDO ***".
           MOVE W-NOME TO NOMECLIENTE
           MOVE PFX-CPF TO CPF
           MOVE W-QTDITENS TO QTDITENS
           MOVE W-VALORTOT TO VALORPEDIDO
           MOVE ZEROS TO CALCPRECO
           MOVE PFX-CONDPAG TO CONDPAG
           MOVE 1 TO REGVERSAO OF REGPED
           MOVE W-DATAHOJE TO DATAPEDIDO
           MOVE "ABERTO" TO SITUACAO-PEDIDO
           MOVE W-OPERADOR TO OPERADOR-PED
           MOVE ZEROS TO PED-VENDEDOR
           MOVE ZEROS TO PED-FORMAPG
           MOVE W-DEPFIL TO PED-DEPOSITO
           MOVE ZEROS TO PED-FRETE
           MOVE W-FILIAL TO PED-FILIAL
      *
      * COM ENTREGA, A DATA COMBINADA E A DA PROPRIA PROGRAMACAO E O
      * ENDERECO E O DA CESTA (QUE O ROMANEIO DO SGP026 IMPRIME).
      *
           IF PFX-ENTREGA = "S"
                 MOVE "S" TO PED-ENTREGA
                 MOVE PFX-PROXIMA TO PED-DTENTREGA
                 MOVE PFX-ENDENT TO PED-ENDENT
           ELSE
                 MOVE "N" TO PED-ENTREGA
                 MOVE ZEROS TO PED-DTENTREGA
                 MOVE ZEROS TO PED-ECEP
                 MOVE SPACES TO PED-ELOGR
                 MOVE SPACES TO PED-ENUM
                 MOVE SPACES TO PED-EBAIRRO
                 MOVE SPACES TO PED-ECIDADE
                 MOVE SPACES TO PED-EUF.
           WRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
                 DISPLAY "*** ERRO NA GRAVACAO DO PEDIDO *** "
                         PEDIDO
                 MOVE ZEROS TO PEDIDO
                 GO TO GRA-PED-FIM.
           ADD 1 TO W-PEDIDOS
           PERFORM GRA-ITENS THRU GRA-ITENS-FIM
           PERFORM GRA-BACK THRU GRA-BACK-FIM
           PERFORM DEC-ESTOQUE THRU DEC-ESTOQUE-FIM.
       GRA-PED-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA NO CADITEM AS LINHAS DO PEDIDO       *
      *********************************************
      *
       GRA-ITENS.
                MOVE ZEROS TO W-ITEM.
       GRA-ITE-010.
                ADD 1 TO W-ITEM
                IF W-ITEM > W-QTDITENS
                   GO TO GRA-ITENS-FIM.
                MOVE PEDIDO TO ITEM-PEDIDO
                MOVE W-ITEM TO ITEM-SEQ
                MOVE W-IT-PRODUTO (W-ITEM) TO ITEM-PRODUTO
                MOVE W-IT-UNIDADE (W-ITEM) TO ITEM-UNIDADE
                MOVE W-IT-PRECO (W-ITEM)   TO ITEM-PRECOVENDA
                MOVE W-IT-QTD (W-ITEM)     TO ITEM-QUANTIDADE
                MOVE W-IT-DESC (W-ITEM)    TO ITEM-DESCONTO
                MOVE W-IT-VALOR (W-ITEM)   TO ITEM-VALOR
      *
      * A PROGRAMACAO VENDE SEMPRE NA UNIDADE DE ESTOQUE DO
      * CATALOGO, ENTAO O FATOR E SEMPRE 1.
      *
                MOVE 1 TO ITEM-FATOR
                MOVE W-IT-CODIGO (W-ITEM)  TO ITEM-CODIGO
                MOVE W-IT-CUSTO (W-ITEM)   TO ITEM-CUSTO
                WRITE REGITEM
                IF ST-ERRI = "00" OR "02"
                   ADD 1 TO W-ITENS-GRAV.
                GO TO GRA-ITE-010.
       GRA-ITENS-FIM.
                EXIT.
      *
      *********************************************
      * GRAVA NO CADBACK AS PENDENCIAS DO PEDIDO   *
      *********************************************
      *
       GRA-BACK.
                MOVE ZEROS TO W-ITEM.
       GRA-BACK-010.
                ADD 1 TO W-ITEM
                IF W-ITEM > W-QTDITENS
                   GO TO GRA-BACK-FIM.
                IF W-IT-BACK (W-ITEM) = ZEROS
                   GO TO GRA-BACK-010.
                MOVE PEDIDO TO BACK-PEDIDO
                MOVE W-ITEM TO BACK-ITEM
                MOVE W-IT-PRODUTO (W-ITEM) TO BACK-PRODUTO
                MOVE PFX-CPF TO BACK-CPF
                MOVE W-IT-BACK (W-ITEM) TO BACK-QTD
                MOVE W-DATAHOJE TO BACK-DATA
                MOVE "PENDENTE" TO BACK-SITUACAO
                MOVE ZEROS TO BACK-DTATEND
                WRITE REGBACK
                IF ST-ERRB = "22"
                   REWRITE REGBACK.
                GO TO GRA-BACK-010.
       GRA-BACK-FIM.
                EXIT.
      *
      *********************************************
      * BAIXA O ESTOQUE DO PEDIDO COM MOVIMENTO NO *
      * CADPRO.MOV (MESMO CRITERIO DO SGP030)      *
      *********************************************
      *
       DEC-ESTOQUE.
                MOVE ZEROS TO W-ITEM.
       DEC-EST-010.
                ADD 1 TO W-ITEM
                IF W-ITEM > W-QTDITENS
                   GO TO DEC-ESTOQUE-FIM.
                MOVE W-IT-CODIGO (W-ITEM) TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   GO TO DEC-EST-010.
                IF W-IT-QTD (W-ITEM) > ESTOQUEATUAL
                   MOVE ESTOQUEATUAL TO W-MOV-SAI
                   MOVE ZEROS TO ESTOQUEATUAL
                ELSE
                   MOVE W-IT-QTD (W-ITEM) TO W-MOV-SAI
                   SUBTRACT W-IT-QTD (W-ITEM) FROM ESTOQUEATUAL.
                REWRITE REGPRO
                PERFORM DEP-SAI THRU DEP-SAI-FIM
                PERFORM FEFO-SAI THRU FEFO-SAI-FIM
                GO TO DEC-EST-010.
       DEC-ESTOQUE-FIM.
                EXIT.
      *
      ***************************************************
      * BAIXA DO SALDO DO DEPOSITO DA FILIAL (CADDEP) E  *
      * DOS LOTES FEFO (CADLOT) DA SAIDA RECEM-APLICADA, *
      * COM UM MOVIMENTO DE KARDEX POR LOTE CONSUMIDO    *
      * (MESMO CRITERIO DO SGP006/SGP062)                *
      ***************************************************
      *
       DEP-SAI.
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
                REWRITE REGDEP.
       DEP-SAI-FIM.
                EXIT.
      *
       FEFO-SAI.
                MOVE W-MOV-SAI TO W-RESTA
                MOVE CODIGO TO LOT-PRODCOD
                MOVE ZEROS TO LOT-VALIDADE
                MOVE SPACES TO LOT-NUMERO
                START CADLOT KEY IS NOT LESS LOT-CHAVE INVALID KEY
                      GO TO FEFO-SAI-090.
       FEFO-SAI-010.
                IF W-RESTA = ZEROS
                   GO TO FEFO-SAI-FIM.
                READ CADLOT NEXT
                IF ST-ERRLT NOT = "00"
                   GO TO FEFO-SAI-090.
                IF LOT-PRODCOD NOT = CODIGO
                   GO TO FEFO-SAI-090.
                IF LOT-SALDO = ZEROS
                   GO TO FEFO-SAI-010.
                IF LOT-SALDO > W-RESTA
                   MOVE W-RESTA TO W-CHUNK
                ELSE
                   MOVE LOT-SALDO TO W-CHUNK.
                SUBTRACT W-CHUNK FROM LOT-SALDO
                REWRITE REGLOT
                SUBTRACT W-CHUNK FROM W-RESTA
                MOVE W-CHUNK TO W-MOV-SAI
                MOVE LOT-NUMERO TO W-LOTE
                PERFORM GRA-MOV THRU GRA-MOV-FIM
                GO TO FEFO-SAI-010.
       FEFO-SAI-090.
                IF W-RESTA NOT = ZEROS
                   MOVE W-RESTA TO W-MOV-SAI
                   MOVE SPACES TO W-LOTE
                   PERFORM GRA-MOV THRU GRA-MOV-FIM.
       FEFO-SAI-FIM.
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
                MOVE "VENDA" TO M-OPERACAO
                MOVE PEDIDO TO M-DOCUMENTO
                MOVE CODIGO TO M-CODIGO
                MOVE DENOMINACAO TO M-PRODUTO
                MOVE ZEROS TO M-ENTRADA
                MOVE W-MOV-SAI TO M-SAIDA
                MOVE ESTOQUEATUAL TO M-SALDO
                MOVE W-DEPFIL TO M-DEPOSITO
                MOVE W-LOTE TO M-LOTE
                WRITE REGMOV
                CLOSE CADMOV.
       GRA-MOV-FIM.
                EXIT.
      *
      ***************************************************
      * AVANCA A PROXIMA GERACAO PELA FREQUENCIA ATE      *
      * PASSAR DA DATA INFORMADA (RODADA ATRASADA NAO     *
      * GERA OS PERIODOS PERDIDOS EM DOBRO) E ENCERRA A   *
      * PROGRAMACAO QUE PASSOU DA DATA FINAL              *
      ***************************************************
      *
       PRX-DATA.
           MOVE PFX-PROXIMA TO W-DTPRX.
       PRX-DATA-010.
           IF PFX-FREQ = "M"
                 ADD 1 TO W-PRX-MES
                 IF W-PRX-MES > 12
                    MOVE 1 TO W-PRX-MES
                    ADD 1 TO W-PRX-ANO
                    GO TO PRX-DATA-030
                 ELSE
                    GO TO PRX-DATA-030.
           IF PFX-FREQ = "Q"
                 ADD 14 TO W-PRX-DIA
           ELSE
                 ADD 7 TO W-PRX-DIA.
       PRX-DATA-020.
           MOVE W-DIAS-MES (W-PRX-MES) TO W-DIAMES
           IF W-PRX-MES = 2
                 PERFORM BIS-DATA THRU BIS-DATA-FIM.
           IF W-PRX-DIA > W-DIAMES
                 SUBTRACT W-DIAMES FROM W-PRX-DIA
                 ADD 1 TO W-PRX-MES
                 IF W-PRX-MES > 12
                    MOVE 1 TO W-PRX-MES
                    ADD 1 TO W-PRX-ANO
                    GO TO PRX-DATA-020
                 ELSE
                    GO TO PRX-DATA-020.
           GO TO PRX-DATA-090.
       PRX-DATA-030.
           IF W-PRX-DIA > 28
                 MOVE 28 TO W-PRX-DIA.
       PRX-DATA-090.
           MOVE W-DTPRX TO PFX-PROXIMA
           IF PFX-PROXIMA NOT > W-DATAGER
                 GO TO PRX-DATA-010.
           IF PFX-DTFIM NOT = ZEROS AND PFX-PROXIMA > PFX-DTFIM
                 MOVE "ENCERRADA" TO PFX-SITUACAO.
       PRX-DATA-FIM.
           EXIT.
      *
      * FEVEREIRO DE ANO BISSEXTO TEM 29 DIAS.
      *
       BIS-DATA.
           DIVIDE W-PRX-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
                 GO TO BIS-DATA-FIM.
           DIVIDE W-PRX-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO NOT = ZEROS
                 MOVE 29 TO W-DIAMES
                 GO TO BIS-DATA-FIM.
           DIVIDE W-PRX-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = ZEROS
                 MOVE 29 TO W-DIAMES.
       BIS-DATA-FIM.
           EXIT.
      *
      ***************************************************
      * IMPRIME A LINHA DA PROGRAMACAO CORRENTE (DETR-    *
      * SITU/PEDIDO/VALOR/MOTIVO JA PREENCHIDOS)          *
      ***************************************************
      *
       IMP-DET.
           MOVE PFX-CPF TO DETR-CPF
           MOVE PFX-SEQ TO DETR-SEQ
           MOVE W-NOME TO DETR-NOME
           WRITE LINHA-REL FROM DET-REL.
       IMP-DET-FIM.
           EXIT.
      *
       INC-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PROGRAMACOES VENCIDAS  : " TO TOT-REL
           MOVE W-DEVIDAS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "PEDIDOS GERADOS        : " TO TOT-REL
           MOVE W-PEDIDOS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "PEDIDOS RETIDOS        : " TO TOT-REL
           MOVE W-RETIDAS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "PROGRAMACOES ENCERRADAS: " TO TOT-REL
           MOVE W-ENCERRADAS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           GO TO ROT-FIM.
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
                CLOSE CADPFX CADPFXI RELPFX
                CLOSE CADPED CADITEM CTLPED CADPRO CADCLIENTE CADBACK
                CLOSE CADDEP CADLOT
                IF W-TEM-REC = "S"
                   CLOSE CADREC.
                IF W-TEM-CHQ = "S"
                   CLOSE CADCHQ.
                IF W-TEM-CPG = "S"
                   CLOSE CADCPG.
                IF W-TEM-TAB = "S"
                   CLOSE CADTAB.
                DISPLAY "*** PEDIDOS PROGRAMADOS CONCLUIDO ***"
                DISPLAY "PROGRAMACOES LIDAS      : " W-LIDAS
                DISPLAY "PROGRAMACOES VENCIDAS   : " W-DEVIDAS
                DISPLAY "PEDIDOS GERADOS         : " W-PEDIDOS
                DISPLAY "ITENS GRAVADOS          : " W-ITENS-GRAV
                DISPLAY "PEDIDOS RETIDOS         : " W-RETIDAS
                DISPLAY "PROGRAMACOES ENCERRADAS : " W-ENCERRADAS.
       ROT-FIMS.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
