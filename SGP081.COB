      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Venda em consignacao - REMESSA: envia mercadoria ao
      *          cliente sem faturar (numero do CADCSG.CTL), tirando a
      *          quantidade do estoque (total, deposito da filial e
      *          lotes FEFO)
      *          com kardex CONSIG-SAI no CADPRO.MOV e guardando o
      *          saldo com o cliente por CPF e produto no CADCSG.DAT;
      *          ACERTO: informa por linha o que o cliente vendeu e o
      *          que voltou - o devolvido retorna ao estoque (kardex
      *          CONSIG-RET) e o vendido vira um pedido FATURADO
      *          (CTLPED) com nota fiscal (CTLNF/CADNF, NOTAFISC.TXT),
      *          parcelas no CADREC pela condicao de pagamento e
      *          pontos de fidelidade, como no faturamento do SGP006.
      *          Kit e produto serializado nao saem em consignacao.
      *          O relatorio das consignacoes em aberto e o SGP082
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP081.
      **************************************
      * VENDA EM CONSIGNACAO - REMESSA E   *
      * ACERTO                             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRCS
                    ALTERNATE RECORD KEY IS CSG-CPF
                                            WITH DUPLICATES.
       SELECT CTLCSG ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRCT.
       SELECT CONSIG ASSIGN TO "CONSIG.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRRM.
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
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
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
       SELECT CADFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODIGO
                    FILE STATUS  IS ST-ERRFP.
       SELECT CADCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPG-CODIGO
                    FILE STATUS  IS ST-ERRCP.
       SELECT CADTRB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRB-TIPO
                    FILE STATUS  IS ST-ERRTR.
       SELECT CADPTS ASSIGN TO "CADPTS.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPT.
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
       FILE SECTION.
      *
      * CONSIGNACOES: UM REGISTRO POR LINHA DA REMESSA (NUMERO +
      * SEQUENCIA), COM O CPF DO CLIENTE COMO CHAVE ALTERNATIVA. O
      * SALDO COM O CLIENTE E ENVIADO - VENDIDO - DEVOLVIDO; A LINHA
      * FICA ABERTA ATE ESSE SALDO ZERAR NOS ACERTOS.
       FD CADCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCSG.DAT".
       01 REGCSG.
                03 CSG-CHAVE.
                       04 CSG-NUMERO    PIC 9(05).
                       04 CSG-SEQ       PIC 9(03).
                03 CSG-CPF              PIC X(14).
                03 CSG-DATA             PIC 9(08).
                03 CSG-CODIGO           PIC 9(08).
                03 CSG-PRODUTO          PIC X(30).
                03 CSG-UNIDADE          PIC X(10).
                03 CSG-PRECO            PIC 9(06)V99.
                03 CSG-CUSTO            PIC 9(06)V99.
                03 CSG-QTDENV           PIC 9(05).
                03 CSG-QTDVEN           PIC 9(05).
                03 CSG-QTDDEV           PIC 9(05).
                03 CSG-SITUACAO         PIC X(10).
                03 CSG-DTACERTO         PIC 9(08).
                03 CSG-OPERADOR         PIC X(10).
      *
      * ULTIMO NUMERO DE REMESSA EM CONSIGNACAO (MESMO ESQUEMA DO
      * CTLPED).
       FD CTLCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCSG.CTL".
       01 REGCTLCSG.
                03 CTL-ULTCSG         PIC 9(05).
      *
      * DOCUMENTO DA REMESSA QUE ACOMPANHA A MERCADORIA.
       FD CONSIG.
       01 LINHA-CSG        PIC X(80).
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
      * CONTAS A RECEBER (MESMO LAYOUT DO SGP006).
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
      * CTLNF (MESMO LAYOUT DO SGP006), UMA SERIE POR FILIAL: A 01
      * NO CADNF.CTL E AS DEMAIS NO CADNFnn.CTL.
       FD CTLNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCTLNF.
       01 REGCTLNF.
                03 CTL-ULTNF          PIC 9(06).
      *
      * FILIAIS (MESMO LAYOUT DO SGP111): A CONSIGNACAO SAI E VOLTA
      * PELO DEPOSITO PADRAO DA FILIAL DA SESSAO.
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
      * SALDO POR DEPOSITO (MESMO LAYOUT DO SGP006): A CONSIGNACAO
      * SAI E VOLTA PELO DEPOSITO DA FILIAL (W-DEPFIL, PADRAO 1).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * SALDO POR LOTE (MESMO LAYOUT DO SGP018), CONSUMIDO FEFO.
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
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078) E PRODUTOS
      * SERIALIZADOS (MESMO LAYOUT DO SGP079): SO PARA RECUSAR
      * ESSES PRODUTOS NA REMESSA.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
       FD CADSERC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSERC.DAT".
       01 REGSERC.
                03 SRC-CODIGO        PIC 9(08).
                03 SRC-GARANTIA      PIC 9(03).
      *
      * FORMAS DE PAGAMENTO (MESMO LAYOUT DO SGP044).
       FD CADFPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPG.DAT".
       01 REGFPG.
                03 FPG-CODIGO        PIC 9(02).
                03 FPG-DESCRICAO     PIC X(20).
                03 FPG-CHEQUE        PIC X(01).
                03 FPG-CONTA         PIC 9(02).
      *
      * CONDICOES DE PAGAMENTO (MESMO LAYOUT DO SGP048): COM O
      * ARQUIVO PRESENTE AS PARCELAS DO ACERTO SAEM DA CONDICAO;
      * SEM ELE VALE A TABELA 0-3 DE SEMPRE (MESMO CRITERIO DO
      * SGP006).
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
      * TABELA DE TRIBUTACAO POR CATEGORIA (MESMO LAYOUT DO SGP059).
       FD CADTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRB.DAT".
       01 REGTRB.
                03 TRB-TIPO          PIC X(12).
                03 TRB-ALIQ          PIC 9(02)V99.
                03 TRB-ISENTO        PIC X(01).
      *
      * MOVIMENTO DOS PONTOS DE FIDELIDADE (MESMO LAYOUT DO SGP006).
       FD CADPTS.
       01 REGPTS.
                03 P-OPERADOR        PIC X(10).
                03 P-DATA            PIC 9(08).
                03 P-HORA            PIC 9(08).
                03 P-OPERACAO        PIC X(10).
                03 P-CPF             PIC X(14).
                03 P-DOCUMENTO       PIC 9(08).
                03 P-PONTOS          PIC 9(06).
                03 P-SALDO           PIC 9(06).
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
       77 ST-ERRCS     PIC X(02) VALUE "00".
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRRM     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 W-ST-CTL     PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
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
       77 ST-ERRLT     PIC X(02) VALUE "00".
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 ST-ERRSC     PIC X(02) VALUE "00".
       77 ST-ERRFP     PIC X(02) VALUE "00".
       77 ST-ERRCP     PIC X(02) VALUE "00".
       77 ST-ERRTR     PIC X(02) VALUE "00".
       77 ST-ERRPT     PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-TEM-SRC    PIC X(01) VALUE "N".
       77 W-TEM-FPG    PIC X(01) VALUE "N".
       77 W-TEM-CPG    PIC X(01) VALUE "N".
       77 W-CPGOK      PIC X(01) VALUE "N".
       77 W-TEM-TRB    PIC X(01) VALUE "N".
       77 W-ALIQNF     PIC 9(02)V99 VALUE ZEROS.
       77 W-PTSGANHO   PIC 9(03) VALUE 1.
      *----------------------------------------------------------------*
      *   FUNCAO DA TELA: 1 = REMESSA, 2 = ACERTO
       77 W-FUNCAO     PIC 9(01) VALUE ZEROS.
       77 W-NUMCSG     PIC 9(05) VALUE ZEROS.
       77 W-CPF        PIC X(14) VALUE SPACES.
       77 W-NOMECLI    PIC X(40) VALUE SPACES.
       77 W-DATACSG    PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHAS DA CONSIGNACAO EM CURSO (ATE 30 POR REMESSA). NA
      *   REMESSA W-CS-QTD E A QUANTIDADE ENVIADA; NO ACERTO E O
      *   SALDO AINDA COM O CLIENTE E W-CS-VEN/W-CS-DEV O QUE ELE
      *   VENDEU E DEVOLVEU NESTE ACERTO
       01 W-TABCSG.
           03 W-CS-LIN OCCURS 30 TIMES.
              05 W-CS-SEQ        PIC 9(03).
              05 W-CS-CODIGO     PIC 9(08).
              05 W-CS-PRODUTO    PIC X(30).
              05 W-CS-UNIDADE    PIC X(10).
              05 W-CS-PRECO      PIC 9(06)V99.
              05 W-CS-CUSTO      PIC 9(06)V99.
              05 W-CS-QTD        PIC 9(05).
              05 W-CS-VEN        PIC 9(05).
              05 W-CS-DEV        PIC 9(05).
       77 W-QTDLIN     PIC 9(03) VALUE ZEROS.
       77 W-LIN        PIC 9(03) VALUE ZEROS.
       77 W-TOTVEN     PIC 9(06) VALUE ZEROS.
       77 W-TOTDEV     PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ITENS DA NOTA DO ACERTO (SO AS QUANTIDADES VENDIDAS), NO
      *   MESMO FORMATO DA TABELA DO SGP062
       01 W-TABITEM.
           03 W-ITEM-LIN OCCURS 30 TIMES.
              05 W-IT-CODIGO     PIC 9(08).
              05 W-IT-PRODUTO    PIC X(30).
              05 W-IT-UNIDADE    PIC X(10).
              05 W-IT-PRECO      PIC 9(06)V99.
              05 W-IT-QTD        PIC 9(05).
              05 W-IT-VALOR      PIC 9(08)V99.
              05 W-IT-CUSTO      PIC 9(06)V99.
       77 W-QTDITENS   PIC 9(03) VALUE ZEROS.
       77 W-ITEM       PIC 9(03) VALUE ZEROS.
       77 W-VALORTOT   PIC 9(08)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LINHA EM DIGITACAO
       01 W-PRODUTO    PIC X(30) VALUE SPACES.
       01 W-PRECO      PIC 9(06)V99 VALUE ZEROS.
       01 W-QTD        PIC 9(05) VALUE ZEROS.
       01 W-VALITEM    PIC 9(08)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PAGAMENTO DO ACERTO E PARCELAS (MESMOS CAMPOS DO SGP006)
       77 W-CONDPAG    PIC 9(01) VALUE ZEROS.
       77 W-FORMAPG    PIC 9(02) VALUE ZEROS.
       77 W-NPARC      PIC 9(02) VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-VALFIN     PIC 9(08)V99 VALUE ZEROS.
       77 W-VALPARC    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALULT     PIC 9(08)V99 VALUE ZEROS.
       77 W-CPDIAS     PIC 9(05) VALUE ZEROS.
       77 W-DIATOT     PIC 9(05) VALUE ZEROS.
       77 W-DATAFAT    PIC 9(08) VALUE ZEROS.
       01 W-DTVENC.
           03 W-VENC-ANO   PIC 9(04).
           03 W-VENC-MES   PIC 9(02).
           03 W-VENC-DIA   PIC 9(02).
      *----------------------------------------------------------------*
      *   IMPOSTO POR ALIQUOTA DA NOTA (MESMO ESQUEMA DO CAL-IMP DO
      *   SGP006): ATE 3 FAIXAS ACUMULADAS ITEM A ITEM
       77 W-ALIQLIN    PIC 9(02)V99 VALUE ZEROS.
       77 W-IND-IMP    PIC 9(02) VALUE ZEROS.
       77 W-IMP-QTD    PIC 9(02) VALUE ZEROS.
       01 W-IMP-TAB.
          03 W-IMP-LIN OCCURS 3 TIMES.
             05 W-IMP-ALIQ    PIC 9(02)V99.
             05 W-IMP-BASE    PIC 9(08)V99.
             05 W-IMP-VAL     PIC 9(08)V99.
      *----------------------------------------------------------------*
      *   APOIO DO ESTOQUE (FEFO E DEPOSITO DA FILIAL, COMO NO SGP062)
      *   E DOS PONTOS. W-MOVOPER E A OPERACAO GRAVADA NO KARDEX
       77 W-MOV-ENT    PIC 9(06) VALUE ZEROS.
       77 W-MOV-SAI    PIC 9(06) VALUE ZEROS.
       77 W-RESTA      PIC 9(06) VALUE ZEROS.
       77 W-CHUNK      PIC 9(06) VALUE ZEROS.
       01 W-LOTE       PIC X(10) VALUE SPACES.
       01 W-MOVOPER    PIC X(10) VALUE SPACES.
       77 W-PTS        PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LAYOUTS DO DOCUMENTO DE REMESSA
       01 CSD-TIT.
                03 FILLER          PIC X(27) VALUE
                                    "*** REMESSA EM CONSIGNACAO ".
                03 FILLER          PIC X(07) VALUE "N. *** ".
                03 CSD-NUMERO      PIC ZZZZ9.
                03 FILLER          PIC X(08) VALUE "  DATA: ".
                03 CSD-DATA        PIC 9(08).
       01 CSD-CLI.
                03 FILLER          PIC X(10) VALUE "CLIENTE  :".
                03 CSD-CPF         PIC X(14).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 CSD-NOME        PIC X(40).
       01 CSD-ITEM.
                03 CSDI-SEQ        PIC ZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 CSDI-PRODUTO    PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 CSDI-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(02) VALUE " X".
                03 CSDI-PUNIT      PIC ZZZZZ9,99.
                03 FILLER          PIC X(02) VALUE SPACES.
                03 CSDI-VALOR      PIC ZZZZZZZ9,99.
       01 CSD-TOT.
                03 FILLER          PIC X(26) VALUE
                                    "VALOR EM CONSIGNACAO     :".
                03 CSD-VALOR       PIC ZZZZZZZ9,99.
      *----------------------------------------------------------------*
      *   LAYOUTS DA NOTA FISCAL IMPRESSA (MESMOS DO SGP006)
       01 NFD-TIT.
                03 FILLER          PIC X(22) VALUE
                                    "*** NOTA FISCAL N. ***".
                03 FILLER          PIC X(01) VALUE SPACE.
                03 NFD-NUMERO      PIC ZZZZZ9.
                03 FILLER          PIC X(08) VALUE "  DATA: ".
                03 NFD-DATA        PIC 9(08).
       01 NFD-CLI.
                03 FILLER          PIC X(10) VALUE "CLIENTE  :".
                03 NFD-NOME        PIC X(40).
       01 NFD-ITEM.
                03 NFDI-SEQ        PIC ZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 NFDI-PRODUTO    PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 NFDI-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(02) VALUE " X".
                03 NFDI-PUNIT      PIC ZZZZZ9,99.
                03 FILLER          PIC X(02) VALUE SPACES.
                03 NFDI-VALOR      PIC ZZZZZZZ9,99.
       01 NFD-TOT.
                03 FILLER          PIC X(10) VALUE "VALOR    :".
                03 NFD-VALOR       PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(11) VALUE "  IMPOSTO: ".
                03 NFD-IMPOSTO     PIC ZZZZZZZ9,99.
       01 NFD-IMP.
                03 FILLER          PIC X(07) VALUE " ALIQ: ".
                03 NFDI-ALIQ2      PIC Z9,99.
                03 FILLER          PIC X(07) VALUE " BASE: ".
                03 NFDI-BASE       PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(10) VALUE " IMPOSTO: ".
                03 NFDI-IMPVAL     PIC ZZZZZZZ9,99.
       01 NFD-SEP.
                03 FILLER          PIC X(60) VALUE ALL "=".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** VENDA EM CONSIGNACAO ***".
           05  LINE 03  COLUMN 20
               VALUE  "1=REMESSA 2=ACERTO:".
           05  LINE 04  COLUMN 20
               VALUE  "CONSIGNACAO N.  :".
           05  LINE 05  COLUMN 20
               VALUE  "CPF CLIENTE     :".
           05  LINE 06  COLUMN 20
               VALUE  "CLIENTE         :".
           05  LINE 08  COLUMN 20
               VALUE  "PRODUTO/BARRAS  :".
           05  LINE 09  COLUMN 20
               VALUE  "PRECO           :".
           05  LINE 10  COLUMN 20
               VALUE  "QTDE/SALDO      :".
           05  LINE 11  COLUMN 20
               VALUE  "VENDIDO         :".
           05  LINE 12  COLUMN 20
               VALUE  "DEVOLVIDO       :".
           05  LINE 14  COLUMN 20
               VALUE  "TOTAL           :".
           05  LINE 15  COLUMN 20
               VALUE  "COND. PAGAMENTO :".
           05  LINE 16  COLUMN 20
               VALUE  "FORMA PAGTO     :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT SESSAO
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
           OPEN I-O CADCSG
           IF ST-ERRCS NOT = "00"
               IF ST-ERRCS = "30" OR "35"
                      OPEN OUTPUT CADCSG
                      CLOSE CADCSG
                      OPEN I-O CADCSG.
           IF ST-ERRCS NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQ CADCSG" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CTLCSG
           IF ST-ERRCT NOT = "00"
               MOVE ZEROS TO REGCTLCSG
               OPEN OUTPUT CTLCSG
               WRITE REGCTLCSG
               CLOSE CTLCSG
               OPEN I-O CTLCSG.
           READ CTLCSG
           IF ST-ERRCT NOT = "00"
               MOVE ZEROS TO CTL-ULTCSG.
           OPEN I-O CADPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                      OPEN OUTPUT CADPED
                      CLOSE CADPED
                      OPEN I-O CADPED.
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
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADCLIENTE
           IF ST-ERRCL NOT = "00"
               MOVE "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADREC
           IF ST-ERRRC NOT = "00"
               IF ST-ERRRC = "30"
                      OPEN OUTPUT CADREC
                      CLOSE CADREC
                      OPEN I-O CADREC.
           OPEN I-O CADNF
           IF ST-ERRNF NOT = "00"
               IF ST-ERRNF = "30"
                      OPEN OUTPUT CADNF
                      CLOSE CADNF
                      OPEN I-O CADNF.
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
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
           OPEN INPUT CADSERC
           IF ST-ERRSC = "00"
               MOVE "S" TO W-TEM-SRC
           ELSE
               MOVE "N" TO W-TEM-SRC.
           OPEN INPUT CADFPG
           IF ST-ERRFP = "00"
               MOVE "S" TO W-TEM-FPG
           ELSE
               MOVE "N" TO W-TEM-FPG.
           OPEN INPUT CADCPG
           IF ST-ERRCP = "00"
               MOVE "S" TO W-TEM-CPG
           ELSE
               MOVE "N" TO W-TEM-CPG.
           OPEN INPUT CADTRB
           IF ST-ERRTR = "00"
               MOVE "S" TO W-TEM-TRB
           ELSE
               MOVE "N" TO W-TEM-TRB.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               READ SISPARAM.
           IF ST-ERRPA = "00"
               MOVE PAR-ALIQNF TO W-ALIQNF.
           IF ST-ERRPA = "00" AND PAR-PTSGANHO NOT = ZEROS
               MOVE PAR-PTSGANHO TO W-PTSGANHO.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-QTDLIN
           MOVE ZEROS TO W-QTDITENS
           MOVE ZEROS TO W-VALORTOT.
       INC-002.
           MOVE ZEROS TO W-FUNCAO
           ACCEPT W-FUNCAO AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCSG CTLCSG CADPED CADITEM CTLPED CADPRO
                    CADCLIENTE CADREC CADNF CADDEP CADLOT
              PERFORM FEC-OPC THRU FEC-OPC-FIM
              GO TO ROT-FIM.
           IF W-FUNCAO = 1
              GO TO REM-001.
           IF W-FUNCAO = 2
              GO TO ACR-001.
           MOVE "*** DIGITE 1=REMESSA OU 2=ACERTO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-002.
      *
       FEC-OPC.
           IF W-TEM-KIT = "S"
              CLOSE CADKIT.
           IF W-TEM-SRC = "S"
              CLOSE CADSERC.
           IF W-TEM-FPG = "S"
              CLOSE CADFPG.
           IF W-TEM-CPG = "S"
              CLOSE CADCPG.
           IF W-TEM-TRB = "S"
              CLOSE CADTRB.
       FEC-OPC-FIM.
           EXIT.
      *
      ***************************************************
      * REMESSA: CLIENTE CADASTRADO, LINHAS POR NOME OU  *
      * 13 DIGITOS DE BARRAS, PRECO DO CATALOGO (PODE    *
      * SER ALTERADO) E QUANTIDADE; ESC NO PRODUTO FECHA *
      * A REMESSA                                        *
      ***************************************************
      *
       REM-001.
           MOVE SPACES TO W-CPF
           ACCEPT W-CPF AT 0537
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-CPF = SPACES
              MOVE "*** CONSIGNACAO EXIGE CLIENTE CADASTRADO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-001.
           MOVE W-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-001.
           MOVE NOME-CLI TO W-NOMECLI
           DISPLAY W-NOMECLI AT 0637.
       REM-002.
           IF W-QTDLIN NOT < 30
              MOVE "*** LIMITE DE 30 LINHAS POR REMESSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-OPC.
           MOVE SPACES TO W-PRODUTO
           DISPLAY W-PRODUTO AT 0837
           DISPLAY LIMPA AT 0937
           DISPLAY LIMPA AT 1037
           DISPLAY W-VALORTOT AT 1437.
       REM-003.
           ACCEPT W-PRODUTO AT 0837
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO REM-OPC.
           IF W-PRODUTO = SPACES
              GO TO REM-003.
           IF W-PRODUTO (1:13) NUMERIC
              IF W-PRODUTO (14:17) = SPACES
                 GO TO REM-003B.
           GO TO REM-003C.
       REM-003B.
           MOVE W-PRODUTO (1:13) TO EAN-PRO
           READ CADPRO KEY IS EAN-PRO
           IF ST-ERRP = "00"
              MOVE DENOMINACAO TO W-PRODUTO
              DISPLAY W-PRODUTO AT 0837
              GO TO REM-004.
       REM-003C.
           MOVE W-PRODUTO TO DENOMINACAO
           READ CADPRO KEY IS DENOMINACAO
           IF ST-ERRP NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-003.
      *
      * KIT E PRODUTO SERIALIZADO NAO SAEM EM CONSIGNACAO: O KIT SO
      * EXISTE PELOS COMPONENTES E A SERIE SO E AMARRADA NA VENDA.
      *
       REM-004.
           IF W-TEM-KIT = "S"
              MOVE CODIGO TO KIT-CODIGO
              MOVE ZEROS TO KIT-COMPCOD
              START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                    GO TO REM-004B.
           IF W-TEM-KIT = "S"
              READ CADKIT NEXT
              IF ST-ERRKT = "00" AND KIT-CODIGO = CODIGO
                 MOVE "*** KIT NAO PODE SAIR EM CONSIGNACAO ***"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO REM-003.
       REM-004B.
           IF W-TEM-SRC = "S"
              MOVE CODIGO TO SRC-CODIGO
              READ CADSERC
              IF ST-ERRSC = "00"
                 MOVE "*** SERIALIZADO NAO SAI EM CONSIGNACAO ***"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO REM-003.
           MOVE PRECOVENDA-PRO TO W-PRECO.
       REM-005.
           ACCEPT W-PRECO WITH UPDATE AT 0937
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO REM-003.
           IF W-PRECO = ZEROS
              MOVE "*** PRECO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-005.
       REM-006.
           MOVE 1 TO W-QTD
           ACCEPT W-QTD WITH UPDATE AT 1037
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO REM-005.
           IF W-QTD = ZEROS
              MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-006.
           IF W-QTD > ESTOQUEATUAL
              MOVE "*** ESTOQUE INSUFICIENTE PARA A REMESSA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-006.
           COMPUTE W-VALITEM = W-PRECO * W-QTD
           ADD 1 TO W-QTDLIN
           MOVE W-QTDLIN TO W-CS-SEQ (W-QTDLIN)
           MOVE CODIGO TO W-CS-CODIGO (W-QTDLIN)
           MOVE DENOMINACAO TO W-CS-PRODUTO (W-QTDLIN)
           MOVE UNIDADE-PRO TO W-CS-UNIDADE (W-QTDLIN)
           MOVE W-PRECO TO W-CS-PRECO (W-QTDLIN)
           MOVE PRECOCUSTO TO W-CS-CUSTO (W-QTDLIN)
           MOVE W-QTD TO W-CS-QTD (W-QTDLIN)
           MOVE ZEROS TO W-CS-VEN (W-QTDLIN)
           MOVE ZEROS TO W-CS-DEV (W-QTDLIN)
           ADD W-VALITEM TO W-VALORTOT
           GO TO REM-002.
      *
       REM-OPC.
           IF W-QTDLIN = ZEROS
              MOVE "*** REMESSA SEM ITENS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY W-VALORTOT AT 1437
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA A REMESSA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2367
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO REM-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REMESSA CANCELADA PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      ***************************************************
      * GRAVA A REMESSA: NUMERO DO CTLCSG, UMA LINHA NO  *
      * CADCSG POR ITEM, SAIDA DO ESTOQUE COM KARDEX     *
      * CONSIG-SAI E DOCUMENTO EM CONSIG.TXT             *
      ***************************************************
      *
       REM-GRAVA.
           ADD 1 TO CTL-ULTCSG
           MOVE CTL-ULTCSG TO W-NUMCSG
           CLOSE CTLCSG
           OPEN OUTPUT CTLCSG
           WRITE REGCTLCSG
           MOVE ST-ERRCT TO W-ST-CTL
           CLOSE CTLCSG
           OPEN I-O CTLCSG
           IF W-ST-CTL NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE CONSIGNACAO"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY W-NUMCSG AT 0437
           MOVE "CONSIG-SAI" TO W-MOVOPER
           MOVE ZEROS TO W-LIN.
       REM-GRA-010.
           ADD 1 TO W-LIN
           IF W-LIN > W-QTDLIN
              GO TO REM-GRA-020.
           MOVE W-NUMCSG TO CSG-NUMERO
           MOVE W-CS-SEQ (W-LIN) TO CSG-SEQ
           MOVE W-CPF TO CSG-CPF
           MOVE W-DATAHOJE TO CSG-DATA
           MOVE W-CS-CODIGO (W-LIN) TO CSG-CODIGO
           MOVE W-CS-PRODUTO (W-LIN) TO CSG-PRODUTO
           MOVE W-CS-UNIDADE (W-LIN) TO CSG-UNIDADE
           MOVE W-CS-PRECO (W-LIN) TO CSG-PRECO
           MOVE W-CS-CUSTO (W-LIN) TO CSG-CUSTO
           MOVE W-CS-QTD (W-LIN) TO CSG-QTDENV
           MOVE ZEROS TO CSG-QTDVEN
           MOVE ZEROS TO CSG-QTDDEV
           MOVE "ABERTA" TO CSG-SITUACAO
           MOVE ZEROS TO CSG-DTACERTO
           MOVE W-OPERADOR TO CSG-OPERADOR
           WRITE REGCSG
           IF ST-ERRCS NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCSG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO REM-GRA-010.
           MOVE W-CS-CODIGO (W-LIN) TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO REM-GRA-010.
           PERFORM EST-SAI THRU EST-SAI-FIM
           GO TO REM-GRA-010.
       REM-GRA-020.
           PERFORM REM-DOC THRU REM-DOC-FIM
           MOVE "*** REMESSA EM CONSIGNACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
       REM-DOC.
           OPEN EXTEND CONSIG
           IF ST-ERRRM = "30" OR "35"
              OPEN OUTPUT CONSIG
              CLOSE CONSIG
              OPEN EXTEND CONSIG.
           IF ST-ERRRM NOT = "00"
              GO TO REM-DOC-FIM.
           MOVE W-NUMCSG TO CSD-NUMERO
           MOVE W-DATAHOJE TO CSD-DATA
           WRITE LINHA-CSG FROM CSD-TIT
           MOVE W-CPF TO CSD-CPF
           MOVE W-NOMECLI TO CSD-NOME
           WRITE LINHA-CSG FROM CSD-CLI
           MOVE ZEROS TO W-LIN.
       REM-DOC-010.
           ADD 1 TO W-LIN
           IF W-LIN > W-QTDLIN
              GO TO REM-DOC-020.
           MOVE W-CS-SEQ (W-LIN) TO CSDI-SEQ
           MOVE W-CS-PRODUTO (W-LIN) TO CSDI-PRODUTO
           MOVE W-CS-QTD (W-LIN) TO CSDI-QTD
           MOVE W-CS-PRECO (W-LIN) TO CSDI-PUNIT
           COMPUTE CSDI-VALOR = W-CS-PRECO (W-LIN) * W-CS-QTD (W-LIN)
           WRITE LINHA-CSG FROM CSD-ITEM
           GO TO REM-DOC-010.
       REM-DOC-020.
           MOVE W-VALORTOT TO CSD-VALOR
           WRITE LINHA-CSG FROM CSD-TOT
           WRITE LINHA-CSG FROM NFD-SEP
           CLOSE CONSIG.
       REM-DOC-FIM.
           EXIT.
      *
      ***************************************************
      * ACERTO: CARREGA AS LINHAS DA REMESSA QUE AINDA   *
      * TEM SALDO COM O CLIENTE E PEDE, LINHA A LINHA, O *
      * QUE FOI VENDIDO E O QUE VOLTOU                   *
      ***************************************************
      *
       ACR-001.
           MOVE ZEROS TO W-NUMCSG
           ACCEPT W-NUMCSG AT 0437
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-NUMCSG = ZEROS
              MOVE "*** NUMERO DA CONSIGNACAO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-001.
           MOVE ZEROS TO W-QTDLIN
           MOVE SPACES TO W-CPF
           MOVE W-NUMCSG TO CSG-NUMERO
           MOVE ZEROS TO CSG-SEQ
           START CADCSG KEY IS NOT LESS CSG-CHAVE INVALID KEY
                 GO TO ACR-003.
       ACR-002.
           READ CADCSG NEXT
           IF ST-ERRCS NOT = "00"
              GO TO ACR-003.
           IF CSG-NUMERO NOT = W-NUMCSG
              GO TO ACR-003.
           MOVE CSG-CPF TO W-CPF
           MOVE CSG-DATA TO W-DATACSG
           IF CSG-QTDENV NOT > CSG-QTDVEN + CSG-QTDDEV
              GO TO ACR-002.
           IF W-QTDLIN NOT < 30
              GO TO ACR-002.
           ADD 1 TO W-QTDLIN
           MOVE CSG-SEQ TO W-CS-SEQ (W-QTDLIN)
           MOVE CSG-CODIGO TO W-CS-CODIGO (W-QTDLIN)
           MOVE CSG-PRODUTO TO W-CS-PRODUTO (W-QTDLIN)
           MOVE CSG-UNIDADE TO W-CS-UNIDADE (W-QTDLIN)
           MOVE CSG-PRECO TO W-CS-PRECO (W-QTDLIN)
           MOVE CSG-CUSTO TO W-CS-CUSTO (W-QTDLIN)
           COMPUTE W-CS-QTD (W-QTDLIN) =
                   CSG-QTDENV - CSG-QTDVEN - CSG-QTDDEV
           MOVE ZEROS TO W-CS-VEN (W-QTDLIN)
           MOVE ZEROS TO W-CS-DEV (W-QTDLIN)
           GO TO ACR-002.
       ACR-003.
           IF W-CPF = SPACES
              MOVE "*** CONSIGNACAO NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-001.
           IF W-QTDLIN = ZEROS
              MOVE "*** CONSIGNACAO JA ACERTADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-001.
           MOVE W-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL = "00"
              MOVE NOME-CLI TO W-NOMECLI
           ELSE
              MOVE SPACES TO W-NOMECLI.
           DISPLAY W-CPF AT 0537
           DISPLAY W-NOMECLI AT 0637
           MOVE ZEROS TO W-LIN.
      *
      * O DEVOLVIDO JA VEM SUGERIDO COMO O SALDO MENOS O VENDIDO;
      * O QUE NAO FOR INFORMADO CONTINUA COM O CLIENTE PARA O
      * PROXIMO ACERTO.
      *
       ACR-010.
           ADD 1 TO W-LIN
           IF W-LIN > W-QTDLIN
              GO TO ACR-PAG.
           DISPLAY W-CS-PRODUTO (W-LIN) AT 0837
           DISPLAY W-CS-PRECO (W-LIN) AT 0937
           DISPLAY W-CS-QTD (W-LIN) AT 1037
           DISPLAY LIMPA AT 1137
           DISPLAY LIMPA AT 1237.
       ACR-011.
           MOVE ZEROS TO W-CS-VEN (W-LIN)
           ACCEPT W-CS-VEN (W-LIN) WITH UPDATE AT 1137
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-001.
           IF W-CS-VEN (W-LIN) > W-CS-QTD (W-LIN)
              MOVE "*** VENDIDO MAIOR QUE O SALDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-011.
           COMPUTE W-CS-DEV (W-LIN) =
                   W-CS-QTD (W-LIN) - W-CS-VEN (W-LIN).
       ACR-012.
           ACCEPT W-CS-DEV (W-LIN) WITH UPDATE AT 1237
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ACR-011.
           IF W-CS-VEN (W-LIN) + W-CS-DEV (W-LIN) > W-CS-QTD (W-LIN)
              MOVE "*** VENDIDO + DEVOLVIDO MAIOR QUE O SALDO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-012.
           GO TO ACR-010.
      *
      ***************************************************
      * MONTA OS ITENS DA NOTA COM O VENDIDO; HAVENDO    *
      * VENDA, PEDE A CONDICAO E A FORMA DE PAGAMENTO    *
      ***************************************************
      *
       ACR-PAG.
           MOVE ZEROS TO W-QTDITENS
           MOVE ZEROS TO W-VALORTOT
           MOVE ZEROS TO W-TOTVEN
           MOVE ZEROS TO W-TOTDEV
           MOVE ZEROS TO W-LIN.
       ACR-PAG-010.
           ADD 1 TO W-LIN
           IF W-LIN > W-QTDLIN
              GO TO ACR-PAG-020.
           ADD W-CS-VEN (W-LIN) TO W-TOTVEN
           ADD W-CS-DEV (W-LIN) TO W-TOTDEV
           IF W-CS-VEN (W-LIN) = ZEROS
              GO TO ACR-PAG-010.
           COMPUTE W-VALITEM = W-CS-PRECO (W-LIN) * W-CS-VEN (W-LIN)
           ADD 1 TO W-QTDITENS
           MOVE W-CS-CODIGO (W-LIN) TO W-IT-CODIGO (W-QTDITENS)
           MOVE W-CS-PRODUTO (W-LIN) TO W-IT-PRODUTO (W-QTDITENS)
           MOVE W-CS-UNIDADE (W-LIN) TO W-IT-UNIDADE (W-QTDITENS)
           MOVE W-CS-PRECO (W-LIN) TO W-IT-PRECO (W-QTDITENS)
           MOVE W-CS-VEN (W-LIN) TO W-IT-QTD (W-QTDITENS)
           MOVE W-VALITEM TO W-IT-VALOR (W-QTDITENS)
           MOVE W-CS-CUSTO (W-LIN) TO W-IT-CUSTO (W-QTDITENS)
           ADD W-VALITEM TO W-VALORTOT
           GO TO ACR-PAG-010.
       ACR-PAG-020.
           IF W-TOTVEN = ZEROS AND W-TOTDEV = ZEROS
              MOVE "*** NADA A ACERTAR NESTA CONSIGNACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           DISPLAY W-VALORTOT AT 1437
           IF W-QTDITENS = ZEROS
              GO TO ACR-OPC.
       ACR-PAG-030.
           MOVE ZEROS TO W-CONDPAG
           ACCEPT W-CONDPAG AT 1537
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-TEM-CPG = "S"
              MOVE W-CONDPAG TO CPG-CODIGO
              READ CADCPG
              IF ST-ERRCP NOT = "00"
                 MOVE "*** CONDICAO NAO CADASTRADA (CADCPG) ***"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACR-PAG-030
              ELSE
                 DISPLAY CPG-DESCRICAO AT 1540
                 GO TO ACR-PAG-040.
           IF W-CONDPAG > 3
              MOVE "*** CONDICAO DE PAGTO INVALIDA (0-3) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-PAG-030.
       ACR-PAG-040.
           MOVE ZEROS TO W-FORMAPG
           ACCEPT W-FORMAPG AT 1637
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ACR-PAG-030.
           IF W-FORMAPG = ZEROS
              MOVE "*** INFORME A FORMA DE PAGAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-PAG-040.
           IF W-TEM-FPG = "S"
              MOVE W-FORMAPG TO FPG-CODIGO
              READ CADFPG
              IF ST-ERRFP NOT = "00"
                 MOVE "*** FORMA NAO CADASTRADA NO CADFPG ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACR-PAG-040.
       ACR-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA O ACERTO (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2366
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ACERTO CANCELADO PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACR-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      ***************************************************
      * GRAVA O ACERTO: ATUALIZA AS LINHAS DO CADCSG,    *
      * DEVOLVE AO ESTOQUE O QUE VOLTOU (CONSIG-RET) E   *
      * FATURA O VENDIDO NUM PEDIDO COM NOTA E PARCELAS  *
      * (O VENDIDO JA SAIU DO ESTOQUE NA REMESSA)        *
      ***************************************************
      *
       ACR-GRAVA.
           MOVE "CONSIG-RET" TO W-MOVOPER
           MOVE ZEROS TO W-LIN.
       ACR-GRA-010.
           ADD 1 TO W-LIN
           IF W-LIN > W-QTDLIN
              GO TO ACR-GRA-020.
           IF W-CS-VEN (W-LIN) = ZEROS AND W-CS-DEV (W-LIN) = ZEROS
              GO TO ACR-GRA-010.
           MOVE W-NUMCSG TO CSG-NUMERO
           MOVE W-CS-SEQ (W-LIN) TO CSG-SEQ
           READ CADCSG
           IF ST-ERRCS NOT = "00"
              GO TO ACR-GRA-010.
           ADD W-CS-VEN (W-LIN) TO CSG-QTDVEN
           ADD W-CS-DEV (W-LIN) TO CSG-QTDDEV
           MOVE W-DATAHOJE TO CSG-DTACERTO
           IF CSG-QTDENV NOT > CSG-QTDVEN + CSG-QTDDEV
              MOVE "ACERTADA" TO CSG-SITUACAO.
           REWRITE REGCSG
           IF W-CS-DEV (W-LIN) = ZEROS
              GO TO ACR-GRA-010.
           MOVE W-CS-CODIGO (W-LIN) TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO ACR-GRA-010.
           PERFORM EST-ENT THRU EST-ENT-FIM
           GO TO ACR-GRA-010.
       ACR-GRA-020.
           IF W-QTDITENS = ZEROS
              MOVE "*** DEVOLUCAO DA CONSIGNACAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           ADD 1 TO CTL-ULTPEDIDO
           MOVE CTL-ULTPEDIDO TO PEDIDO
           CLOSE CTLPED
           OPEN OUTPUT CTLPED
           WRITE REGCTLPED
           MOVE ST-ERRC TO W-ST-CTL
           CLOSE CTLPED
           OPEN I-O CTLPED
           IF W-ST-CTL NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE W-NOMECLI TO NOMECLIENTE
           MOVE W-CPF TO CPF
           MOVE W-QTDITENS TO QTDITENS
           MOVE W-VALORTOT TO VALORPEDIDO
           MOVE ZEROS TO CALCPRECO
           MOVE W-CONDPAG TO CONDPAG
           MOVE 1 TO REGVERSAO OF REGPED
           MOVE W-DATAHOJE TO DATAPEDIDO
           MOVE "FATURADO" TO SITUACAO-PEDIDO
           MOVE W-OPERADOR TO OPERADOR-PED
           MOVE "N" TO PED-ENTREGA
           MOVE ZEROS TO PED-VENDEDOR
           MOVE W-FORMAPG TO PED-FORMAPG
           MOVE W-DEPFIL TO PED-DEPOSITO
           MOVE ZEROS TO PED-DTENTREGA
           MOVE ZEROS TO PED-ECEP
           MOVE SPACES TO PED-ELOGR
           MOVE SPACES TO PED-ENUM
           MOVE SPACES TO PED-EBAIRRO
           MOVE SPACES TO PED-ECIDADE
           MOVE SPACES TO PED-EUF
           MOVE ZEROS TO PED-FRETE
           MOVE W-FILIAL TO PED-FILIAL
           WRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DO ACERTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM GRA-ITENS THRU GRA-ITENS-FIM
           PERFORM GRA-REC THRU GRA-REC-FIM
           PERFORM GRA-NF THRU GRA-NF-FIM
           PERFORM GAN-PTS THRU GAN-PTS-FIM
           MOVE "*** ACERTO GRAVADO E FATURADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
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
           MOVE ZEROS                 TO ITEM-DESCONTO
           MOVE W-IT-VALOR (W-ITEM)   TO ITEM-VALOR
           MOVE 1                     TO ITEM-FATOR
           MOVE W-IT-CODIGO (W-ITEM)  TO ITEM-CODIGO
           MOVE W-IT-CUSTO (W-ITEM)   TO ITEM-CUSTO
           WRITE REGITEM
           GO TO GRA-ITE-010.
       GRA-ITENS-FIM.
           EXIT.
      *
      ***************************************************
      * SAIDA DO ESTOQUE DA LINHA DA REMESSA (PRODUTO NO *
      * REGPRO, QUANTIDADE EM W-CS-QTD): TOTAL, DEPOSITO *
      * DA FILIAL E LOTES FEFO, UM KARDEX POR LOTE       *
      * CONSUMIDO                                        *
      ***************************************************
      *
       EST-SAI.
           IF W-CS-QTD (W-LIN) > ESTOQUEATUAL
              MOVE ESTOQUEATUAL TO W-MOV-SAI
              MOVE ZEROS TO ESTOQUEATUAL
           ELSE
              MOVE W-CS-QTD (W-LIN) TO W-MOV-SAI
              SUBTRACT W-CS-QTD (W-LIN) FROM ESTOQUEATUAL.
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
           MOVE ZEROS TO W-MOV-ENT
           PERFORM FEFO-SAI THRU FEFO-SAI-FIM.
       EST-SAI-FIM.
           EXIT.
      *
      ***************************************************
      * VOLTA AO ESTOQUE DO QUE O CLIENTE DEVOLVEU       *
      * (QUANTIDADE EM W-CS-DEV): TOTAL E DEPOSITO DA    *
      * FILIAL, SEM LOTE (MESMO CRITERIO DA DEVOLUCAO DO *
      * SGP058)                                          *
      ***************************************************
      *
       EST-ENT.
           ADD W-CS-DEV (W-LIN) TO ESTOQUEATUAL
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
           MOVE W-DEPFIL TO DEP-CODIGO
           READ CADDEP
           IF ST-ERRDP NOT = "00"
              MOVE ZEROS TO DEP-SALDO
              WRITE REGDEP.
           ADD W-CS-DEV (W-LIN) TO DEP-SALDO
           REWRITE REGDEP
           MOVE W-CS-DEV (W-LIN) TO W-MOV-ENT
           MOVE ZEROS TO W-MOV-SAI
           MOVE SPACES TO W-LOTE
           PERFORM GRA-MOV THRU GRA-MOV-FIM.
       EST-ENT-FIM.
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
           MOVE W-MOVOPER TO M-OPERACAO
           MOVE W-NUMCSG TO M-DOCUMENTO
           MOVE CODIGO TO M-CODIGO
           MOVE DENOMINACAO TO M-PRODUTO
           MOVE W-MOV-ENT TO M-ENTRADA
           MOVE W-MOV-SAI TO M-SAIDA
           MOVE ESTOQUEATUAL TO M-SALDO
           MOVE W-DEPFIL TO M-DEPOSITO
           MOVE W-LOTE TO M-LOTE
           WRITE REGMOV
           CLOSE CADMOV.
       GRA-MOV-FIM.
           EXIT.
      *
      *********************************************
      * GERA AS PARCELAS DO CONTAS A RECEBER DO    *
      * ACERTO (MESMA REGRA DO FATURAMENTO DO      *
      * SGP006): CONDICAO 0 = UMA PARCELA COM      *
      * VENCIMENTO HOJE; 1/2/3 = ESSE NUMERO DE    *
      * PARCELAS MENSAIS; COM O CADCPG, A CONDICAO *
      * DA TABELA                                  *
      *********************************************
      *
       GRA-REC.
           ACCEPT W-DATAFAT FROM DATE YYYYMMDD
           MOVE "N" TO W-CPGOK
           IF W-TEM-CPG = "S"
              MOVE CONDPAG TO CPG-CODIGO
              READ CADCPG
              IF ST-ERRCP = "00"
                 MOVE "S" TO W-CPGOK.
           IF W-CPGOK = "S"
              GO TO GRA-REC-CPG.
           IF CONDPAG = ZEROS
              MOVE 1 TO W-NPARC
           ELSE
              MOVE CONDPAG TO W-NPARC.
           COMPUTE W-VALFIN = VALORPEDIDO + PED-FRETE
           COMPUTE W-VALPARC ROUNDED = W-VALFIN / W-NPARC
           COMPUTE W-VALULT =
                   W-VALFIN - (W-VALPARC * (W-NPARC - 1))
           MOVE ZEROS TO W-PARC.
       GRA-REC-010.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO GRA-REC-FIM.
           MOVE PEDIDO TO REC-PEDIDO
           MOVE W-PARC TO REC-PARCELA
           MOVE CPF    TO REC-CPF
           MOVE W-FILIAL TO REC-FILIAL
           PERFORM CAL-VENC THRU CAL-VENC-FIM
           MOVE W-DTVENC TO REC-VENCIMENTO
           IF W-PARC = W-NPARC
              MOVE W-VALULT TO REC-VALOR
           ELSE
              MOVE W-VALPARC TO REC-VALOR.
           MOVE "N" TO REC-PAGO
           MOVE ZEROS TO REC-DTPAGTO
           MOVE PED-FORMAPG TO REC-FORMAPG
           MOVE ZEROS TO REC-VALPAGO
           WRITE REGREC
           IF ST-ERRRC NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRA-REC-010.
      *
       GRA-REC-CPG.
           IF CPG-NPARC = ZEROS
              MOVE 1 TO W-NPARC
           ELSE
              MOVE CPG-NPARC TO W-NPARC.
           COMPUTE W-VALFIN = VALORPEDIDO + PED-FRETE
           IF CPG-AJTIPO = "A"
              COMPUTE W-VALFIN ROUNDED =
                      (VALORPEDIDO + PED-FRETE) *
                      (1 + (CPG-AJUSTE / 100)).
           IF CPG-AJTIPO = "D"
              COMPUTE W-VALFIN ROUNDED =
                      (VALORPEDIDO + PED-FRETE) *
                      (1 - (CPG-AJUSTE / 100)).
           COMPUTE W-VALPARC ROUNDED = W-VALFIN / W-NPARC
           COMPUTE W-VALULT =
                   W-VALFIN - (W-VALPARC * (W-NPARC - 1))
           MOVE ZEROS TO W-PARC.
       GRA-REC-CPG-010.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO GRA-REC-FIM.
           MOVE PEDIDO TO REC-PEDIDO
           MOVE W-PARC TO REC-PARCELA
           MOVE CPF    TO REC-CPF
           MOVE W-FILIAL TO REC-FILIAL
           COMPUTE W-CPDIAS =
                   CPG-DIAS1 + ((W-PARC - 1) * CPG-INTERV)
           PERFORM CAL-VENC-DIA THRU CAL-VENC-DIA-FIM
           MOVE W-DTVENC TO REC-VENCIMENTO
           IF W-PARC = W-NPARC
              MOVE W-VALULT TO REC-VALOR
           ELSE
              MOVE W-VALPARC TO REC-VALOR.
           MOVE "N" TO REC-PAGO
           MOVE ZEROS TO REC-DTPAGTO
           MOVE PED-FORMAPG TO REC-FORMAPG
           MOVE ZEROS TO REC-VALPAGO
           WRITE REGREC
           IF ST-ERRRC NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRA-REC-CPG-010.
       GRA-REC-FIM.
           EXIT.
      *
       CAL-VENC-DIA.
           MOVE W-DATAFAT TO W-DTVENC
           IF W-CPDIAS = ZEROS
              GO TO CAL-VENC-DIA-FIM.
           COMPUTE W-DIATOT = W-VENC-DIA + W-CPDIAS.
       CAL-VENC-DIA-AJU.
           IF W-DIATOT > 30
              SUBTRACT 30 FROM W-DIATOT
              ADD 1 TO W-VENC-MES
              GO TO CAL-VENC-DIA-AJU.
           IF W-VENC-MES > 12
              SUBTRACT 12 FROM W-VENC-MES
              ADD 1 TO W-VENC-ANO
              GO TO CAL-VENC-DIA-AJU.
           IF W-DIATOT > 28
              MOVE 28 TO W-DIATOT.
           MOVE W-DIATOT TO W-VENC-DIA.
       CAL-VENC-DIA-FIM.
           EXIT.
      *
       CAL-VENC.
           MOVE W-DATAFAT TO W-DTVENC
           IF CONDPAG = ZEROS
              GO TO CAL-VENC-FIM.
           ADD W-PARC TO W-VENC-MES.
       CAL-VENC-AJU.
           IF W-VENC-MES > 12
              SUBTRACT 12 FROM W-VENC-MES
              ADD 1 TO W-VENC-ANO
              GO TO CAL-VENC-AJU.
           IF W-VENC-DIA > 28
              MOVE 28 TO W-VENC-DIA.
       CAL-VENC-FIM.
           EXIT.
      *
      ***************************************************
      * EMITE A NOTA DO ACERTO: NUMERO DO CTLNF DA       *
      * FILIAL, REGISTRO NO CADNF (IMPOSTO VIA CAL-IMP)  *
      * E IMPRESSAO EM NOTAFISC.TXT (MESMO ESQUEMA DO    *
      * SGP062)                                          *
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
              OPEN OUTPUT CTLNF
              WRITE REGCTLNF
              CLOSE CTLNF
              OPEN I-O CTLNF.
           READ CTLNF
           IF ST-ERRCN NOT = "00"
              MOVE ZEROS TO CTL-ULTNF.
           ADD 1 TO CTL-ULTNF
           CLOSE CTLNF
           OPEN OUTPUT CTLNF
           WRITE REGCTLNF
           CLOSE CTLNF
           MOVE W-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           MOVE CTL-ULTNF TO NF-NUMERO
           MOVE PEDIDO TO NF-PEDIDO
           MOVE W-DATAHOJE TO NF-DATA
           MOVE W-CPF TO NF-CPF
           MOVE W-NOMECLI TO NF-NOME
           IF ST-ERRCL = "00"
              MOVE LOGRADOURO TO NF-LOGRADOURO
              MOVE NUM TO NF-NUM
              MOVE BAIRRO TO NF-BAIRRO
              MOVE CIDADE TO NF-CIDADE
              MOVE UF TO NF-UF
           ELSE
              MOVE SPACES TO NF-LOGRADOURO
              MOVE SPACES TO NF-NUM
              MOVE SPACES TO NF-BAIRRO
              MOVE SPACES TO NF-CIDADE
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
              MOVE "ERRO NA GRAVACAO DA NOTA FISCAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRA-NF-FIM.
           PERFORM GRA-NF-DOC THRU GRA-NF-DOC-FIM.
       GRA-NF-FIM.
           EXIT.
      *
       GRA-NF-DOC.
           OPEN EXTEND NOTAFISC
           IF ST-ERRNT = "30" OR "35"
              OPEN OUTPUT NOTAFISC
              CLOSE NOTAFISC
              OPEN EXTEND NOTAFISC.
           IF ST-ERRNT NOT = "00"
              GO TO GRA-NF-DOC-FIM.
           MOVE NF-NUMERO TO NFD-NUMERO
           MOVE NF-DATA TO NFD-DATA
           WRITE LINHA-NF FROM NFD-TIT
           MOVE W-NOMECLI TO NFD-NOME
           WRITE LINHA-NF FROM NFD-CLI
           MOVE ZEROS TO W-ITEM.
       GRA-NF-DOC-010.
           ADD 1 TO W-ITEM
           IF W-ITEM > W-QTDITENS
              GO TO GRA-NF-DOC-020.
           MOVE W-ITEM TO NFDI-SEQ
           MOVE W-IT-PRODUTO (W-ITEM) TO NFDI-PRODUTO
           MOVE W-IT-QTD (W-ITEM) TO NFDI-QTD
           MOVE W-IT-PRECO (W-ITEM) TO NFDI-PUNIT
           MOVE W-IT-VALOR (W-ITEM) TO NFDI-VALOR
           WRITE LINHA-NF FROM NFD-ITEM
           GO TO GRA-NF-DOC-010.
       GRA-NF-DOC-020.
           MOVE NF-VALOR TO NFD-VALOR
           MOVE NF-IMPOSTO TO NFD-IMPOSTO
           WRITE LINHA-NF FROM NFD-TOT
           MOVE ZEROS TO W-IND-IMP.
       GRA-NF-DOC-030.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > 3
              GO TO GRA-NF-DOC-040.
           IF NFI-BASE (W-IND-IMP) = ZEROS
              GO TO GRA-NF-DOC-030.
           MOVE NFI-ALIQ (W-IND-IMP) TO NFDI-ALIQ2
           MOVE NFI-BASE (W-IND-IMP) TO NFDI-BASE
           MOVE NFI-VALOR (W-IND-IMP) TO NFDI-IMPVAL
           WRITE LINHA-NF FROM NFD-IMP
           GO TO GRA-NF-DOC-030.
       GRA-NF-DOC-040.
           WRITE LINHA-NF FROM NFD-SEP
           CLOSE NOTAFISC.
       GRA-NF-DOC-FIM.
           EXIT.
      *
      ***************************************************
      * CALCULA O IMPOSTO DA NOTA DO ACERTO (MESMO       *
      * CRITERIO DO CAL-IMP DO SGP006): COM O CADTRB,    *
      * ITEM A ITEM PELA ALIQUOTA DA CATEGORIA; SEM ELE, *
      * A ALIQUOTA UNICA DO SISPARAM                     *
      ***************************************************
      *
       CAL-IMP.
           MOVE ZEROS TO W-IMP-TAB
           MOVE ZEROS TO W-IMP-QTD
           MOVE ZEROS TO W-ITEM.
       CAL-IMP-010.
           ADD 1 TO W-ITEM
           IF W-ITEM > W-QTDITENS
              GO TO CAL-IMP-090.
           MOVE W-ALIQNF TO W-ALIQLIN
           IF W-TEM-TRB = "N"
              GO TO CAL-IMP-020.
           IF W-IT-CODIGO (W-ITEM) = ZEROS
              GO TO CAL-IMP-020.
           MOVE W-IT-CODIGO (W-ITEM) TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
              GO TO CAL-IMP-020.
           MOVE TIPOPRODUTO TO TRB-TIPO
           READ CADTRB
           IF ST-ERRTR NOT = "00"
              GO TO CAL-IMP-020.
           IF TRB-ISENTO = "S"
              MOVE ZEROS TO W-ALIQLIN
           ELSE
              MOVE TRB-ALIQ TO W-ALIQLIN.
       CAL-IMP-020.
           MOVE ZEROS TO W-IND-IMP.
       CAL-IMP-030.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > W-IMP-QTD
              GO TO CAL-IMP-040.
           IF W-IMP-ALIQ (W-IND-IMP) = W-ALIQLIN
              ADD W-IT-VALOR (W-ITEM) TO W-IMP-BASE (W-IND-IMP)
              GO TO CAL-IMP-010.
           GO TO CAL-IMP-030.
       CAL-IMP-040.
           IF W-IMP-QTD < 3
              ADD 1 TO W-IMP-QTD
              MOVE W-ALIQLIN TO W-IMP-ALIQ (W-IMP-QTD)
              MOVE W-IT-VALOR (W-ITEM) TO W-IMP-BASE (W-IMP-QTD).
           GO TO CAL-IMP-010.
       CAL-IMP-090.
           MOVE ZEROS TO NF-IMPOSTO
           MOVE ZEROS TO NF-IMP-TAB
           MOVE ZEROS TO W-IND-IMP.
       CAL-IMP-100.
           ADD 1 TO W-IND-IMP
           IF W-IND-IMP > W-IMP-QTD
              GO TO CAL-IMP-FIM.
           COMPUTE W-IMP-VAL (W-IND-IMP) ROUNDED =
                   W-IMP-BASE (W-IND-IMP) *
                   (W-IMP-ALIQ (W-IND-IMP) / 100)
           MOVE W-IMP-ALIQ (W-IND-IMP) TO NFI-ALIQ (W-IND-IMP)
           MOVE W-IMP-BASE (W-IND-IMP) TO NFI-BASE (W-IND-IMP)
           MOVE W-IMP-VAL (W-IND-IMP) TO NFI-VALOR (W-IND-IMP)
           ADD W-IMP-VAL (W-IND-IMP) TO NF-IMPOSTO
           GO TO CAL-IMP-100.
       CAL-IMP-FIM.
           EXIT.
      *
      ***************************************************
      * PONTOS GANHOS PELO VENDIDO NO ACERTO (MESMA      *
      * CONTA DO FATURAMENTO DO SGP006)                  *
      ***************************************************
      *
       GAN-PTS.
           COMPUTE W-PTS = W-VALORTOT / 100 * W-PTSGANHO
           IF W-PTS = ZEROS
              GO TO GAN-PTS-FIM.
           MOVE W-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
              GO TO GAN-PTS-FIM.
           ADD W-PTS TO CLI-PONTOS
           REWRITE REGCLI
           OPEN EXTEND CADPTS
           IF ST-ERRPT = "30" OR "35"
              OPEN OUTPUT CADPTS
              CLOSE CADPTS
              OPEN EXTEND CADPTS.
           IF ST-ERRPT NOT = "00"
              GO TO GAN-PTS-FIM.
           MOVE W-OPERADOR TO P-OPERADOR
           ACCEPT P-DATA FROM DATE YYYYMMDD
           ACCEPT P-HORA FROM TIME
           MOVE "GANHO" TO P-OPERACAO
           MOVE W-CPF TO P-CPF
           MOVE PEDIDO TO P-DOCUMENTO
           MOVE W-PTS TO P-PONTOS
           MOVE CLI-PONTOS TO P-SALDO
           WRITE REGPTS
           CLOSE CADPTS.
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
