      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Aprovacao de pedidos com excecao de preco/desconto -
      *          lista os pedidos "PEND APROV" da fila do CADAPR
      *          (gravados pelo SGP006 com preco fora da tolerancia
      *          do catalogo ou desconto acima do PAR-DESCMAX) com a
      *          margem calculada pelo ITEM-CUSTO; o supervisor abre
      *          um pedido, ve linha a linha preco de catalogo, preco
      *          pedido, desconto, custo e margem, e aprova (o pedido
      *          passa a ABERTO) ou rejeita (o pedido e cancelado, o
      *          estoque volta ao total e ao deposito, as pendencias
      *          do CADBACK sao canceladas e os pontos resgatados
      *          voltam ao cliente). Toda decisao vai para o
      *          APROVA.LOG com operador, data e hora. Restrito ao
      *          nivel 2; o solicitante nao decide o proprio pedido
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP085.
      ******************************************
      * APROVACAO DE PEDIDOS (PRECO/DESCONTO)  *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APR-PEDIDO
                    FILE STATUS  IS ST-ERRAP.
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
       SELECT CADDEP ASSIGN TO DISK
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
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT CADBACK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BACK-CHAVE
                    FILE STATUS  IS ST-ERRB
                    ALTERNATE RECORD KEY IS BACK-PRODUTO
                                                      WITH DUPLICATES.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT CADPTS ASSIGN TO "CADPTS.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPT.
       SELECT APRLOG ASSIGN TO "APROVA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRLG.
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
      * FILA DE APROVACAO (MESMO LAYOUT DO SGP006).
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
      * MERCADORIA DO PEDIDO REJEITADO VOLTA PARA O DEPOSITO DELE.
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): KIT DO PEDIDO
      * REJEITADO VOLTA AO ESTOQUE PELOS SEUS COMPONENTES.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
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
      * TRILHA DAS DECISOES DE APROVACAO, NOS MOLDES DA TRILHA
      * CADCEP.LOG DO SGP001: UM REGISTRO POR DECISAO, COM O
      * SUPERVISOR, DATA/HORA, A MARGEM DO PEDIDO NA HORA DA DECISAO
      * E O SOLICITANTE/MOTIVO QUE VIERAM DO BALCAO.
       FD APRLOG.
       01 REGALG.
                03 AL-OPERADOR       PIC X(10).
                03 AL-DATA           PIC 9(08).
                03 AL-HORA           PIC 9(08).
                03 AL-PEDIDO         PIC 9(05).
                03 AL-DECISAO        PIC X(10).
                03 AL-CPF            PIC X(14).
                03 AL-VALOR          PIC 9(08)V99.
                03 AL-MARGEM         PIC S9(05)V99.
                03 AL-SOLICIT        PIC X(10).
                03 AL-MOTIVO         PIC X(40).
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
       77 ST-ERRAP     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRDP     PIC X(02) VALUE "00".
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRPT     PIC X(02) VALUE "00".
       77 ST-ERRLG     PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-TEM-BACK   PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
       77 W-ITENSDEV   PIC 9(03) VALUE ZEROS.
       77 W-DECISAO    PIC X(10) VALUE SPACES.
      *----------------------------------------------------------------*
      *   LISTA DA FILA: 15 PEDIDOS POR TELA; W-PROX E O PEDIDO POR
      *   ONDE COMECA A PROXIMA TELA (ZERO = DO INICIO DA FILA)
       77 W-PEDIDO     PIC 9(05) VALUE ZEROS.
       77 W-PROX       PIC 9(05) VALUE ZEROS.
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MARGEM: CUSTO DA LINHA = ITEM-CUSTO (CUSTO DA UNIDADE DE
      *   ESTOQUE NA HORA DA VENDA) X QUANTIDADE X FATOR DA UNIDADE;
      *   SEM ITEM-CUSTO (PEDIDO ANTIGO) VALE O PRECOCUSTO ATUAL.
      *   MARGEM % = (VENDA - CUSTO) / VENDA X 100, DA LINHA SOBRE O
      *   VALOR DA LINHA E DO PEDIDO SOBRE O VALOR DO PEDIDO (JA COM O
      *   DESCONTO GERAL)
       77 W-FATOR      PIC 9(04) VALUE 1.
       77 W-CUSTUN     PIC 9(06)V99 VALUE ZEROS.
       77 W-CUSTLIN    PIC 9(09)V99 VALUE ZEROS.
       77 W-CUSTOT     PIC 9(09)V99 VALUE ZEROS.
       77 W-MARGEM     PIC S9(05)V99 VALUE ZEROS.
       77 W-MARGLIN    PIC S9(05)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   TOLERANCIA DE PRECO E DESCONTO MAXIMO DO SISPARAM (MESMOS
      *   PADROES DO SGP006), SO PARA MARCAR COM "*" AS LINHAS QUE
      *   PEDIRAM A APROVACAO
       01 W-TOLPRECO   PIC 9(02)V99 VALUE 10.
       01 W-DESCMAX    PIC 9(02)V99 VALUE ZEROS.
       01 W-LIMINF     PIC 9(07)V99 VALUE ZEROS.
       01 W-LIMSUP     PIC 9(07)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ESTORNO DOS PONTOS RESGATADOS NO PEDIDO REJEITADO, PELO
      *   SALDO LIQUIDO DO CADPTS.LOG (MESMO CRITERIO DO SGP006)
       77 W-PTS        PIC 9(06) VALUE ZEROS.
       77 W-PTS-OPER   PIC X(10) VALUE SPACES.
       77 W-PTS-CPF    PIC X(14) VALUE SPACES.
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DA FILA
       01 DET-LIS.
                03 DETL-PEDIDO     PIC ZZZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETL-CPF        PIC X(14).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETL-SOLICIT    PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETL-DATA       PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETL-VALOR      PIC ZZZZZZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETL-MARGEM     PIC ----9,99.
                03 FILLER          PIC X(02) VALUE SPACES.
                03 DETL-EXPRECO    PIC X(01).
                03 DETL-EXDESC     PIC X(01).
                03 DETL-EXGERAL    PIC X(01).
      *----------------------------------------------------------------*
      *   LINHA DE ITEM NA TELA DE DECISAO
       01 DET-ITE.
                03 DETI-SEQ        PIC ZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-PRODUTO    PIC X(20).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-CATALOGO   PIC ZZZZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-PRECO      PIC ZZZZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-DESC       PIC ZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-CUSTO      PIC ZZZZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-MARGEM     PIC ----9,99.
                03 DETI-MARCA      PIC X(01).
       01 LIN-BRANCA   PIC X(79) VALUE SPACES.
       77 W-VALED      PIC ZZZZZZZ9,99.
       77 W-MARGED     PIC ----9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 15
               VALUE  "*** PEDIDOS AGUARDANDO APROVACAO ***".
           05  LINE 03  COLUMN 01
               VALUE  "PEDIDO CPF            SOLICITANT DATA".
           05  LINE 03  COLUMN 49
               VALUE  "VALOR MARGEM %  EXC".
           05  LINE 20  COLUMN 01
               VALUE  "EXC: P=PRECO  D=DESCONTO DA LINHA  G=DESCONTO GER
      -    "AL".
      *
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 15
               VALUE  "*** DECISAO DE APROVACAO DO PEDIDO ***".
           05  LINE 03  COLUMN 01
               VALUE  "PEDIDO      :".
           05  LINE 03  COLUMN 25
               VALUE  "CLIENTE:".
           05  LINE 04  COLUMN 01
               VALUE  "SOLICITANTE :".
           05  LINE 04  COLUMN 25
               VALUE  "EM:".
           05  LINE 05  COLUMN 01
               VALUE  "MOTIVO      :".
           05  LINE 06  COLUMN 01
               VALUE  "EXCECOES    :".
           05  LINE 07  COLUMN 01
               VALUE  "DESC.GERAL %:".
           05  LINE 07  COLUMN 25
               VALUE  "VALOR:".
           05  LINE 07  COLUMN 47
               VALUE  "MARGEM DO PEDIDO %:".
           05  LINE 09  COLUMN 01
               VALUE  "SEQ PRODUTO               CATALOGO     PRECO   QT
      -    "D  DESC%     CUSTO MARGEM%".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
      *
      * A DECISAO E DO SUPERVISOR: NIVEL 2 OU MAIOR (MESMO NIVEL DA
      * MUDANCA DE SITUACAO DO PEDIDO NO SGP006).
      *
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-NIVEL TO W-NIVEL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-NIVEL < 2
              DISPLAY "*** APROVACAO RESTRITA AO NIVEL 2 ***"
              GO TO ROT-FIMS.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
              READ SISPARAM
              IF ST-ERRPA = "00"
                 MOVE PAR-TOLPRECO TO W-TOLPRECO.
           IF ST-ERRPA = "00" AND PAR-DESCMAX NUMERIC
              MOVE PAR-DESCMAX TO W-DESCMAX.
           IF ST-ERRPA NOT = "30" AND "35"
              CLOSE SISPARAM.
           OPEN I-O CADAPR
           IF ST-ERRAP NOT = "00"
               MOVE "*** NENHUM PEDIDO NA FILA DE APROVACAO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADPED
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADPED NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAPR
               GO TO ROT-FIM.
           OPEN INPUT CADITEM
           IF ST-ERRI NOT = "00"
               MOVE "*** ARQUIVO CADITEM NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAPR CADPED
               GO TO ROT-FIM.
           OPEN I-O CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAPR CADPED CADITEM
               GO TO ROT-FIM.
           OPEN I-O CADCLIENTE
           IF ST-ERRCL NOT = "00"
               MOVE "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADAPR CADPED CADITEM CADPRO
               GO TO ROT-FIM.
           OPEN I-O CADDEP
           IF ST-ERRDP NOT = "00"
               IF ST-ERRDP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      OPEN I-O CADDEP.
      *
      * SEM CADBACK NAO HA PENDENCIA A CANCELAR; SEM CADKIT NENHUM
      * PRODUTO E KIT.
      *
           OPEN I-O CADBACK
           IF ST-ERRB = "00"
               MOVE "S" TO W-TEM-BACK
           ELSE
               MOVE "N" TO W-TEM-BACK.
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
      *
      ***************************************************
      * LISTA A FILA: SO ENTRA O PENDENTE DO CADAPR CUJO *
      * PEDIDO AINDA ESTA "PEND APROV" NO CADPED         *
      ***************************************************
      *
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-LINCON
           MOVE W-PROX TO APR-PEDIDO
           START CADAPR KEY IS NOT LESS APR-PEDIDO INVALID KEY
                 MOVE ZEROS TO W-PROX
                 GO TO INC-002.
       INC-001A.
           READ CADAPR NEXT
           IF ST-ERRAP NOT = "00"
              MOVE ZEROS TO W-PROX
              GO TO INC-002.
           IF APR-SITUACAO NOT = "PENDENTE"
              GO TO INC-001A.
           MOVE APR-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
              GO TO INC-001A.
           IF SITUACAO-PEDIDO NOT = "PEND APROV"
              GO TO INC-001A.
           IF W-LINCON = 15
              MOVE APR-PEDIDO TO W-PROX
              GO TO INC-002.
           PERFORM CAL-MARG THRU CAL-MARG-FIM
           MOVE APR-PEDIDO TO DETL-PEDIDO
           MOVE APR-CPF TO DETL-CPF
           MOVE APR-OPERADOR TO DETL-SOLICIT
           MOVE APR-DATA TO DETL-DATA
           MOVE VALORPEDIDO TO DETL-VALOR
           MOVE W-MARGEM TO DETL-MARGEM
           MOVE SPACES TO DETL-EXPRECO
           MOVE SPACES TO DETL-EXDESC
           MOVE SPACES TO DETL-EXGERAL
           IF APR-EXPRECO = "S"
              MOVE "P" TO DETL-EXPRECO.
           IF APR-EXDESC = "S"
              MOVE "D" TO DETL-EXDESC.
           IF APR-EXGERAL = "S"
              MOVE "G" TO DETL-EXGERAL.
           ADD 1 TO W-LINCON
           COMPUTE W-POSLIN = (3 + W-LINCON) * 100 + 1
           DISPLAY DET-LIS AT W-POSLIN
           GO TO INC-001A.
       INC-002.
           IF W-LINCON = ZEROS
              DISPLAY "*** NENHUM PEDIDO AGUARDANDO APROVACAO ***"
                      AT 0501.
           MOVE ZEROS TO W-PEDIDO
           DISPLAY "PEDIDO A DECIDIR (0 = MAIS/RELISTAR) : " AT 2312
           ACCEPT W-PEDIDO AT 2351
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-FIM.
           IF W-PEDIDO = ZEROS
              GO TO INC-001.
           MOVE W-PEDIDO TO APR-PEDIDO
           READ CADAPR
           IF ST-ERRAP NOT = "00"
              MOVE "*** PEDIDO NAO ESTA NA FILA DE APROVACAO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF APR-SITUACAO NOT = "PENDENTE"
              MOVE SPACES TO MENS
              STRING "*** PEDIDO JA DECIDIDO: " APR-SITUACAO " ***"
                     DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE W-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO NAO ENCONTRADO NO CADPED ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           IF SITUACAO-PEDIDO NOT = "PEND APROV"
              MOVE "*** PEDIDO NAO ESTA AGUARDANDO APROVACAO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
      *
      ***************************************************
      * TELA DE DECISAO: CABECALHO, EXCECOES, MARGEM DO  *
      * PEDIDO E AS LINHAS COM CATALOGO, PRECO, DESCONTO *
      * CUSTO E MARGEM ("*" = LINHA QUE PEDIU APROVACAO) *
      ***************************************************
      *
       DEC-001.
           DISPLAY TELA2
           DISPLAY PEDIDO AT 0315
           MOVE CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL = "00"
              DISPLAY NOME-CLI AT 0334
           ELSE
              DISPLAY CPF AT 0334.
           DISPLAY APR-OPERADOR AT 0415
           DISPLAY APR-DATA AT 0429
           DISPLAY APR-HORA AT 0438
           DISPLAY APR-MOTIVO AT 0515
           IF APR-EXPRECO = "S"
              DISPLAY "PRECO" AT 0615.
           IF APR-EXDESC = "S"
              DISPLAY "DESC.LINHA" AT 0622.
           IF APR-EXGERAL = "S"
              DISPLAY "DESC.GERAL" AT 0634.
           DISPLAY CALCPRECO AT 0715
           MOVE VALORPEDIDO TO W-VALED
           DISPLAY W-VALED AT 0732
           PERFORM CAL-MARG THRU CAL-MARG-FIM
           MOVE W-MARGEM TO W-MARGED
           DISPLAY W-MARGED AT 0767
           PERFORM LIS-ITE THRU LIS-ITE-FIM.
       DEC-002.
      *
      * QUEM PEDIU A APROVACAO NAO DECIDE O PROPRIO PEDIDO.
      *
           IF APR-OPERADOR = W-OPERADOR
              MOVE "*** SOLICITANTE NAO DECIDE O PROPRIO PEDIDO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-PROX
              GO TO INC-001.
           MOVE SPACES TO W-OPCAO
           DISPLAY "A=APROVAR  R=REJEITAR : " AT 2312
           ACCEPT W-OPCAO AT 2337
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE ZEROS TO W-PROX
              GO TO INC-001.
           IF W-OPCAO = "A" OR "a"
              MOVE "APROVADO" TO W-DECISAO
              GO TO DEC-OPC.
           IF W-OPCAO = "R" OR "r"
              MOVE "REJEITADO" TO W-DECISAO
              GO TO DEC-OPC.
           MOVE "*** DIGITE APENAS A=APROVAR  e  R=REJEITAR ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO DEC-002.
       DEC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY "CONFIRMA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2357
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO DEC-002.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PEDIDO NAO DECIDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEC-002.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEC-OPC.
      *
      ***************************************************
      * GRAVA A DECISAO: RELE O PEDIDO (ALGUEM PODE TER  *
      * MEXIDO NELE ENQUANTO A TELA ESTAVA ABERTA),      *
      * ACERTA A SITUACAO, DESFAZ O PEDIDO REJEITADO,    *
      * BAIXA O CADAPR E GRAVA O APROVA.LOG              *
      ***************************************************
      *
       DEC-GRV.
           MOVE W-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-PROX
              GO TO INC-001.
           IF SITUACAO-PEDIDO NOT = "PEND APROV"
              MOVE "*** PEDIDO ALTERADO POR OUTRO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-PROX
              GO TO INC-001.
           MOVE DATAPEDIDO TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "S"
              ACCEPT W-DTMES FROM DATE YYYYMMDD
              PERFORM CHK-MES THRU CHK-MES-FIM.
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-PROX
              GO TO INC-001.
           PERFORM CAL-MARG THRU CAL-MARG-FIM
           IF W-DECISAO = "APROVADO"
              MOVE "ABERTO" TO SITUACAO-PEDIDO
           ELSE
              MOVE "CANCELADO" TO SITUACAO-PEDIDO.
           ADD 1 TO REGVERSAO OF REGPED
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DA SITUACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE ZEROS TO W-PROX
              GO TO INC-001.
           IF W-DECISAO = "REJEITADO"
              PERFORM RET-ESTOQUE THRU RET-ESTOQUE-FIM
              PERFORM CAN-BACK THRU CAN-BACK-FIM
              PERFORM EST-PTS THRU EST-PTS-FIM.
           MOVE W-PEDIDO TO APR-PEDIDO
           READ CADAPR
           IF ST-ERRAP = "00"
              MOVE W-DECISAO TO APR-SITUACAO
              ACCEPT APR-DTDEC FROM DATE YYYYMMDD
              ACCEPT APR-HRDEC FROM TIME
              MOVE W-OPERADOR TO APR-SUPERV
              REWRITE REGAPR.
           PERFORM GRA-LOG THRU GRA-LOG-FIM
           IF W-DECISAO = "APROVADO"
              MOVE "*** PEDIDO APROVADO - LIBERADO COMO ABERTO ***"
                                                              TO MENS
           ELSE
              MOVE SPACES TO MENS
              STRING "*** PEDIDO REJEITADO - " W-ITENSDEV
                     " ITENS DEVOLVIDOS ***" DELIMITED BY SIZE
                     INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE ZEROS TO W-PROX
           GO TO INC-001.
      *
       INC-FIM.
           CLOSE CADAPR CADPED CADITEM CADPRO CADCLIENTE CADDEP
           IF W-TEM-BACK = "S"
              CLOSE CADBACK.
           IF W-TEM-KIT = "S"
              CLOSE CADKIT.
           GO TO ROT-FIM.
      *
      ***************************************************
      * MARGEM DO PEDIDO: SOMA O CUSTO DE TODAS AS       *
      * LINHAS E COMPARA COM O VALOR DO PEDIDO           *
      ***************************************************
      *
       CAL-MARG.
           MOVE ZEROS TO W-CUSTOT
           MOVE ZEROS TO W-MARGEM
           MOVE PEDIDO TO ITEM-PEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START CADITEM KEY IS NOT LESS ITEM-CHAVE INVALID KEY
                 GO TO CAL-MARG-020.
       CAL-MARG-010.
           READ CADITEM NEXT
           IF ST-ERRI NOT = "00"
              GO TO CAL-MARG-020.
           IF ITEM-PEDIDO NOT = PEDIDO
              GO TO CAL-MARG-020.
           PERFORM CUS-LIN THRU CUS-LIN-FIM
           ADD W-CUSTLIN TO W-CUSTOT
           GO TO CAL-MARG-010.
       CAL-MARG-020.
           IF VALORPEDIDO = ZEROS
              GO TO CAL-MARG-FIM.
           COMPUTE W-MARGEM ROUNDED =
                   (VALORPEDIDO - W-CUSTOT) * 100 / VALORPEDIDO
               ON SIZE ERROR
                  MOVE -9999 TO W-MARGEM
           END-COMPUTE.
       CAL-MARG-FIM.
           EXIT.
      *
      ***************************************************
      * CUSTO DA LINHA DO REGITEM CORRENTE (W-CUSTLIN);  *
      * DEIXA O REGPRO DO PRODUTO LIDO QUANDO ACHA       *
      ***************************************************
      *
       CUS-LIN.
           IF ITEM-FATOR = ZEROS
              MOVE 1 TO W-FATOR
           ELSE
              MOVE ITEM-FATOR TO W-FATOR.
           MOVE ZEROS TO PRECOVENDA-PRO
           IF ITEM-CODIGO NOT = ZEROS
              MOVE ITEM-CODIGO TO CODIGO
              READ CADPRO
           ELSE
              MOVE ITEM-PRODUTO TO DENOMINACAO
              READ CADPRO KEY IS DENOMINACAO.
           IF ST-ERRP NOT = "00"
              MOVE ZEROS TO PRECOCUSTO
              MOVE ZEROS TO PRECOVENDA-PRO.
           IF ITEM-CUSTO NOT = ZEROS
              MOVE ITEM-CUSTO TO W-CUSTUN
           ELSE
              MOVE PRECOCUSTO TO W-CUSTUN.
           COMPUTE W-CUSTLIN = W-CUSTUN * ITEM-QUANTIDADE * W-FATOR.
       CUS-LIN-FIM.
           EXIT.
      *
      ***************************************************
      * LINHAS DO PEDIDO NA TELA DE DECISAO, 10 POR VEZ  *
      * (LINHAS 10 A 19), COM PAUSA ENTRE AS TELAS       *
      ***************************************************
      *
       LIS-ITE.
           MOVE ZEROS TO W-LINCON
           MOVE PEDIDO TO ITEM-PEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START CADITEM KEY IS NOT LESS ITEM-CHAVE INVALID KEY
                 GO TO LIS-ITE-FIM.
       LIS-ITE-010.
           READ CADITEM NEXT
           IF ST-ERRI NOT = "00"
              GO TO LIS-ITE-FIM.
           IF ITEM-PEDIDO NOT = PEDIDO
              GO TO LIS-ITE-FIM.
           IF W-LINCON = 10
              MOVE "*** MAIS ITENS - TECLE ENTER ***" TO MENS
              DISPLAY MENS AT 2312
              ACCEPT W-OPCAO AT 2350
              DISPLAY LIMPA AT 2312
              PERFORM LIM-ITE THRU LIM-ITE-FIM
              MOVE ZEROS TO W-LINCON.
           PERFORM CUS-LIN THRU CUS-LIN-FIM
           MOVE ZEROS TO W-MARGLIN
           IF ITEM-VALOR NOT = ZEROS
              COMPUTE W-MARGLIN ROUNDED =
                      (ITEM-VALOR - W-CUSTLIN) * 100 / ITEM-VALOR
                  ON SIZE ERROR
                     MOVE -9999 TO W-MARGLIN
              END-COMPUTE.
           MOVE SPACE TO DETI-MARCA
           IF W-DESCMAX NOT = ZEROS AND ITEM-DESCONTO > W-DESCMAX
              MOVE "*" TO DETI-MARCA.
           IF PRECOVENDA-PRO NOT = ZEROS
              COMPUTE W-LIMINF ROUNDED =
                      PRECOVENDA-PRO * W-FATOR
                                     * (1 - (W-TOLPRECO / 100))
              COMPUTE W-LIMSUP ROUNDED =
                      PRECOVENDA-PRO * W-FATOR
                                     * (1 + (W-TOLPRECO / 100))
              IF ITEM-PRECOVENDA < W-LIMINF
                 OR ITEM-PRECOVENDA > W-LIMSUP
                 MOVE "*" TO DETI-MARCA.
           MOVE ITEM-SEQ TO DETI-SEQ
           MOVE ITEM-PRODUTO TO DETI-PRODUTO
           COMPUTE DETI-CATALOGO = PRECOVENDA-PRO * W-FATOR
           MOVE ITEM-PRECOVENDA TO DETI-PRECO
           MOVE ITEM-QUANTIDADE TO DETI-QTD
           MOVE ITEM-DESCONTO TO DETI-DESC
           COMPUTE DETI-CUSTO = W-CUSTUN * W-FATOR
           MOVE W-MARGLIN TO DETI-MARGEM
           ADD 1 TO W-LINCON
           COMPUTE W-POSLIN = (9 + W-LINCON) * 100 + 1
           DISPLAY DET-ITE AT W-POSLIN
           GO TO LIS-ITE-010.
       LIS-ITE-FIM.
           EXIT.
      *
       LIM-ITE.
           MOVE ZEROS TO W-LINCON.
       LIM-ITE-010.
           ADD 1 TO W-LINCON
           IF W-LINCON > 10
              GO TO LIM-ITE-FIM.
           COMPUTE W-POSLIN = (9 + W-LINCON) * 100 + 1
           DISPLAY LIN-BRANCA AT W-POSLIN
           GO TO LIM-ITE-010.
       LIM-ITE-FIM.
           EXIT.
      *
      ***************************************************
      * PEDIDO REJEITADO: DEVOLVE AO ESTOQUE (TOTAL E    *
      * DEPOSITO DO PEDIDO) O QUE CADA LINHA REALMENTE   *
      * TIROU DO SALDO - A PARTE PENDENTE NO CADBACK     *
      * NUNCA SAIU (MESMO CRITERIO DO SGP072). MOVIMENTO *
      * REJ-APROV NO KARDEX, DOCUMENTO = PEDIDO          *
      ***************************************************
      *
       RET-ESTOQUE.
           MOVE ZEROS TO W-ITENSDEV
           MOVE PEDIDO TO ITEM-PEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START CADITEM KEY IS NOT LESS ITEM-CHAVE INVALID KEY
                 GO TO RET-ESTOQUE-FIM.
       RET-EST-010.
           READ CADITEM NEXT
           IF ST-ERRI NOT = "00"
              GO TO RET-ESTOQUE-FIM.
           IF ITEM-PEDIDO NOT = PEDIDO
              GO TO RET-ESTOQUE-FIM.
           IF ITEM-CODIGO NOT = ZEROS
              MOVE ITEM-CODIGO TO CODIGO
              READ CADPRO
           ELSE
              MOVE ITEM-PRODUTO TO DENOMINACAO
              READ CADPRO KEY IS DENOMINACAO.
           IF ST-ERRP NOT = "00"
              GO TO RET-EST-010.
           IF ITEM-FATOR = ZEROS
              MOVE ITEM-QUANTIDADE TO W-QTDBASE
           ELSE
              COMPUTE W-QTDBASE = ITEM-QUANTIDADE * ITEM-FATOR.
           IF W-TEM-BACK = "S"
              MOVE ITEM-PEDIDO TO BACK-PEDIDO
              MOVE ITEM-SEQ TO BACK-ITEM
              READ CADBACK
              IF ST-ERRB = "00" AND BACK-SITUACAO = "PENDENTE"
                 IF BACK-QTD < W-QTDBASE
                    SUBTRACT BACK-QTD FROM W-QTDBASE
                 ELSE
                    MOVE ZEROS TO W-QTDBASE.
           IF W-QTDBASE = ZEROS
              GO TO RET-EST-010.
           PERFORM KIT-VER THRU KIT-VER-FIM
           IF W-EKIT = "S"
              MOVE W-QTDBASE TO W-KIT-QBASE
              MOVE CODIGO TO W-KIT-COD
              PERFORM KIT-ENT THRU KIT-ENT-FIM
           ELSE
              PERFORM RET-EST-ENT THRU RET-EST-ENT-FIM.
           ADD 1 TO W-ITENSDEV
           GO TO RET-EST-010.
       RET-ESTOQUE-FIM.
           EXIT.
      *
       RET-EST-ENT.
           ADD W-QTDBASE TO ESTOQUEATUAL
           REWRITE REGPRO
           MOVE CODIGO TO DEP-PRODCOD
           IF PED-DEPOSITO = ZEROS
              MOVE 1 TO DEP-CODIGO
           ELSE
              MOVE PED-DEPOSITO TO DEP-CODIGO.
           READ CADDEP
           IF ST-ERRDP NOT = "00"
              MOVE ZEROS TO DEP-SALDO
              WRITE REGDEP.
           ADD W-QTDBASE TO DEP-SALDO
           REWRITE REGDEP
           PERFORM GRA-MOV THRU GRA-MOV-FIM.
       RET-EST-ENT-FIM.
           EXIT.
      *
      ***************************************************
      * KITS: O KIT REJEITADO RETORNA CADA COMPONENTE    *
      * (COMPOSICAO ATUAL DO CADKIT)                     *
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
           MOVE "REJ-APROV" TO M-OPERACAO
           MOVE PEDIDO TO M-DOCUMENTO
           MOVE CODIGO TO M-CODIGO
           MOVE DENOMINACAO TO M-PRODUTO
           MOVE W-QTDBASE TO M-ENTRADA
           MOVE ZEROS TO M-SAIDA
           MOVE ESTOQUEATUAL TO M-SALDO
           MOVE DEP-CODIGO TO M-DEPOSITO
           MOVE SPACES TO M-LOTE
           WRITE REGMOV
           CLOSE CADMOV.
       GRA-MOV-FIM.
           EXIT.
      *
      *********************************************
      * MARCA COMO CANCELADAS AS PENDENCIAS AINDA  *
      * PENDENTES DO PEDIDO REJEITADO (MESMO       *
      * CRITERIO DO CANCELAMENTO NO SGP006)        *
      *********************************************
      *
       CAN-BACK.
           IF W-TEM-BACK = "N"
              GO TO CAN-BACK-FIM.
           MOVE PEDIDO TO BACK-PEDIDO
           MOVE ZEROS TO BACK-ITEM
           START CADBACK KEY IS NOT LESS BACK-CHAVE INVALID KEY
                 GO TO CAN-BACK-FIM.
       CAN-BACK-010.
           READ CADBACK NEXT
           IF ST-ERRB NOT = "00"
              GO TO CAN-BACK-FIM.
           IF BACK-PEDIDO NOT = PEDIDO
              GO TO CAN-BACK-FIM.
           IF BACK-SITUACAO = "PENDENTE"
              MOVE "CANCELADO" TO BACK-SITUACAO
              REWRITE REGBACK.
           GO TO CAN-BACK-010.
       CAN-BACK-FIM.
           EXIT.
      *
      ***************************************************
      * DEVOLVE AO CLIENTE OS PONTOS RESGATADOS NO       *
      * PEDIDO REJEITADO, PELO SALDO LIQUIDO DO          *
      * CADPTS.LOG (RESGATES MENOS ESTORNOS). PEDIDO     *
      * PENDENTE AINDA NAO FATUROU, ENTAO NAO HA GANHO   *
      ***************************************************
      *
       EST-PTS.
           MOVE ZEROS TO W-PTS
           MOVE CPF TO W-PTS-CPF
           OPEN INPUT CADPTS
           IF ST-ERRPT NOT = "00"
              GO TO EST-PTS-FIM.
       EST-PTS-010.
           READ CADPTS
              AT END
                 GO TO EST-PTS-020.
           IF P-DOCUMENTO NOT = PEDIDO
              GO TO EST-PTS-010.
           MOVE P-CPF TO W-PTS-CPF
           IF P-OPERACAO = "RESGATE"
              ADD P-PONTOS TO W-PTS.
           IF P-OPERACAO = "ESTORNO"
              SUBTRACT P-PONTOS FROM W-PTS.
           GO TO EST-PTS-010.
       EST-PTS-020.
           CLOSE CADPTS
           IF W-PTS = ZEROS
              GO TO EST-PTS-FIM.
           MOVE W-PTS-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
              GO TO EST-PTS-FIM.
           ADD W-PTS TO CLI-PONTOS
           REWRITE REGCLI
           MOVE "ESTORNO" TO W-PTS-OPER
           PERFORM GRA-PTS THRU GRA-PTS-FIM.
       EST-PTS-FIM.
           EXIT.
      *
       GRA-PTS.
           OPEN EXTEND CADPTS
           IF ST-ERRPT = "30" OR "35"
              OPEN OUTPUT CADPTS
              CLOSE CADPTS
              OPEN EXTEND CADPTS.
           IF ST-ERRPT NOT = "00"
              GO TO GRA-PTS-FIM.
           MOVE W-OPERADOR TO P-OPERADOR
           ACCEPT P-DATA FROM DATE YYYYMMDD
           ACCEPT P-HORA FROM TIME
           MOVE W-PTS-OPER TO P-OPERACAO
           MOVE W-PTS-CPF TO P-CPF
           MOVE PEDIDO TO P-DOCUMENTO
           MOVE W-PTS TO P-PONTOS
           MOVE CLI-PONTOS TO P-SALDO
           WRITE REGPTS
           CLOSE CADPTS.
       GRA-PTS-FIM.
           EXIT.
      *
      ***************************************************
      * GRAVA A DECISAO NO APROVA.LOG                    *
      ***************************************************
      *
       GRA-LOG.
           OPEN EXTEND APRLOG
           IF ST-ERRLG = "30" OR "35"
              OPEN OUTPUT APRLOG
              CLOSE APRLOG
              OPEN EXTEND APRLOG.
           IF ST-ERRLG NOT = "00"
              GO TO GRA-LOG-FIM.
           MOVE W-OPERADOR TO AL-OPERADOR
           ACCEPT AL-DATA FROM DATE YYYYMMDD
           ACCEPT AL-HORA FROM TIME
           MOVE PEDIDO TO AL-PEDIDO
           MOVE W-DECISAO TO AL-DECISAO
           MOVE CPF TO AL-CPF
           MOVE VALORPEDIDO TO AL-VALOR
           MOVE W-MARGEM TO AL-MARGEM
           MOVE APR-OPERADOR TO AL-SOLICIT
           MOVE APR-MOTIVO TO AL-MOTIVO
           WRITE REGALG
           CLOSE APRLOG.
       GRA-LOG-FIM.
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
