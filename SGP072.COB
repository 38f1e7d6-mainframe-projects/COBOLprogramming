      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cancelamento de nota fiscal - desfaz por inteiro o
      *          faturamento de um pedido: marca a nota (CADNF) como
      *          CANCELADA com data, motivo e operador, cancela o
      *          pedido e as parcelas ainda abertas no CADREC, devolve
      *          a mercadoria ao estoque (total e deposito do pedido,
      *          movimento CANC-NF no CADPRO.MOV), cancela pendencias
      *          do CADBACK e estorna os pontos de fidelidade ganhos
      *          (e devolve os resgatados). Restrito ao nivel 2 e ao
      *          prazo em dias do SISPARAM contado da data da nota;
      *          nota com devolucao no SGP058 nao pode ser cancelada;
      *          os numeros de serie vendidos na nota voltam a ESTOQUE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP072.
      **************************************
      * CANCELAMENTO DE NOTA FISCAL        *
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
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRRC
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NC-NUMERO
                    FILE STATUS  IS ST-ERRNC.
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
      * NOTAS FISCAIS EMITIDAS (MESMO LAYOUT DO SGP006).
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
      * MERCADORIA DA NOTA CANCELADA VOLTA PARA O DEPOSITO DO PEDIDO.
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): KIT DA NOTA
      * CANCELADA VOLTA AO ESTOQUE PELOS SEUS COMPONENTES.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * UNIDADES SERIALIZADAS (MESMO LAYOUT DO SGP018): AS SERIES
      * VENDIDAS NA NOTA CANCELADA VOLTAM PARA ESTOQUE.
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
      * NOTAS DE CREDITO (MESMO LAYOUT DO SGP058) - SO CONSULTADAS:
      * NOTA QUE JA TEVE DEVOLUCAO NAO PODE SER CANCELADA.
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
       77 ST-ERRNF     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRDP     PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRRC     PIC X(02) VALUE "00".
       77 ST-ERRNC     PIC X(02) VALUE "00".
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRPT     PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-TEM-NC     PIC X(01) VALUE "N".
       77 W-TEM-BACK   PIC X(01) VALUE "N".
       77 W-NF         PIC 9(06) VALUE ZEROS.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
       77 ST-ERRSE     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-SER    PIC X(01) VALUE "N".
       77 W-ITENSDEV   PIC 9(03) VALUE ZEROS.
       77 W-PARCCANC   PIC 9(02) VALUE ZEROS.
       77 W-JAPAGO     PIC 9(08)V99 VALUE ZEROS.
       77 W-VALED      PIC ZZ.ZZZ.ZZ9,99.
      *----------------------------------------------------------------*
      *   PRAZO DE CANCELAMENTO: DIAS CORRIDOS ENTRE A DATA DA NOTA E
      *   HOJE PELO MESMO CALENDARIO COMERCIAL (360/30) DO BLOQUEIO DE
      *   CREDITO DO SGP006; PADRAO DE 7 DIAS SEM O SISPARAM
       77 W-DIASCANC   PIC 9(03) VALUE 7.
       77 W-DIAS-NF    PIC 9(07) VALUE ZEROS.
       77 W-DIAS-HOJE  PIC 9(07) VALUE ZEROS.
       77 W-DIAS       PIC S9(07) VALUE ZEROS.
       01 W-DTCAL.
                03 W-CAL-ANO       PIC 9(04).
                03 W-CAL-MES       PIC 9(02).
                03 W-CAL-DIA       PIC 9(02).
      *----------------------------------------------------------------*
      *   ESTORNO DOS PONTOS: SALDO LIQUIDO DO PEDIDO NO CADPTS.LOG
      *   (GANHOS MENOS ESTORNOS DE GANHO; RESGATES MENOS ESTORNOS DE
      *   RESGATE), PARA NADA SER ESTORNADO DUAS VEZES
       77 W-PTS        PIC 9(06) VALUE ZEROS.
       77 W-PTSGAN     PIC S9(07) VALUE ZEROS.
       77 W-PTSRES     PIC S9(07) VALUE ZEROS.
       77 W-CPFGAN     PIC X(14) VALUE SPACES.
       77 W-CPFRES     PIC X(14) VALUE SPACES.
       77 W-PTS-OPER   PIC X(10) VALUE SPACES.
       77 W-PTS-CPF    PIC X(14) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** CANCELAMENTO DE NOTA FISCAL ***".
           05  LINE 03  COLUMN 20
               VALUE  "NOTA FISCAL     :".
           05  LINE 04  COLUMN 20
               VALUE  "DATA DA NOTA    :".
           05  LINE 05  COLUMN 20
               VALUE  "PEDIDO          :".
           05  LINE 06  COLUMN 20
               VALUE  "CLIENTE         :".
           05  LINE 07  COLUMN 20
               VALUE  "VALOR DA NOTA   :".
           05  LINE 08  COLUMN 20
               VALUE  "JA RECEBIDO     :".
           05  LINE 10  COLUMN 20
               VALUE  "MOTIVO          :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
      *
      * O CANCELAMENTO E RESTRITO AO NIVEL 2 (MESMO NIVEL DA MUDANCA
      * DE SITUACAO DO PEDIDO NO SGP006).
      *
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-NIVEL TO W-NIVEL
                 MOVE SES-FILIAL TO W-FILIAL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
           IF W-NIVEL < 2
              DISPLAY "*** CANCELAMENTO RESTRITO AO NIVEL 2 ***"
              GO TO ROT-FIMS.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
              READ SISPARAM.
           IF ST-ERRPA = "00" AND PAR-DIASCANC NUMERIC
              IF PAR-DIASCANC NOT = ZEROS
                 MOVE PAR-DIASCANC TO W-DIASCANC.
           IF ST-ERRPA NOT = "30" AND "35"
              CLOSE SISPARAM.
           OPEN I-O CADNF
           IF ST-ERRNF NOT = "00"
               MOVE "*** ARQUIVO CADNF NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADPED
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADPED NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNF
               GO TO ROT-FIM.
           OPEN INPUT CADITEM
           IF ST-ERRI NOT = "00"
               MOVE "*** ARQUIVO CADITEM NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNF CADPED
               GO TO ROT-FIM.
           OPEN I-O CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNF CADPED CADITEM
               GO TO ROT-FIM.
           OPEN I-O CADCLIENTE
           IF ST-ERRCL NOT = "00"
               MOVE "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADNF CADPED CADITEM CADPRO
               GO TO ROT-FIM.
           OPEN I-O CADDEP
           IF ST-ERRDP NOT = "00"
               IF ST-ERRDP = "30"
                      OPEN OUTPUT CADDEP
                      CLOSE CADDEP
                      OPEN I-O CADDEP.
           OPEN I-O CADREC
           IF ST-ERRRC NOT = "00"
               IF ST-ERRRC = "30"
                      OPEN OUTPUT CADREC
                      CLOSE CADREC
                      OPEN I-O CADREC.
      *
      * SEM CADNC NENHUMA NOTA TEVE DEVOLUCAO; SEM CADBACK NAO HA
      * PENDENCIA A CANCELAR.
      *
           OPEN INPUT CADNC
           IF ST-ERRNC = "00"
               MOVE "S" TO W-TEM-NC
           ELSE
               MOVE "N" TO W-TEM-NC.
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
           OPEN I-O CADSER
           IF ST-ERRSE = "00"
               MOVE "S" TO W-TEM-SER
           ELSE
               MOVE "N" TO W-TEM-SER.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA
           MOVE ZEROS TO W-JAPAGO.
       INC-002.
           ACCEPT W-NF AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-FIM.
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
              MOVE "*** NOTA FISCAL NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           DISPLAY NF-DATA AT 0440
           DISPLAY NF-PEDIDO AT 0540
           DISPLAY NF-NOME AT 0640
           DISPLAY NF-VALOR AT 0740
           IF NF-SITUACAO = "CANCELADA"
              MOVE "*** NOTA FISCAL JA CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      * PRAZO: DIAS DESDE A EMISSAO NAO PODEM PASSAR DO PARAMETRO.
      *
           MOVE NF-DATA TO W-DTCAL
           COMPUTE W-DIAS-NF = (W-CAL-ANO * 360) + (W-CAL-MES * 30)
                             + W-CAL-DIA
           MOVE W-DATAHOJE TO W-DTCAL
           COMPUTE W-DIAS-HOJE = (W-CAL-ANO * 360) + (W-CAL-MES * 30)
                               + W-CAL-DIA
           COMPUTE W-DIAS = W-DIAS-HOJE - W-DIAS-NF
           IF W-DIAS > W-DIASCANC
              MOVE SPACES TO MENS
              STRING "*** PRAZO DE CANCELAMENTO (" W-DIASCANC
                     " DIAS) ESGOTADO ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      * NOTA DE MES FECHADO NAO E CANCELADA, NEM SE HOJE ESTA FECHADO.
      *
           MOVE NF-DATA TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "S"
              MOVE W-DATAHOJE TO W-DTMES
              PERFORM CHK-MES THRU CHK-MES-FIM.
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE NF-PEDIDO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO DA NOTA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF SITUACAO-PEDIDO NOT = "FATURADO"
              MOVE "*** PEDIDO DA NOTA NAO ESTA FATURADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM VER-NC THRU VER-NC-FIM
           IF W-TEM-NC = "D"
              MOVE "S" TO W-TEM-NC
              MOVE "*** NOTA COM DEVOLUCAO NO SGP058 - RECUSADA ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM SOM-REC THRU SOM-REC-FIM
           DISPLAY W-JAPAGO AT 0840.
       INC-003.
           MOVE SPACES TO W-MOTIVO
           ACCEPT W-MOTIVO AT 1040
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DO CANCELAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
       INC-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY "CANCELA A NOTA (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2363
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-003.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** NOTA NAO CANCELADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
      *
      ***************************************************
      * CANCELA: NOTA, PEDIDO, PARCELAS ABERTAS,         *
      * ESTOQUE, PENDENCIAS E PONTOS, NESTA ORDEM        *
      ***************************************************
      *
       CAN-001.
           MOVE "CANCELADA" TO NF-SITUACAO
           MOVE W-DATAHOJE TO NF-DTCANC
           MOVE W-MOTIVO TO NF-MOTIVO
           MOVE W-OPERADOR TO NF-OPECANC
           REWRITE REGNF
           IF ST-ERRNF NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CANCELAMENTO DA NOTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           MOVE "CANCELADO" TO SITUACAO-PEDIDO
           ADD 1 TO REGVERSAO OF REGPED
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DA SITUACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM CAN-REC THRU CAN-REC-FIM
           PERFORM RET-ESTOQUE THRU RET-ESTOQUE-FIM
           IF W-TEM-SER = "S"
              PERFORM RET-SER THRU RET-SER-FIM.
           IF W-TEM-BACK = "S"
              PERFORM CAN-BACK THRU CAN-BACK-FIM.
           PERFORM EST-PTS THRU EST-PTS-FIM
           MOVE SPACES TO MENS
           STRING "*** NOTA CANCELADA - " W-ITENSDEV " ITENS, "
                  W-PARCCANC " PARCELAS ***" DELIMITED BY SIZE
                  INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      *
      * O QUE JA TINHA SIDO RECEBIDO NAO E MEXIDO AQUI: FICA AVISADO
      * PARA A DEVOLUCAO AO CLIENTE SER ACERTADA NO CAIXA.
      *
           IF W-JAPAGO NOT = ZEROS
              MOVE W-JAPAGO TO W-VALED
              MOVE SPACES TO MENS
              STRING "*** VALOR JA RECEBIDO A DEVOLVER: " W-VALED
                     " ***" DELIMITED BY SIZE INTO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO INC-001.
      *
       INC-FIM.
           CLOSE CADNF CADPED CADITEM CADPRO CADCLIENTE CADDEP CADREC
           IF W-TEM-NC NOT = "N"
              CLOSE CADNC.
           IF W-TEM-BACK = "S"
              CLOSE CADBACK.
           IF W-TEM-KIT = "S"
              CLOSE CADKIT.
           IF W-TEM-SER = "S"
              CLOSE CADSER.
           GO TO ROT-FIM.
      *
      ***************************************************
      * PROCURA NO CADNC UMA NOTA DE CREDITO EMITIDA     *
      * CONTRA A NOTA (W-TEM-NC = "D" QUANDO ACHA)       *
      ***************************************************
      *
       VER-NC.
           IF W-TEM-NC = "N"
              GO TO VER-NC-FIM.
           MOVE ZEROS TO NC-NUMERO
           START CADNC KEY IS NOT LESS NC-NUMERO INVALID KEY
                 GO TO VER-NC-FIM.
       VER-NC-010.
           READ CADNC NEXT
           IF ST-ERRNC NOT = "00"
              GO TO VER-NC-FIM.
      *
      * A NOTA DE CREDITO TEM QUE SER DA MESMA SERIE (FILIAL) DA
      * NOTA; A GRAVADA SEM FILIAL E DA 01.
      *
           IF NC-NF = NF-NUMERO
              AND (NC-FILIAL = NF-FILIAL
                   OR (NC-FILIAL = ZEROS AND NF-FILIAL = 1))
              MOVE "D" TO W-TEM-NC
              GO TO VER-NC-FIM.
           GO TO VER-NC-010.
       VER-NC-FIM.
           EXIT.
      *
      ***************************************************
      * SOMA O QUE JA FOI RECEBIDO NAS PARCELAS DO       *
      * PEDIDO (QUITADAS OU COM PAGAMENTO PARCIAL)       *
      ***************************************************
      *
       SOM-REC.
           MOVE ZEROS TO W-JAPAGO
           MOVE NF-PEDIDO TO REC-PEDIDO
           MOVE ZEROS TO REC-PARCELA
           START CADREC KEY IS NOT LESS REC-CHAVE INVALID KEY
                 GO TO SOM-REC-FIM.
       SOM-REC-010.
           READ CADREC NEXT
           IF ST-ERRRC NOT = "00"
              GO TO SOM-REC-FIM.
           IF REC-PEDIDO NOT = NF-PEDIDO
              GO TO SOM-REC-FIM.
           IF REC-PAGO NOT = "C"
              ADD REC-VALPAGO TO W-JAPAGO.
           GO TO SOM-REC-010.
       SOM-REC-FIM.
           EXIT.
      *
      ***************************************************
      * CANCELA AS PARCELAS AINDA ABERTAS DO PEDIDO      *
      * (REC-PAGO = C, COM A DATA DO CANCELAMENTO). A    *
      * PARCELA QUITADA FICA COMO ESTA                   *
      ***************************************************
      *
       CAN-REC.
           MOVE ZEROS TO W-PARCCANC
           MOVE NF-PEDIDO TO REC-PEDIDO
           MOVE ZEROS TO REC-PARCELA
           START CADREC KEY IS NOT LESS REC-CHAVE INVALID KEY
                 GO TO CAN-REC-FIM.
       CAN-REC-010.
           READ CADREC NEXT
           IF ST-ERRRC NOT = "00"
              GO TO CAN-REC-FIM.
           IF REC-PEDIDO NOT = NF-PEDIDO
              GO TO CAN-REC-FIM.
           IF REC-PAGO NOT = "N"
              GO TO CAN-REC-010.
           MOVE "C" TO REC-PAGO
           MOVE W-DATAHOJE TO REC-DTPAGTO
           REWRITE REGREC
           ADD 1 TO W-PARCCANC
           GO TO CAN-REC-010.
       CAN-REC-FIM.
           EXIT.
      *
      ***************************************************
      * DEVOLVE AO ESTOQUE (TOTAL E DEPOSITO DO PEDIDO)  *
      * O QUE CADA LINHA REALMENTE TIROU DO SALDO: A     *
      * PARTE QUE FICOU PENDENTE NO CADBACK NUNCA SAIU.  *
      * MOVIMENTO CANC-NF NO KARDEX, DOCUMENTO = NOTA    *
      ***************************************************
      *
       RET-ESTOQUE.
           MOVE ZEROS TO W-ITENSDEV
           MOVE NF-PEDIDO TO ITEM-PEDIDO
           MOVE ZEROS TO ITEM-SEQ
           START CADITEM KEY IS NOT LESS ITEM-CHAVE INVALID KEY
                 GO TO RET-ESTOQUE-FIM.
       RET-EST-010.
           READ CADITEM NEXT
           IF ST-ERRI NOT = "00"
              GO TO RET-ESTOQUE-FIM.
           IF ITEM-PEDIDO NOT = NF-PEDIDO
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
      * KITS: O CANCELAMENTO DE UM KIT RETORNA CADA      *
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
      * NUMEROS DE SERIE VENDIDOS NA NOTA CANCELADA      *
      * VOLTAM PARA ESTOQUE (DATA DA DEVOLUCAO = HOJE)   *
      ***************************************************
      *
       RET-SER.
           MOVE NF-PEDIDO TO SER-PEDIDO
           START CADSER KEY IS NOT LESS SER-PEDIDO INVALID KEY
                 GO TO RET-SER-FIM.
       RET-SER-010.
           READ CADSER NEXT
           IF ST-ERRSE NOT = "00"
              GO TO RET-SER-FIM.
           IF SER-PEDIDO NOT = NF-PEDIDO
              GO TO RET-SER-FIM.
           IF SER-SITUACAO NOT = "VENDIDO" OR SER-NF NOT = NF-NUMERO
              GO TO RET-SER-010.
           MOVE "ESTOQUE" TO SER-SITUACAO
           MOVE W-DATAHOJE TO SER-DTDEV
           REWRITE REGSER
           GO TO RET-SER-010.
       RET-SER-FIM.
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
           MOVE "CANC-NF" TO M-OPERACAO
           MOVE NF-NUMERO TO M-DOCUMENTO
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
      * PENDENTES DO PEDIDO (MESMO CRITERIO DO     *
      * CANCELAMENTO DE PEDIDO NO SGP006)          *
      *********************************************
      *
       CAN-BACK.
           MOVE NF-PEDIDO TO BACK-PEDIDO
           MOVE ZEROS TO BACK-ITEM
           START CADBACK KEY IS NOT LESS BACK-CHAVE INVALID KEY
                 GO TO CAN-BACK-FIM.
       CAN-BACK-010.
           READ CADBACK NEXT
           IF ST-ERRB NOT = "00"
              GO TO CAN-BACK-FIM.
           IF BACK-PEDIDO NOT = NF-PEDIDO
              GO TO CAN-BACK-FIM.
           IF BACK-SITUACAO = "PENDENTE"
              MOVE "CANCELADO" TO BACK-SITUACAO
              REWRITE REGBACK.
           GO TO CAN-BACK-010.
       CAN-BACK-FIM.
           EXIT.
      *
      ***************************************************
      * ESTORNA OS PONTOS DO PEDIDO PELO SALDO LIQUIDO   *
      * DO CADPTS.LOG: O GANHO DO FATURAMENTO SAI DO     *
      * CLIENTE (EST-GANHO, SEM DEIXAR SALDO NEGATIVO) E *
      * O RESGATE USADO COMO DESCONTO VOLTA (ESTORNO)    *
      ***************************************************
      *
       EST-PTS.
           MOVE ZEROS TO W-PTSGAN
           MOVE ZEROS TO W-PTSRES
           MOVE SPACES TO W-CPFGAN
           MOVE SPACES TO W-CPFRES
           OPEN INPUT CADPTS
           IF ST-ERRPT NOT = "00"
              GO TO EST-PTS-FIM.
       EST-PTS-010.
           READ CADPTS
              AT END
                 GO TO EST-PTS-020.
           IF P-DOCUMENTO NOT = NF-PEDIDO
              GO TO EST-PTS-010.
           IF P-OPERACAO = "GANHO"
              MOVE P-CPF TO W-CPFGAN
              ADD P-PONTOS TO W-PTSGAN.
           IF P-OPERACAO = "EST-GANHO"
              SUBTRACT P-PONTOS FROM W-PTSGAN.
           IF P-OPERACAO = "RESGATE"
              MOVE P-CPF TO W-CPFRES
              ADD P-PONTOS TO W-PTSRES.
           IF P-OPERACAO = "ESTORNO"
              SUBTRACT P-PONTOS FROM W-PTSRES.
           GO TO EST-PTS-010.
       EST-PTS-020.
           CLOSE CADPTS
           IF W-PTSGAN NOT > ZEROS
              GO TO EST-PTS-030.
           MOVE W-CPFGAN TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
              GO TO EST-PTS-030.
           IF W-PTSGAN > CLI-PONTOS
              MOVE CLI-PONTOS TO W-PTS
           ELSE
              MOVE W-PTSGAN TO W-PTS.
           IF W-PTS = ZEROS
              GO TO EST-PTS-030.
           SUBTRACT W-PTS FROM CLI-PONTOS
           REWRITE REGCLI
           MOVE "EST-GANHO" TO W-PTS-OPER
           MOVE W-CPFGAN TO W-PTS-CPF
           PERFORM GRA-PTS THRU GRA-PTS-FIM.
       EST-PTS-030.
           IF W-PTSRES NOT > ZEROS
              GO TO EST-PTS-FIM.
           MOVE W-CPFRES TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
              GO TO EST-PTS-FIM.
           MOVE W-PTSRES TO W-PTS
           ADD W-PTS TO CLI-PONTOS
           REWRITE REGCLI
           MOVE "ESTORNO" TO W-PTS-OPER
           MOVE W-CPFRES TO W-PTS-CPF
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
           MOVE NF-PEDIDO TO P-DOCUMENTO
           MOVE W-PTS TO P-PONTOS
           MOVE CLI-PONTOS TO P-SALDO
           WRITE REGPTS
           CLOSE CADPTS.
       GRA-PTS-FIM.
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
