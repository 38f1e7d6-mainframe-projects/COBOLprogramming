      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Renegociacao de divida do cliente - para um CPF
      *          junta as parcelas vencidas do CADREC, atualiza o
      *          saldo com multa e juros do SISPARAM ate hoje (mesmo
      *          calculo da baixa do SGP021), aceita um desconto
      *          negociado e uma condicao de pagamento (CADCPG) e
      *          fecha as parcelas antigas como RENEGOCIADAS
      *          (REC-PAGO = R, sem entrada de dinheiro no caixa),
      *          gerando as parcelas novas sob um numero de acordo
      *          tirado da numeracao de pedidos (CADPED.CTL). O
      *          acordo fica no CADRNG.DAT e o termo para o cliente
      *          assinar sai em ACORDO.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP098.
      **************************************
      * RENEGOCIACAO DE PARCELAS VENCIDAS  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADRNG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RNG-NUMERO
                    FILE STATUS  IS ST-ERRRN
                    ALTERNATE RECORD KEY IS RNG-CPF
                                                      WITH DUPLICATES.
       SELECT CTLPED ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRC.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT CADCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPG-CODIGO
                    FILE STATUS  IS ST-ERRCP.
       SELECT SISPARAM ASSIGN TO "SISPARAM.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPA.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT ACORDO ASSIGN TO "ACORDO.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRAC.
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
      * ACORDOS DE RENEGOCIACAO: UM REGISTRO POR ACORDO. RNG-NUMERO E
      * TAMBEM O REC-PEDIDO DAS PARCELAS NOVAS NO CADREC (A BAIXA
      * DELAS E A DE SEMPRE, NO SGP021) E VEM DA NUMERACAO DE PEDIDOS
      * PARA NAO COLIDIR COM AS PARCELAS DE UM PEDIDO. RNG-ORIG GUARDA
      * AS PARCELAS ANTIGAS FECHADAS, COM O SALDO E OS ENCARGOS DO DIA.
       FD CADRNG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRNG.DAT".
       01 REGRNG.
                03 RNG-NUMERO           PIC 9(05).
                03 RNG-CPF              PIC X(14).
                03 RNG-DATA             PIC 9(08).
                03 RNG-OPERADOR         PIC X(10).
                03 RNG-SALDO            PIC 9(09)V99.
                03 RNG-ENCARGO          PIC 9(09)V99.
                03 RNG-DESCONTO         PIC 9(09)V99.
                03 RNG-VALOR            PIC 9(09)V99.
                03 RNG-CONDPAG          PIC 9(01).
                03 RNG-NPARC            PIC 9(02).
                03 RNG-QTDORIG          PIC 9(02).
                03 RNG-ORIG OCCURS 20 TIMES.
                       04 RNGO-PEDIDO   PIC 9(05).
                       04 RNGO-PARCELA  PIC 9(02).
                       04 RNGO-VENC     PIC 9(08).
                       04 RNGO-SALDO    PIC 9(08)V99.
                       04 RNGO-ENCARGO  PIC 9(08)V99.
      *
      * CTLPED (MESMO LAYOUT DO SGP006).
       FD CTLPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.CTL".
       01 REGCTLPED.
                03 CTL-ULTPEDIDO      PIC 9(05).
      *
      * CADASTRO DE CLIENTES (MESMO LAYOUT DO SGP001).
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
      * CONDICOES DE PAGAMENTO (MESMO LAYOUT DO SGP048): COM O
      * ARQUIVO PRESENTE AS PARCELAS DO ACORDO SAEM DA CONDICAO;
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
      * PARAMETROS GERAIS DO SISTEMA (MESMO LAYOUT DO SGP006): DAQUI
      * SAEM OS PERCENTUAIS DE MULTA E DE JUROS MENSAIS DO ATRASO.
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
      * SEM SESSAO O OPERADOR E PEDIDO NA TELA.
       FD SESSAO.
       01 REGSES.
                03 SES-OPERADOR      PIC X(10).
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * TERMO DO ACORDO IMPRESSO PARA O CLIENTE ASSINAR.
       FD ACORDO.
       01 LINHA-ACD        PIC X(80).
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
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRRN     PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRCP     PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRAC     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-TEM-CLI    PIC X(01) VALUE "N".
       77 W-TEM-CPG    PIC X(01) VALUE "N".
       77 W-CPGOK      PIC X(01) VALUE "N".
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-CPF        PIC X(14) VALUE SPACES.
       77 W-NOMECLI    PIC X(40) VALUE SPACES.
       77 W-CONDPAG    PIC 9(01) VALUE ZEROS.
       77 W-NUMRNG     PIC 9(05) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-LIN        PIC 9(02) VALUE ZEROS.
       01 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   ENCARGOS DO ATRASO: MULTA FIXA MAIS JUROS POR MES COMERCIAL
      *   (30 DIAS) DO VENCIMENTO ATE HOJE, COM OS PERCENTUAIS DO
      *   SISPARAM (PADRAO 2% DE MULTA E 1% DE JUROS AO MES) - MESMA
      *   CONTA DA BAIXA DO SGP021
       77 W-MULTA      PIC 9(02)V99 VALUE 2.
       77 W-JUROS      PIC 9(02)V99 VALUE 1.
       77 W-SALDO      PIC 9(08)V99 VALUE ZEROS.
       77 W-ENCARGO    PIC 9(08)V99 VALUE ZEROS.
       77 W-DIASATR    PIC S9(06) VALUE ZEROS.
       77 W-DIAS1      PIC 9(08) VALUE ZEROS.
       77 W-DIAS2      PIC 9(08) VALUE ZEROS.
       01 W-DTCALC.
           03 W-CALC-ANO   PIC 9(04).
           03 W-CALC-MES   PIC 9(02).
           03 W-CALC-DIA   PIC 9(02).
      *----------------------------------------------------------------*
      *   TOTAIS DO ACORDO
       77 W-QTDORIG    PIC 9(02) VALUE ZEROS.
       77 W-TOTSAL     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTENC     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTATU     PIC 9(09)V99 VALUE ZEROS.
       77 W-DESCONTO   PIC 9(09)V99 VALUE ZEROS.
       77 W-NEGOC      PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PARCELAS VENCIDAS SELECIONADAS (ATE 20 POR ACORDO)
       01 TAB-ORIG.
          03 TAB-ORIG-ITEM OCCURS 20 TIMES.
             05 TO-PEDIDO     PIC 9(05).
             05 TO-PARCELA    PIC 9(02).
             05 TO-VENC       PIC 9(08).
             05 TO-SALDO      PIC 9(08)V99.
             05 TO-ENCARGO    PIC 9(08)V99.
      *----------------------------------------------------------------*
      *   PARCELAS NOVAS: MESMA REGRA DE VENCIMENTO E DE DIVISAO DO
      *   FATURAMENTO (A DIFERENCA DO ARREDONDAMENTO VAI NA ULTIMA)
       77 W-NPARC      PIC 9(02) VALUE ZEROS.
       77 W-PARC       PIC 9(02) VALUE ZEROS.
       77 W-VALPARC    PIC 9(08)V99 VALUE ZEROS.
       77 W-VALULT     PIC 9(08)V99 VALUE ZEROS.
       77 W-CPDIAS     PIC 9(04) VALUE ZEROS.
       77 W-DIATOT     PIC 9(04) VALUE ZEROS.
       01 W-DTVENC.
           03 W-VENC-ANO   PIC 9(04).
           03 W-VENC-MES   PIC 9(02).
           03 W-VENC-DIA   PIC 9(02).
       01 TAB-NOVA.
          03 TAB-NOVA-ITEM OCCURS 99 TIMES.
             05 TN-VENC       PIC 9(08).
             05 TN-VALOR      PIC 9(08)V99.
      *----------------------------------------------------------------*
      *   LINHAS DA AREA DE CONSULTA (LINHAS 13 A 22)
       01 DET-ORIG.
          03 DETO-PEDIDO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 DETO-PARCELA  PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETO-VENC     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETO-SALDO    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETO-ENCARGO  PIC ZZZZZZ9,99.
       01 DET-NOVA.
          03 DETN-PARCELA  PIC Z9.
          03 FILLER        PIC X(06) VALUE " VENC ".
          03 DETN-VENC     PIC 9(08).
          03 FILLER        PIC X(07) VALUE " VALOR ".
          03 DETN-VALOR    PIC ZZZZZZZ9,99.
      *----------------------------------------------------------------*
      *   LAYOUTS DO TERMO DE ACORDO (ACORDO.TXT)
       01 ACD-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** TERMO DE RENEGOCIACAO DE DIVIDA *** ".
          03 FILLER        PIC X(07) VALUE "ACORDO ".
          03 ACD-NUMERO    PIC 9(05).
          03 FILLER        PIC X(07) VALUE "  DATA ".
          03 ACD-DATA      PIC 9(08).
       01 ACD-CLI.
          03 FILLER        PIC X(10) VALUE "CLIENTE : ".
          03 ACD-NOME      PIC X(40).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 ACD-CPF       PIC X(14).
       01 ACD-TXT          PIC X(80) VALUE SPACES.
       01 ACD-ORIG.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 ACDO-PEDIDO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 ACDO-PARCELA  PIC 99.
          03 FILLER        PIC X(08) VALUE "  VENC. ".
          03 ACDO-VENC     PIC 9(08).
          03 FILLER        PIC X(08) VALUE "  SALDO ".
          03 ACDO-SALDO    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(14) VALUE "  JUROS/MULTA ".
          03 ACDO-ENCARGO  PIC ZZZZZZZ9,99.
       01 ACD-TOT.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 ACDT-ROTULO   PIC X(24).
          03 ACDT-VALOR    PIC ZZZZZZZZ9,99.
       01 ACD-NOVA.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(08) VALUE "PARCELA ".
          03 ACDN-PARCELA  PIC Z9.
          03 FILLER        PIC X(15) VALUE "  VENCIMENTO   ".
          03 ACDN-VENC     PIC 9(08).
          03 FILLER        PIC X(08) VALUE "  VALOR ".
          03 ACDN-VALOR    PIC ZZZZZZZ9,99.
       01 ACD-ASS.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 FILLER        PIC X(30) VALUE ALL "_".
          03 FILLER        PIC X(06) VALUE SPACES.
          03 FILLER        PIC X(30) VALUE ALL "_".
       01 ACD-ASS2.
          03 FILLER        PIC X(14) VALUE SPACES.
          03 FILLER        PIC X(36) VALUE
                            "CLIENTE                             ".
          03 FILLER        PIC X(04) VALUE "LOJA".
       01 ACD-SEP.
          03 FILLER        PIC X(74) VALUE ALL "-".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** RENEGOCIACAO DE PARCELAS VENCIDAS ***".
           05  LINE 03  COLUMN 20
               VALUE  "CPF/CNPJ CLIENTE:".
           05  LINE 04  COLUMN 20
               VALUE  "NOME            :".
           05  LINE 05  COLUMN 20
               VALUE  "PARC. VENCIDAS  :".
           05  LINE 06  COLUMN 20
               VALUE  "SALDO DEVEDOR   :".
           05  LINE 07  COLUMN 20
               VALUE  "JUROS/MULTA     :".
           05  LINE 08  COLUMN 20
               VALUE  "TOTAL ATUALIZADO:".
           05  LINE 09  COLUMN 20
               VALUE  "DESCONTO        :".
           05  LINE 10  COLUMN 20
               VALUE  "VALOR NEGOCIADO :".
           05  LINE 11  COLUMN 20
               VALUE  "CONDICAO PAGTO  :".
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
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN I-O CADREC
           IF ST-ERRO NOT = "00"
               MOVE "*** ARQUIVO CADREC NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADRNG
           IF ST-ERRRN NOT = "00"
               IF ST-ERRRN = "30" OR "35"
                      OPEN OUTPUT CADRNG
                      CLOSE CADRNG
                      OPEN I-O CADRNG.
           IF ST-ERRRN NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQ CADRNG" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREC
               GO TO ROT-FIM.
      *
      * CADASTRO DE CLIENTES E CONDICOES DE PAGAMENTO SAO OPCIONAIS:
      * SEM O PRIMEIRO O NOME FICA EM BRANCO NO TERMO, SEM O SEGUNDO
      * VALE A TABELA 0-3 (0 = A VISTA, 1 A 3 = PARCELAS MENSAIS).
      *
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL = "00"
               MOVE "S" TO W-TEM-CLI
           ELSE
               MOVE "N" TO W-TEM-CLI.
           OPEN INPUT CADCPG
           IF ST-ERRCP = "00"
               MOVE "S" TO W-TEM-CPG
           ELSE
               MOVE "N" TO W-TEM-CPG.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               READ SISPARAM.
           IF ST-ERRPA = "00" AND PAR-MULTA NOT = ZEROS
               MOVE PAR-MULTA TO W-MULTA.
           IF ST-ERRPA = "00" AND PAR-JUROS NOT = ZEROS
               MOVE PAR-JUROS TO W-JUROS.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           MOVE SPACES TO W-CPF
           MOVE ZEROS TO W-DESCONTO
           MOVE ZEROS TO W-CONDPAG
           DISPLAY TELA.
       INC-002.
           ACCEPT W-CPF AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              GO TO INC-FECHA.
           IF W-CPF = SPACES
              MOVE "*** CPF/CNPJ INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE SPACES TO W-NOMECLI
           IF W-TEM-CLI = "S"
              MOVE W-CPF TO CPF-CLI
              READ CADCLIENTE
              IF ST-ERRCL = "00"
                 MOVE NOME-CLI TO W-NOMECLI.
           DISPLAY W-NOMECLI AT 0440
           PERFORM SEL-VENC THRU SEL-VENC-FIM
           IF W-QTDORIG = ZEROS
              MOVE "*** CLIENTE SEM PARCELAS VENCIDAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           COMPUTE W-TOTATU = W-TOTSAL + W-TOTENC
           DISPLAY W-QTDORIG AT 0540
           DISPLAY W-TOTSAL AT 0640
           DISPLAY W-TOTENC AT 0740
           DISPLAY W-TOTATU AT 0840
           PERFORM LIS-ORIG THRU LIS-ORIG-FIM
           IF W-QTDORIG NOT < 20
              MOVE "*** SO AS 20 PRIMEIRAS VENCIDAS ENTRAM ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
      *
      * O DESCONTO NEGOCIADO E EM VALOR E NAO PODE ZERAR A DIVIDA.
      *
       INC-003.
           ACCEPT W-DESCONTO WITH UPDATE AT 0940
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-001.
           IF W-DESCONTO NOT < W-TOTATU
              MOVE "*** DESCONTO MAIOR QUE A DIVIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           COMPUTE W-NEGOC = W-TOTATU - W-DESCONTO
           DISPLAY W-NEGOC AT 1040.
       INC-004.
           ACCEPT W-CONDPAG WITH UPDATE AT 1140
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              PERFORM LIS-ORIG THRU LIS-ORIG-FIM
              GO TO INC-003.
           MOVE "N" TO W-CPGOK
           IF W-TEM-CPG = "S"
              MOVE W-CONDPAG TO CPG-CODIGO
              READ CADCPG
              IF ST-ERRCP NOT = "00"
                 MOVE "*** CONDICAO NAO CADASTRADA NO CADCPG ***"
                                                              TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO INC-004
              ELSE
                 MOVE "S" TO W-CPGOK
                 DISPLAY CPG-DESCRICAO AT 1143.
           IF W-TEM-CPG = "N" AND W-CONDPAG > 3
              MOVE "*** CONDICAO DEVE SER 0 A 3 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-004.
           PERFORM MON-PLANO THRU MON-PLANO-FIM
           PERFORM LIS-NOVA THRU LIS-NOVA-FIM.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "CONFIRMA A RENEGOCIACAO (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2372
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-004.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** RENEGOCIACAO NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
      *
      * GRAVACAO: NUMERO DO ACORDO, REGISTRO DO ACORDO, FECHAMENTO
      * DAS PARCELAS ANTIGAS, PARCELAS NOVAS E TERMO IMPRESSO.
      *
       INC-WR1.
           PERFORM NUM-RNG THRU NUM-RNG-FIM
           IF W-NUMRNG = ZEROS
              MOVE "ERRO NA GRAVACAO DO CONTROLE DE PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM GRA-RNG THRU GRA-RNG-FIM
           IF ST-ERRRN NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADRNG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           PERFORM FEC-ORIG THRU FEC-ORIG-FIM
           PERFORM GRA-NOVA THRU GRA-NOVA-FIM
           PERFORM GRA-ACORDO THRU GRA-ACORDO-FIM
           MOVE SPACES TO MENS
           STRING "*** ACORDO " W-NUMRNG " GRAVADO - ACORDO.TXT ***"
                  DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO INC-001.
      *
      *********************************************
      * JUNTA AS PARCELAS VENCIDAS E ABERTAS DO    *
      * CLIENTE (CHAVE ALTERNADA REC-CPF) COM O    *
      * SALDO E OS ENCARGOS ATE HOJE               *
      *********************************************
      *
       SEL-VENC.
           MOVE ZEROS TO W-QTDORIG
           MOVE ZEROS TO W-TOTSAL
           MOVE ZEROS TO W-TOTENC
           MOVE W-CPF TO REC-CPF
           START CADREC KEY IS NOT LESS REC-CPF INVALID KEY
                 GO TO SEL-VENC-FIM.
       SEL-VENC-010.
           READ CADREC NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEL-VENC-FIM.
           IF REC-CPF NOT = W-CPF
              GO TO SEL-VENC-FIM.
           IF REC-PAGO NOT = "N"
              GO TO SEL-VENC-010.
           IF REC-VENCIMENTO NOT < W-DATAHOJE
              GO TO SEL-VENC-010.
           COMPUTE W-SALDO = REC-VALOR - REC-VALPAGO
           IF W-SALDO = ZEROS
              GO TO SEL-VENC-010.
           IF W-QTDORIG NOT < 20
              GO TO SEL-VENC-FIM.
           PERFORM CAL-ENC THRU CAL-ENC-FIM
           ADD 1 TO W-QTDORIG
           MOVE REC-PEDIDO TO TO-PEDIDO (W-QTDORIG)
           MOVE REC-PARCELA TO TO-PARCELA (W-QTDORIG)
           MOVE REC-VENCIMENTO TO TO-VENC (W-QTDORIG)
           MOVE W-SALDO TO TO-SALDO (W-QTDORIG)
           MOVE W-ENCARGO TO TO-ENCARGO (W-QTDORIG)
           ADD W-SALDO TO W-TOTSAL
           ADD W-ENCARGO TO W-TOTENC
           GO TO SEL-VENC-010.
       SEL-VENC-FIM.
           EXIT.
      *
      *********************************************
      * CALCULA OS ENCARGOS DO ATRASO SOBRE O      *
      * SALDO ABERTO (MESMA CONTA DO SGP021)       *
      *********************************************
      *
       CAL-ENC.
           MOVE ZEROS TO W-ENCARGO
           MOVE ZEROS TO W-DIASATR
           IF W-DATAHOJE NOT > REC-VENCIMENTO
              GO TO CAL-ENC-FIM.
           MOVE REC-VENCIMENTO TO W-DTCALC
           COMPUTE W-DIAS1 = (W-CALC-ANO * 360) + (W-CALC-MES * 30)
                           + W-CALC-DIA
           MOVE W-DATAHOJE TO W-DTCALC
           COMPUTE W-DIAS2 = (W-CALC-ANO * 360) + (W-CALC-MES * 30)
                           + W-CALC-DIA
           COMPUTE W-DIASATR = W-DIAS2 - W-DIAS1
           IF W-DIASATR < 1
              GO TO CAL-ENC-FIM.
           COMPUTE W-ENCARGO ROUNDED =
                   (W-SALDO * (W-MULTA / 100)) +
                   (W-SALDO * (W-JUROS / 100) * (W-DIASATR / 30)).
       CAL-ENC-FIM.
           EXIT.
      *
      *********************************************
      * MONTA AS PARCELAS NOVAS: COM O CADCPG, O   *
      * NUMERO DE PARCELAS, O PRIMEIRO PRAZO E O   *
      * INTERVALO DA CONDICAO; SEM ELE, 0 = UMA    *
      * PARCELA HOJE E 1 A 3 = PARCELAS MENSAIS.   *
      * O ACRESCIMO/DESCONTO DA CONDICAO NAO SE    *
      * APLICA: O VALOR JA FOI NEGOCIADO           *
      *********************************************
      *
       MON-PLANO.
           IF W-CPGOK = "S"
              IF CPG-NPARC = ZEROS
                 MOVE 1 TO W-NPARC
              ELSE
                 MOVE CPG-NPARC TO W-NPARC.
           IF W-CPGOK = "N"
              IF W-CONDPAG = ZEROS
                 MOVE 1 TO W-NPARC
              ELSE
                 MOVE W-CONDPAG TO W-NPARC.
           COMPUTE W-VALPARC ROUNDED = W-NEGOC / W-NPARC
           COMPUTE W-VALULT =
                   W-NEGOC - (W-VALPARC * (W-NPARC - 1))
           MOVE ZEROS TO W-PARC.
       MON-PLANO-010.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO MON-PLANO-FIM.
           IF W-CPGOK = "S"
              COMPUTE W-CPDIAS =
                      CPG-DIAS1 + ((W-PARC - 1) * CPG-INTERV)
              PERFORM CAL-VENC-DIA THRU CAL-VENC-DIA-FIM
           ELSE
              PERFORM CAL-VENC THRU CAL-VENC-FIM.
           MOVE W-DTVENC TO TN-VENC (W-PARC)
           IF W-PARC = W-NPARC
              MOVE W-VALULT TO TN-VALOR (W-PARC)
           ELSE
              MOVE W-VALPARC TO TN-VALOR (W-PARC).
           GO TO MON-PLANO-010.
       MON-PLANO-FIM.
           EXIT.
      *
       CAL-VENC-DIA.
           MOVE W-DATAHOJE TO W-DTVENC
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
           MOVE W-DATAHOJE TO W-DTVENC
           IF W-CONDPAG = ZEROS
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
      *********************************************
      * LISTA NA AREA DE CONSULTA (LINHAS 13 A 22) *
      * AS PARCELAS VENCIDAS OU AS PARCELAS NOVAS  *
      *********************************************
      *
       LIMPA-LIS.
           MOVE 12 TO W-LIN.
       LIMPA-LIS-010.
           COMPUTE W-POSLIN = W-LIN * 100 + 20
           DISPLAY LIMPA AT W-POSLIN
           ADD 1 TO W-LIN
           IF W-LIN < 23
              GO TO LIMPA-LIS-010.
       LIMPA-LIS-FIM.
           EXIT.
      *
       LIS-ORIG.
           PERFORM LIMPA-LIS THRU LIMPA-LIS-FIM
           DISPLAY "PARCELAS VENCIDAS     SALDO  JUROS/MULTA" AT 1220
           MOVE ZEROS TO W-IND.
       LIS-ORIG-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTDORIG OR W-IND > 10
              GO TO LIS-ORIG-FIM.
           MOVE TO-PEDIDO (W-IND) TO DETO-PEDIDO
           MOVE TO-PARCELA (W-IND) TO DETO-PARCELA
           MOVE TO-VENC (W-IND) TO DETO-VENC
           MOVE TO-SALDO (W-IND) TO DETO-SALDO
           MOVE TO-ENCARGO (W-IND) TO DETO-ENCARGO
           COMPUTE W-POSLIN = (12 + W-IND) * 100 + 20
           DISPLAY DET-ORIG AT W-POSLIN
           GO TO LIS-ORIG-010.
       LIS-ORIG-FIM.
           EXIT.
      *
       LIS-NOVA.
           PERFORM LIMPA-LIS THRU LIMPA-LIS-FIM
           DISPLAY "PARCELAS DO ACORDO" AT 1220
           MOVE ZEROS TO W-IND.
       LIS-NOVA-010.
           ADD 1 TO W-IND
           IF W-IND > W-NPARC OR W-IND > 10
              GO TO LIS-NOVA-FIM.
           MOVE W-IND TO DETN-PARCELA
           MOVE TN-VENC (W-IND) TO DETN-VENC
           MOVE TN-VALOR (W-IND) TO DETN-VALOR
           COMPUTE W-POSLIN = (12 + W-IND) * 100 + 20
           DISPLAY DET-NOVA AT W-POSLIN
           GO TO LIS-NOVA-010.
       LIS-NOVA-FIM.
           EXIT.
      *
      *********************************************
      * TIRA O NUMERO DO ACORDO DO CTLPED (MESMO   *
      * ESQUEMA DO CTLNF NO SGP006)                *
      *********************************************
      *
       NUM-RNG.
           MOVE ZEROS TO W-NUMRNG
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
           ADD 1 TO CTL-ULTPEDIDO
           CLOSE CTLPED
           OPEN OUTPUT CTLPED
           WRITE REGCTLPED
           IF ST-ERRC = "00"
              MOVE CTL-ULTPEDIDO TO W-NUMRNG.
           CLOSE CTLPED.
       NUM-RNG-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA O ACORDO NO CADRNG                   *
      *********************************************
      *
       GRA-RNG.
           MOVE W-NUMRNG TO RNG-NUMERO
           MOVE W-CPF TO RNG-CPF
           MOVE W-DATAHOJE TO RNG-DATA
           MOVE W-OPERADOR TO RNG-OPERADOR
           MOVE W-TOTSAL TO RNG-SALDO
           MOVE W-TOTENC TO RNG-ENCARGO
           MOVE W-DESCONTO TO RNG-DESCONTO
           MOVE W-NEGOC TO RNG-VALOR
           MOVE W-CONDPAG TO RNG-CONDPAG
           MOVE W-NPARC TO RNG-NPARC
           MOVE W-QTDORIG TO RNG-QTDORIG
           MOVE ZEROS TO W-IND.
       GRA-RNG-010.
           ADD 1 TO W-IND
           IF W-IND > 20
              GO TO GRA-RNG-020.
           IF W-IND > W-QTDORIG
              MOVE ZEROS TO RNGO-PEDIDO (W-IND)
              MOVE ZEROS TO RNGO-PARCELA (W-IND)
              MOVE ZEROS TO RNGO-VENC (W-IND)
              MOVE ZEROS TO RNGO-SALDO (W-IND)
              MOVE ZEROS TO RNGO-ENCARGO (W-IND)
              GO TO GRA-RNG-010.
           MOVE TO-PEDIDO (W-IND) TO RNGO-PEDIDO (W-IND)
           MOVE TO-PARCELA (W-IND) TO RNGO-PARCELA (W-IND)
           MOVE TO-VENC (W-IND) TO RNGO-VENC (W-IND)
           MOVE TO-SALDO (W-IND) TO RNGO-SALDO (W-IND)
           MOVE TO-ENCARGO (W-IND) TO RNGO-ENCARGO (W-IND)
           GO TO GRA-RNG-010.
       GRA-RNG-020.
           WRITE REGRNG.
       GRA-RNG-FIM.
           EXIT.
      *
      *********************************************
      * FECHA AS PARCELAS ANTIGAS COMO RENEGOCIADAS*
      * (REC-PAGO = R, DATA DO ACORDO). O VALOR    *
      * PAGO FICA COMO ESTA: NAO HOUVE DINHEIRO    *
      *********************************************
      *
       FEC-ORIG.
           MOVE ZEROS TO W-IND.
       FEC-ORIG-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTDORIG
              GO TO FEC-ORIG-FIM.
           MOVE TO-PEDIDO (W-IND) TO REC-PEDIDO
           MOVE TO-PARCELA (W-IND) TO REC-PARCELA
           READ CADREC
           IF ST-ERRO NOT = "00"
              GO TO FEC-ORIG-010.
           MOVE "R" TO REC-PAGO
           MOVE W-DATAHOJE TO REC-DTPAGTO
           REWRITE REGREC
           GO TO FEC-ORIG-010.
       FEC-ORIG-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA AS PARCELAS NOVAS NO CADREC, COM O   *
      * NUMERO DO ACORDO NO LUGAR DO PEDIDO        *
      *********************************************
      *
       GRA-NOVA.
           MOVE ZEROS TO W-PARC.
       GRA-NOVA-010.
           ADD 1 TO W-PARC
           IF W-PARC > W-NPARC
              GO TO GRA-NOVA-FIM.
           MOVE W-NUMRNG TO REC-PEDIDO
           MOVE W-PARC TO REC-PARCELA
           MOVE W-CPF TO REC-CPF
           MOVE TN-VENC (W-PARC) TO REC-VENCIMENTO
           MOVE TN-VALOR (W-PARC) TO REC-VALOR
           MOVE "N" TO REC-PAGO
           MOVE ZEROS TO REC-DTPAGTO
           MOVE ZEROS TO REC-FORMAPG
           MOVE ZEROS TO REC-VALPAGO
           MOVE W-FILIAL TO REC-FILIAL
           WRITE REGREC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO CONTAS A RECEBER" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO GRA-NOVA-010.
       GRA-NOVA-FIM.
           EXIT.
      *
      *********************************************
      * IMPRIME O TERMO DO ACORDO EM ACORDO.TXT    *
      *********************************************
      *
       GRA-ACORDO.
           OPEN EXTEND ACORDO
           IF ST-ERRAC = "30" OR "35"
              OPEN OUTPUT ACORDO
              CLOSE ACORDO
              OPEN EXTEND ACORDO.
           IF ST-ERRAC NOT = "00"
              GO TO GRA-ACORDO-FIM.
           MOVE W-NUMRNG TO ACD-NUMERO
           MOVE W-DATAHOJE TO ACD-DATA
           WRITE LINHA-ACD FROM ACD-TIT
           MOVE W-NOMECLI TO ACD-NOME
           MOVE W-CPF TO ACD-CPF
           WRITE LINHA-ACD FROM ACD-CLI
           MOVE SPACES TO LINHA-ACD
           WRITE LINHA-ACD
           MOVE "O CLIENTE ACIMA RECONHECE A DIVIDA DAS PARCELAS"
                                                            TO ACD-TXT
           WRITE LINHA-ACD FROM ACD-TXT
           MOVE "VENCIDAS ABAIXO, ATUALIZADA ATE ESTA DATA:"
                                                            TO ACD-TXT
           WRITE LINHA-ACD FROM ACD-TXT
           MOVE ZEROS TO W-IND.
       GRA-ACORDO-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTDORIG
              GO TO GRA-ACORDO-020.
           MOVE TO-PEDIDO (W-IND) TO ACDO-PEDIDO
           MOVE TO-PARCELA (W-IND) TO ACDO-PARCELA
           MOVE TO-VENC (W-IND) TO ACDO-VENC
           MOVE TO-SALDO (W-IND) TO ACDO-SALDO
           MOVE TO-ENCARGO (W-IND) TO ACDO-ENCARGO
           WRITE LINHA-ACD FROM ACD-ORIG
           GO TO GRA-ACORDO-010.
       GRA-ACORDO-020.
           MOVE SPACES TO LINHA-ACD
           WRITE LINHA-ACD
           MOVE "SALDO DEVEDOR         :" TO ACDT-ROTULO
           MOVE W-TOTSAL TO ACDT-VALOR
           WRITE LINHA-ACD FROM ACD-TOT
           MOVE "JUROS E MULTA         :" TO ACDT-ROTULO
           MOVE W-TOTENC TO ACDT-VALOR
           WRITE LINHA-ACD FROM ACD-TOT
           MOVE "DESCONTO CONCEDIDO    :" TO ACDT-ROTULO
           MOVE W-DESCONTO TO ACDT-VALOR
           WRITE LINHA-ACD FROM ACD-TOT
           MOVE "VALOR NEGOCIADO       :" TO ACDT-ROTULO
           MOVE W-NEGOC TO ACDT-VALOR
           WRITE LINHA-ACD FROM ACD-TOT
           MOVE SPACES TO LINHA-ACD
           WRITE LINHA-ACD
           MOVE "E SE COMPROMETE A PAGAR O VALOR NEGOCIADO EM:"
                                                            TO ACD-TXT
           WRITE LINHA-ACD FROM ACD-TXT
           MOVE ZEROS TO W-IND.
       GRA-ACORDO-030.
           ADD 1 TO W-IND
           IF W-IND > W-NPARC
              GO TO GRA-ACORDO-040.
           MOVE W-IND TO ACDN-PARCELA
           MOVE TN-VENC (W-IND) TO ACDN-VENC
           MOVE TN-VALOR (W-IND) TO ACDN-VALOR
           WRITE LINHA-ACD FROM ACD-NOVA
           GO TO GRA-ACORDO-030.
       GRA-ACORDO-040.
           MOVE SPACES TO LINHA-ACD
           WRITE LINHA-ACD
           WRITE LINHA-ACD
           WRITE LINHA-ACD FROM ACD-ASS
           WRITE LINHA-ACD FROM ACD-ASS2
           WRITE LINHA-ACD FROM ACD-SEP
           CLOSE ACORDO.
       GRA-ACORDO-FIM.
           EXIT.
      *
       INC-FECHA.
           CLOSE CADREC CADRNG
           IF W-TEM-CLI = "S"
              CLOSE CADCLIENTE.
           IF W-TEM-CPG = "S"
              CLOSE CADCPG.
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
