      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Extrato de conta corrente do cliente - monta, em
      *          ordem de data e com saldo corrido, o lado financeiro
      *          do CPF: notas fiscais (CADNF), notas de credito
      *          (CADNC), parcelas geradas (CADREC), recebimentos no
      *          caixa (CADCXA.LOG) e em cheque (CADCHQ), encargos de
      *          atraso pagos, acordos de renegociacao (CADRNG) e
      *          baixas por perda (CADPER). Modo 1 mostra o extrato
      *          de um CPF e periodo na tela; modo 2 e o lote de fim
      *          de mes, com o extrato do mes de todo cliente que
      *          fecha o mes devendo. Nos dois modos o extrato sai em
      *          EXTCLI.TXT, com o endereco do CADCLIENTE, pronto
      *          para envio ao cliente
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP101.
      **************************************
      * EXTRATO DE CONTA CORRENTE POR CPF  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRNF.
       SELECT CADNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NC-NUMERO
                    FILE STATUS  IS ST-ERRNC.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRX.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT CADRNG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RNG-NUMERO
                    FILE STATUS  IS ST-ERRRN
                    ALTERNATE RECORD KEY IS RNG-CPF
                                                      WITH DUPLICATES.
       SELECT CADPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-CHAVE
                    FILE STATUS  IS ST-ERRPE.
       SELECT EXTRATO ASSIGN TO "EXTCLI.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * LIVRO CAIXA (MESMO LAYOUT DO SGP021) - SO OS RECEBIMENTOS DE
      * PARCELA (RECEBTO) INTERESSAM AQUI.
       FD CADCXA.
       01 REGCXA.
                03 CX-OPERADOR       PIC X(10).
                03 CX-DATA           PIC 9(08).
                03 CX-HORA           PIC 9(08).
                03 CX-OPERACAO       PIC X(10).
                03 CX-DOCUMENTO      PIC 9(08).
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * CHEQUES RECEBIDOS (MESMO LAYOUT DO SGP021).
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
      * ACORDOS DE RENEGOCIACAO (MESMO LAYOUT DO SGP098).
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
      * PERDAS (MESMO LAYOUT DO SGP099).
       FD CADPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPER.DAT".
       01 REGPER.
                03 PER-CHAVE.
                       04 PER-PEDIDO    PIC 9(05).
                       04 PER-PARCELA   PIC 9(02).
                03 PER-CPF              PIC X(14).
                03 PER-NOME             PIC X(40).
                03 PER-VENC             PIC 9(08).
                03 PER-VALOR            PIC 9(08)V99.
                03 PER-DATA             PIC 9(08).
                03 PER-MOTIVO           PIC X(40).
                03 PER-OPERADOR         PIC X(10).
                03 PER-SITUACAO         PIC X(10).
                03 PER-VALREC           PIC 9(08)V99.
                03 PER-DTREC            PIC 9(08).
                03 PER-DTINCL           PIC 9(08).
                03 PER-DTEXCL           PIC 9(08).
      *
      * EXTRATO IMPRESSO PARA ENVIO AO CLIENTE.
       FD EXTRATO.
       01 LINHA-EXT        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRNF     PIC X(02) VALUE "00".
       77 ST-ERRNC     PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 ST-ERRRN     PIC X(02) VALUE "00".
       77 ST-ERRPE     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-NF     PIC X(01) VALUE "N".
       77 W-TEM-NC     PIC X(01) VALUE "N".
       77 W-TEM-CXA    PIC X(01) VALUE "N".
       77 W-TEM-CHQ    PIC X(01) VALUE "N".
       77 W-TEM-RNG    PIC X(01) VALUE "N".
       77 W-TEM-PER    PIC X(01) VALUE "N".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-MODO       PIC 9(01) VALUE ZEROS.
       77 W-MOSTRA     PIC X(01) VALUE "S".
       77 W-CPF        PIC X(14) VALUE SPACES.
       77 W-HOJE       PIC 9(08) VALUE ZEROS.
       77 W-DTINI      PIC 9(08) VALUE ZEROS.
       77 W-DTFIM      PIC 9(08) VALUE ZEROS.
       77 W-LINHAS     PIC 9(03) VALUE ZEROS.
       77 W-CLIENTES   PIC 9(06) VALUE ZEROS.
       77 W-EXTRATOS   PIC 9(06) VALUE ZEROS.
       77 W-QUOC       PIC 9(04) VALUE ZEROS.
       77 W-RESTO      PIC 9(02) VALUE ZEROS.
       01 W-MES        PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-MES.
          03 W-MES-ANO     PIC 9(04).
          03 W-MES-MES     PIC 9(02).
       01 W-DTMES.
          03 W-DTMES-AM    PIC 9(06).
          03 W-DTMES-DIA   PIC 9(02).
       01 W-TABDIAS    PIC X(24) VALUE "312831303130313130313031".
       01 FILLER REDEFINES W-TABDIAS.
          03 W-DIASMES     PIC 9(02) OCCURS 12 TIMES.
      *----------------------------------------------------------------*
      *   DATA AAAAMMDD MOSTRADA COMO DD/MM/AAAA NO EXTRATO
       01 W-DTAUX.
          03 W-DTAUX-ANO   PIC 9(04).
          03 W-DTAUX-MES   PIC 9(02).
          03 W-DTAUX-DIA   PIC 9(02).
       01 W-DTED.
          03 W-DTED-DIA    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DTED-MES    PIC 9(02).
          03 FILLER        PIC X(01) VALUE "/".
          03 W-DTED-ANO    PIC 9(04).
      *----------------------------------------------------------------*
      *   TABELAS DO CLIENTE CORRENTE: NOTAS FISCAIS E NOTAS DE
      *   CREDITO POR PEDIDO, ACORDOS DE RENEGOCIACAO E PARCELAS COM
      *   O QUE FOI RECEBIDO POR ELAS NO CAIXA E EM CHEQUE
       77 W-QNF        PIC 9(03) VALUE ZEROS.
       01 TAB-NF.
          03 TNF OCCURS 200 TIMES.
             05 TNF-PEDIDO    PIC 9(05).
             05 TNF-DATA      PIC 9(08).
       77 W-QNC        PIC 9(03) VALUE ZEROS.
       01 TAB-NC.
          03 TNC OCCURS 100 TIMES.
             05 TNC-PEDIDO    PIC 9(05).
             05 TNC-DATA      PIC 9(08).
       77 W-QRG        PIC 9(03) VALUE ZEROS.
       01 TAB-RG.
          03 TRG OCCURS 100 TIMES.
             05 TRG-NUMERO    PIC 9(05).
             05 TRG-DATA      PIC 9(08).
       77 W-QPAR       PIC 9(03) VALUE ZEROS.
       01 TAB-PAR.
          03 TPA OCCURS 300 TIMES.
             05 TPA-PEDIDO    PIC 9(05).
             05 TPA-PARCELA   PIC 9(02).
             05 TPA-VENC      PIC 9(08).
             05 TPA-DTPAGTO   PIC 9(08).
             05 TPA-VALPAGO   PIC 9(08)V99.
             05 TPA-RECEB     PIC S9(09)V99.
       77 W-IND        PIC 9(04) VALUE ZEROS.
       77 W-IND2       PIC 9(04) VALUE ZEROS.
       77 W-ACHOU      PIC 9(04) VALUE ZEROS.
       77 W-DATAREF    PIC 9(08) VALUE ZEROS.
       77 W-DIF        PIC S9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LANCAMENTOS DO EXTRATO, MANTIDOS EM ORDEM DE DATA (CADA
      *   NOVO LANCAMENTO ENTRA DEPOIS DOS DE MESMA DATA). TIPO M E
      *   SO INFORMATIVO (DOCUMENTO), SEM EFEITO NO SALDO
       77 W-QEVT       PIC 9(04) VALUE ZEROS.
       77 W-TRUNC      PIC X(01) VALUE "N".
       01 TAB-EVT.
          03 TEV OCCURS 800 TIMES.
             05 TEV-DATA      PIC 9(08).
             05 TEV-TIPO      PIC X(01).
             05 TEV-HIST      PIC X(34).
             05 TEV-DEB       PIC 9(09)V99.
             05 TEV-CRE       PIC 9(09)V99.
       01 W-EVT.
             05 W-EV-DATA     PIC 9(08).
             05 W-EV-TIPO     PIC X(01).
             05 W-EV-HIST     PIC X(34).
             05 W-EV-DEB      PIC 9(09)V99.
             05 W-EV-CRE      PIC 9(09)V99.
       01 W-HTXT1      PIC X(20) VALUE SPACES.
       01 W-HTXT2      PIC X(20) VALUE SPACES.
       01 W-PARC-ED.
          03 WPE-PEDIDO    PIC 9(05).
          03 FILLER        PIC X(01) VALUE "/".
          03 WPE-PARCELA   PIC 9(02).
       01 W-VAL-ED     PIC ZZZZZZ9,99.
       01 W-SAL-ED     PIC -ZZZZZZZ9,99.
       01 W-NUM-ED     PIC 9(06).
      *----------------------------------------------------------------*
       77 W-SALDO      PIC S9(10)V99 VALUE ZEROS.
       77 W-TOTDEB     PIC 9(10)V99 VALUE ZEROS.
       77 W-TOTCRE     PIC 9(10)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LAYOUTS DO EXTRATO (EXTCLI.TXT E TELA)
       01 EXT-TIT.
          03 FILLER        PIC X(40) VALUE
               "*** EXTRATO DE CONTA CORRENTE ***".
          03 FILLER        PIC X(10) VALUE "EMISSAO : ".
          03 EXTT-EMISSAO  PIC X(10).
       01 EXT-CLI.
          03 EXTC-NOME     PIC X(40).
          03 FILLER        PIC X(07) VALUE " CPF : ".
          03 EXTC-CPF      PIC X(14).
       01 EXT-END1.
          03 EXTE-LOGR     PIC X(40).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTE-NUM      PIC X(13).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTE-COMPLE   PIC X(10).
       01 EXT-END2.
          03 EXTE-BAIRRO   PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTE-CEP      PIC 99999B999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTE-CIDADE   PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTE-UF       PIC X(02).
       01 EXT-PER.
          03 FILLER        PIC X(10) VALUE "PERIODO : ".
          03 EXTP-DTINI    PIC X(10).
          03 FILLER        PIC X(03) VALUE " A ".
          03 EXTP-DTFIM    PIC X(10).
       01 EXT-CAB.
          03 FILLER        PIC X(11) VALUE "DATA".
          03 FILLER        PIC X(35) VALUE "HISTORICO".
          03 FILLER        PIC X(11) VALUE "    DEBITO".
          03 FILLER        PIC X(11) VALUE "   CREDITO".
          03 FILLER        PIC X(12) VALUE "       SALDO".
       01 EXT-DET.
          03 EXTD-DATA     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTD-HIST     PIC X(34).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTD-DEB      PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTD-CRE      PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTD-SALDO    PIC X(12).
       01 EXT-TOT.
          03 FILLER        PIC X(11) VALUE SPACES.
          03 EXTT-ROTULO   PIC X(34).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTT-DEB      PIC ZZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 EXTT-CRE      PIC ZZZZZZZZZ9,99.
       01 EXT-FIM.
          03 FILLER        PIC X(11) VALUE SPACES.
          03 EXTF-ROTULO   PIC X(34).
          03 FILLER        PIC X(23) VALUE SPACES.
          03 EXTF-SALDO    PIC -ZZZZZZZ9,99.
       01 EXT-SEP.
          03 FILLER        PIC X(80) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADREC
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADREC.DAT NAO ENCONTRADO ***"
                 CLOSE CADCLIENTE
                 GO TO ROT-FIMS.
           OPEN OUTPUT EXTRATO
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO EXTCLI.TXT ***"
                 CLOSE CADCLIENTE CADREC
                 GO TO ROT-FIMS.
      *
      * OS DEMAIS ARQUIVOS SAO OPCIONAIS: SEM ELES O EXTRATO SAI SEM
      * OS LANCAMENTOS CORRESPONDENTES. O LIVRO CAIXA E SEQUENCIAL E
      * E RELIDO A CADA EXTRATO.
      *
           OPEN INPUT CADNF
           IF ST-ERRNF = "00"
                 MOVE "S" TO W-TEM-NF.
           OPEN INPUT CADNC
           IF ST-ERRNC = "00"
                 MOVE "S" TO W-TEM-NC.
           OPEN INPUT CADCHQ
           IF ST-ERRCQ = "00"
                 MOVE "S" TO W-TEM-CHQ.
           OPEN INPUT CADRNG
           IF ST-ERRRN = "00"
                 MOVE "S" TO W-TEM-RNG.
           OPEN INPUT CADPER
           IF ST-ERRPE = "00"
                 MOVE "S" TO W-TEM-PER.
           OPEN INPUT CADCXA
           IF ST-ERRX = "00"
                 MOVE "S" TO W-TEM-CXA
                 CLOSE CADCXA.
           ACCEPT W-HOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY " ".
           DISPLAY "1 = EXTRATO DE UM CLIENTE  2 = LOTE DE FIM DE MES".
           DISPLAY "MODO (0 = ENCERRA) : ".
           ACCEPT W-MODO.
           IF W-MODO = ZEROS
                 GO TO ROT-FIM.
           IF W-MODO = 2
                 GO TO LOT-000.
           IF W-MODO NOT = 1
                 DISPLAY "*** MODO INVALIDO ***"
                 GO TO INC-001.
      *
      *****************************************************
      * MODO 1: UM CPF E PERIODO, NA TELA E NO EXTCLI.TXT  *
      *****************************************************
      *
       INC-010.
           DISPLAY " ".
           DISPLAY "CPF DO CLIENTE (BRANCO = VOLTA) : ".
           ACCEPT W-CPF.
           IF W-CPF = SPACES
                 GO TO INC-001.
           MOVE W-CPF TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** CLIENTE NAO ENCONTRADO ***"
                 GO TO INC-010.
       INC-011.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = DESDE O INICIO) : ".
           ACCEPT W-DTINI.
           DISPLAY "DATA FINAL   (AAAAMMDD, 0 = HOJE)           : ".
           ACCEPT W-DTFIM.
           IF W-DTFIM = ZEROS
                 MOVE W-HOJE TO W-DTFIM.
           IF W-DTINI > W-DTFIM
                 DISPLAY "*** PERIODO INVALIDO ***"
                 GO TO INC-011.
           MOVE "S" TO W-MOSTRA
           MOVE ZEROS TO W-LINHAS
           PERFORM MON-EXT THRU MON-EXT-FIM
           PERFORM IMP-EXT THRU IMP-EXT-FIM
           ADD 1 TO W-EXTRATOS
           GO TO INC-010.
      *
      *****************************************************
      * MODO 2: LOTE DE FIM DE MES - EXTRATO DO MES PARA   *
      * TODO CLIENTE COM SALDO DEVEDOR NO ULTIMO DIA       *
      *****************************************************
      *
       LOT-000.
           DISPLAY "MES DO EXTRATO (AAAAMM, 0 = MES ATUAL) : ".
           ACCEPT W-MES.
           IF W-MES = ZEROS
                 MOVE W-HOJE TO W-DTMES
                 MOVE W-DTMES-AM TO W-MES.
           IF W-MES-MES < 1 OR W-MES-MES > 12
                 DISPLAY "*** MES INVALIDO ***"
                 GO TO LOT-000.
           MOVE W-MES TO W-DTMES-AM
           MOVE 01 TO W-DTMES-DIA
           MOVE W-DTMES TO W-DTINI
           MOVE W-DIASMES (W-MES-MES) TO W-DTMES-DIA
           DIVIDE W-MES-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-MES-MES = 2 AND W-RESTO = ZEROS
                 MOVE 29 TO W-DTMES-DIA.
           MOVE W-DTMES TO W-DTFIM
           MOVE "N" TO W-MOSTRA
           MOVE ZEROS TO W-CLIENTES
           MOVE LOW-VALUES TO CPF-CLI
           START CADCLIENTE KEY IS NOT LESS CPF-CLI INVALID KEY
                 GO TO LOT-FIM.
       LOT-010.
           READ CADCLIENTE NEXT
           IF ST-ERRCL NOT = "00"
                 GO TO LOT-FIM.
           ADD 1 TO W-CLIENTES
           MOVE CPF-CLI TO W-CPF
      *
      * CLIENTE SEM NENHUMA PARCELA NAO TEM CONTA A EXTRATAR.
      *
           MOVE W-CPF TO REC-CPF
           START CADREC KEY IS NOT LESS REC-CPF INVALID KEY
                 GO TO LOT-010.
           READ CADREC NEXT
           IF ST-ERRO NOT = "00"
                 GO TO LOT-010.
           IF REC-CPF NOT = W-CPF
                 GO TO LOT-010.
           PERFORM MON-EXT THRU MON-EXT-FIM
           PERFORM SAL-PER THRU SAL-PER-FIM
           IF W-SALDO NOT > ZEROS
                 GO TO LOT-010.
           PERFORM IMP-EXT THRU IMP-EXT-FIM
           ADD 1 TO W-EXTRATOS
           GO TO LOT-010.
       LOT-FIM.
           DISPLAY "CLIENTES LIDOS      : " W-CLIENTES
           DISPLAY "EXTRATOS GERADOS    : " W-EXTRATOS
           GO TO INC-001.
      *
      *****************************************************
      * MONTA OS LANCAMENTOS DO CPF W-CPF (TODAS AS DATAS) *
      *****************************************************
      *
       MON-EXT.
           MOVE ZEROS TO W-QNF
           MOVE ZEROS TO W-QNC
           MOVE ZEROS TO W-QRG
           MOVE ZEROS TO W-QPAR
           MOVE ZEROS TO W-QEVT
           MOVE "N" TO W-TRUNC
           PERFORM CAR-NF THRU CAR-NF-FIM
           PERFORM CAR-NC THRU CAR-NC-FIM
           PERFORM CAR-RNG THRU CAR-RNG-FIM
           PERFORM CAR-REC THRU CAR-REC-FIM
           PERFORM CAR-CHQ THRU CAR-CHQ-FIM
           PERFORM CAR-CXA THRU CAR-CXA-FIM
           MOVE ZEROS TO W-IND2.
       MON-EXT-010.
           ADD 1 TO W-IND2
           IF W-IND2 > W-QPAR
                 GO TO MON-EXT-FIM.
           PERFORM AJU-PAR THRU AJU-PAR-FIM
           GO TO MON-EXT-010.
       MON-EXT-FIM.
           EXIT.
      *
      *********************************************
      * NOTAS FISCAIS DO CPF: DOCUMENTO NA DATA DA *
      * EMISSAO E, CANCELADA, NA DO CANCELAMENTO   *
      *********************************************
      *
       CAR-NF.
           IF W-TEM-NF NOT = "S"
                 GO TO CAR-NF-FIM.
           MOVE ZEROS TO NF-CHAVE
           START CADNF KEY IS NOT LESS NF-CHAVE INVALID KEY
                 GO TO CAR-NF-FIM.
       CAR-NF-010.
           READ CADNF NEXT
           IF ST-ERRNF NOT = "00"
                 GO TO CAR-NF-FIM.
           IF NF-CPF NOT = W-CPF
                 GO TO CAR-NF-010.
           IF W-QNF < 200
                 ADD 1 TO W-QNF
                 MOVE NF-PEDIDO TO TNF-PEDIDO (W-QNF)
                 MOVE NF-DATA TO TNF-DATA (W-QNF).
           MOVE NF-NUMERO TO W-NUM-ED
           COMPUTE W-VAL-ED = NF-VALOR + NF-FRETE
           MOVE SPACES TO W-EV-HIST
           STRING "NF " W-NUM-ED " PED " NF-PEDIDO " VL " W-VAL-ED
                  DELIMITED BY SIZE INTO W-EV-HIST
           MOVE NF-DATA TO W-EV-DATA
           PERFORM ADD-MEM THRU ADD-MEM-FIM
           IF NF-SITUACAO NOT = "CANCELADA"
                 GO TO CAR-NF-010.
           MOVE SPACES TO W-EV-HIST
           STRING "NF " W-NUM-ED " CANCELADA"
                  DELIMITED BY SIZE INTO W-EV-HIST
           MOVE NF-DTCANC TO W-EV-DATA
           PERFORM ADD-MEM THRU ADD-MEM-FIM
           GO TO CAR-NF-010.
       CAR-NF-FIM.
           EXIT.
      *
      *********************************************
      * NOTAS DE CREDITO DO CPF (DOCUMENTO: O      *
      * CREDITO ABATIDO APARECE NAS PARCELAS)      *
      *********************************************
      *
       CAR-NC.
           IF W-TEM-NC NOT = "S"
                 GO TO CAR-NC-FIM.
           MOVE ZEROS TO NC-NUMERO
           START CADNC KEY IS NOT LESS NC-NUMERO INVALID KEY
                 GO TO CAR-NC-FIM.
       CAR-NC-010.
           READ CADNC NEXT
           IF ST-ERRNC NOT = "00"
                 GO TO CAR-NC-FIM.
           IF NC-CPF NOT = W-CPF
                 GO TO CAR-NC-010.
           IF W-QNC < 100
                 ADD 1 TO W-QNC
                 MOVE NC-PEDIDO TO TNC-PEDIDO (W-QNC)
                 MOVE NC-DATA TO TNC-DATA (W-QNC).
           MOVE NC-NUMERO TO W-NUM-ED
           MOVE NC-VALOR TO W-VAL-ED
           MOVE SPACES TO W-EV-HIST
           STRING "NC " W-NUM-ED " NF " NC-NF " VL " W-VAL-ED
                  DELIMITED BY SIZE INTO W-EV-HIST
           MOVE NC-DATA TO W-EV-DATA
           PERFORM ADD-MEM THRU ADD-MEM-FIM
           GO TO CAR-NC-010.
       CAR-NC-FIM.
           EXIT.
      *
      *********************************************
      * ACORDOS DE RENEGOCIACAO DO CPF             *
      *********************************************
      *
       CAR-RNG.
           IF W-TEM-RNG NOT = "S"
                 GO TO CAR-RNG-FIM.
           MOVE W-CPF TO RNG-CPF
           START CADRNG KEY IS NOT LESS RNG-CPF INVALID KEY
                 GO TO CAR-RNG-FIM.
       CAR-RNG-010.
           READ CADRNG NEXT
           IF ST-ERRRN NOT = "00"
                 GO TO CAR-RNG-FIM.
           IF RNG-CPF NOT = W-CPF
                 GO TO CAR-RNG-FIM.
           IF W-QRG < 100
                 ADD 1 TO W-QRG
                 MOVE RNG-NUMERO TO TRG-NUMERO (W-QRG)
                 MOVE RNG-DATA TO TRG-DATA (W-QRG).
           MOVE RNG-VALOR TO W-VAL-ED
           MOVE SPACES TO W-EV-HIST
           STRING "ACORDO " RNG-NUMERO " VL " W-VAL-ED
                  DELIMITED BY SIZE INTO W-EV-HIST
           MOVE RNG-DATA TO W-EV-DATA
           PERFORM ADD-MEM THRU ADD-MEM-FIM
           GO TO CAR-RNG-010.
       CAR-RNG-FIM.
           EXIT.
      *
      *****************************************************
      * PARCELAS DO CPF: DEBITO NA EMISSAO (DATA DA NF DO  *
      * PEDIDO OU DO ACORDO; SEM ELAS, O VENCIMENTO) E OS  *
      * CREDITOS DE CANCELAMENTO, RENEGOCIACAO E PERDA     *
      *****************************************************
      *
       CAR-REC.
           MOVE W-CPF TO REC-CPF
           START CADREC KEY IS NOT LESS REC-CPF INVALID KEY
                 GO TO CAR-REC-FIM.
       CAR-REC-010.
           READ CADREC NEXT
           IF ST-ERRO NOT = "00"
                 GO TO CAR-REC-FIM.
           IF REC-CPF NOT = W-CPF
                 GO TO CAR-REC-FIM.
           IF W-QPAR NOT < 300
                 MOVE "S" TO W-TRUNC
                 GO TO CAR-REC-FIM.
           ADD 1 TO W-QPAR
           MOVE REC-PEDIDO TO TPA-PEDIDO (W-QPAR)
           MOVE REC-PARCELA TO TPA-PARCELA (W-QPAR)
           MOVE REC-VENCIMENTO TO TPA-VENC (W-QPAR)
           MOVE REC-DTPAGTO TO TPA-DTPAGTO (W-QPAR)
           MOVE REC-VALPAGO TO TPA-VALPAGO (W-QPAR)
           MOVE ZEROS TO TPA-RECEB (W-QPAR)
           MOVE REC-PEDIDO TO WPE-PEDIDO
           MOVE REC-PARCELA TO WPE-PARCELA
           PERFORM DAT-EMI THRU DAT-EMI-FIM
           MOVE REC-VENCIMENTO TO W-DTAUX
           PERFORM FOR-DATA THRU FOR-DATA-FIM
           MOVE "PARCELA" TO W-HTXT1
           MOVE SPACES TO W-HTXT2
           STRING "VENC " W-DTED DELIMITED BY SIZE INTO W-HTXT2
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE W-DATAREF TO W-EV-DATA
           MOVE REC-VALOR TO W-EV-DEB
           MOVE ZEROS TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           MOVE ZEROS TO W-EV-DEB
           COMPUTE W-EV-CRE = REC-VALOR - REC-VALPAGO
           MOVE REC-DTPAGTO TO W-EV-DATA
           IF REC-PAGO = "C" AND W-EV-CRE > ZEROS
                 MOVE "PARC" TO W-HTXT1
                 MOVE "CANCELADA C/ NF" TO W-HTXT2
                 PERFORM MON-HIS THRU MON-HIS-FIM
                 PERFORM ADD-EVT THRU ADD-EVT-FIM.
           IF REC-PAGO = "R" AND W-EV-CRE > ZEROS
                 MOVE "PARC" TO W-HTXT1
                 MOVE "RENEGOCIADA" TO W-HTXT2
                 PERFORM MON-HIS THRU MON-HIS-FIM
                 PERFORM ADD-EVT THRU ADD-EVT-FIM.
           PERFORM CAR-PER THRU CAR-PER-FIM
           GO TO CAR-REC-010.
       CAR-REC-FIM.
           EXIT.
      *
      * BAIXA POR PERDA: CREDITO DO VALOR BAIXADO NA DATA DA BAIXA E
      * ESTORNO DO QUE O CLIENTE PAGOU DEPOIS (O PAGAMENTO EM SI VEM
      * DO CAIXA OU DO CHEQUE). SEM O CADPER, A PARCELA EM PERDA E
      * CREDITADA PELO SALDO NA DATA DA BAIXA.
      *
       CAR-PER.
           MOVE "PARC" TO W-HTXT1
           MOVE "BAIXA POR PERDA" TO W-HTXT2
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE ZEROS TO W-EV-DEB
           IF W-TEM-PER NOT = "S"
                 GO TO CAR-PER-SEM.
           MOVE REC-PEDIDO TO PER-PEDIDO
           MOVE REC-PARCELA TO PER-PARCELA
           READ CADPER
           IF ST-ERRPE NOT = "00"
                 GO TO CAR-PER-SEM.
           MOVE PER-DATA TO W-EV-DATA
           MOVE PER-VALOR TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           IF PER-VALREC = ZEROS
                 GO TO CAR-PER-FIM.
           MOVE "PERDA RECUPERADA" TO W-HTXT2
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE PER-DTREC TO W-EV-DATA
           IF PER-DTREC = ZEROS
                 MOVE REC-DTPAGTO TO W-EV-DATA.
           MOVE PER-VALREC TO W-EV-DEB
           MOVE ZEROS TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           GO TO CAR-PER-FIM.
       CAR-PER-SEM.
           IF REC-PAGO NOT = "P"
                 GO TO CAR-PER-FIM.
           MOVE REC-DTPAGTO TO W-EV-DATA
           COMPUTE W-EV-CRE = REC-VALOR - REC-VALPAGO
           PERFORM ADD-EVT THRU ADD-EVT-FIM.
       CAR-PER-FIM.
           EXIT.
      *
      *********************************************
      * CHEQUES DO CPF: CREDITO NO RECEBIMENTO E,  *
      * DEVOLVIDO, DEBITO NA DEVOLUCAO             *
      *********************************************
      *
       CAR-CHQ.
           IF W-TEM-CHQ NOT = "S"
                 GO TO CAR-CHQ-FIM.
           MOVE W-CPF TO CHQ-CPF
           START CADCHQ KEY IS NOT LESS CHQ-CPF INVALID KEY
                 GO TO CAR-CHQ-FIM.
       CAR-CHQ-010.
           READ CADCHQ NEXT
           IF ST-ERRCQ NOT = "00"
                 GO TO CAR-CHQ-FIM.
           IF CHQ-CPF NOT = W-CPF
                 GO TO CAR-CHQ-FIM.
           MOVE CHQ-PEDIDO TO WPE-PEDIDO
           MOVE CHQ-PARCELA TO WPE-PARCELA
           PERFORM BUS-PAR THRU BUS-PAR-FIM
           IF W-ACHOU = ZEROS
                 GO TO CAR-CHQ-010.
           ADD CHQ-VALOR TO TPA-RECEB (W-ACHOU)
           MOVE CHQ-NUMERO TO W-NUM-ED
           MOVE SPACES TO W-HTXT1
           STRING "CHEQUE " W-NUM-ED DELIMITED BY SIZE INTO W-HTXT1
           MOVE SPACES TO W-HTXT2
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE CHQ-DTRECEB TO W-EV-DATA
           MOVE ZEROS TO W-EV-DEB
           MOVE CHQ-VALOR TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           IF CHQ-SITUACAO NOT = "DEVOLVIDO"
                 GO TO CAR-CHQ-010.
           SUBTRACT CHQ-VALOR FROM TPA-RECEB (W-ACHOU)
           MOVE SPACES TO W-HTXT1
           STRING "CHQ DEVOLVIDO " W-NUM-ED
                  DELIMITED BY SIZE INTO W-HTXT1
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE CHQ-DTDEVOL TO W-EV-DATA
           MOVE CHQ-VALOR TO W-EV-DEB
           MOVE ZEROS TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           GO TO CAR-CHQ-010.
       CAR-CHQ-FIM.
           EXIT.
      *
      *********************************************
      * RECEBIMENTOS DE PARCELA DO CPF NO LIVRO    *
      * CAIXA (SGP021 E RETORNO BANCARIO SGP046),  *
      * COM OS ENCARGOS DE ATRASO JA INCLUIDOS     *
      *********************************************
      *
       CAR-CXA.
           IF W-TEM-CXA NOT = "S" OR W-QPAR = ZEROS
                 GO TO CAR-CXA-FIM.
           OPEN INPUT CADCXA
           IF ST-ERRX NOT = "00"
                 GO TO CAR-CXA-FIM.
       CAR-CXA-010.
           READ CADCXA
              AT END
                 CLOSE CADCXA
                 GO TO CAR-CXA-FIM.
           IF CX-OPERACAO NOT = "RECEBTO"
                 GO TO CAR-CXA-010.
           IF CX-DOCUMENTO > 99999
                 GO TO CAR-CXA-010.
           MOVE CX-DOCUMENTO TO WPE-PEDIDO
           MOVE CX-PARCELA TO WPE-PARCELA
           PERFORM BUS-PAR THRU BUS-PAR-FIM
           IF W-ACHOU = ZEROS
                 GO TO CAR-CXA-010.
           ADD CX-ENTRADA TO TPA-RECEB (W-ACHOU)
           MOVE "RECEBIMENTO" TO W-HTXT1
           MOVE SPACES TO W-HTXT2
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE CX-DATA TO W-EV-DATA
           MOVE ZEROS TO W-EV-DEB
           MOVE CX-ENTRADA TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           GO TO CAR-CXA-010.
       CAR-CXA-FIM.
           EXIT.
      *
      *****************************************************
      * ACERTO DA PARCELA W-IND2: O RECEBIDO NO CAIXA E EM *
      * CHEQUE CONTRA O VALOR PAGO DO CADREC. A SOBRA SAO  *
      * OS ENCARGOS DE ATRASO (DEBITO NA DATA DO ULTIMO    *
      * PAGAMENTO); A FALTA E CREDITO ABATIDO SEM PASSAR   *
      * PELO CAIXA, COMO A NOTA DE CREDITO DA DEVOLUCAO    *
      *****************************************************
      *
       AJU-PAR.
           COMPUTE W-DIF = TPA-RECEB (W-IND2) - TPA-VALPAGO (W-IND2)
           IF W-DIF = ZEROS
                 GO TO AJU-PAR-FIM.
           MOVE TPA-PEDIDO (W-IND2) TO WPE-PEDIDO
           MOVE TPA-PARCELA (W-IND2) TO WPE-PARCELA
           MOVE SPACES TO W-HTXT2
           MOVE TPA-DTPAGTO (W-IND2) TO W-EV-DATA
           IF W-EV-DATA = ZEROS
                 MOVE TPA-VENC (W-IND2) TO W-EV-DATA.
           IF W-DIF < ZEROS
                 GO TO AJU-PAR-010.
           MOVE "ENCARGOS" TO W-HTXT1
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE W-DIF TO W-EV-DEB
           MOVE ZEROS TO W-EV-CRE
           PERFORM ADD-EVT THRU ADD-EVT-FIM
           GO TO AJU-PAR-FIM.
       AJU-PAR-010.
           MOVE ZEROS TO W-IND.
       AJU-PAR-020.
           ADD 1 TO W-IND
           IF W-IND > W-QNC
                 GO TO AJU-PAR-030.
           IF TNC-PEDIDO (W-IND) NOT = TPA-PEDIDO (W-IND2)
                 GO TO AJU-PAR-020.
           MOVE TNC-DATA (W-IND) TO W-EV-DATA.
       AJU-PAR-030.
           MOVE "ABATIMENTO" TO W-HTXT1
           PERFORM MON-HIS THRU MON-HIS-FIM
           MOVE ZEROS TO W-EV-DEB
           COMPUTE W-EV-CRE = 0 - W-DIF
           PERFORM ADD-EVT THRU ADD-EVT-FIM.
       AJU-PAR-FIM.
           EXIT.
      *
      *********************************************
      * DATA DE EMISSAO DA PARCELA CORRENTE EM     *
      * W-DATAREF                                  *
      *********************************************
      *
       DAT-EMI.
           MOVE REC-VENCIMENTO TO W-DATAREF
           MOVE ZEROS TO W-IND.
       DAT-EMI-010.
           ADD 1 TO W-IND
           IF W-IND > W-QNF
                 GO TO DAT-EMI-020.
           IF TNF-PEDIDO (W-IND) NOT = REC-PEDIDO
                 GO TO DAT-EMI-010.
           MOVE TNF-DATA (W-IND) TO W-DATAREF
           GO TO DAT-EMI-FIM.
       DAT-EMI-020.
           MOVE ZEROS TO W-IND.
       DAT-EMI-030.
           ADD 1 TO W-IND
           IF W-IND > W-QRG
                 GO TO DAT-EMI-FIM.
           IF TRG-NUMERO (W-IND) NOT = REC-PEDIDO
                 GO TO DAT-EMI-030.
           MOVE TRG-DATA (W-IND) TO W-DATAREF.
       DAT-EMI-FIM.
           EXIT.
      *
      *********************************************
      * PROCURA A PARCELA W-PARC-ED NA TABELA DO   *
      * CLIENTE (W-ACHOU = ZEROS SE NAO ACHOU)     *
      *********************************************
      *
       BUS-PAR.
           MOVE ZEROS TO W-ACHOU
           MOVE ZEROS TO W-IND.
       BUS-PAR-010.
           ADD 1 TO W-IND
           IF W-IND > W-QPAR
                 GO TO BUS-PAR-FIM.
           IF TPA-PEDIDO (W-IND) NOT = WPE-PEDIDO
                 GO TO BUS-PAR-010.
           IF TPA-PARCELA (W-IND) NOT = WPE-PARCELA
                 GO TO BUS-PAR-010.
           MOVE W-IND TO W-ACHOU.
       BUS-PAR-FIM.
           EXIT.
      *
      *********************************************
      * HISTORICO "TEXTO PPPPP/PP TEXTO"           *
      *********************************************
      *
       MON-HIS.
           MOVE SPACES TO W-EV-HIST
           STRING W-HTXT1 DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  W-PARC-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  W-HTXT2 DELIMITED BY "  "
                  INTO W-EV-HIST.
       MON-HIS-FIM.
           EXIT.
      *
      *********************************************
      * INCLUI O LANCAMENTO W-EVT NA TABELA, EM    *
      * ORDEM DE DATA. ADD-MEM INCLUI DOCUMENTO    *
      * SEM VALOR                                  *
      *********************************************
      *
       ADD-MEM.
           MOVE "M" TO W-EV-TIPO
           MOVE ZEROS TO W-EV-DEB
           MOVE ZEROS TO W-EV-CRE
           PERFORM ADD-EVT-000 THRU ADD-EVT-FIM.
       ADD-MEM-FIM.
           EXIT.
      *
       ADD-EVT.
           MOVE SPACES TO W-EV-TIPO.
       ADD-EVT-000.
           IF W-QEVT NOT < 800
                 MOVE "S" TO W-TRUNC
                 GO TO ADD-EVT-FIM.
           MOVE W-QEVT TO W-IND
           ADD 1 TO W-QEVT.
       ADD-EVT-010.
           IF W-IND = ZEROS
                 GO TO ADD-EVT-020.
           IF TEV-DATA (W-IND) NOT > W-EV-DATA
                 GO TO ADD-EVT-020.
           MOVE TEV (W-IND) TO TEV (W-IND + 1)
           SUBTRACT 1 FROM W-IND
           GO TO ADD-EVT-010.
       ADD-EVT-020.
           ADD 1 TO W-IND
           MOVE W-EVT TO TEV (W-IND).
       ADD-EVT-FIM.
           EXIT.
      *
      *********************************************
      * SALDO DO CLIENTE NO FIM DO PERIODO         *
      *********************************************
      *
       SAL-PER.
           MOVE ZEROS TO W-SALDO
           MOVE ZEROS TO W-IND.
       SAL-PER-010.
           ADD 1 TO W-IND
           IF W-IND > W-QEVT
                 GO TO SAL-PER-FIM.
           IF TEV-DATA (W-IND) > W-DTFIM
                 GO TO SAL-PER-FIM.
           ADD TEV-DEB (W-IND) TO W-SALDO
           SUBTRACT TEV-CRE (W-IND) FROM W-SALDO
           GO TO SAL-PER-010.
       SAL-PER-FIM.
           EXIT.
      *
      *****************************************************
      * IMPRIME O EXTRATO DO PERIODO W-DTINI A W-DTFIM:    *
      * SALDO ANTERIOR, LANCAMENTOS E SALDO FINAL          *
      *****************************************************
      *
       IMP-EXT.
           MOVE W-HOJE TO W-DTAUX
           PERFORM FOR-DATA THRU FOR-DATA-FIM
           MOVE W-DTED TO EXTT-EMISSAO
           MOVE EXT-TIT TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE SPACES TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE NOME-CLI TO EXTC-NOME
           MOVE CPF-CLI TO EXTC-CPF
           MOVE EXT-CLI TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE LOGRADOURO TO EXTE-LOGR
           MOVE NUM TO EXTE-NUM
           MOVE COMPLE TO EXTE-COMPLE
           MOVE EXT-END1 TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE BAIRRO TO EXTE-BAIRRO
           MOVE CEP TO EXTE-CEP
           MOVE CIDADE TO EXTE-CIDADE
           MOVE UF TO EXTE-UF
           MOVE EXT-END2 TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE SPACES TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE W-DTINI TO W-DTAUX
           PERFORM FOR-DATA THRU FOR-DATA-FIM
           MOVE W-DTED TO EXTP-DTINI
           IF W-DTINI = ZEROS
                 MOVE "INICIO" TO EXTP-DTINI.
           MOVE W-DTFIM TO W-DTAUX
           PERFORM FOR-DATA THRU FOR-DATA-FIM
           MOVE W-DTED TO EXTP-DTFIM
           MOVE EXT-PER TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE EXT-SEP TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE EXT-CAB TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE EXT-SEP TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE ZEROS TO W-SALDO
           MOVE ZEROS TO W-TOTDEB
           MOVE ZEROS TO W-TOTCRE
           MOVE ZEROS TO W-IND.
       IMP-EXT-010.
           ADD 1 TO W-IND
           IF W-IND > W-QEVT
                 GO TO IMP-EXT-020.
           IF TEV-DATA (W-IND) NOT < W-DTINI
                 GO TO IMP-EXT-020.
           ADD TEV-DEB (W-IND) TO W-SALDO
           SUBTRACT TEV-CRE (W-IND) FROM W-SALDO
           GO TO IMP-EXT-010.
       IMP-EXT-020.
           MOVE SPACES TO EXTD-DATA
           MOVE "SALDO ANTERIOR" TO EXTD-HIST
           MOVE SPACES TO EXTD-DEB
           MOVE SPACES TO EXTD-CRE
           MOVE W-SALDO TO W-SAL-ED
           MOVE W-SAL-ED TO EXTD-SALDO
           MOVE EXT-DET TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           SUBTRACT 1 FROM W-IND.
       IMP-EXT-030.
           ADD 1 TO W-IND
           IF W-IND > W-QEVT
                 GO TO IMP-EXT-040.
           IF TEV-DATA (W-IND) > W-DTFIM
                 GO TO IMP-EXT-040.
           MOVE TEV-DATA (W-IND) TO W-DTAUX
           PERFORM FOR-DATA THRU FOR-DATA-FIM
           MOVE W-DTED TO EXTD-DATA
           MOVE TEV-HIST (W-IND) TO EXTD-HIST
           MOVE SPACES TO EXTD-DEB
           MOVE SPACES TO EXTD-CRE
           IF TEV-TIPO (W-IND) = "M"
                 MOVE SPACES TO EXTD-SALDO
                 MOVE EXT-DET TO LINHA-EXT
                 PERFORM GRA-LIN THRU GRA-LIN-FIM
                 GO TO IMP-EXT-030.
           IF TEV-DEB (W-IND) NOT = ZEROS
                 MOVE TEV-DEB (W-IND) TO W-VAL-ED
                 MOVE W-VAL-ED TO EXTD-DEB
                 ADD TEV-DEB (W-IND) TO W-SALDO
                 ADD TEV-DEB (W-IND) TO W-TOTDEB.
           IF TEV-CRE (W-IND) NOT = ZEROS
                 MOVE TEV-CRE (W-IND) TO W-VAL-ED
                 MOVE W-VAL-ED TO EXTD-CRE
                 SUBTRACT TEV-CRE (W-IND) FROM W-SALDO
                 ADD TEV-CRE (W-IND) TO W-TOTCRE.
           MOVE W-SALDO TO W-SAL-ED
           MOVE W-SAL-ED TO EXTD-SALDO
           MOVE EXT-DET TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           GO TO IMP-EXT-030.
       IMP-EXT-040.
           MOVE EXT-SEP TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE "TOTAIS DO PERIODO" TO EXTT-ROTULO
           MOVE W-TOTDEB TO EXTT-DEB
           MOVE W-TOTCRE TO EXTT-CRE
           MOVE EXT-TOT TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE "SALDO EM ABERTO (DEVEDOR)" TO EXTF-ROTULO
           IF W-SALDO < ZEROS
                 MOVE "SALDO A FAVOR DO CLIENTE" TO EXTF-ROTULO.
           IF W-SALDO = ZEROS
                 MOVE "CONTA QUITADA" TO EXTF-ROTULO.
           MOVE W-SALDO TO EXTF-SALDO
           MOVE EXT-FIM TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           IF W-TRUNC = "S"
                 MOVE "*** EXTRATO INCOMPLETO - LIMITE DA TABELA ***"
                                                          TO LINHA-EXT
                 PERFORM GRA-LIN THRU GRA-LIN-FIM.
           MOVE SPACES TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE EXT-SEP TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM
           MOVE SPACES TO LINHA-EXT
           PERFORM GRA-LIN THRU GRA-LIN-FIM.
       IMP-EXT-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA A LINHA NO EXTCLI.TXT E, NO MODO 1,  *
      * MOSTRA NA TELA COM PAUSA A CADA 15 LINHAS  *
      *********************************************
      *
       GRA-LIN.
           WRITE LINHA-EXT
           IF W-MOSTRA NOT = "S"
                 GO TO GRA-LIN-FIM.
           DISPLAY LINHA-EXT
           ADD 1 TO W-LINHAS
           IF W-LINHAS < 15
                 GO TO GRA-LIN-FIM.
           MOVE ZEROS TO W-LINHAS
           DISPLAY "*** CONTINUA (ENTER) ***".
           ACCEPT W-OPCAO.
       GRA-LIN-FIM.
           EXIT.
      *
      *********************************************
      * W-DTAUX (AAAAMMDD) EM W-DTED (DD/MM/AAAA)  *
      *********************************************
      *
       FOR-DATA.
           MOVE W-DTAUX-DIA TO W-DTED-DIA
           MOVE W-DTAUX-MES TO W-DTED-MES
           MOVE W-DTAUX-ANO TO W-DTED-ANO.
       FOR-DATA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCLIENTE CADREC EXTRATO
                IF W-TEM-NF = "S"
                      CLOSE CADNF.
                IF W-TEM-NC = "S"
                      CLOSE CADNC.
                IF W-TEM-CHQ = "S"
                      CLOSE CADCHQ.
                IF W-TEM-RNG = "S"
                      CLOSE CADRNG.
                IF W-TEM-PER = "S"
                      CLOSE CADPER.
                DISPLAY "*** EXTRATO DE CONTA CORRENTE CONCLUIDO ***"
                DISPLAY "EXTRATOS GERADOS EM EXTCLI.TXT : " W-EXTRATOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
