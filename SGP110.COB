      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Auditoria de atividade do operador - intercala em
      *          ordem de data/hora as trilhas do sistema (CADOPE.LOG,
      *          CADCEP.LOG, SISPARAM.LOG, CADPRO.MOV, CADPRO.HST,
      *          CADPTS.LOG, CADCXA.LOG, CADGAV.LOG, CADSUB.LOG,
      *          CADVALE.LOG, CADCIC.LOG, APROVA.LOG e CADLGPD.LOG)
      *          e lista em RELAUD.TXT, para um operador e/ou uma
      *          faixa de data e hora, cada evento com origem,
      *          programa, operacao, documento e chave. Filtra por
      *          tipo e por codigo de operacao, e marca o evento fora
      *          do expediente e o evento de operador diferente do da
      *          sessao aberta no momento (ultimo LOGIN do CADOPE.LOG
      *          e, na sessao corrente, o SESSAO.DAT). Restrito ao
      *          nivel 2
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP110.
      **************************************
      * AUDITORIA DE ATIVIDADE DO OPERADOR *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADOPELOG ASSIGN TO "CADOPE.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR01.
       SELECT CADCEPL ASSIGN TO "CADCEP.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR02.
       SELECT SISPLOG ASSIGN TO "SISPARAM.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR03.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR04.
       SELECT CADPROH ASSIGN TO "CADPRO.HST"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR05.
       SELECT CADPTS ASSIGN TO "CADPTS.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR06.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR07.
       SELECT CADGMOV ASSIGN TO "CADGAV.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR08.
       SELECT CADSUB ASSIGN TO "CADSUB.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR09.
       SELECT CADVMOV ASSIGN TO "CADVALE.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR10.
       SELECT CADCLOG ASSIGN TO "CADCIC.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR11.
       SELECT APRLOG ASSIGN TO "APROVA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR12.
       SELECT CADLGPD ASSIGN TO "CADLGPD.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERR13.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT RELAUD ASSIGN TO "RELAUD.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * TRILHA DOS LOGINS (MESMO LAYOUT DO SGP013).
       FD CADOPELOG.
       01 REGOPELOG.
                03 LOG-OPERADOR      PIC X(10).
                03 LOG-DATA          PIC 9(08).
                03 LOG-HORA          PIC 9(08).
                03 LOG-EVENTO        PIC X(10).
      *
      * TRILHA DE ALTERACAO DE CEP (MESMO LAYOUT DO SGP001).
       FD CADCEPL.
       01 REGCEPL.
                03 L-OPERADOR        PIC X(10).
                03 L-DATA            PIC 9(08).
                03 L-HORA            PIC 9(08).
                03 L-OPERACAO        PIC X(10).
                03 L-CODCEP          PIC 9(08).
                03 L-LOGRADOURO      PIC X(40).
                03 L-BAIRRO          PIC X(20).
                03 L-CIDADE          PIC X(20).
                03 L-UF              PIC X(02).
      *
      * TRILHA DE TROCA DE PARAMETRO (MESMO LAYOUT DO SGP071).
       FD SISPLOG.
       01 REGPLOG.
                03 PL-OPERADOR       PIC X(10).
                03 PL-DATA           PIC 9(08).
                03 PL-HORA           PIC 9(08).
                03 PL-CAMPO          PIC X(12).
                03 PL-ANTERIOR       PIC 9(05)V99.
                03 PL-NOVO           PIC 9(05)V99.
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
      * HISTORICO DE PRECO (MESMO LAYOUT DO SGP002).
       FD CADPROH.
       01 REGPROH.
                03 H-CODIGO          PIC 9(08).
                03 H-DATA            PIC 9(08).
                03 H-PRECOCUSTO-ANT  PIC 9(06)V99.
                03 H-PRECOCUSTO-NOV  PIC 9(06)V99.
                03 H-PRECOVENDA-ANT  PIC 9(06)V99.
                03 H-PRECOVENDA-NOV  PIC 9(06)V99.
                03 H-OPERADOR        PIC X(10).
                03 H-HORA            PIC 9(08).
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
      * LIVRO CAIXA (MESMO LAYOUT DO SGP021).
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
      * MOVIMENTO DAS SESSOES DE GAVETA DO PDV (MESMO LAYOUT DO
      * SGP062).
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
      * SUBSTITUICOES DE PRODUTO (MESMO LAYOUT DO SGP006).
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
      * MOVIMENTO DOS VALES-CREDITO (MESMO LAYOUT DO SGP006).
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
      * CONTAGENS CICLICAS (MESMO LAYOUT DO SGP033) - SEM HORA.
       FD CADCLOG.
       01 REGCLOG.
                03 CL-DATA           PIC 9(08).
                03 CL-OPERADOR       PIC X(10).
                03 CL-CODIGO         PIC 9(08).
                03 CL-DEPOSITO       PIC 9(02).
                03 CL-CLASSE         PIC X(01).
                03 CL-SALDO          PIC 9(06).
                03 CL-CONTAGEM       PIC 9(06).
                03 CL-DIF            PIC S9(07).
                03 CL-VALOR          PIC S9(09)V99.
      *
      * DECISOES DA FILA DE APROVACAO (MESMO LAYOUT DO SGP085).
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
      * SOLICITACOES DO TITULAR (MESMO LAYOUT DO SGP108).
       FD CADLGPD.
       01 REGLGPD.
                03 LG-DATA           PIC 9(08).
                03 LG-HORA           PIC 9(08).
                03 LG-OPERADOR       PIC X(10).
                03 LG-OPERACAO       PIC X(10).
                03 LG-CPF            PIC X(14).
                03 LG-MOTIVO         PIC X(40).
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
       FD RELAUD.
       01 LINHA-REL        PIC X(132).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERR01     PIC X(02) VALUE "00".
       77 ST-ERR02     PIC X(02) VALUE "00".
       77 ST-ERR03     PIC X(02) VALUE "00".
       77 ST-ERR04     PIC X(02) VALUE "00".
       77 ST-ERR05     PIC X(02) VALUE "00".
       77 ST-ERR06     PIC X(02) VALUE "00".
       77 ST-ERR07     PIC X(02) VALUE "00".
       77 ST-ERR08     PIC X(02) VALUE "00".
       77 ST-ERR09     PIC X(02) VALUE "00".
       77 ST-ERR10     PIC X(02) VALUE "00".
       77 ST-ERR11     PIC X(02) VALUE "00".
       77 ST-ERR12     PIC X(02) VALUE "00".
       77 ST-ERR13     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-TEM-SES    PIC X(01) VALUE "N".
       77 W-IX         PIC 9(02) VALUE ZEROS.
       77 W-MIN        PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-HHMM       PIC 9(04) VALUE ZEROS.
       77 W-FOPER      PIC X(10) VALUE SPACES.
       77 W-FTIPO      PIC 9(01) VALUE ZEROS.
       77 W-FOPERACAO  PIC X(10) VALUE SPACES.
       77 W-EXPINI     PIC 9(04) VALUE ZEROS.
       77 W-EXPFIM     PIC 9(04) VALUE ZEROS.
       77 W-SESS-OPER  PIC X(10) VALUE SPACES.
       77 W-ESPERADO   PIC X(10) VALUE SPACES.
       77 W-LIDOS      PIC 9(07) VALUE ZEROS.
       77 W-LISTADOS   PIC 9(07) VALUE ZEROS.
       77 W-FORAHOR    PIC 9(07) VALUE ZEROS.
       77 W-DIVSES     PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FAIXA PEDIDA: DATA E HORA (HHMMSSCC, COMO NAS TRILHAS)
       01 W-INI.
           03 W-INI-DATA    PIC 9(08) VALUE ZEROS.
           03 W-INI-HORA    PIC 9(08) VALUE ZEROS.
       01 W-FIM.
           03 W-FIM-DATA    PIC 9(08) VALUE ZEROS.
           03 W-FIM-HORA    PIC 9(08) VALUE ZEROS.
       01 W-SES-CHV.
           03 W-SES-DATA    PIC 9(08) VALUE ZEROS.
           03 W-SES-HORA    PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   EVENTO CORRENTE DE CADA TRILHA, JA NO FORMATO COMUM. A
      *   INTERCALACAO SEMPRE TIRA O DE MENOR DATA/HORA E LE O
      *   PROXIMO DAQUELA MESMA TRILHA.
      *   TIPOS: 1=ACESSO 2=CADASTRO 3=ESTOQUE 4=PRECO 5=CAIXA
      *          6=PONTOS
       01 TAB-FONTE.
           03 FT-ENTRADA OCCURS 13 TIMES.
              05 FT-FIM        PIC X(01).
              05 FT-CHV.
                 07 FT-DATA    PIC 9(08).
                 07 FT-HORA    PIC 9(08).
              05 FT-OPERADOR   PIC X(10).
              05 FT-ORIGEM     PIC X(12).
              05 FT-PROGRAMA   PIC X(06).
              05 FT-OPERACAO   PIC X(10).
              05 FT-DOC        PIC 9(08).
              05 FT-CHAVE      PIC X(40).
              05 FT-TIPO       PIC 9(01).
       01 W-HORA.
           03 W-HORA-HH     PIC 9(02).
           03 W-HORA-MM     PIC 9(02).
           03 W-HORA-SS     PIC 9(02).
           03 W-HORA-CC     PIC 9(02).
       01 W-HORA-R REDEFINES W-HORA.
           03 W-HORA-HHMM   PIC 9(04).
           03 FILLER        PIC 9(04).
      *----------------------------------------------------------------*
      *   MONTAGEM DA CHAVE DE CADA TRILHA
       01 K-PAR.
          03 KP-CAMPO      PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 KP-ANT        PIC ZZZZ9,99.
          03 FILLER        PIC X(01) VALUE ">".
          03 KP-NOVO       PIC ZZZZ9,99.
       01 K-MOV.
          03 FILLER        PIC X(05) VALUE "PROD ".
          03 KM-CODIGO     PIC 9(08).
          03 FILLER        PIC X(03) VALUE " E ".
          03 KM-ENTRADA    PIC ZZZZZ9.
          03 FILLER        PIC X(03) VALUE " S ".
          03 KM-SAIDA      PIC ZZZZZ9.
          03 FILLER        PIC X(05) VALUE " DEP ".
          03 KM-DEP        PIC 99.
       01 K-HST.
          03 FILLER        PIC X(02) VALUE "C ".
          03 KH-CUSANT     PIC ZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE ">".
          03 KH-CUSNOV     PIC ZZZZZ9,99.
          03 FILLER        PIC X(03) VALUE " V ".
          03 KH-VENANT     PIC ZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE ">".
          03 KH-VENNOV     PIC ZZZZZ9,99.
       01 K-PTS.
          03 KT-CPF        PIC X(14).
          03 FILLER        PIC X(05) VALUE " PTS ".
          03 KT-PONTOS     PIC ZZZZZ9.
       01 K-CXA.
          03 FILLER        PIC X(05) VALUE "PARC ".
          03 KC-PARCELA    PIC 99.
          03 FILLER        PIC X(05) VALUE " ENT ".
          03 KC-ENTRADA    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(05) VALUE " SAI ".
          03 KC-SAIDA      PIC ZZZZZZZ9,99.
       01 K-GAV.
          03 FILLER        PIC X(07) VALUE "GAVETA ".
          03 KG-NUMERO     PIC ZZZZZ9.
          03 FILLER        PIC X(07) VALUE " VALOR ".
          03 KG-VALOR      PIC ZZZZZZZ9,99.
       01 K-SUB.
          03 KS-ORIGEM     PIC 9(08).
          03 FILLER        PIC X(03) VALUE " > ".
          03 KS-SUBST      PIC 9(08).
          03 FILLER        PIC X(04) VALUE " QT ".
          03 KS-QTD        PIC ZZZZZ9.
       01 K-VALE.
          03 FILLER        PIC X(05) VALUE "VALE ".
          03 KV-NUMERO     PIC ZZZZZ9.
          03 FILLER        PIC X(07) VALUE " VALOR ".
          03 KV-VALOR      PIC ZZZZZZZ9,99.
       01 K-CIC.
          03 FILLER        PIC X(04) VALUE "DEP ".
          03 KI-DEP        PIC 99.
          03 FILLER        PIC X(06) VALUE " DIF  ".
          03 KI-DIF        PIC -------9.
       01 K-APR.
          03 KA-CPF        PIC X(14).
          03 FILLER        PIC X(07) VALUE " SOLIC ".
          03 KA-SOLICIT    PIC X(10).
      *----------------------------------------------------------------*
      *   LAYOUTS DO RELATORIO
       01 LINHA-TIT.
          03 FILLER        PIC X(46) VALUE
               "*** AUDITORIA DE ATIVIDADE DO OPERADOR ***  EM".
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-DATA      PIC 9(08).
          03 FILLER        PIC X(12) VALUE "  OPERADOR: ".
          03 TIT-OPER      PIC X(10).
          03 FILLER        PIC X(07) VALUE "  TIPO:".
          03 TIT-TIPO      PIC 9(01).
          03 FILLER        PIC X(12) VALUE "  OPERACAO: ".
          03 TIT-OPERACAO  PIC X(10).
       01 LINHA-TIT2.
          03 FILLER        PIC X(10) VALUE "PERIODO : ".
          03 TIT2-INIDATA  PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT2-INIHORA  PIC 9(04).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT2-FIMDATA  PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT2-FIMHORA  PIC 9(04).
          03 FILLER        PIC X(16) VALUE "   EXPEDIENTE: ".
          03 TIT2-EXPINI   PIC 9(04).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT2-EXPFIM   PIC 9(04).
       01 LINHA-CAB.
          03 FILLER        PIC X(44) VALUE
               "DATA     HORA     OPERADOR   ORIGEM       PR".
          03 FILLER        PIC X(44) VALUE
               "OG   OPERACAO   DOCUMENTO CHAVE            ".
          03 FILLER        PIC X(44) VALUE
               "                        ALERTA              ".
       01 DET-AUD.
          03 DETA-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-HH       PIC 99.
          03 FILLER        PIC X(01) VALUE ":".
          03 DETA-MM       PIC 99.
          03 FILLER        PIC X(01) VALUE ":".
          03 DETA-SS       PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-OPER     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-ORIGEM   PIC X(12).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-PROG     PIC X(06).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-OPERACAO PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-DOC      PIC ZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETA-CHAVE    PIC X(40).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETA-ALHOR    PIC X(06).
          03 DETA-ALSES    PIC X(20).
       01 LINHA-TOT.
          03 FILLER        PIC X(20) VALUE "EVENTOS LISTADOS : ".
          03 LT-LISTADOS   PIC ZZZZZZ9.
          03 FILLER        PIC X(22) VALUE "   FORA EXPEDIENTE : ".
          03 LT-FORAHOR    PIC ZZZZZZ9.
          03 FILLER        PIC X(22) VALUE "   SESSAO DIVERGENTE: ".
          03 LT-DIVSES     PIC ZZZZZZ9.
       01 LINHA-SES.
          03 FILLER        PIC X(28) VALUE
               "SESSAO ATUAL (SESSAO.DAT) : ".
          03 LS-OPER       PIC X(10).
          03 FILLER        PIC X(06) VALUE " DESDE".
          03 FILLER        PIC X(01) VALUE SPACE.
          03 LS-DATA       PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 LS-HORA       PIC 9(08).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LS-ALERTA     PIC X(40).
       01 LINHA-SEP.
          03 FILLER        PIC X(132) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * AS TRILHAS MOSTRAM O QUE CADA OPERADOR FEZ: CONSULTA RESTRITA
      * AO NIVEL 2, COMO A BAIXA POR PERDA DO SGP099.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE "S" TO W-TEM-SES
                 MOVE SES-NIVEL TO W-NIVEL
                 MOVE SES-DATA TO W-SES-DATA
                 MOVE SES-HORA TO W-SES-HORA.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-NIVEL < 2
              DISPLAY "*** AUDITORIA RESTRITA AO NIVEL 2 ***"
              GO TO ROT-FIMS.
           OPEN OUTPUT RELAUD
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELAUD.TXT ***"
                 GO TO ROT-FIMS.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
      *****************************************************
      * FILTROS DA CONSULTA                                *
      *****************************************************
      *
       INC-001.
           DISPLAY "OPERADOR (BRANCO = TODOS)           : ".
           ACCEPT W-FOPER.
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = INICIO) : ".
           ACCEPT W-INI-DATA.
           DISPLAY "HORA INICIAL (HHMM)                 : ".
           ACCEPT W-HHMM.
           COMPUTE W-INI-HORA = W-HHMM * 10000.
           DISPLAY "DATA FINAL   (AAAAMMDD, 0 = HOJE)   : ".
           ACCEPT W-FIM-DATA.
           IF W-FIM-DATA = ZEROS
                 MOVE W-DATAHOJE TO W-FIM-DATA.
           DISPLAY "HORA FINAL   (HHMM, 0 = 2359)       : ".
           ACCEPT W-HHMM.
           IF W-HHMM = ZEROS
                 MOVE 2359 TO W-HHMM.
           COMPUTE W-FIM-HORA = W-HHMM * 10000 + 9999.
           IF W-INI > W-FIM
                 DISPLAY "*** PERIODO INVALIDO ***"
                 GO TO INC-001.
       INC-002.
           DISPLAY "TIPO (0=TODOS 1=ACESSO 2=CADASTRO 3=ESTOQUE".
           DISPLAY "      4=PRECO 5=CAIXA 6=PONTOS)     : ".
           ACCEPT W-FTIPO.
           IF W-FTIPO > 6
                 DISPLAY "*** TIPO INVALIDO ***"
                 GO TO INC-002.
           DISPLAY "OPERACAO (BRANCO = TODAS)           : ".
           ACCEPT W-FOPERACAO.
       INC-003.
           DISPLAY "INICIO DO EXPEDIENTE (HHMM, 0=0800) : ".
           ACCEPT W-EXPINI.
           IF W-EXPINI = ZEROS
                 MOVE 0800 TO W-EXPINI.
           DISPLAY "FIM DO EXPEDIENTE    (HHMM, 0=1800) : ".
           ACCEPT W-EXPFIM.
           IF W-EXPFIM = ZEROS
                 MOVE 1800 TO W-EXPFIM.
           IF W-EXPINI NOT < W-EXPFIM
                 DISPLAY "*** EXPEDIENTE INVALIDO ***"
                 GO TO INC-003.
           MOVE W-DATAHOJE TO TIT-DATA
           MOVE W-FOPER TO TIT-OPER
           MOVE W-FTIPO TO TIT-TIPO
           MOVE W-FOPERACAO TO TIT-OPERACAO
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE W-INI-DATA TO TIT2-INIDATA
           MOVE W-INI-HORA TO W-HORA
           MOVE W-HORA-HHMM TO TIT2-INIHORA
           MOVE W-FIM-DATA TO TIT2-FIMDATA
           MOVE W-FIM-HORA TO W-HORA
           MOVE W-HORA-HHMM TO TIT2-FIMHORA
           MOVE W-EXPINI TO TIT2-EXPINI
           MOVE W-EXPFIM TO TIT2-EXPFIM
           WRITE LINHA-REL FROM LINHA-TIT2
           WRITE LINHA-REL FROM LINHA-SEP
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * ABRE AS TRILHAS E CARREGA O PRIMEIRO EVENTO DE     *
      * CADA UMA; TRILHA QUE NAO EXISTE JA NASCE NO FIM    *
      *****************************************************
      *
       ABR-001.
           MOVE 1 TO W-IX.
       ABR-010.
           MOVE "N" TO FT-FIM(W-IX)
           PERFORM ABR-TRILHA THRU ABR-TRILHA-FIM
           IF FT-FIM(W-IX) = "N"
                 PERFORM LER-FONTE THRU LER-FONTE-FIM.
           ADD 1 TO W-IX
           IF W-IX NOT > 13
                 GO TO ABR-010.
      *
      *****************************************************
      * INTERCALACAO: O EVENTO DE MENOR DATA/HORA SAI, E A *
      * TRILHA DELE AVANCA UM REGISTRO                     *
      *****************************************************
      *
       MRG-010.
           MOVE ZEROS TO W-MIN
           MOVE 1 TO W-IX
           PERFORM MRG-ACHA THRU MRG-ACHA-FIM
                   UNTIL W-IX > 13
           IF W-MIN = ZEROS
                 GO TO MRG-FIM.
           ADD 1 TO W-LIDOS
           PERFORM PRC-EVENTO THRU PRC-EVENTO-FIM
           MOVE W-MIN TO W-IX
           PERFORM LER-FONTE THRU LER-FONTE-FIM
           GO TO MRG-010.
       MRG-FIM.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE W-LISTADOS TO LT-LISTADOS
           MOVE W-FORAHOR TO LT-FORAHOR
           MOVE W-DIVSES TO LT-DIVSES
           WRITE LINHA-REL FROM LINHA-TOT
           IF W-TEM-SES = "N"
                 GO TO ROT-FIM.
      *
      * A SESSAO GRAVADA TEM DE SER A DO ULTIMO LOGIN DA TRILHA.
      *
           MOVE SES-OPERADOR TO LS-OPER
           MOVE SES-DATA TO LS-DATA
           MOVE SES-HORA TO LS-HORA
           MOVE SPACES TO LS-ALERTA
           IF SES-OPERADOR NOT = W-SESS-OPER
                 MOVE "*** DIFERE DO ULTIMO LOGIN DO CADOPE.LOG"
                                                       TO LS-ALERTA.
           WRITE LINHA-REL FROM LINHA-SES
           GO TO ROT-FIM.
      *
       MRG-ACHA.
           IF FT-FIM(W-IX) = "S"
                 GO TO MRG-ACHA-PROX.
           IF W-MIN = ZEROS
                 MOVE W-IX TO W-MIN
                 GO TO MRG-ACHA-PROX.
           IF FT-CHV(W-IX) < FT-CHV(W-MIN)
                 MOVE W-IX TO W-MIN.
       MRG-ACHA-PROX.
           ADD 1 TO W-IX.
       MRG-ACHA-FIM.
           EXIT.
      *
      *****************************************************
      * TRATA O EVENTO DA TRILHA W-MIN: ACOMPANHA A SESSAO *
      * (ANTES DOS FILTROS, PARA NAO PERDER LOGIN FORA DA  *
      * FAIXA), FILTRA, MARCA OS ALERTAS E IMPRIME         *
      *****************************************************
      *
       PRC-EVENTO.
           IF W-MIN = 1 AND FT-OPERACAO(1) = "LOGIN"
                 MOVE FT-OPERADOR(1) TO W-SESS-OPER.
           MOVE W-SESS-OPER TO W-ESPERADO
           IF W-TEM-SES = "S" AND FT-CHV(W-MIN) NOT < W-SES-CHV
                 MOVE SES-OPERADOR TO W-ESPERADO.
           IF W-FOPER NOT = SPACES AND FT-OPERADOR(W-MIN) NOT = W-FOPER
                 GO TO PRC-EVENTO-FIM.
           IF FT-CHV(W-MIN) < W-INI OR FT-CHV(W-MIN) > W-FIM
                 GO TO PRC-EVENTO-FIM.
           IF W-FTIPO NOT = ZEROS AND FT-TIPO(W-MIN) NOT = W-FTIPO
                 GO TO PRC-EVENTO-FIM.
           IF W-FOPERACAO NOT = SPACES
                 AND FT-OPERACAO(W-MIN) NOT = W-FOPERACAO
                 GO TO PRC-EVENTO-FIM.
           ADD 1 TO W-LISTADOS
           MOVE FT-HORA(W-MIN) TO W-HORA
           MOVE FT-DATA(W-MIN) TO DETA-DATA
           MOVE W-HORA-HH TO DETA-HH
           MOVE W-HORA-MM TO DETA-MM
           MOVE W-HORA-SS TO DETA-SS
           MOVE FT-OPERADOR(W-MIN) TO DETA-OPER
           MOVE FT-ORIGEM(W-MIN) TO DETA-ORIGEM
           MOVE FT-PROGRAMA(W-MIN) TO DETA-PROG
           MOVE FT-OPERACAO(W-MIN) TO DETA-OPERACAO
           MOVE FT-DOC(W-MIN) TO DETA-DOC
           MOVE FT-CHAVE(W-MIN) TO DETA-CHAVE
           MOVE SPACES TO DETA-ALHOR
           MOVE SPACES TO DETA-ALSES
      *
      * FORA DO EXPEDIENTE. A CONTAGEM CICLICA NAO GRAVA HORA.
      *
           IF W-MIN NOT = 11
              IF W-HORA-HHMM < W-EXPINI OR W-HORA-HHMM NOT < W-EXPFIM
                 MOVE "HORA! " TO DETA-ALHOR
                 ADD 1 TO W-FORAHOR.
      *
      * OPERADOR DIFERENTE DO DA SESSAO ABERTA. OS EVENTOS DO
      * PROPRIO LOGIN NAO TEM SESSAO A CONFERIR, E A CONTAGEM
      * CICLICA, SEM HORA, NAO TEM COMO SER CASADA COM A SESSAO.
      *
           IF W-MIN = 1 OR W-MIN = 11
                 GO TO PRC-EVENTO-IMP.
           IF W-ESPERADO = SPACES
                 MOVE "SEM LOGIN ANTERIOR" TO DETA-ALSES
                 ADD 1 TO W-DIVSES
                 GO TO PRC-EVENTO-IMP.
           IF FT-OPERADOR(W-MIN) NOT = W-ESPERADO
                 STRING "SESSAO DE " DELIMITED BY SIZE
                        W-ESPERADO DELIMITED BY SPACE
                        INTO DETA-ALSES
                 ADD 1 TO W-DIVSES.
       PRC-EVENTO-IMP.
           WRITE LINHA-REL FROM DET-AUD.
       PRC-EVENTO-FIM.
           EXIT.
      *
      *****************************************************
      * ABERTURA DA TRILHA W-IX                            *
      *****************************************************
      *
       ABR-TRILHA.
           IF W-IX = 1
                 OPEN INPUT CADOPELOG
                 IF ST-ERR01 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 2
                 OPEN INPUT CADCEPL
                 IF ST-ERR02 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 3
                 OPEN INPUT SISPLOG
                 IF ST-ERR03 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 4
                 OPEN INPUT CADMOV
                 IF ST-ERR04 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 5
                 OPEN INPUT CADPROH
                 IF ST-ERR05 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 6
                 OPEN INPUT CADPTS
                 IF ST-ERR06 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 7
                 OPEN INPUT CADCXA
                 IF ST-ERR07 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 8
                 OPEN INPUT CADGMOV
                 IF ST-ERR08 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 9
                 OPEN INPUT CADSUB
                 IF ST-ERR09 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 10
                 OPEN INPUT CADVMOV
                 IF ST-ERR10 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 11
                 OPEN INPUT CADCLOG
                 IF ST-ERR11 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 12
                 OPEN INPUT APRLOG
                 IF ST-ERR12 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
           IF W-IX = 13
                 OPEN INPUT CADLGPD
                 IF ST-ERR13 NOT = "00"
                       MOVE "S" TO FT-FIM(W-IX).
       ABR-TRILHA-FIM.
           EXIT.
      *
      *****************************************************
      * LEITURA DO PROXIMO EVENTO DA TRILHA W-IX, JA NO    *
      * FORMATO COMUM; NO FIM DA TRILHA ELA E FECHADA      *
      *****************************************************
      *
       LER-FONTE.
           MOVE ZEROS TO FT-DOC(W-IX)
           MOVE SPACES TO FT-CHAVE(W-IX)
           MOVE SPACES TO FT-PROGRAMA(W-IX)
           IF W-IX = 1
                 PERFORM LER-F01 THRU LER-F01-FIM.
           IF W-IX = 2
                 PERFORM LER-F02 THRU LER-F02-FIM.
           IF W-IX = 3
                 PERFORM LER-F03 THRU LER-F03-FIM.
           IF W-IX = 4
                 PERFORM LER-F04 THRU LER-F04-FIM.
           IF W-IX = 5
                 PERFORM LER-F05 THRU LER-F05-FIM.
           IF W-IX = 6
                 PERFORM LER-F06 THRU LER-F06-FIM.
           IF W-IX = 7
                 PERFORM LER-F07 THRU LER-F07-FIM.
           IF W-IX = 8
                 PERFORM LER-F08 THRU LER-F08-FIM.
           IF W-IX = 9
                 PERFORM LER-F09 THRU LER-F09-FIM.
           IF W-IX = 10
                 PERFORM LER-F10 THRU LER-F10-FIM.
           IF W-IX = 11
                 PERFORM LER-F11 THRU LER-F11-FIM.
           IF W-IX = 12
                 PERFORM LER-F12 THRU LER-F12-FIM.
           IF W-IX = 13
                 PERFORM LER-F13 THRU LER-F13-FIM.
       LER-FONTE-FIM.
           EXIT.
      *
       LER-F01.
           READ CADOPELOG
           IF ST-ERR01 NOT = "00"
                 MOVE "S" TO FT-FIM(1)
                 CLOSE CADOPELOG
                 GO TO LER-F01-FIM.
           MOVE LOG-DATA TO FT-DATA(1)
           MOVE LOG-HORA TO FT-HORA(1)
           MOVE LOG-OPERADOR TO FT-OPERADOR(1)
           MOVE "CADOPE.LOG" TO FT-ORIGEM(1)
           MOVE "SGP013" TO FT-PROGRAMA(1)
           IF LOG-EVENTO = "DESBLOQ"
                 MOVE "SGP024" TO FT-PROGRAMA(1).
           MOVE LOG-EVENTO TO FT-OPERACAO(1)
           MOVE 1 TO FT-TIPO(1).
       LER-F01-FIM.
           EXIT.
      *
       LER-F02.
           READ CADCEPL
           IF ST-ERR02 NOT = "00"
                 MOVE "S" TO FT-FIM(2)
                 CLOSE CADCEPL
                 GO TO LER-F02-FIM.
           MOVE L-DATA TO FT-DATA(2)
           MOVE L-HORA TO FT-HORA(2)
           MOVE L-OPERADOR TO FT-OPERADOR(2)
           MOVE "CADCEP.LOG" TO FT-ORIGEM(2)
           MOVE "SGP001" TO FT-PROGRAMA(2)
           MOVE L-OPERACAO TO FT-OPERACAO(2)
           MOVE L-CODCEP TO FT-DOC(2)
           MOVE L-LOGRADOURO TO FT-CHAVE(2)
           MOVE 2 TO FT-TIPO(2).
       LER-F02-FIM.
           EXIT.
      *
       LER-F03.
           READ SISPLOG
           IF ST-ERR03 NOT = "00"
                 MOVE "S" TO FT-FIM(3)
                 CLOSE SISPLOG
                 GO TO LER-F03-FIM.
           MOVE PL-DATA TO FT-DATA(3)
           MOVE PL-HORA TO FT-HORA(3)
           MOVE PL-OPERADOR TO FT-OPERADOR(3)
           MOVE "SISPARAM.LOG" TO FT-ORIGEM(3)
           MOVE "SGP071" TO FT-PROGRAMA(3)
           MOVE "PARAMETRO" TO FT-OPERACAO(3)
           MOVE PL-CAMPO TO KP-CAMPO
           MOVE PL-ANTERIOR TO KP-ANT
           MOVE PL-NOVO TO KP-NOVO
           MOVE K-PAR TO FT-CHAVE(3)
           MOVE 2 TO FT-TIPO(3).
       LER-F03-FIM.
           EXIT.
      *
       LER-F04.
           READ CADMOV
           IF ST-ERR04 NOT = "00"
                 MOVE "S" TO FT-FIM(4)
                 CLOSE CADMOV
                 GO TO LER-F04-FIM.
           MOVE M-DATA TO FT-DATA(4)
           MOVE M-HORA TO FT-HORA(4)
           MOVE M-OPERADOR TO FT-OPERADOR(4)
           MOVE "CADPRO.MOV" TO FT-ORIGEM(4)
           MOVE M-OPERACAO TO FT-OPERACAO(4)
           MOVE M-DOCUMENTO TO FT-DOC(4)
           MOVE M-CODIGO TO KM-CODIGO
           MOVE M-ENTRADA TO KM-ENTRADA
           MOVE M-SAIDA TO KM-SAIDA
           MOVE M-DEPOSITO TO KM-DEP
           MOVE K-MOV TO FT-CHAVE(4)
           MOVE 3 TO FT-TIPO(4).
       LER-F04-FIM.
           EXIT.
      *
       LER-F05.
           READ CADPROH
           IF ST-ERR05 NOT = "00"
                 MOVE "S" TO FT-FIM(5)
                 CLOSE CADPROH
                 GO TO LER-F05-FIM.
           MOVE H-DATA TO FT-DATA(5)
           MOVE H-HORA TO FT-HORA(5)
           MOVE H-OPERADOR TO FT-OPERADOR(5)
           MOVE "CADPRO.HST" TO FT-ORIGEM(5)
           MOVE "PRECO" TO FT-OPERACAO(5)
           MOVE H-CODIGO TO FT-DOC(5)
           MOVE H-PRECOCUSTO-ANT TO KH-CUSANT
           MOVE H-PRECOCUSTO-NOV TO KH-CUSNOV
           MOVE H-PRECOVENDA-ANT TO KH-VENANT
           MOVE H-PRECOVENDA-NOV TO KH-VENNOV
           MOVE K-HST TO FT-CHAVE(5)
           MOVE 4 TO FT-TIPO(5).
       LER-F05-FIM.
           EXIT.
      *
       LER-F06.
           READ CADPTS
           IF ST-ERR06 NOT = "00"
                 MOVE "S" TO FT-FIM(6)
                 CLOSE CADPTS
                 GO TO LER-F06-FIM.
           MOVE P-DATA TO FT-DATA(6)
           MOVE P-HORA TO FT-HORA(6)
           MOVE P-OPERADOR TO FT-OPERADOR(6)
           MOVE "CADPTS.LOG" TO FT-ORIGEM(6)
           MOVE P-OPERACAO TO FT-OPERACAO(6)
           MOVE P-DOCUMENTO TO FT-DOC(6)
           MOVE P-CPF TO KT-CPF
           MOVE P-PONTOS TO KT-PONTOS
           MOVE K-PTS TO FT-CHAVE(6)
           MOVE 6 TO FT-TIPO(6).
       LER-F06-FIM.
           EXIT.
      *
       LER-F07.
           READ CADCXA
           IF ST-ERR07 NOT = "00"
                 MOVE "S" TO FT-FIM(7)
                 CLOSE CADCXA
                 GO TO LER-F07-FIM.
           MOVE CX-DATA TO FT-DATA(7)
           MOVE CX-HORA TO FT-HORA(7)
           MOVE CX-OPERADOR TO FT-OPERADOR(7)
           MOVE "CADCXA.LOG" TO FT-ORIGEM(7)
           MOVE CX-OPERACAO TO FT-OPERACAO(7)
           MOVE CX-DOCUMENTO TO FT-DOC(7)
           MOVE CX-PARCELA TO KC-PARCELA
           MOVE CX-ENTRADA TO KC-ENTRADA
           MOVE CX-SAIDA TO KC-SAIDA
           MOVE K-CXA TO FT-CHAVE(7)
           MOVE 5 TO FT-TIPO(7).
       LER-F07-FIM.
           EXIT.
      *
       LER-F08.
           READ CADGMOV
           IF ST-ERR08 NOT = "00"
                 MOVE "S" TO FT-FIM(8)
                 CLOSE CADGMOV
                 GO TO LER-F08-FIM.
           MOVE GM-DATA TO FT-DATA(8)
           MOVE GM-HORA TO FT-HORA(8)
           MOVE GM-OPERADOR TO FT-OPERADOR(8)
           MOVE "CADGAV.LOG" TO FT-ORIGEM(8)
           MOVE GM-OPERACAO TO FT-OPERACAO(8)
           MOVE GM-DOCUMENTO TO FT-DOC(8)
           MOVE GM-NUMERO TO KG-NUMERO
           MOVE GM-VALOR TO KG-VALOR
           MOVE K-GAV TO FT-CHAVE(8)
           MOVE 5 TO FT-TIPO(8).
       LER-F08-FIM.
           EXIT.
      *
       LER-F09.
           READ CADSUB
           IF ST-ERR09 NOT = "00"
                 MOVE "S" TO FT-FIM(9)
                 CLOSE CADSUB
                 GO TO LER-F09-FIM.
           MOVE SB-DATA TO FT-DATA(9)
           MOVE SB-HORA TO FT-HORA(9)
           MOVE SB-OPERADOR TO FT-OPERADOR(9)
           MOVE "CADSUB.LOG" TO FT-ORIGEM(9)
           MOVE SB-PROGRAMA TO FT-PROGRAMA(9)
           MOVE "SUBSTITUI" TO FT-OPERACAO(9)
           MOVE SB-PEDIDO TO FT-DOC(9)
           MOVE SB-ORIGEM TO KS-ORIGEM
           MOVE SB-SUBST TO KS-SUBST
           MOVE SB-QTD TO KS-QTD
           MOVE K-SUB TO FT-CHAVE(9)
           MOVE 3 TO FT-TIPO(9).
       LER-F09-FIM.
           EXIT.
      *
       LER-F10.
           READ CADVMOV
           IF ST-ERR10 NOT = "00"
                 MOVE "S" TO FT-FIM(10)
                 CLOSE CADVMOV
                 GO TO LER-F10-FIM.
           MOVE VM-DATA TO FT-DATA(10)
           MOVE VM-HORA TO FT-HORA(10)
           MOVE VM-OPERADOR TO FT-OPERADOR(10)
           MOVE "CADVALE.LOG" TO FT-ORIGEM(10)
           MOVE VM-OPERACAO TO FT-OPERACAO(10)
           MOVE VM-DOCUMENTO TO FT-DOC(10)
           MOVE VM-NUMERO TO KV-NUMERO
           MOVE VM-VALOR TO KV-VALOR
           MOVE K-VALE TO FT-CHAVE(10)
           MOVE 5 TO FT-TIPO(10).
       LER-F10-FIM.
           EXIT.
      *
       LER-F11.
           READ CADCLOG
           IF ST-ERR11 NOT = "00"
                 MOVE "S" TO FT-FIM(11)
                 CLOSE CADCLOG
                 GO TO LER-F11-FIM.
           MOVE CL-DATA TO FT-DATA(11)
           MOVE ZEROS TO FT-HORA(11)
           MOVE CL-OPERADOR TO FT-OPERADOR(11)
           MOVE "CADCIC.LOG" TO FT-ORIGEM(11)
           MOVE "SGP033" TO FT-PROGRAMA(11)
           MOVE "CONTAGEM" TO FT-OPERACAO(11)
           MOVE CL-CODIGO TO FT-DOC(11)
           MOVE CL-DEPOSITO TO KI-DEP
           MOVE CL-DIF TO KI-DIF
           MOVE K-CIC TO FT-CHAVE(11)
           MOVE 3 TO FT-TIPO(11).
       LER-F11-FIM.
           EXIT.
      *
       LER-F12.
           READ APRLOG
           IF ST-ERR12 NOT = "00"
                 MOVE "S" TO FT-FIM(12)
                 CLOSE APRLOG
                 GO TO LER-F12-FIM.
           MOVE AL-DATA TO FT-DATA(12)
           MOVE AL-HORA TO FT-HORA(12)
           MOVE AL-OPERADOR TO FT-OPERADOR(12)
           MOVE "APROVA.LOG" TO FT-ORIGEM(12)
           MOVE "SGP085" TO FT-PROGRAMA(12)
           MOVE AL-DECISAO TO FT-OPERACAO(12)
           MOVE AL-PEDIDO TO FT-DOC(12)
           MOVE AL-CPF TO KA-CPF
           MOVE AL-SOLICIT TO KA-SOLICIT
           MOVE K-APR TO FT-CHAVE(12)
           MOVE 4 TO FT-TIPO(12).
       LER-F12-FIM.
           EXIT.
      *
       LER-F13.
           READ CADLGPD
           IF ST-ERR13 NOT = "00"
                 MOVE "S" TO FT-FIM(13)
                 CLOSE CADLGPD
                 GO TO LER-F13-FIM.
           MOVE LG-DATA TO FT-DATA(13)
           MOVE LG-HORA TO FT-HORA(13)
           MOVE LG-OPERADOR TO FT-OPERADOR(13)
           MOVE "CADLGPD.LOG" TO FT-ORIGEM(13)
           MOVE "SGP109" TO FT-PROGRAMA(13)
           IF LG-OPERACAO = "RELATORIO"
                 MOVE "SGP108" TO FT-PROGRAMA(13).
           MOVE LG-OPERACAO TO FT-OPERACAO(13)
           MOVE LG-CPF TO FT-CHAVE(13)
           MOVE 2 TO FT-TIPO(13).
       LER-F13-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE RELAUD
                DISPLAY "*** AUDITORIA GRAVADA EM RELAUD.TXT ***"
                DISPLAY "EVENTOS LIDOS          : " W-LIDOS
                DISPLAY "EVENTOS LISTADOS       : " W-LISTADOS
                DISPLAY "FORA DO EXPEDIENTE     : " W-FORAHOR
                DISPLAY "SESSAO DIVERGENTE      : " W-DIVSES.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
