      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Caixa do PDV por operador - abre a sessao da gaveta
      *          (CADGAV.DAT, numerada pelo CADGAV.CTL) com o fundo
      *          de troco, sem a qual o SGP062 nao vende; registra
      *          sangria (retirada para o cofre) e suprimento (troco
      *          posto na gaveta) no CADGAV.LOG, onde o SGP062 lanca
      *          cada venda da sessao; fecha com a contagem cega por
      *          forma de pagamento (CADFPG) - o operador digita o
      *          que contou sem ver o esperado - e imprime em
      *          RELGAV.TXT esperado x contado por forma com a falta
      *          ou sobra. Sessao fechada nao aceita mais movimento
      *          nem reabre; o relatorio pode ser reimpresso
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP103.
      **************************************
      * CAIXA DO PDV POR OPERADOR          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADGAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAV-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS GAV-OPERADOR
                                            WITH DUPLICATES.
       SELECT CTLGAV ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRC.
       SELECT CADGMOV ASSIGN TO "CADGAV.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT CADFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODIGO
                    FILE STATUS  IS ST-ERRFP.
       SELECT RELGAV ASSIGN TO "RELGAV.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * SESSAO DE CAIXA (GAVETA) DO OPERADOR: ABERTA ATE A CONTAGEM
      * CEGA DO FECHAMENTO, DEPOIS FECHADA COM O ESPERADO E O CONTADO
      * DE CADA FORMA DE PAGAMENTO (ATE 20 FORMAS POR SESSAO).
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
      * CTLGAV GUARDA O ULTIMO NUMERO DE SESSAO DE CAIXA ABERTA
      * (MESMO ESQUEMA DO CTLNC).
       FD CTLGAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAV.CTL".
       01 REGCTLGAV.
                03 CTL-ULTGAV         PIC 9(06).
      *
      * MOVIMENTO DA GAVETA POR SESSAO: ABERTURA (FUNDO DE TROCO),
      * VENDA (GRAVADA PELO SGP062, DOCUMENTO = PEDIDO), SANGRIA E
      * SUPRIMENTO, CADA UM NA SUA FORMA DE PAGAMENTO.
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
       FD RELGAV.
       01 LINHA-REL        PIC X(110).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 ST-ERRFP     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-TEM-FPG    PIC X(01) VALUE "N".
       77 W-SESSAO     PIC 9(06) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-OPERACAO   PIC X(10) VALUE SPACES.
       77 W-FORMA      PIC 9(02) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
       77 W-DIF        PIC S9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   POSICAO DA SESSAO POR FORMA DE PAGAMENTO: O CONTADO VEM DA
      *   CONTAGEM CEGA (OU DO CADGAV NA REIMPRESSAO), O RESTO E
      *   SOMADO DO CADGAV.LOG; ESPERADO = FUNDO + SUPRIMENTO +
      *   VENDAS - SANGRIAS
       01 TAB-FPG.
          03 TAB-FPG-ITEM OCCURS 20 TIMES.
             05 TF-FPG        PIC 9(02).
             05 TF-FUNDO      PIC 9(09)V99.
             05 TF-SUPR       PIC 9(09)V99.
             05 TF-VENDA      PIC 9(09)V99.
             05 TF-SANG       PIC 9(09)V99.
             05 TF-ESP        PIC S9(09)V99.
             05 TF-CONT       PIC 9(09)V99.
       77 W-QTD-TF     PIC 9(02) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-ESTOURO    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   TOTAIS DA SESSAO
       01 W-TOTAIS.
          03 W-TT-FUNDO     PIC 9(09)V99 VALUE ZEROS.
          03 W-TT-SUPR      PIC 9(09)V99 VALUE ZEROS.
          03 W-TT-VENDA     PIC 9(09)V99 VALUE ZEROS.
          03 W-TT-SANG      PIC 9(09)V99 VALUE ZEROS.
          03 W-TT-ESP       PIC S9(09)V99 VALUE ZEROS.
          03 W-TT-CONT      PIC 9(09)V99 VALUE ZEROS.
          03 W-TT-DIF       PIC S9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(36) VALUE
                            "*** FECHAMENTO DE CAIXA *** SESSAO ".
          03 TIT-SESSAO    PIC 9(06).
          03 FILLER        PIC X(12) VALUE "  OPERADOR: ".
          03 TIT-OPERADOR  PIC X(10).
       01 LINHA-TIT2.
          03 FILLER        PIC X(10) VALUE "ABERTURA: ".
          03 TIT-DTABERT   PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-HRABERT   PIC 99.99.99.
          03 FILLER        PIC X(14) VALUE "  FECHAMENTO: ".
          03 TIT-DTFECH    PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-HRFECH    PIC 99.99.99.
       01 LINHA-CAB.
          03 FILLER        PIC X(55) VALUE
          "FP DESCRICAO       FUNDO+SUPRIM       VENDAS     SANGRI".
          03 FILLER        PIC X(55) VALUE
          "AS     ESPERADO      CONTADO    DIFERENCA".
       01 DET-FPG.
          03 DETF-FPG      PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-DESC     PIC X(15).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-FUNDO    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-VENDA    PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-SANG     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-ESP      PIC -ZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-CONT     PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-DIF      PIC -ZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETF-FLAG     PIC X(08).
       01 LINHA-SEP.
          03 FILLER        PIC X(110) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : "
              ACCEPT W-OPERADOR.
           OPEN I-O CADGAV
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADGAV
                      CLOSE CADGAV
                      OPEN I-O CADGAV.
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO CADGAV.DAT ***"
                 GO TO ROT-FIMS.
      *
      * O CADFPG E OPCIONAL (MESMO TRATAMENTO DO SGP062): SEM ELE A
      * FORMA NAO E CONFERIDA E A CONTAGEM PEDE FORMA A FORMA.
      *
           OPEN INPUT CADFPG
           IF ST-ERRFP = "00"
               MOVE "S" TO W-TEM-FPG
           ELSE
               MOVE "N" TO W-TEM-FPG.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
       MEN-001.
           DISPLAY " "
           DISPLAY "A=ABRIR CAIXA  S=SANGRIA  U=SUPRIMENTO"
           DISPLAY "F=FECHAR CAIXA (CONTAGEM CEGA)  R=REIMPRIME "
                   "FECHAMENTO  0=SAIR"
           DISPLAY "OPCAO : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "A" OR "a"
                 PERFORM ABR-GAV THRU ABR-GAV-FIM
                 GO TO MEN-001.
           IF W-OPCAO = "S" OR "s"
                 MOVE "SANGRIA" TO W-OPERACAO
                 PERFORM MOV-GAV THRU MOV-GAV-FIM
                 GO TO MEN-001.
           IF W-OPCAO = "U" OR "u"
                 MOVE "SUPRIMENTO" TO W-OPERACAO
                 PERFORM MOV-GAV THRU MOV-GAV-FIM
                 GO TO MEN-001.
           IF W-OPCAO = "F" OR "f"
                 PERFORM FEC-GAV THRU FEC-GAV-FIM
                 GO TO MEN-001.
           IF W-OPCAO = "R" OR "r"
                 PERFORM REI-GAV THRU REI-GAV-FIM
                 GO TO MEN-001.
           IF W-OPCAO = "0"
                 GO TO ROT-FIM.
           DISPLAY "*** OPCAO INVALIDA ***"
           GO TO MEN-001.
      *
      *****************************************************
      * ABERTURA: UMA SESSAO ABERTA POR OPERADOR, NUMERO   *
      * DO CTLGAV, FUNDO DE TROCO NUMA FORMA (O DINHEIRO   *
      * DA GAVETA) LANCADO COMO ABERTURA NO CADGAV.LOG     *
      *****************************************************
      *
       ABR-GAV.
           PERFORM ACH-GAV THRU ACH-GAV-FIM
           IF W-ACHOU = "S"
                 DISPLAY "*** JA HA CAIXA ABERTO PARA O OPERADOR - "
                         "SESSAO " GAV-NUMERO " ***"
                 GO TO ABR-GAV-FIM.
           DISPLAY "FUNDO DE TROCO : ".
           ACCEPT W-VALOR.
           MOVE ZEROS TO W-FORMA
           IF W-VALOR NOT = ZEROS
                 PERFORM LER-FPG THRU LER-FPG-FIM.
           OPEN I-O CTLGAV
           IF ST-ERRC NOT = "00"
              MOVE ZEROS TO REGCTLGAV
              OPEN OUTPUT CTLGAV
              WRITE REGCTLGAV
              CLOSE CTLGAV
              OPEN I-O CTLGAV.
           READ CTLGAV
           IF ST-ERRC NOT = "00"
              MOVE ZEROS TO CTL-ULTGAV.
           ADD 1 TO CTL-ULTGAV
           CLOSE CTLGAV
           OPEN OUTPUT CTLGAV
           WRITE REGCTLGAV
           CLOSE CTLGAV
           MOVE SPACES TO REGGAV
           MOVE CTL-ULTGAV TO GAV-NUMERO
           MOVE W-OPERADOR TO GAV-OPERADOR
           MOVE "ABERTA" TO GAV-SITUACAO
           ACCEPT GAV-DTABERT FROM DATE YYYYMMDD
           ACCEPT GAV-HRABERT FROM TIME
           MOVE ZEROS TO GAV-DTFECH
           MOVE ZEROS TO GAV-HRFECH
           MOVE W-VALOR TO GAV-FUNDO
           MOVE ZEROS TO GAV-DIFERENCA
           MOVE ZEROS TO GAV-QTDFPG
           MOVE ZEROS TO W-IND.
       ABR-GAV-010.
           ADD 1 TO W-IND
           IF W-IND > 20
                 GO TO ABR-GAV-020.
           MOVE ZEROS TO GAV-FPG (W-IND)
           MOVE ZEROS TO GAV-ESPERADO (W-IND)
           MOVE ZEROS TO GAV-CONTADO (W-IND)
           GO TO ABR-GAV-010.
       ABR-GAV-020.
           WRITE REGGAV
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ERRO NA GRAVACAO DO CADGAV - ST "
                         ST-ERRO " ***"
                 GO TO ABR-GAV-FIM.
           MOVE "ABERTURA" TO W-OPERACAO
           MOVE ZEROS TO GM-DOCUMENTO
           PERFORM GRA-GMOV THRU GRA-GMOV-FIM
           DISPLAY "*** CAIXA ABERTO - SESSAO " GAV-NUMERO " ***".
       ABR-GAV-FIM.
           EXIT.
      *
      *****************************************************
      * SANGRIA / SUPRIMENTO NA SESSAO ABERTA: A SANGRIA   *
      * NAO PODE PASSAR DO QUE A FORMA TEM NA GAVETA       *
      *****************************************************
      *
       MOV-GAV.
           PERFORM ACH-GAV THRU ACH-GAV-FIM
           IF W-ACHOU = "N"
                 DISPLAY "*** NAO HA CAIXA ABERTO PARA O OPERADOR ***"
                 GO TO MOV-GAV-FIM.
           DISPLAY W-OPERACAO " - SESSAO " GAV-NUMERO.
           PERFORM LER-FPG THRU LER-FPG-FIM.
       MOV-GAV-010.
           DISPLAY "VALOR : ".
           ACCEPT W-VALOR.
           IF W-VALOR = ZEROS
                 DISPLAY "*** MOVIMENTO NAO REGISTRADO ***"
                 GO TO MOV-GAV-FIM.
           IF W-OPERACAO NOT = "SANGRIA"
                 GO TO MOV-GAV-020.
           MOVE ZEROS TO W-QTD-TF
           PERFORM CAL-ESP THRU CAL-ESP-FIM
           MOVE W-FORMA TO GM-FORMAPG
           PERFORM ACH-TF THRU ACH-TF-FIM
           IF W-ACHOU = "N"
                 DISPLAY "*** FORMA SEM SALDO NA GAVETA ***"
                 GO TO MOV-GAV-FIM.
           IF W-VALOR > TF-ESP (W-IND)
                 DISPLAY "*** SANGRIA MAIOR QUE O SALDO DA FORMA ***"
                 GO TO MOV-GAV-010.
       MOV-GAV-020.
           MOVE ZEROS TO GM-DOCUMENTO
           PERFORM GRA-GMOV THRU GRA-GMOV-FIM
           DISPLAY "*** " W-OPERACAO " REGISTRADO ***".
       MOV-GAV-FIM.
           EXIT.
      *
      *****************************************************
      * FECHAMENTO COM CONTAGEM CEGA: O OPERADOR DIGITA O  *
      * CONTADO DE CADA FORMA DO CADFPG (SEM O CADFPG,     *
      * FORMA A FORMA ATE 0) SEM VER O ESPERADO; SO DEPOIS *
      * O ESPERADO E SOMADO DO CADGAV.LOG, A SESSAO FICA   *
      * FECHADA E O RELATORIO SAI NO RELGAV.TXT            *
      *****************************************************
      *
       FEC-GAV.
           PERFORM ACH-GAV THRU ACH-GAV-FIM
           IF W-ACHOU = "N"
                 DISPLAY "*** NAO HA CAIXA ABERTO PARA O OPERADOR ***"
                 GO TO FEC-GAV-FIM.
           DISPLAY "FECHA A SESSAO " GAV-NUMERO " (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
                 GO TO FEC-GAV-FIM.
           MOVE ZEROS TO W-QTD-TF
           MOVE "N" TO W-ESTOURO
           DISPLAY "CONTAGEM DA GAVETA - DIGITE O VALOR CONTADO"
           IF W-TEM-FPG = "N"
                 GO TO FEC-GAV-030.
           MOVE ZEROS TO FPG-CODIGO
           START CADFPG KEY IS NOT LESS FPG-CODIGO INVALID KEY
                 GO TO FEC-GAV-030.
       FEC-GAV-010.
           READ CADFPG NEXT
           IF ST-ERRFP NOT = "00"
                 GO TO FEC-GAV-040.
           DISPLAY FPG-CODIGO " " FPG-DESCRICAO " : ".
           ACCEPT W-VALOR.
           MOVE FPG-CODIGO TO W-FORMA
           PERFORM SOM-CONT THRU SOM-CONT-FIM
           GO TO FEC-GAV-010.
       FEC-GAV-030.
           DISPLAY "FORMA (0 = FIM DA CONTAGEM) : ".
           ACCEPT W-FORMA.
           IF W-FORMA = ZEROS
                 GO TO FEC-GAV-040.
           DISPLAY "VALOR CONTADO : ".
           ACCEPT W-VALOR.
           PERFORM SOM-CONT THRU SOM-CONT-FIM
           GO TO FEC-GAV-030.
       FEC-GAV-040.
           PERFORM CAL-ESP THRU CAL-ESP-FIM
           PERFORM CAL-TOT THRU CAL-TOT-FIM
           ACCEPT GAV-DTFECH FROM DATE YYYYMMDD
           ACCEPT GAV-HRFECH FROM TIME
           MOVE "FECHADA" TO GAV-SITUACAO
           MOVE W-TT-DIF TO GAV-DIFERENCA
           MOVE W-QTD-TF TO GAV-QTDFPG
           MOVE ZEROS TO W-IND.
       FEC-GAV-050.
           ADD 1 TO W-IND
           IF W-IND > 20
                 GO TO FEC-GAV-060.
           MOVE ZEROS TO GAV-FPG (W-IND)
           MOVE ZEROS TO GAV-ESPERADO (W-IND)
           MOVE ZEROS TO GAV-CONTADO (W-IND)
           IF W-IND NOT > W-QTD-TF
                 MOVE TF-FPG (W-IND) TO GAV-FPG (W-IND)
                 MOVE TF-CONT (W-IND) TO GAV-CONTADO (W-IND)
                 IF TF-ESP (W-IND) > ZEROS
                       MOVE TF-ESP (W-IND) TO GAV-ESPERADO (W-IND).
           GO TO FEC-GAV-050.
       FEC-GAV-060.
           REWRITE REGGAV
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ERRO NA GRAVACAO DO CADGAV - ST "
                         ST-ERRO " ***"
                 GO TO FEC-GAV-FIM.
           PERFORM IMP-GAV THRU IMP-GAV-FIM
           DISPLAY "*** SESSAO " GAV-NUMERO " FECHADA ***"
           DISPLAY "ESPERADO  : " W-TT-ESP
           DISPLAY "CONTADO   : " W-TT-CONT
           DISPLAY "DIFERENCA : " W-TT-DIF
           IF W-TT-DIF < ZEROS
                 DISPLAY "*** FALTA NO CAIXA - VER RELGAV.TXT ***".
           IF W-TT-DIF > ZEROS
                 DISPLAY "*** SOBRA NO CAIXA - VER RELGAV.TXT ***".
       FEC-GAV-FIM.
           EXIT.
      *
      *****************************************************
      * REIMPRESSAO DE UMA SESSAO JA FECHADA (A ABERTA NAO *
      * SE MOSTRA: A CONTAGEM TEM QUE SER CEGA)            *
      *****************************************************
      *
       REI-GAV.
           DISPLAY "SESSAO : ".
           ACCEPT W-SESSAO.
           MOVE W-SESSAO TO GAV-NUMERO
           READ CADGAV KEY IS GAV-NUMERO
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** SESSAO NAO ENCONTRADA ***"
                 GO TO REI-GAV-FIM.
           IF GAV-SITUACAO NOT = "FECHADA"
                 DISPLAY "*** SESSAO AINDA ABERTA ***"
                 GO TO REI-GAV-FIM.
           MOVE ZEROS TO W-QTD-TF
           MOVE "N" TO W-ESTOURO
           MOVE ZEROS TO W-IND.
       REI-GAV-010.
           ADD 1 TO W-IND
           IF W-IND > GAV-QTDFPG OR W-IND > 20
                 GO TO REI-GAV-020.
           MOVE GAV-FPG (W-IND) TO W-FORMA
           MOVE GAV-CONTADO (W-IND) TO W-VALOR
           PERFORM SOM-CONT THRU SOM-CONT-FIM
           GO TO REI-GAV-010.
       REI-GAV-020.
           PERFORM CAL-ESP THRU CAL-ESP-FIM
           PERFORM CAL-TOT THRU CAL-TOT-FIM
           PERFORM IMP-GAV THRU IMP-GAV-FIM
           DISPLAY "*** FECHAMENTO DA SESSAO " GAV-NUMERO
                   " EM RELGAV.TXT ***".
       REI-GAV-FIM.
           EXIT.
      *
      *********************************************
      * SESSAO ABERTA DO OPERADOR (CHAVE           *
      * ALTERNATIVA GAV-OPERADOR); ACHADA, FICA NO *
      * REGGAV                                     *
      *********************************************
      *
       ACH-GAV.
           MOVE "N" TO W-ACHOU
           MOVE W-OPERADOR TO GAV-OPERADOR
           START CADGAV KEY IS NOT LESS GAV-OPERADOR INVALID KEY
                 GO TO ACH-GAV-FIM.
       ACH-GAV-010.
           READ CADGAV NEXT
           IF ST-ERRO NOT = "00"
                 GO TO ACH-GAV-FIM.
           IF GAV-OPERADOR NOT = W-OPERADOR
                 GO TO ACH-GAV-FIM.
           IF GAV-SITUACAO NOT = "ABERTA"
                 GO TO ACH-GAV-010.
           MOVE "S" TO W-ACHOU.
       ACH-GAV-FIM.
           EXIT.
      *
      *********************************************
      * FORMA DO MOVIMENTO, CONFERIDA NO CADFPG    *
      * QUANDO DISPONIVEL                          *
      *********************************************
      *
       LER-FPG.
           DISPLAY "FORMA PAGTO : ".
           ACCEPT W-FORMA.
           IF W-FORMA = ZEROS
                 DISPLAY "*** FORMA INVALIDA ***"
                 GO TO LER-FPG.
           IF W-TEM-FPG = "N"
                 GO TO LER-FPG-FIM.
           MOVE W-FORMA TO FPG-CODIGO
           READ CADFPG
           IF ST-ERRFP NOT = "00"
                 DISPLAY "*** FORMA NAO CADASTRADA NO CADFPG ***"
                 GO TO LER-FPG.
           DISPLAY FPG-DESCRICAO.
       LER-FPG-FIM.
           EXIT.
      *
       GRA-GMOV.
           OPEN EXTEND CADGMOV
           IF ST-ERRM = "30" OR "35"
              OPEN OUTPUT CADGMOV
              CLOSE CADGMOV
              OPEN EXTEND CADGMOV.
           IF ST-ERRM NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADGAV.LOG ***"
              GO TO GRA-GMOV-FIM.
           MOVE GAV-NUMERO TO GM-NUMERO
           MOVE W-OPERADOR TO GM-OPERADOR
           ACCEPT GM-DATA FROM DATE YYYYMMDD
           ACCEPT GM-HORA FROM TIME
           MOVE W-OPERACAO TO GM-OPERACAO
           MOVE W-FORMA TO GM-FORMAPG
           MOVE W-VALOR TO GM-VALOR
           WRITE REGGMOV
           CLOSE CADGMOV.
       GRA-GMOV-FIM.
           EXIT.
      *
      *********************************************
      * SOMA O CONTADO (W-VALOR) NA LINHA DA FORMA *
      * W-FORMA DA TABELA                          *
      *********************************************
      *
       SOM-CONT.
           MOVE W-FORMA TO GM-FORMAPG
           PERFORM ACH-TF THRU ACH-TF-FIM
           IF W-ACHOU = "S"
                 ADD W-VALOR TO TF-CONT (W-IND).
       SOM-CONT-FIM.
           EXIT.
      *
      *********************************************
      * SOMA NA TABELA O MOVIMENTO DA SESSAO       *
      * GAV-NUMERO DO CADGAV.LOG E CALCULA O       *
      * ESPERADO DE CADA FORMA                     *
      *********************************************
      *
       CAL-ESP.
           OPEN INPUT CADGMOV
           IF ST-ERRM NOT = "00"
                 GO TO CAL-ESP-020.
       CAL-ESP-010.
           READ CADGMOV
              AT END
                 CLOSE CADGMOV
                 GO TO CAL-ESP-020.
           IF GM-NUMERO NOT = GAV-NUMERO
                 GO TO CAL-ESP-010.
           PERFORM ACH-TF THRU ACH-TF-FIM
           IF W-ACHOU = "N"
                 GO TO CAL-ESP-010.
           IF GM-OPERACAO = "ABERTURA"
                 ADD GM-VALOR TO TF-FUNDO (W-IND).
           IF GM-OPERACAO = "SUPRIMENTO"
                 ADD GM-VALOR TO TF-SUPR (W-IND).
           IF GM-OPERACAO = "VENDA"
                 ADD GM-VALOR TO TF-VENDA (W-IND).
           IF GM-OPERACAO = "SANGRIA"
                 ADD GM-VALOR TO TF-SANG (W-IND).
           GO TO CAL-ESP-010.
       CAL-ESP-020.
           MOVE ZEROS TO W-IND.
       CAL-ESP-030.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TF
                 GO TO CAL-ESP-FIM.
           COMPUTE TF-ESP (W-IND) = TF-FUNDO (W-IND) + TF-SUPR (W-IND)
                                  + TF-VENDA (W-IND) - TF-SANG (W-IND)
           GO TO CAL-ESP-030.
       CAL-ESP-FIM.
           EXIT.
      *
      *********************************************
      * ACHA (OU ABRE) A LINHA DA FORMA GM-FORMAPG *
      * NA TABELA; TABELA CHEIA LIGA W-ESTOURO     *
      *********************************************
      *
       ACH-TF.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND.
       ACH-TF-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TF
                 GO TO ACH-TF-020.
           IF TF-FPG (W-IND) = GM-FORMAPG
                 MOVE "S" TO W-ACHOU
                 GO TO ACH-TF-FIM.
           GO TO ACH-TF-010.
       ACH-TF-020.
           IF W-QTD-TF NOT < 20
                 MOVE "S" TO W-ESTOURO
                 GO TO ACH-TF-FIM.
           ADD 1 TO W-QTD-TF
           MOVE W-QTD-TF TO W-IND
           MOVE GM-FORMAPG TO TF-FPG (W-IND)
           MOVE ZEROS TO TF-FUNDO (W-IND)
           MOVE ZEROS TO TF-SUPR (W-IND)
           MOVE ZEROS TO TF-VENDA (W-IND)
           MOVE ZEROS TO TF-SANG (W-IND)
           MOVE ZEROS TO TF-ESP (W-IND)
           MOVE ZEROS TO TF-CONT (W-IND)
           MOVE "S" TO W-ACHOU.
       ACH-TF-FIM.
           EXIT.
      *
       CAL-TOT.
           MOVE ZEROS TO W-TOTAIS
           MOVE ZEROS TO W-IND.
       CAL-TOT-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TF
                 GO TO CAL-TOT-FIM.
           ADD TF-FUNDO (W-IND) TO W-TT-FUNDO
           ADD TF-SUPR (W-IND) TO W-TT-SUPR
           ADD TF-VENDA (W-IND) TO W-TT-VENDA
           ADD TF-SANG (W-IND) TO W-TT-SANG
           ADD TF-ESP (W-IND) TO W-TT-ESP
           ADD TF-CONT (W-IND) TO W-TT-CONT
           GO TO CAL-TOT-010.
       CAL-TOT-FIM.
           COMPUTE W-TT-DIF = W-TT-CONT - W-TT-ESP.
      *
      *********************************************
      * RELATORIO DA SESSAO: UMA LINHA POR FORMA   *
      * COM MOVIMENTO OU CONTAGEM, DIFERENCA =     *
      * CONTADO - ESPERADO (FALTA / SOBRA)         *
      *********************************************
      *
       IMP-GAV.
           OPEN OUTPUT RELGAV
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELGAV.TXT ***"
                 GO TO IMP-GAV-FIM.
           MOVE GAV-NUMERO TO TIT-SESSAO
           MOVE GAV-OPERADOR TO TIT-OPERADOR
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE GAV-DTABERT TO TIT-DTABERT
           MOVE GAV-HRABERT (1:6) TO TIT-HRABERT
           MOVE GAV-DTFECH TO TIT-DTFECH
           MOVE GAV-HRFECH (1:6) TO TIT-HRFECH
           WRITE LINHA-REL FROM LINHA-TIT2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO W-IND.
       IMP-GAV-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TF
                 GO TO IMP-GAV-020.
           MOVE TF-FPG (W-IND) TO DETF-FPG
           MOVE SPACES TO DETF-DESC
           IF W-TEM-FPG = "S"
                 MOVE TF-FPG (W-IND) TO FPG-CODIGO
                 READ CADFPG
                 IF ST-ERRFP = "00"
                       MOVE FPG-DESCRICAO TO DETF-DESC.
           COMPUTE W-VALOR = TF-FUNDO (W-IND) + TF-SUPR (W-IND)
           MOVE W-VALOR TO DETF-FUNDO
           MOVE TF-VENDA (W-IND) TO DETF-VENDA
           MOVE TF-SANG (W-IND) TO DETF-SANG
           MOVE TF-ESP (W-IND) TO DETF-ESP
           MOVE TF-CONT (W-IND) TO DETF-CONT
           COMPUTE W-DIF = TF-CONT (W-IND) - TF-ESP (W-IND)
           MOVE W-DIF TO DETF-DIF
           MOVE "OK" TO DETF-FLAG
           IF W-DIF < ZEROS
                 MOVE "*FALTA*" TO DETF-FLAG.
           IF W-DIF > ZEROS
                 MOVE "*SOBRA*" TO DETF-FLAG.
           WRITE LINHA-REL FROM DET-FPG
           GO TO IMP-GAV-010.
       IMP-GAV-020.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE ZEROS TO DETF-FPG
           MOVE "TOTAL DA SESSAO" TO DETF-DESC
           COMPUTE W-VALOR = W-TT-FUNDO + W-TT-SUPR
           MOVE W-VALOR TO DETF-FUNDO
           MOVE W-TT-VENDA TO DETF-VENDA
           MOVE W-TT-SANG TO DETF-SANG
           MOVE W-TT-ESP TO DETF-ESP
           MOVE W-TT-CONT TO DETF-CONT
           MOVE W-TT-DIF TO DETF-DIF
           MOVE "OK" TO DETF-FLAG
           IF W-TT-DIF < ZEROS
                 MOVE "*FALTA*" TO DETF-FLAG.
           IF W-TT-DIF > ZEROS
                 MOVE "*SOBRA*" TO DETF-FLAG.
           WRITE LINHA-REL FROM DET-FPG
           IF W-ESTOURO = "S"
                 MOVE "*** MAIS DE 20 FORMAS NA SESSAO - PARCIAL ***"
                                                         TO LINHA-REL
                 WRITE LINHA-REL.
           CLOSE RELGAV.
       IMP-GAV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADGAV
                IF W-TEM-FPG = "S"
                   CLOSE CADFPG.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
