      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Conciliacao bancaria - le o extrato do banco
      *          (EXTRATO.TXT, registros fixos de 120 posicoes) de
      *          uma conta de banco (CADCTA, SGP090) e confere cada
      *          lancamento com o livro caixa CADCXA.LOG dessa conta
      *          por data, valor e documento. Os lancamentos do livro
      *          que casam ficam marcados como conciliados em
      *          CADCON.DAT. O relatorio RELCONC.TXT lista o que esta
      *          so no extrato (tarifas, depositos nao identificados)
      *          e o que esta so no livro (cheques nao compensados,
      *          lancamentos errados) e prova que o saldo do livro
      *          mais as pendencias da o saldo do banco
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP092.
      **************************************
      * CONCILIACAO BANCARIA               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTRATO ASSIGN TO "EXTRATO.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRT.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRX.
       SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CON-CHAVE
                    FILE STATUS  IS ST-ERRCN.
       SELECT CADCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRCT.
       SELECT RELCONC ASSIGN TO "RELCONC.TXT"
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
      * EXTRATO DO BANCO - REGISTROS DE 120 POSICOES NO LAYOUT FIXO
      * COMBINADO COM O BANCO: TIPO 0 = CABECALHO (PERIODO E SALDO
      * ANTERIOR), TIPO 1 = LANCAMENTO, TIPO 9 = SALDO FINAL.
       FD EXTRATO.
       01 LINHA-EXT        PIC X(120).
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
      * LANCAMENTOS DO LIVRO JA CONCILIADOS: A CHAVE IDENTIFICA O
      * LANCAMENTO DO CADCXA.LOG (CONTA, DATA, HORA, OPERACAO,
      * DOCUMENTO E PARCELA); O RESTO E O LANCAMENTO DO EXTRATO COM
      * QUE ELE CASOU.
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
       01 REGCON.
                03 CON-CHAVE.
                       04 CON-CONTA     PIC 9(02).
                       04 CON-DATA      PIC 9(08).
                       04 CON-HORA      PIC 9(08).
                       04 CON-OPERACAO  PIC X(10).
                       04 CON-DOCUMENTO PIC 9(08).
                       04 CON-PARCELA   PIC 9(02).
                03 CON-DTEXTRATO        PIC 9(08).
                03 CON-DOCEXT           PIC 9(08).
                03 CON-DTCONCIL         PIC 9(08).
                03 CON-OPERADOR         PIC X(10).
      *
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090): A CONTA
      * CONCILIADA TEM QUE SER DE BANCO. SEM O CADCTA VALE O CODIGO.
       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
       01 REGCTA.
                03 CTA-CODIGO        PIC 9(02).
                03 CTA-DESCRICAO     PIC X(20).
                03 CTA-TIPO          PIC X(01).
      *
       FD RELCONC.
       01 LINHA-REL        PIC X(80).
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
       77 ST-ERRT      PIC X(02) VALUE "00".
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRCN     PIC X(02) VALUE "00".
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE "BANCO".
       77 W-TEM-CTA    PIC X(01) VALUE "N".
       77 W-CONTA      PIC 9(02) VALUE ZEROS.
       77 W-GRAVA      PIC X(01) VALUE "N".
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-TEM-CAB    PIC X(01) VALUE "N".
       77 W-TEM-FIM    PIC X(01) VALUE "N".
       77 W-IE         PIC 9(04) VALUE ZEROS.
       77 W-IL         PIC 9(04) VALUE ZEROS.
       77 W-QTD-EXT    PIC 9(04) VALUE ZEROS.
       77 W-QTD-LIV    PIC 9(04) VALUE ZEROS.
       77 W-PASSO      PIC 9(01) VALUE ZEROS.
       77 W-FORA-EXT   PIC 9(06) VALUE ZEROS.
       77 W-FORA-LIV   PIC 9(06) VALUE ZEROS.
       77 W-CASADOS    PIC 9(06) VALUE ZEROS.
       77 W-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 W-SO-EXT     PIC 9(06) VALUE ZEROS.
       77 W-SO-LIV     PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   SALDOS DA PROVA. TODOS COM SINAL: CONTA DE BANCO PODE ESTAR
      *   NEGATIVA NO LIVRO E NO EXTRATO.
       77 W-SALDO-LIV  PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDO-BCO  PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDO-INF  PIC S9(11)V99 VALUE ZEROS.
       77 W-SALDO-CON  PIC S9(11)V99 VALUE ZEROS.
       77 W-DIFERENCA  PIC S9(11)V99 VALUE ZEROS.
       77 W-LIV-ENT    PIC 9(11)V99 VALUE ZEROS.
       77 W-LIV-SAI    PIC 9(11)V99 VALUE ZEROS.
       77 W-EXT-CRE    PIC 9(11)V99 VALUE ZEROS.
       77 W-EXT-DEB    PIC 9(11)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   VISOES DO REGISTRO DO EXTRATO. VALORES SEM SINAL; O SINAL
      *   DO SALDO VEM EM SEPARADO (D = DEVEDOR) E O DO LANCAMENTO
      *   NO D/C (C = CREDITO NA CONTA, D = DEBITO).
       01 EXT-REG          PIC X(120).
       01 EXT-CAB REDEFINES EXT-REG.
          03 EXH-TIPO      PIC X(01).
          03 EXH-BANCO     PIC 9(03).
          03 EXH-AGENCIA   PIC 9(05).
          03 EXH-NUMCONTA  PIC X(12).
          03 EXH-DTINI     PIC 9(08).
          03 EXH-DTFIM     PIC 9(08).
          03 EXH-SALDO     PIC 9(11)V99.
          03 EXH-SINAL     PIC X(01).
          03 FILLER        PIC X(69).
       01 EXT-DET REDEFINES EXT-REG.
          03 EXD-TIPO      PIC X(01).
          03 EXD-DATA      PIC 9(08).
          03 EXD-DOCUMENTO PIC 9(08).
          03 EXD-HISTORICO PIC X(30).
          03 EXD-DC        PIC X(01).
          03 EXD-VALOR     PIC 9(11)V99.
          03 FILLER        PIC X(59).
       01 EXT-ROD REDEFINES EXT-REG.
          03 EXF-TIPO      PIC X(01).
          03 EXF-SALDO     PIC 9(11)V99.
          03 EXF-SINAL     PIC X(01).
          03 FILLER        PIC X(105).
      *----------------------------------------------------------------*
      *   LANCAMENTOS DO EXTRATO. O QUE PASSAR DO LIMITE E SO CONTADO
      *   (W-FORA-EXT) E A CONCILIACAO E DADA COMO INCOMPLETA.
       01 TAB-EXT.
          03 TAB-EXT-ITEM OCCURS 1000 TIMES.
             05 TE-DATA       PIC 9(08).
             05 TE-DOCUMENTO  PIC 9(08).
             05 TE-HISTORICO  PIC X(30).
             05 TE-DC         PIC X(01).
             05 TE-VALOR      PIC 9(11)V99.
             05 TE-CASOU      PIC 9(04).
      *----------------------------------------------------------------*
      *   LANCAMENTOS DO LIVRO NA CONTA ATE O FIM DO EXTRATO QUE AINDA
      *   NAO FORAM CONCILIADOS, MAIS OS JA CONCILIADOS DENTRO DO
      *   PERIODO (TL-ANTES = "S"), PARA QUE O MESMO EXTRATO PASSADO
      *   DE NOVO CASE COM ELES E NAO APARECA COMO PENDENCIA.
       01 TAB-LIV.
          03 TAB-LIV-ITEM OCCURS 3000 TIMES.
             05 TL-DATA       PIC 9(08).
             05 TL-HORA       PIC 9(08).
             05 TL-OPERACAO   PIC X(10).
             05 TL-DOCUMENTO  PIC 9(08).
             05 TL-PARCELA    PIC 9(02).
             05 TL-DC         PIC X(01).
             05 TL-VALOR      PIC 9(11)V99.
             05 TL-ANTES      PIC X(01).
             05 TL-CASOU      PIC 9(04).
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(30) VALUE
                            "*** CONCILIACAO BANCARIA *** ".
          03 FILLER        PIC X(06) VALUE "CONTA ".
          03 TIT-CONTA     PIC 99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-NOME      PIC X(20).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 TIT-INI       PIC 9(08).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT-FIM       PIC 9(08).
       01 LINHA-SUB.
          03 SUB-TEXTO     PIC X(60).
       01 CAB-EXT.
          03 FILLER        PIC X(40) VALUE
                            "DATA     DOCUMENTO HISTORICO            ".
          03 FILLER        PIC X(40) VALUE
                            "           D/C         VALOR            ".
       01 DET-EXT.
          03 DETE-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETE-DOC      PIC ZZZZZZZ9.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETE-HIST     PIC X(30).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETE-DC       PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETE-VALOR    PIC ZZZZZZZZZZ9,99.
       01 CAB-LIV.
          03 FILLER        PIC X(40) VALUE
                            "DATA     HORA     OPERACAO   DOCUMENTO/P".
          03 FILLER        PIC X(40) VALUE
                            "C       D/C         VALOR               ".
       01 DET-LIV.
          03 DETL-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETL-HORA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETL-OPER     PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETL-DOC      PIC ZZZZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 DETL-PARC     PIC 99.
          03 FILLER        PIC X(08) VALUE SPACES.
          03 DETL-DC       PIC X(01).
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETL-VALOR    PIC ZZZZZZZZZZ9,99.
       01 LINHA-RES.
          03 RES-ROTULO    PIC X(40).
          03 RES-VALOR     PIC -ZZZZZZZZZZ9,99.
       01 TOT-REL.
          03 TOTR-ROTULO   PIC X(40).
          03 TOTR-QTD      PIC ZZZZZ9.
       01 LINHA-SEP.
          03 FILLER        PIC X(60) VALUE ALL "-".
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
           OPEN INPUT EXTRATO
           IF ST-ERRT NOT = "00"
                 DISPLAY "*** ARQUIVO EXTRATO.TXT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADCXA
           IF ST-ERRX NOT = "00"
                 DISPLAY "*** ARQUIVO CADCXA.LOG NAO ENCONTRADO ***"
                 CLOSE EXTRATO
                 GO TO ROT-FIMS.
           OPEN I-O CADCON
           IF ST-ERRCN = "30" OR "35"
                 OPEN OUTPUT CADCON
                 CLOSE CADCON
                 OPEN I-O CADCON.
           IF ST-ERRCN NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO CADCON.DAT ***"
                 CLOSE EXTRATO CADCXA
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELCONC
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELCONC.TXT ***"
                 CLOSE EXTRATO CADCXA CADCON
                 GO TO ROT-FIMS.
           OPEN INPUT CADCTA
           IF ST-ERRCT = "00"
                 MOVE "S" TO W-TEM-CTA
           ELSE
                 MOVE "N" TO W-TEM-CTA.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
      *
      * CONTA DE BANCO DO EXTRATO, COMO NO RETORNO DO SGP046.
      *
       INC-000B.
           DISPLAY "CONTA DO BANCO DO EXTRATO : ".
           ACCEPT W-CONTA.
           IF W-CONTA = ZEROS
                 DISPLAY "*** CONTA INVALIDA ***"
                 GO TO INC-000B.
           MOVE SPACES TO TIT-NOME
           IF W-TEM-CTA = "N"
                 GO TO INC-000C.
           MOVE W-CONTA TO CTA-CODIGO
           READ CADCTA
           IF ST-ERRCT NOT = "00"
                 DISPLAY "*** CONTA NAO CADASTRADA NO CADCTA ***"
                 GO TO INC-000B.
           IF CTA-TIPO NOT = "B"
                 DISPLAY "*** A CONTA NAO E DE BANCO ***"
                 GO TO INC-000B.
           MOVE CTA-DESCRICAO TO TIT-NOME.
      *
      * SEM GRAVAR, O RELATORIO SAI IGUAL MAS NADA FICA MARCADO NO
      * CADCON (PARA CONFERIR O EXTRATO ANTES DE FECHAR O MES).
      *
       INC-000C.
           DISPLAY "MARCAR OS CONCILIADOS NO CADCON (S/N) : ".
           ACCEPT W-GRAVA.
           IF W-GRAVA = "s"
                 MOVE "S" TO W-GRAVA.
           IF W-GRAVA NOT = "S" AND "N" AND "n"
                 DISPLAY "*** DIGITE APENAS S=SIM e N=NAO ***"
                 GO TO INC-000C.
      *
      *****************************************************
      * CARREGA O EXTRATO: CABECALHO COM O PERIODO E O     *
      * SALDO ANTERIOR, LANCAMENTOS NA TABELA E O SALDO    *
      * FINAL INFORMADO PELO BANCO                         *
      *****************************************************
      *
       EXT-001.
           READ EXTRATO
              AT END
                 GO TO EXT-FIM.
           MOVE LINHA-EXT TO EXT-REG
           IF EXH-TIPO = "0"
                 MOVE "S" TO W-TEM-CAB
                 MOVE EXH-DTINI TO W-DATA-INI
                 MOVE EXH-DTFIM TO W-DATA-FIM
                 MOVE EXH-SALDO TO W-SALDO-BCO
                 IF EXH-SINAL = "D"
                       COMPUTE W-SALDO-BCO = W-SALDO-BCO * -1
                       GO TO EXT-001
                 ELSE
                       GO TO EXT-001.
           IF EXF-TIPO = "9"
                 MOVE "S" TO W-TEM-FIM
                 MOVE EXF-SALDO TO W-SALDO-INF
                 IF EXF-SINAL = "D"
                       COMPUTE W-SALDO-INF = W-SALDO-INF * -1
                       GO TO EXT-001
                 ELSE
                       GO TO EXT-001.
           IF EXD-TIPO NOT = "1"
                 GO TO EXT-001.
           IF EXD-DC = "D"
                 SUBTRACT EXD-VALOR FROM W-SALDO-BCO
           ELSE
                 ADD EXD-VALOR TO W-SALDO-BCO.
           IF W-QTD-EXT NOT < 1000
                 ADD 1 TO W-FORA-EXT
                 GO TO EXT-001.
           ADD 1 TO W-QTD-EXT
           MOVE EXD-DATA      TO TE-DATA (W-QTD-EXT)
           MOVE EXD-DOCUMENTO TO TE-DOCUMENTO (W-QTD-EXT)
           MOVE EXD-HISTORICO TO TE-HISTORICO (W-QTD-EXT)
           MOVE EXD-VALOR     TO TE-VALOR (W-QTD-EXT)
           MOVE ZEROS         TO TE-CASOU (W-QTD-EXT)
           IF EXD-DC = "D"
                 MOVE "D" TO TE-DC (W-QTD-EXT)
           ELSE
                 MOVE "C" TO TE-DC (W-QTD-EXT).
           GO TO EXT-001.
       EXT-FIM.
           IF W-TEM-CAB = "N"
                 DISPLAY "*** EXTRATO SEM REGISTRO DE CABECALHO ***"
                 GO TO ROT-FIM.
           MOVE W-CONTA TO TIT-CONTA
           MOVE W-DATA-INI TO TIT-INI
           MOVE W-DATA-FIM TO TIT-FIM
           WRITE LINHA-REL FROM LINHA-TIT.
      *
      *****************************************************
      * PASSAGEM UNICA PELO LIVRO: TODO LANCAMENTO DA      *
      * CONTA ATE O FIM DO EXTRATO ENTRA NO SALDO DO       *
      * LIVRO; OS PENDENTES E OS CONCILIADOS NO PERIODO    *
      * VAO PARA A TABELA. LANCAMENTO SEM CONTA E DO       *
      * CAIXA DA LOJA (CONTA 01)                           *
      *****************************************************
      *
       LIV-001.
           READ CADCXA
              AT END
                 GO TO LIV-FIM.
           IF CX-CONTA = ZEROS
                 MOVE 01 TO CX-CONTA.
           IF CX-CONTA NOT = W-CONTA
                 GO TO LIV-001.
           IF CX-DATA > W-DATA-FIM
                 GO TO LIV-001.
           ADD CX-ENTRADA TO W-SALDO-LIV
           SUBTRACT CX-SAIDA FROM W-SALDO-LIV
           IF CX-ENTRADA = CX-SAIDA
                 GO TO LIV-001.
           MOVE CX-CONTA     TO CON-CONTA
           MOVE CX-DATA      TO CON-DATA
           MOVE CX-HORA      TO CON-HORA
           MOVE CX-OPERACAO  TO CON-OPERACAO
           MOVE CX-DOCUMENTO TO CON-DOCUMENTO
           MOVE CX-PARCELA   TO CON-PARCELA
           READ CADCON
           IF ST-ERRCN = "00" AND CX-DATA < W-DATA-INI
                 GO TO LIV-001.
           IF W-QTD-LIV NOT < 3000
                 ADD 1 TO W-FORA-LIV
                 GO TO LIV-001.
           ADD 1 TO W-QTD-LIV
           MOVE CX-DATA      TO TL-DATA (W-QTD-LIV)
           MOVE CX-HORA      TO TL-HORA (W-QTD-LIV)
           MOVE CX-OPERACAO  TO TL-OPERACAO (W-QTD-LIV)
           MOVE CX-DOCUMENTO TO TL-DOCUMENTO (W-QTD-LIV)
           MOVE CX-PARCELA   TO TL-PARCELA (W-QTD-LIV)
           MOVE ZEROS        TO TL-CASOU (W-QTD-LIV)
           IF ST-ERRCN = "00"
                 MOVE "S" TO TL-ANTES (W-QTD-LIV)
           ELSE
                 MOVE "N" TO TL-ANTES (W-QTD-LIV).
           IF CX-ENTRADA > CX-SAIDA
                 MOVE "C" TO TL-DC (W-QTD-LIV)
                 COMPUTE TL-VALOR (W-QTD-LIV) = CX-ENTRADA - CX-SAIDA
           ELSE
                 MOVE "D" TO TL-DC (W-QTD-LIV)
                 COMPUTE TL-VALOR (W-QTD-LIV) = CX-SAIDA - CX-ENTRADA.
           GO TO LIV-001.
       LIV-FIM.
      *
      *****************************************************
      * CASAMENTO EM TRES PASSOS, DO MAIS FORTE PARA O     *
      * MAIS FRACO, SEMPRE COM O MESMO VALOR E O MESMO     *
      * SENTIDO (CREDITO/DEBITO):                          *
      *   1 - MESMA DATA E MESMO DOCUMENTO                 *
      *   2 - MESMO DOCUMENTO, LIVRO ATE A DATA DO BANCO   *
      *       (CHEQUE DEPOSITADO QUE COMPENSA DEPOIS)      *
      *   3 - MESMA DATA, DOCUMENTO DIFERENTE OU ZERADO    *
      *****************************************************
      *
           MOVE 1 TO W-PASSO.
       CAS-001.
           MOVE ZEROS TO W-IE.
       CAS-002.
           ADD 1 TO W-IE
           IF W-IE > W-QTD-EXT
                 GO TO CAS-PROX.
           IF TE-CASOU (W-IE) NOT = ZEROS
                 GO TO CAS-002.
           IF W-PASSO < 3 AND TE-DOCUMENTO (W-IE) = ZEROS
                 GO TO CAS-002.
           MOVE ZEROS TO W-IL.
       CAS-003.
           ADD 1 TO W-IL
           IF W-IL > W-QTD-LIV
                 GO TO CAS-002.
           IF TL-CASOU (W-IL) NOT = ZEROS
                 GO TO CAS-003.
           IF TL-VALOR (W-IL) NOT = TE-VALOR (W-IE)
                 GO TO CAS-003.
           IF TL-DC (W-IL) NOT = TE-DC (W-IE)
                 GO TO CAS-003.
           IF W-PASSO = 1
                 IF TL-DATA (W-IL) NOT = TE-DATA (W-IE)
                    OR TL-DOCUMENTO (W-IL) NOT = TE-DOCUMENTO (W-IE)
                       GO TO CAS-003.
           IF W-PASSO = 2
                 IF TL-DATA (W-IL) > TE-DATA (W-IE)
                    OR TL-DOCUMENTO (W-IL) NOT = TE-DOCUMENTO (W-IE)
                       GO TO CAS-003.
           IF W-PASSO = 3
                 IF TL-DATA (W-IL) NOT = TE-DATA (W-IE)
                       GO TO CAS-003.
           MOVE W-IL TO TE-CASOU (W-IE)
           MOVE W-IE TO TL-CASOU (W-IL)
           ADD 1 TO W-CASADOS
           GO TO CAS-002.
       CAS-PROX.
           ADD 1 TO W-PASSO
           IF W-PASSO < 4
                 GO TO CAS-001.
      *
      *****************************************************
      * MARCA NO CADCON OS LANCAMENTOS DO LIVRO QUE        *
      * CASARAM AGORA E AINDA NAO ESTAVAM CONCILIADOS      *
      *****************************************************
      *
           MOVE ZEROS TO W-IL.
       GRV-001.
           IF W-GRAVA NOT = "S"
                 GO TO REL-000.
           ADD 1 TO W-IL
           IF W-IL > W-QTD-LIV
                 GO TO REL-000.
           IF TL-CASOU (W-IL) = ZEROS OR TL-ANTES (W-IL) = "S"
                 GO TO GRV-001.
           MOVE TL-CASOU (W-IL) TO W-IE
           MOVE W-CONTA            TO CON-CONTA
           MOVE TL-DATA (W-IL)      TO CON-DATA
           MOVE TL-HORA (W-IL)      TO CON-HORA
           MOVE TL-OPERACAO (W-IL)  TO CON-OPERACAO
           MOVE TL-DOCUMENTO (W-IL) TO CON-DOCUMENTO
           MOVE TL-PARCELA (W-IL)   TO CON-PARCELA
           MOVE TE-DATA (W-IE)      TO CON-DTEXTRATO
           MOVE TE-DOCUMENTO (W-IE) TO CON-DOCEXT
           MOVE W-DATAHOJE          TO CON-DTCONCIL
           MOVE W-OPERADOR          TO CON-OPERADOR
           WRITE REGCON
           IF ST-ERRCN = "00" OR "02"
                 ADD 1 TO W-GRAVADOS.
           GO TO GRV-001.
      *
      *****************************************************
      * PENDENCIAS DO EXTRATO: O QUE O BANCO LANCOU E O    *
      * LIVRO NAO TEM (TARIFAS, DEPOSITOS NAO IDENTIFICADOS*
      * ETC.) - DEVEM SER LANCADAS NO LIVRO                *
      *****************************************************
      *
       REL-000.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LANCAMENTOS DO EXTRATO QUE NAO ESTAO NO LIVRO"
                                                     TO SUB-TEXTO
           WRITE LINHA-REL FROM LINHA-SUB
           WRITE LINHA-REL FROM CAB-EXT
           MOVE ZEROS TO W-IE.
       REL-001.
           ADD 1 TO W-IE
           IF W-IE > W-QTD-EXT
                 GO TO REL-010.
           IF TE-CASOU (W-IE) NOT = ZEROS
                 GO TO REL-001.
           ADD 1 TO W-SO-EXT
           IF TE-DC (W-IE) = "D"
                 ADD TE-VALOR (W-IE) TO W-EXT-DEB
           ELSE
                 ADD TE-VALOR (W-IE) TO W-EXT-CRE.
           MOVE TE-DATA (W-IE)      TO DETE-DATA
           MOVE TE-DOCUMENTO (W-IE) TO DETE-DOC
           MOVE TE-HISTORICO (W-IE) TO DETE-HIST
           MOVE TE-DC (W-IE)        TO DETE-DC
           MOVE TE-VALOR (W-IE)     TO DETE-VALOR
           WRITE LINHA-REL FROM DET-EXT
           GO TO REL-001.
      *
      *****************************************************
      * PENDENCIAS DO LIVRO: O QUE FOI LANCADO NA CONTA E  *
      * AINDA NAO APARECEU NO BANCO (CHEQUES NAO           *
      * COMPENSADOS, LANCAMENTOS ERRADOS). OS CONCILIADOS  *
      * EM OUTRO EXTRATO NAO SAO PENDENCIA                 *
      *****************************************************
      *
       REL-010.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LANCAMENTOS DO LIVRO QUE NAO ESTAO NO EXTRATO"
                                                     TO SUB-TEXTO
           WRITE LINHA-REL FROM LINHA-SUB
           WRITE LINHA-REL FROM CAB-LIV
           MOVE ZEROS TO W-IL.
       REL-011.
           ADD 1 TO W-IL
           IF W-IL > W-QTD-LIV
                 GO TO REL-020.
           IF TL-CASOU (W-IL) NOT = ZEROS OR TL-ANTES (W-IL) = "S"
                 GO TO REL-011.
           ADD 1 TO W-SO-LIV
           IF TL-DC (W-IL) = "D"
                 ADD TL-VALOR (W-IL) TO W-LIV-SAI
           ELSE
                 ADD TL-VALOR (W-IL) TO W-LIV-ENT.
           MOVE TL-DATA (W-IL)      TO DETL-DATA
           MOVE TL-HORA (W-IL)      TO DETL-HORA
           MOVE TL-OPERACAO (W-IL)  TO DETL-OPER
           MOVE TL-DOCUMENTO (W-IL) TO DETL-DOC
           MOVE TL-PARCELA (W-IL)   TO DETL-PARC
           MOVE TL-DC (W-IL)        TO DETL-DC
           MOVE TL-VALOR (W-IL)     TO DETL-VALOR
           WRITE LINHA-REL FROM DET-LIV
           GO TO REL-011.
      *
      *****************************************************
      * PROVA: SALDO DO LIVRO, TIRANDO O QUE SO O LIVRO    *
      * TEM E SOMANDO O QUE SO O BANCO TEM, TEM QUE DAR O  *
      * SALDO DO EXTRATO (ANTERIOR + LANCAMENTOS)          *
      *****************************************************
      *
       REL-020.
           COMPUTE W-SALDO-CON = W-SALDO-LIV - W-LIV-ENT + W-LIV-SAI
                               + W-EXT-CRE - W-EXT-DEB
           COMPUTE W-DIFERENCA = W-SALDO-BCO - W-SALDO-CON
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "SALDO DO LIVRO NO FIM DO EXTRATO      : "
                                                     TO RES-ROTULO
           MOVE W-SALDO-LIV TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(-) ENTRADAS SO NO LIVRO              : "
                                                     TO RES-ROTULO
           MOVE W-LIV-ENT TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(+) SAIDAS SO NO LIVRO                : "
                                                     TO RES-ROTULO
           MOVE W-LIV-SAI TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(+) CREDITOS SO NO EXTRATO            : "
                                                     TO RES-ROTULO
           MOVE W-EXT-CRE TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(-) DEBITOS SO NO EXTRATO             : "
                                                     TO RES-ROTULO
           MOVE W-EXT-DEB TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "(=) SALDO CONCILIADO                  : "
                                                     TO RES-ROTULO
           MOVE W-SALDO-CON TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "SALDO DO EXTRATO (ANTERIOR + MOVTO)   : "
                                                     TO RES-ROTULO
           MOVE W-SALDO-BCO TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           MOVE "DIFERENCA                             : "
                                                     TO RES-ROTULO
           MOVE W-DIFERENCA TO RES-VALOR
           WRITE LINHA-REL FROM LINHA-RES
           IF W-DIFERENCA = ZEROS
                 MOVE "*** CONCILIACAO CONFERE ***" TO SUB-TEXTO
           ELSE
                 MOVE "*** DIFERENCA A APURAR ***" TO SUB-TEXTO.
           WRITE LINHA-REL FROM LINHA-SUB
           IF W-TEM-FIM = "S" AND W-SALDO-INF NOT = W-SALDO-BCO
                 MOVE "SALDO FINAL INFORMADO PELO BANCO      : "
                                                     TO RES-ROTULO
                 MOVE W-SALDO-INF TO RES-VALOR
                 WRITE LINHA-REL FROM LINHA-RES
                 MOVE "*** SALDO FINAL DO BANCO DIVERGE DO MOVTO ***"
                                                     TO SUB-TEXTO
                 WRITE LINHA-REL FROM LINHA-SUB.
           IF W-FORA-EXT NOT = ZEROS OR W-FORA-LIV NOT = ZEROS
                 MOVE "*** TABELA CHEIA - CONCILIACAO INCOMPLETA ***"
                                                     TO SUB-TEXTO
                 WRITE LINHA-REL FROM LINHA-SUB.
           WRITE LINHA-REL FROM LINHA-SEP
           MOVE "LANCAMENTOS DO EXTRATO                : "
                                                     TO TOTR-ROTULO
           MOVE W-QTD-EXT TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "CONCILIADOS                           : "
                                                     TO TOTR-ROTULO
           MOVE W-CASADOS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "MARCADOS AGORA NO CADCON              : "
                                                     TO TOTR-ROTULO
           MOVE W-GRAVADOS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "SO NO EXTRATO                         : "
                                                     TO TOTR-ROTULO
           MOVE W-SO-EXT TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "SO NO LIVRO                           : "
                                                     TO TOTR-ROTULO
           MOVE W-SO-LIV TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE EXTRATO CADCXA CADCON
                CLOSE RELCONC
                IF W-TEM-CTA = "S"
                   CLOSE CADCTA.
                DISPLAY "*** CONCILIACAO BANCARIA CONCLUIDA ***"
                DISPLAY "LANCAMENTOS DO EXTRATO  : " W-QTD-EXT
                DISPLAY "CONCILIADOS             : " W-CASADOS
                DISPLAY "SO NO EXTRATO           : " W-SO-EXT
                DISPLAY "SO NO LIVRO             : " W-SO-LIV.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
