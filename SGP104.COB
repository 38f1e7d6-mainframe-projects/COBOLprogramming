      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Contagem ciclica - monta a lista do dia dos produtos
      *          e depositos (CADDEP com saldo) vencidos para contagem
      *          pela classe ABC gravada no SGP031 (CADABC.DAT, sem
      *          classe = C) e a frequencia da classe no SISPARAM
      *          (padrao A 30, B 90, C 365 dias) contada da ultima
      *          contagem no CADCIC.DAT; o mais atrasado primeiro, A
      *          antes de B antes de C, ate o limite de itens do dia.
      *          A lista vai para o CADINV.DAT com o saldo congelado
      *          e a ficha cega para FICHACON.TXT, e dali segue no
      *          SGP033 (digitacao cega, divergencias e ajuste
      *          aprovado)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP104.
      **************************************
      * CONTAGEM CICLICA - LISTA DO DIA    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEP-CHAVE
                    FILE STATUS  IS ST-ERRD.
       SELECT CADABC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ABC-CODIGO
                    FILE STATUS  IS ST-ERRA.
       SELECT CADCIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CIC-CHAVE
                    FILE STATUS  IS ST-ERRCI.
       SELECT CADINV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INV-CODIGO
                    FILE STATUS  IS ST-ERRV.
       SELECT SISPARAM ASSIGN TO "SISPARAM.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPA.
       SELECT FICHACON ASSIGN TO "FICHACON.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRF.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
       01 REGDEP.
                03 DEP-CHAVE.
                       04 DEP-PRODCOD   PIC 9(08).
                       04 DEP-CODIGO    PIC 9(02).
                03 DEP-SALDO            PIC 9(06).
      *
      * CLASSE ABC EM VIGOR POR PRODUTO (MESMO LAYOUT DO SGP031).
       FD CADABC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADABC.DAT".
       01 REGABC.
                03 ABC-CODIGO        PIC 9(08).
                03 ABC-CLASSE        PIC X(01).
                03 ABC-DATA          PIC 9(08).
                03 ABC-INI           PIC 9(08).
                03 ABC-FIM           PIC 9(08).
      *
      * ULTIMA CONTAGEM CICLICA POR PRODUTO E DEPOSITO, GRAVADA PELO
      * SGP033 NA APLICACAO DA LISTA (E QUANTAS VEZES FOI CONTADO).
       FD CADCIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIC.DAT".
       01 REGCIC.
                03 CIC-CHAVE.
                       04 CIC-PRODCOD   PIC 9(08).
                       04 CIC-DEPOSITO  PIC 9(02).
                03 CIC-CLASSE           PIC X(01).
                03 CIC-ULTCONT          PIC 9(08).
                03 CIC-QTDCONT          PIC 9(04).
      *
      * INVENTARIO EM CURSO (MESMO LAYOUT DO SGP033).
       FD CADINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINV.DAT".
       01 REGINV.
                03 INV-CODIGO        PIC 9(08).
                03 INV-DENOMINACAO   PIC X(30).
                03 INV-SALDO         PIC 9(06).
                03 INV-CONTAGEM      PIC 9(06).
                03 INV-SITUACAO      PIC X(01).
                03 INV-DEPOSITO      PIC 9(02).
                03 INV-ORIGEM        PIC X(01).
                03 INV-CLASSE        PIC X(01).
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
      * FICHAS DE CONTAGEM - SEM O SALDO DO SISTEMA (CONTAGEM CEGA).
       FD FICHACON.
       01 LINHA-FIC        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 ST-ERRA      PIC X(02) VALUE "00".
       77 ST-ERRCI     PIC X(02) VALUE "00".
       77 ST-ERRV      PIC X(02) VALUE "00".
       77 ST-ERRPA     PIC X(02) VALUE "00".
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 W-TEM-ABC    PIC X(01) VALUE "N".
       77 W-TEM-CIC    PIC X(01) VALUE "N".
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-LIMITE     PIC 9(03) VALUE ZEROS.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-GERADOS    PIC 9(03) VALUE ZEROS.
       77 W-PENDENTE   PIC X(01) VALUE "N".
       77 W-CLASSE     PIC X(01) VALUE SPACES.
       77 W-FREQ       PIC 9(03) VALUE ZEROS.
       77 W-ATRASO     PIC 9(06) VALUE ZEROS.
       77 W-ORDEM      PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FREQUENCIA DE CONTAGEM POR CLASSE, EM DIAS (SISPARAM)
       77 W-FREQA      PIC 9(03) VALUE 30.
       77 W-FREQB      PIC 9(03) VALUE 90.
       77 W-FREQC      PIC 9(03) VALUE 365.
      *----------------------------------------------------------------*
      *   DIAS CORRIDOS NA CONTA 360/30 (MESMO CRITERIO DA IDADE DO
      *   SGP082): HOJE E A ULTIMA CONTAGEM
       01 W-DTCALC.
          03 W-CALC-ANO    PIC 9(04).
          03 W-CALC-MES    PIC 9(02).
          03 W-CALC-DIA    PIC 9(02).
       01 W-DTCALC-R REDEFINES W-DTCALC PIC 9(08).
       77 W-DIASHOJE   PIC 9(07) VALUE ZEROS.
       77 W-DIASULT    PIC 9(07) VALUE ZEROS.
       77 W-DIASPASS   PIC 9(07) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CANDIDATOS VENCIDOS (ATE 500): A ORDEM JUNTA A CLASSE (A
      *   PRIMEIRO) E O ATRASO EM DIAS (NUNCA CONTADO = 99999), E A
      *   LISTA DO DIA SAI PELA MAIOR ORDEM
       01 TAB-CAND.
          03 TAB-CAND-ITEM OCCURS 500 TIMES.
             05 TC-CODIGO     PIC 9(08).
             05 TC-DEPOSITO   PIC 9(02).
             05 TC-SALDO      PIC 9(06).
             05 TC-CLASSE     PIC X(01).
             05 TC-ORDEM      PIC 9(07).
             05 TC-USADO      PIC X(01).
       77 W-QTD-TC     PIC 9(03) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-MAIOR      PIC 9(03) VALUE ZEROS.
       77 W-FORA       PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   VENCIDOS E LISTADOS POR CLASSE
       01 W-CONTADORES.
          03 W-VENC-A      PIC 9(06) VALUE ZEROS.
          03 W-VENC-B      PIC 9(06) VALUE ZEROS.
          03 W-VENC-C      PIC 9(06) VALUE ZEROS.
          03 W-LIST-A      PIC 9(03) VALUE ZEROS.
          03 W-LIST-B      PIC 9(03) VALUE ZEROS.
          03 W-LIST-C      PIC 9(03) VALUE ZEROS.
      *----------------------------------------------------------------*
       01 FIC-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** FICHA DE CONTAGEM CICLICA ***  DIA ".
          03 FICT-DATA     PIC 9(08).
       01 FIC-DET.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FICD-CODIGO   PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FICD-EAN      PIC 9(13).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FICD-DENOM    PIC X(30).
          03 FILLER        PIC X(05) VALUE " DEP ".
          03 FICD-DEP      PIC 99.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 FICD-CLASSE   PIC X(01).
          03 FILLER        PIC X(12) VALUE " CONTAGEM: _".
          03 FILLER        PIC X(05) VALUE "____ ".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADPRO
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADDEP
           IF ST-ERRD NOT = "00"
                 DISPLAY "*** ARQUIVO CADDEP.DAT NAO ENCONTRADO ***"
                 CLOSE CADPRO
                 GO TO ROT-FIMS.
      *
      * UMA LISTA SO E MONTADA COM O CADINV LIVRE: CONTAGEM DIGITADA
      * E NAO APLICADA, OU INVENTARIO GERAL DO SGP033 EM CURSO, NAO
      * PODEM SER APAGADOS. ITEM DE LISTA ANTERIOR NAO CONTADO E
      * DESCARTADO (CONTINUA VENCIDO E VOLTA NA LISTA).
      *
           OPEN I-O CADINV
           IF ST-ERRV NOT = "00"
               IF ST-ERRV = "30" OR "35"
                      OPEN OUTPUT CADINV
                      CLOSE CADINV
                      OPEN I-O CADINV
                   ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO CADINV ***"
                      CLOSE CADPRO CADDEP
                      GO TO ROT-FIMS.
           PERFORM VER-INV THRU VER-INV-FIM
           IF W-PENDENTE = "S"
                 CLOSE CADPRO CADDEP CADINV
                 GO TO ROT-FIMS.
           OPEN INPUT CADABC
           IF ST-ERRA = "00"
               MOVE "S" TO W-TEM-ABC
           ELSE
               MOVE "N" TO W-TEM-ABC
               DISPLAY "*** SEM CADABC.DAT - TUDO CLASSE C ***".
           OPEN INPUT CADCIC
           IF ST-ERRCI = "00"
               MOVE "S" TO W-TEM-CIC
           ELSE
               MOVE "N" TO W-TEM-CIC.
           OPEN INPUT SISPARAM
           IF ST-ERRPA = "00"
               READ SISPARAM.
           IF ST-ERRPA = "00" AND PAR-CICA NUMERIC
               AND PAR-CICA NOT = ZEROS
               MOVE PAR-CICA TO W-FREQA.
           IF ST-ERRPA = "00" AND PAR-CICB NUMERIC
               AND PAR-CICB NOT = ZEROS
               MOVE PAR-CICB TO W-FREQB.
           IF ST-ERRPA = "00" AND PAR-CICC NUMERIC
               AND PAR-CICC NOT = ZEROS
               MOVE PAR-CICC TO W-FREQC.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTCALC
           COMPUTE W-DIASHOJE = W-CALC-ANO * 360 + W-CALC-MES * 30
                              + W-CALC-DIA
           MOVE ZEROS TO W-QTD-TC
           MOVE ZEROS TO W-GERADOS
           MOVE ZEROS TO W-LIDOS
           MOVE ZEROS TO W-FORA
           MOVE ZEROS TO W-CONTADORES.
       INC-000B.
           DISPLAY "ITENS NA LISTA DO DIA (0 = 20) : ".
           ACCEPT W-LIMITE.
           IF W-LIMITE = ZEROS
                 MOVE 20 TO W-LIMITE.
      *
      *****************************************************
      * CANDIDATOS: CADA PRODUTO/DEPOSITO COM SALDO, COM A *
      * CLASSE DO CADABC E O PRAZO DA CLASSE CONTADO DA    *
      * ULTIMA CONTAGEM DO CADCIC                          *
      *****************************************************
      *
       SEL-001.
           MOVE LOW-VALUES TO DEP-CHAVE
           START CADDEP KEY IS NOT LESS DEP-CHAVE INVALID KEY
                 GO TO GER-001.
       SEL-010.
           READ CADDEP NEXT
           IF ST-ERRD NOT = "00"
                 GO TO GER-001.
           ADD 1 TO W-LIDOS
           IF DEP-SALDO = ZEROS
                 GO TO SEL-010.
           MOVE "C" TO W-CLASSE
           IF W-TEM-ABC = "S"
                 MOVE DEP-PRODCOD TO ABC-CODIGO
                 READ CADABC
                 IF ST-ERRA = "00"
                       MOVE ABC-CLASSE TO W-CLASSE.
           IF W-CLASSE = "A"
                 MOVE W-FREQA TO W-FREQ
           ELSE
                 IF W-CLASSE = "B"
                       MOVE W-FREQB TO W-FREQ
                 ELSE
                       MOVE "C" TO W-CLASSE
                       MOVE W-FREQC TO W-FREQ.
           MOVE 99999 TO W-ATRASO
           IF W-TEM-CIC = "N"
                 GO TO SEL-020.
           MOVE DEP-PRODCOD TO CIC-PRODCOD
           MOVE DEP-CODIGO TO CIC-DEPOSITO
           READ CADCIC
           IF ST-ERRCI NOT = "00" OR CIC-ULTCONT = ZEROS
                 GO TO SEL-020.
           MOVE CIC-ULTCONT TO W-DTCALC
           COMPUTE W-DIASULT = W-CALC-ANO * 360 + W-CALC-MES * 30
                             + W-CALC-DIA
           IF W-DIASULT NOT < W-DIASHOJE
                 GO TO SEL-010.
           COMPUTE W-DIASPASS = W-DIASHOJE - W-DIASULT
           IF W-DIASPASS < W-FREQ
                 GO TO SEL-010.
           COMPUTE W-ATRASO = W-DIASPASS - W-FREQ.
       SEL-020.
           IF W-CLASSE = "A"
                 ADD 1 TO W-VENC-A.
           IF W-CLASSE = "B"
                 ADD 1 TO W-VENC-B.
           IF W-CLASSE = "C"
                 ADD 1 TO W-VENC-C.
           IF W-ATRASO > 99999
                 MOVE 99999 TO W-ATRASO.
           IF W-CLASSE = "A"
                 COMPUTE W-ORDEM = 3000000 + W-ATRASO.
           IF W-CLASSE = "B"
                 COMPUTE W-ORDEM = 2000000 + W-ATRASO.
           IF W-CLASSE = "C"
                 COMPUTE W-ORDEM = 1000000 + W-ATRASO.
      *
      * TABELA CHEIA: O NOVO ENTRA NO LUGAR DO DE MENOR ORDEM, SE
      * FOR MAIS URGENTE QUE ELE; O QUE SAI SO E CONTADO.
      *
           ADD 1 TO W-FORA
           IF W-QTD-TC < 500
                 ADD 1 TO W-QTD-TC
                 MOVE W-QTD-TC TO W-MAIOR
                 SUBTRACT 1 FROM W-FORA
                 GO TO SEL-030.
           PERFORM MEN-ORD THRU MEN-ORD-FIM
           IF W-ORDEM NOT > TC-ORDEM (W-MAIOR)
                 GO TO SEL-010.
       SEL-030.
           MOVE DEP-PRODCOD TO TC-CODIGO (W-MAIOR)
           MOVE DEP-CODIGO TO TC-DEPOSITO (W-MAIOR)
           MOVE DEP-SALDO TO TC-SALDO (W-MAIOR)
           MOVE W-CLASSE TO TC-CLASSE (W-MAIOR)
           MOVE W-ORDEM TO TC-ORDEM (W-MAIOR)
           MOVE "N" TO TC-USADO (W-MAIOR)
           GO TO SEL-010.
      *
       MEN-ORD.
           MOVE 1 TO W-MAIOR
           MOVE 1 TO W-IND.
       MEN-ORD-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TC
                 GO TO MEN-ORD-FIM.
           IF TC-ORDEM (W-IND) < TC-ORDEM (W-MAIOR)
                 MOVE W-IND TO W-MAIOR.
           GO TO MEN-ORD-010.
       MEN-ORD-FIM.
           EXIT.
      *
      *****************************************************
      * LISTA DO DIA: ESCOLHE A MAIOR ORDEM AINDA NAO      *
      * USADA ATE O LIMITE; O CADINV TEM UM REGISTRO POR   *
      * PRODUTO, ENTAO O MESMO PRODUTO EM OUTRO DEPOSITO   *
      * FICA PARA OUTRO DIA                                *
      *****************************************************
      *
       GER-001.
           OPEN OUTPUT FICHACON
           IF ST-ERRF NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO FICHACON.TXT ***"
                 GO TO ROT-FIM.
           MOVE W-DATAHOJE TO FICT-DATA
           WRITE LINHA-FIC FROM FIC-TIT
           CLOSE CADINV
           OPEN OUTPUT CADINV
           CLOSE CADINV
           OPEN I-O CADINV.
       GER-010.
           IF W-GERADOS NOT < W-LIMITE
                 GO TO GER-FIM.
           MOVE ZEROS TO W-MAIOR
           MOVE ZEROS TO W-IND.
       GER-020.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TC
                 GO TO GER-030.
           IF TC-USADO (W-IND) = "S"
                 GO TO GER-020.
           IF W-MAIOR = ZEROS
                 MOVE W-IND TO W-MAIOR
                 GO TO GER-020.
           IF TC-ORDEM (W-IND) > TC-ORDEM (W-MAIOR)
                 MOVE W-IND TO W-MAIOR.
           GO TO GER-020.
       GER-030.
           IF W-MAIOR = ZEROS
                 GO TO GER-FIM.
           MOVE "S" TO TC-USADO (W-MAIOR)
           MOVE TC-CODIGO (W-MAIOR) TO INV-CODIGO
           READ CADINV
           IF ST-ERRV = "00"
                 GO TO GER-010.
           MOVE TC-CODIGO (W-MAIOR) TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
                 GO TO GER-010.
           MOVE CODIGO TO INV-CODIGO
           MOVE DENOMINACAO TO INV-DENOMINACAO
           MOVE TC-SALDO (W-MAIOR) TO INV-SALDO
           MOVE ZEROS TO INV-CONTAGEM
           MOVE "G" TO INV-SITUACAO
           MOVE TC-DEPOSITO (W-MAIOR) TO INV-DEPOSITO
           MOVE "C" TO INV-ORIGEM
           MOVE TC-CLASSE (W-MAIOR) TO INV-CLASSE
           WRITE REGINV
           IF ST-ERRV NOT = "00"
                 GO TO GER-010.
           ADD 1 TO W-GERADOS
           IF INV-CLASSE = "A"
                 ADD 1 TO W-LIST-A.
           IF INV-CLASSE = "B"
                 ADD 1 TO W-LIST-B.
           IF INV-CLASSE = "C"
                 ADD 1 TO W-LIST-C.
           MOVE CODIGO TO FICD-CODIGO
           MOVE EAN-PRO TO FICD-EAN
           MOVE DENOMINACAO TO FICD-DENOM
           MOVE INV-DEPOSITO TO FICD-DEP
           MOVE INV-CLASSE TO FICD-CLASSE
           WRITE LINHA-FIC FROM FIC-DET
           GO TO GER-010.
       GER-FIM.
           CLOSE FICHACON
           GO TO ROT-FIM.
      *
      *********************************************
      * CADINV OCUPADO: CONTAGEM DIGITADA SEM      *
      * APLICAR, OU INVENTARIO GERAL EM CURSO      *
      *********************************************
      *
       VER-INV.
           MOVE "N" TO W-PENDENTE
           MOVE LOW-VALUES TO INV-CODIGO
           START CADINV KEY IS NOT LESS INV-CODIGO INVALID KEY
                 GO TO VER-INV-FIM.
       VER-INV-010.
           READ CADINV NEXT
           IF ST-ERRV NOT = "00"
                 GO TO VER-INV-FIM.
           IF INV-SITUACAO = "S"
                 DISPLAY "*** HA CONTAGEM DIGITADA E NAO APLICADA NO "
                         "SGP033 ***"
                 MOVE "S" TO W-PENDENTE
                 GO TO VER-INV-FIM.
           IF INV-SITUACAO = "G" AND INV-ORIGEM NOT = "C"
                 DISPLAY "*** INVENTARIO GERAL DO SGP033 EM CURSO ***"
                 MOVE "S" TO W-PENDENTE
                 GO TO VER-INV-FIM.
           GO TO VER-INV-010.
       VER-INV-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADPRO CADDEP CADINV
                IF W-TEM-ABC = "S"
                   CLOSE CADABC.
                IF W-TEM-CIC = "S"
                   CLOSE CADCIC.
                DISPLAY "*** LISTA DE CONTAGEM CICLICA GERADA ***"
                DISPLAY "SALDOS LIDOS (CADDEP)   : " W-LIDOS
                DISPLAY "VENCIDOS CLASSE A       : " W-VENC-A
                DISPLAY "VENCIDOS CLASSE B       : " W-VENC-B
                DISPLAY "VENCIDOS CLASSE C       : " W-VENC-C
                DISPLAY "NA LISTA  A / B / C     : " W-LIST-A " / "
                        W-LIST-B " / " W-LIST-C
                DISPLAY "FICHAS EM FICHACON.TXT  : " W-GERADOS.
                IF W-FORA NOT = ZEROS
                   DISPLAY "VENCIDOS FORA DA LISTA  : " W-FORA.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
