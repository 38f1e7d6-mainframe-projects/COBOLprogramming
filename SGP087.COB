      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Substituicoes por produto - le a trilha CADSUB.LOG
      *          gravada pelo SGP006 e pelo SGP062 no periodo
      *          informado e, para cada produto que faltou, conta as
      *          trocas da linha inteira (T), as divisoes com o
      *          substituto (D) e as pendencias mantidas mesmo com
      *          substituto na prateleira (M), com as quantidades em
      *          unidades de estoque. Sai em ordem decrescente de
      *          ocorrencias, para o compras ver onde o estoque mais
      *          falta. Relatorio em RELSUB.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP087.
      **************************************
      * SUBSTITUICOES POR PRODUTO          *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADSUB ASSIGN TO "CADSUB.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRSB.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT RELSUB ASSIGN TO "RELSUB.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * TRILHA DAS SUBSTITUICOES (MESMO LAYOUT DO SGP006).
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
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002), SO PARA A
      * DENOMINACAO E O SALDO ATUAL DO PRODUTO QUE FALTOU.
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
       FD RELSUB.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRSB     PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-PRO    PIC X(01) VALUE "N".
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-PERIODO    PIC 9(06) VALUE ZEROS.
       77 W-FORA       PIC 9(06) VALUE ZEROS.
       77 W-IMPRESSOS  PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-MAIOR      PIC 9(03) VALUE ZEROS.
       77 W-QTD-TAB    PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-MAXOCOR    PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   TABELA DE PRODUTOS QUE FALTARAM (NA ORDEM EM QUE APARECEM NA
      *   TRILHA). PRODUTO ALEM DO LIMITE E SO CONTADO EM W-FORA.
       01 TAB-SUB.
          03 TAB-SUB-ITEM OCCURS 500 TIMES.
             05 TS-CODIGO     PIC 9(08).
             05 TS-OCOR       PIC 9(06).
             05 TS-TROCAS     PIC 9(05).
             05 TS-DIVISOES   PIC 9(05).
             05 TS-MANTIDAS   PIC 9(05).
             05 TS-QTDSUB     PIC 9(08).
             05 TS-QTDPEND    PIC 9(08).
             05 TS-IMPRESSO   PIC X(01).
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(38) VALUE
                            "*** SUBSTITUICOES POR PRODUTO ***     ".
          03 TIT-INI       PIC 9(08).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT-FIM       PIC 9(08).
       01 LINHA-CAB.
          03 FILLER        PIC X(40) VALUE
                            "CODIGO   PRODUTO                    OCOR".
          03 FILLER        PIC X(40) VALUE
                            " TROC DIVI MANT  QTD SUBST  QTD PEND SLD".
       01 DET-REL.
          03 DETR-CODIGO   PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-NOME     PIC X(26).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-OCOR     PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-TROCAS   PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-DIVISOES PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-MANTIDAS PIC ZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-QTDSUB   PIC ZZZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-QTDPEND  PIC ZZZZZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-SALDO    PIC ZZZZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADSUB
           IF ST-ERRSB NOT = "00"
                 DISPLAY "*** NENHUMA SUBSTITUICAO REGISTRADA ***"
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELSUB
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELSUB.TXT ***"
                 CLOSE CADSUB
                 GO TO ROT-FIMS.
      *
      * SEM CADPRO O RELATORIO SAI SO COM OS CODIGOS.
      *
           OPEN INPUT CADPRO
           IF ST-ERRP = "00"
                 MOVE "S" TO W-TEM-PRO
           ELSE
                 MOVE "N" TO W-TEM-PRO.
       INC-000B.
           DISPLAY "DATA INICIAL (AAAAMMDD) : ".
           ACCEPT W-DATA-INI.
           DISPLAY "DATA FINAL   (AAAAMMDD) : ".
           ACCEPT W-DATA-FIM.
           MOVE W-DATA-INI TO TIT-INI
           MOVE W-DATA-FIM TO TIT-FIM
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB.
      *
      *****************************************************
      * ACUMULA A TRILHA DO PERIODO POR PRODUTO QUE FALTOU *
      *****************************************************
      *
       SUB-001.
           READ CADSUB
              AT END
                 GO TO IMP-001.
           ADD 1 TO W-LIDAS
           IF SB-DATA < W-DATA-INI OR SB-DATA > W-DATA-FIM
                 GO TO SUB-001.
           ADD 1 TO W-PERIODO
           PERFORM ACH-PRO THRU ACH-PRO-FIM
           IF W-ACHOU = "N"
                 IF W-QTD-TAB NOT < 500
                       ADD 1 TO W-FORA
                       GO TO SUB-001
                 ELSE
                       ADD 1 TO W-QTD-TAB
                       MOVE W-QTD-TAB TO W-IND
                       MOVE SB-ORIGEM TO TS-CODIGO (W-IND)
                       MOVE ZEROS TO TS-OCOR (W-IND)
                       MOVE ZEROS TO TS-TROCAS (W-IND)
                       MOVE ZEROS TO TS-DIVISOES (W-IND)
                       MOVE ZEROS TO TS-MANTIDAS (W-IND)
                       MOVE ZEROS TO TS-QTDSUB (W-IND)
                       MOVE ZEROS TO TS-QTDPEND (W-IND)
                       MOVE "N" TO TS-IMPRESSO (W-IND).
           ADD 1 TO TS-OCOR (W-IND)
           IF SB-TIPO = "T"
                 ADD 1 TO TS-TROCAS (W-IND)
                 ADD SB-QTD TO TS-QTDSUB (W-IND).
           IF SB-TIPO = "D"
                 ADD 1 TO TS-DIVISOES (W-IND)
                 ADD SB-QTD TO TS-QTDSUB (W-IND).
           IF SB-TIPO = "M"
                 ADD 1 TO TS-MANTIDAS (W-IND)
                 ADD SB-QTD TO TS-QTDPEND (W-IND).
           GO TO SUB-001.
      *
      ***************************************************
      * PROCURA SB-ORIGEM NA TABELA (W-IND)              *
      ***************************************************
      *
       ACH-PRO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND.
       ACH-PRO-001.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TAB
                 GO TO ACH-PRO-FIM.
           IF TS-CODIGO (W-IND) NOT = SB-ORIGEM
                 GO TO ACH-PRO-001.
           MOVE "S" TO W-ACHOU.
       ACH-PRO-FIM.
           EXIT.
      *
      *****************************************************
      * IMPRIME DO PRODUTO COM MAIS OCORRENCIAS PARA O DE  *
      * MENOS: A CADA PASSADA ESCOLHE O MAIOR AINDA NAO    *
      * IMPRESSO                                           *
      *****************************************************
      *
       IMP-001.
           MOVE ZEROS TO W-MAIOR
           MOVE ZEROS TO W-MAXOCOR
           MOVE ZEROS TO W-IND.
       IMP-002.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-TAB
                 GO TO IMP-003.
           IF TS-IMPRESSO (W-IND) = "S"
                 GO TO IMP-002.
           IF TS-OCOR (W-IND) > W-MAXOCOR
                 MOVE TS-OCOR (W-IND) TO W-MAXOCOR
                 MOVE W-IND TO W-MAIOR.
           GO TO IMP-002.
       IMP-003.
           IF W-MAIOR = ZEROS
                 GO TO INC-FIM.
           MOVE W-MAIOR TO W-IND
           MOVE "S" TO TS-IMPRESSO (W-IND)
           MOVE TS-CODIGO (W-IND) TO DETR-CODIGO
           MOVE SPACES TO DETR-NOME
           MOVE ZEROS TO DETR-SALDO
           IF W-TEM-PRO = "S"
                 MOVE TS-CODIGO (W-IND) TO CODIGO
                 READ CADPRO
                 IF ST-ERRP = "00"
                       MOVE DENOMINACAO TO DETR-NOME
                       MOVE ESTOQUEATUAL TO DETR-SALDO.
           MOVE TS-OCOR (W-IND) TO DETR-OCOR
           MOVE TS-TROCAS (W-IND) TO DETR-TROCAS
           MOVE TS-DIVISOES (W-IND) TO DETR-DIVISOES
           MOVE TS-MANTIDAS (W-IND) TO DETR-MANTIDAS
           MOVE TS-QTDSUB (W-IND) TO DETR-QTDSUB
           MOVE TS-QTDPEND (W-IND) TO DETR-QTDPEND
           WRITE LINHA-REL FROM DET-REL
           ADD 1 TO W-IMPRESSOS
           GO TO IMP-001.
      *
       INC-FIM.
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADSUB
                CLOSE RELSUB
                IF W-TEM-PRO = "S"
                   CLOSE CADPRO.
                DISPLAY "*** SUBSTITUICOES POR PRODUTO CONCLUIDO ***"
                DISPLAY "REGISTROS LIDOS         : " W-LIDAS
                DISPLAY "REGISTROS NO PERIODO    : " W-PERIODO
                DISPLAY "PRODUTOS IMPRESSOS      : " W-IMPRESSOS
                DISPLAY "REGISTROS FORA (LIMITE) : " W-FORA.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
