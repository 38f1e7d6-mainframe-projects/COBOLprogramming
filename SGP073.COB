      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Apuracao mensal do imposto - debito das notas de
      *          saida do mes (CADNF, por aliquota de NF-IMP-TAB, sem
      *          as canceladas), menos o imposto devolvido nas notas
      *          de credito (CADNC, proporcional ao imposto da nota de
      *          origem), menos o credito das notas de entrada (CADNE)
      *          e menos o saldo credor do mes anterior: imposto a
      *          recolher ou saldo credor a transportar. O resultado
      *          fica no CADAPU para o mes seguinte e o demonstrativo
      *          sai em RELAPUR.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP073.
      **************************************
      * APURACAO MENSAL DO IMPOSTO         *
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
                    FILE STATUS  IS ST-ERRO.
       SELECT CADNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NC-NUMERO
                    FILE STATUS  IS ST-ERRNC.
       SELECT CADNE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NE-CHAVE
                    FILE STATUS  IS ST-ERRNE
                    ALTERNATE RECORD KEY IS NE-OC
                                                      WITH DUPLICATES.
       SELECT CADAPU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APU-ANOMES
                    FILE STATUS  IS ST-ERRAP.
       SELECT RELAPUR ASSIGN TO "RELAPUR.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
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
      * NOTA DE ENTRADA - CABECALHO (MESMO LAYOUT DO SGP018).
       FD CADNE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNE.DAT".
       01 REGNE.
                03 NE-CHAVE.
                       04 NE-CNPJ       PIC X(14).
                       04 NE-NOTA       PIC 9(08).
                03 NE-FORNECEDOR        PIC X(40).
                03 NE-EMISSAO           PIC 9(08).
                03 NE-DATA              PIC 9(08).
                03 NE-VALOR             PIC 9(08)V99.
                03 NE-IMPOSTO           PIC 9(08)V99.
                03 NE-IMP-TAB.
                       04 NE-IMP-LIN OCCURS 3 TIMES.
                          05 NEA-ALIQ      PIC 9(02)V99.
                          05 NEA-BASE      PIC 9(08)V99.
                          05 NEA-VALOR     PIC 9(08)V99.
                03 NE-QTDITENS          PIC 9(03).
                03 NE-DEPOSITO          PIC 9(02).
                03 NE-OC                PIC 9(06).
                03 NE-OPERADOR          PIC X(10).
      *
      * RESULTADO DA APURACAO - UM REGISTRO POR MES (AAAAMM). O SALDO
      * CREDOR A TRANSPORTAR DE UM MES E O SALDO ANTERIOR DO SEGUINTE;
      * REPROCESSAR UM MES REGRAVA O SEU REGISTRO.
       FD CADAPU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPU.DAT".
       01 REGAPU.
                03 APU-ANOMES           PIC 9(06).
                03 APU-DEBITO           PIC 9(09)V99.
                03 APU-ESTORNO          PIC 9(09)V99.
                03 APU-CREDITO          PIC 9(09)V99.
                03 APU-SALDOANT         PIC 9(09)V99.
                03 APU-RECOLHER         PIC 9(09)V99.
                03 APU-TRANSPORTA       PIC 9(09)V99.
                03 APU-DATA             PIC 9(08).
      *
       FD RELAPUR.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRNC     PIC X(02) VALUE "00".
       77 ST-ERRNE     PIC X(02) VALUE "00".
       77 ST-ERRAP     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-NC     PIC X(01) VALUE "N".
       77 W-TEM-NE     PIC X(01) VALUE "N".
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-DOC-AM     PIC 9(06) VALUE ZEROS.
       77 W-QTDNF      PIC 9(06) VALUE ZEROS.
       77 W-QTDCANC    PIC 9(06) VALUE ZEROS.
       77 W-QTDNC      PIC 9(06) VALUE ZEROS.
       77 W-QTDNE      PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-INDNF      PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   MES ANTERIOR (SALDO CREDOR QUE VEM DO CADAPU)
       01 W-AM-ANT.
           03 W-ANT-ANO    PIC 9(04).
           03 W-ANT-MES    PIC 9(02).
      *----------------------------------------------------------------*
      *   TOTAIS POR ALIQUOTA: DEBITO DAS SAIDAS, ESTORNO DAS NOTAS
      *   DE CREDITO E CREDITO DAS ENTRADAS. ALIQUOTA QUE NAO CABE NA
      *   TABELA VAI PARA A ULTIMA LINHA (CONTADA EM W-ESTOURO)
       77 W-QTDALQ     PIC 9(02) VALUE ZEROS.
       77 W-ESTOURO    PIC 9(06) VALUE ZEROS.
       77 W-ALIQ       PIC 9(02)V99 VALUE ZEROS.
       77 W-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 W-TIPO       PIC X(01) VALUE SPACES.
       01 W-TAB-ALQ.
           03 W-ALQ-LIN OCCURS 10 TIMES.
              05 W-ALQ-ALIQ    PIC 9(02)V99.
              05 W-ALQ-DEB     PIC 9(09)V99.
              05 W-ALQ-EST     PIC 9(09)V99.
              05 W-ALQ-CRED    PIC 9(09)V99.
       77 W-TOTDEB     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTEST     PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTCRED    PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDOANT   PIC 9(09)V99 VALUE ZEROS.
       77 W-SALDO      PIC S9(10)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(39) VALUE
                           "*** APURACAO DO IMPOSTO - MES (AAAAMM) ".
          03 TIT-ANOMES    PIC 9(06).
          03 FILLER        PIC X(04) VALUE " ***".
          03 FILLER        PIC X(31) VALUE SPACES.
       01 LINHA-CAB.
          03 FILLER        PIC X(41) VALUE
                         " ALIQ %     DEBITO SAIDAS   ESTORNO DEVOL".
          03 FILLER        PIC X(39) VALUE
                         "   CREDITO ENTRADAS".
       01 DET-REL.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-ALIQ     PIC Z9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DETR-DEB      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 DETR-EST      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(07) VALUE SPACES.
          03 DETR-CRED     PIC ZZZZZZZZ9,99.
       01 TOT-DET.
          03 FILLER        PIC X(10) VALUE " TOTAIS   ".
          03 TOTD-DEB      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(04) VALUE SPACES.
          03 TOTD-EST      PIC ZZZZZZZZ9,99.
          03 FILLER        PIC X(07) VALUE SPACES.
          03 TOTD-CRED     PIC ZZZZZZZZ9,99.
       01 TOT-REL.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 TOTR-DESC     PIC X(32).
          03 FILLER        PIC X(03) VALUE " : ".
          03 TOTR-VALOR    PIC ZZZZZZZZ9,99.
       01 SEP-REL.
          03 FILLER        PIC X(64) VALUE ALL "-".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADNF
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADNF.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
      *
      * SEM CADNC NAO HA ESTORNO DE DEVOLUCAO; SEM CADNE NAO HA
      * CREDITO DE ENTRADA (NENHUMA NOTA RECEBIDA AINDA).
      *
           OPEN INPUT CADNC
           IF ST-ERRNC = "00"
                 MOVE "S" TO W-TEM-NC
           ELSE
                 MOVE "N" TO W-TEM-NC.
           OPEN INPUT CADNE
           IF ST-ERRNE = "00"
                 MOVE "S" TO W-TEM-NE
           ELSE
                 MOVE "N" TO W-TEM-NE.
           OPEN I-O CADAPU
           IF ST-ERRAP NOT = "00"
               IF ST-ERRAP = "30"
                      OPEN OUTPUT CADAPU
                      CLOSE CADAPU
                      OPEN I-O CADAPU.
           OPEN OUTPUT RELAPUR
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELAPUR.TXT ***"
                 CLOSE CADNF CADAPU
                 GO TO ROT-FIMS.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "MES DA APURACAO (AAAAMM) : ".
           ACCEPT W-ANOMES.
           MOVE ZEROS TO W-TAB-ALQ
           MOVE W-ANOMES TO TIT-ANOMES
           WRITE LINHA-REL FROM LINHA-TIT.
      *
      *****************************************************
      * DEBITO: NOTAS DE SAIDA DO MES, POR ALIQUOTA. A     *
      * NOTA CANCELADA (SGP072) NAO GERA DEBITO            *
      *****************************************************
      *
       INC-001.
           MOVE ZEROS TO NF-CHAVE
           START CADNF KEY IS NOT LESS NF-CHAVE INVALID KEY
                 GO TO INC-010.
       INC-002.
           READ CADNF NEXT
           IF ST-ERRO NOT = "00"
                 GO TO INC-010.
           COMPUTE W-DOC-AM = NF-DATA / 100
           IF W-DOC-AM NOT = W-ANOMES
                 GO TO INC-002.
           IF NF-SITUACAO = "CANCELADA"
                 ADD 1 TO W-QTDCANC
                 GO TO INC-002.
           ADD 1 TO W-QTDNF
           MOVE ZEROS TO W-INDNF.
       INC-003.
           ADD 1 TO W-INDNF
           IF W-INDNF > 3
                 GO TO INC-002.
           IF NFI-VALOR (W-INDNF) = ZEROS
                 GO TO INC-003.
           MOVE NFI-ALIQ (W-INDNF) TO W-ALIQ
           MOVE NFI-VALOR (W-INDNF) TO W-VALOR
           MOVE "D" TO W-TIPO
           PERFORM ACU-ALQ THRU ACU-ALQ-FIM
           GO TO INC-003.
      *
      *****************************************************
      * ESTORNO: NOTAS DE CREDITO DO MES. O IMPOSTO        *
      * DEVOLVIDO E A PARTE DO IMPOSTO DE CADA ALIQUOTA DA *
      * NOTA DE ORIGEM NA PROPORCAO DO VALOR DEVOLVIDO     *
      *****************************************************
      *
       INC-010.
           IF W-TEM-NC = "N"
                 GO TO INC-020.
           MOVE ZEROS TO NC-NUMERO
           START CADNC KEY IS NOT LESS NC-NUMERO INVALID KEY
                 GO TO INC-020.
       INC-011.
           READ CADNC NEXT
           IF ST-ERRNC NOT = "00"
                 GO TO INC-020.
           COMPUTE W-DOC-AM = NC-DATA / 100
           IF W-DOC-AM NOT = W-ANOMES
                 GO TO INC-011.
           ADD 1 TO W-QTDNC
           MOVE NC-FILIAL TO NF-FILIAL
           IF NF-FILIAL = ZEROS
              MOVE 1 TO NF-FILIAL.
           MOVE NC-NF TO NF-NUMERO
           READ CADNF
           IF ST-ERRO NOT = "00"
                 GO TO INC-011.
           IF NF-VALOR = ZEROS
                 GO TO INC-011.
           MOVE ZEROS TO W-INDNF.
       INC-012.
           ADD 1 TO W-INDNF
           IF W-INDNF > 3
                 GO TO INC-011.
           IF NFI-VALOR (W-INDNF) = ZEROS
                 GO TO INC-012.
           MOVE NFI-ALIQ (W-INDNF) TO W-ALIQ
           COMPUTE W-VALOR ROUNDED =
                   NC-VALOR * NFI-VALOR (W-INDNF) / NF-VALOR
           MOVE "E" TO W-TIPO
           PERFORM ACU-ALQ THRU ACU-ALQ-FIM
           GO TO INC-012.
      *
      *****************************************************
      * CREDITO: NOTAS DE ENTRADA RECEBIDAS NO MES         *
      * (SGP018), POR ALIQUOTA                             *
      *****************************************************
      *
       INC-020.
           IF W-TEM-NE = "N"
                 GO TO INC-030.
           MOVE SPACES TO NE-CNPJ
           MOVE ZEROS TO NE-NOTA
           START CADNE KEY IS NOT LESS NE-CHAVE INVALID KEY
                 GO TO INC-030.
       INC-021.
           READ CADNE NEXT
           IF ST-ERRNE NOT = "00"
                 GO TO INC-030.
           COMPUTE W-DOC-AM = NE-DATA / 100
           IF W-DOC-AM NOT = W-ANOMES
                 GO TO INC-021.
           ADD 1 TO W-QTDNE
           MOVE ZEROS TO W-INDNF.
       INC-022.
           ADD 1 TO W-INDNF
           IF W-INDNF > 3
                 GO TO INC-021.
           IF NEA-VALOR (W-INDNF) = ZEROS
                 GO TO INC-022.
           MOVE NEA-ALIQ (W-INDNF) TO W-ALIQ
           MOVE NEA-VALOR (W-INDNF) TO W-VALOR
           MOVE "C" TO W-TIPO
           PERFORM ACU-ALQ THRU ACU-ALQ-FIM
           GO TO INC-022.
      *
      *****************************************************
      * DEMONSTRATIVO POR ALIQUOTA E TOTAIS                *
      *****************************************************
      *
       INC-030.
           WRITE LINHA-REL FROM LINHA-CAB
           WRITE LINHA-REL FROM SEP-REL
           MOVE ZEROS TO W-IND.
       INC-031.
           ADD 1 TO W-IND
           IF W-IND > W-QTDALQ
                 GO TO INC-040.
           MOVE W-ALQ-ALIQ (W-IND) TO DETR-ALIQ
           MOVE W-ALQ-DEB (W-IND) TO DETR-DEB
           MOVE W-ALQ-EST (W-IND) TO DETR-EST
           MOVE W-ALQ-CRED (W-IND) TO DETR-CRED
           WRITE LINHA-REL FROM DET-REL
           ADD W-ALQ-DEB (W-IND) TO W-TOTDEB
           ADD W-ALQ-EST (W-IND) TO W-TOTEST
           ADD W-ALQ-CRED (W-IND) TO W-TOTCRED
           GO TO INC-031.
      *
      * SALDO CREDOR DO MES ANTERIOR, SE ELE FOI APURADO.
      *
       INC-040.
           WRITE LINHA-REL FROM SEP-REL
           MOVE W-TOTDEB TO TOTD-DEB
           MOVE W-TOTEST TO TOTD-EST
           MOVE W-TOTCRED TO TOTD-CRED
           WRITE LINHA-REL FROM TOT-DET
           MOVE W-ANOMES TO W-AM-ANT
           IF W-ANT-MES = 1
                 MOVE 12 TO W-ANT-MES
                 SUBTRACT 1 FROM W-ANT-ANO
           ELSE
                 SUBTRACT 1 FROM W-ANT-MES.
           MOVE ZEROS TO W-SALDOANT
           MOVE W-AM-ANT TO APU-ANOMES
           READ CADAPU
           IF ST-ERRAP = "00"
                 MOVE APU-TRANSPORTA TO W-SALDOANT.
           COMPUTE W-SALDO = W-TOTDEB - W-TOTEST - W-TOTCRED
                           - W-SALDOANT
           WRITE LINHA-REL FROM SEP-REL
           MOVE "DEBITO DAS SAIDAS" TO TOTR-DESC
           MOVE W-TOTDEB TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "(-) ESTORNO NOTAS DE CREDITO" TO TOTR-DESC
           MOVE W-TOTEST TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "(-) CREDITO DAS ENTRADAS" TO TOTR-DESC
           MOVE W-TOTCRED TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "(-) SALDO CREDOR MES ANTERIOR" TO TOTR-DESC
           MOVE W-SALDOANT TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           WRITE LINHA-REL FROM SEP-REL
           MOVE W-ANOMES TO APU-ANOMES
           MOVE W-TOTDEB TO APU-DEBITO
           MOVE W-TOTEST TO APU-ESTORNO
           MOVE W-TOTCRED TO APU-CREDITO
           MOVE W-SALDOANT TO APU-SALDOANT
           MOVE W-DATAHOJE TO APU-DATA
           IF W-SALDO > ZEROS
                 MOVE W-SALDO TO APU-RECOLHER
                 MOVE ZEROS TO APU-TRANSPORTA
                 MOVE "IMPOSTO A RECOLHER" TO TOTR-DESC
                 MOVE APU-RECOLHER TO TOTR-VALOR
           ELSE
                 MOVE ZEROS TO APU-RECOLHER
                 COMPUTE APU-TRANSPORTA = ZEROS - W-SALDO
                 MOVE "SALDO CREDOR A TRANSPORTAR" TO TOTR-DESC
                 MOVE APU-TRANSPORTA TO TOTR-VALOR.
           WRITE LINHA-REL FROM TOT-REL
           WRITE REGAPU
           IF ST-ERRAP = "22"
                 REWRITE REGAPU.
           IF ST-ERRAP NOT = "00" AND "02"
                 DISPLAY "*** ERRO NA GRAVACAO DO CADAPU ***".
           GO TO ROT-FIM.
      *
      ***************************************************
      * SOMA W-VALOR NA LINHA DA ALIQUOTA W-ALIQ DA      *
      * TABELA (CRIANDO A LINHA NA PRIMEIRA VEZ), NA     *
      * COLUNA DADA POR W-TIPO: D = DEBITO, E = ESTORNO, *
      * C = CREDITO                                      *
      ***************************************************
      *
       ACU-ALQ.
           MOVE ZEROS TO W-IND.
       ACU-ALQ-010.
           ADD 1 TO W-IND
           IF W-IND > W-QTDALQ
                 GO TO ACU-ALQ-020.
           IF W-ALQ-ALIQ (W-IND) = W-ALIQ
                 GO TO ACU-ALQ-030.
           GO TO ACU-ALQ-010.
       ACU-ALQ-020.
           IF W-QTDALQ < 10
                 ADD 1 TO W-QTDALQ
                 MOVE W-QTDALQ TO W-IND
                 MOVE W-ALIQ TO W-ALQ-ALIQ (W-IND)
           ELSE
                 ADD 1 TO W-ESTOURO
                 MOVE 10 TO W-IND.
       ACU-ALQ-030.
           IF W-TIPO = "D"
                 ADD W-VALOR TO W-ALQ-DEB (W-IND).
           IF W-TIPO = "E"
                 ADD W-VALOR TO W-ALQ-EST (W-IND).
           IF W-TIPO = "C"
                 ADD W-VALOR TO W-ALQ-CRED (W-IND).
       ACU-ALQ-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADNF CADAPU RELAPUR
                IF W-TEM-NC = "S"
                   CLOSE CADNC.
                IF W-TEM-NE = "S"
                   CLOSE CADNE.
                DISPLAY "*** APURACAO DO IMPOSTO CONCLUIDA ***"
                DISPLAY "NOTAS DE SAIDA          : " W-QTDNF
                DISPLAY "NOTAS CANCELADAS (FORA) : " W-QTDCANC
                DISPLAY "NOTAS DE CREDITO        : " W-QTDNC
                DISPLAY "NOTAS DE ENTRADA        : " W-QTDNE
                IF W-ESTOURO NOT = ZEROS
                   DISPLAY "*** MAIS DE 10 ALIQUOTAS - VER ULTIMA LINHA"
                           " ***".
       ROT-FIMS.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
