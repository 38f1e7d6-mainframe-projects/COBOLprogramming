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
      * TRILHA DE AUDITORIA DAS TROCAS DE PARAMETRO (NOS MOLDES DO
      * CADCEP.LOG): UM REGISTRO POR CAMPO ALTERADO, COM O VALOR
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
                03 W-ANT-DIASCRED    PIC 9(03) VALUE 30.
                03 W-ANT-NIVCRED     PIC 9(01) VALUE 2.
                03 W-ANT-DIASSENHA   PIC 9(03) VALUE 90.
                03 W-ANT-DIASCANC    PIC 9(03) VALUE 7.
                03 W-ANT-DESCMAX     PIC 9(02)V99 VALUE ZEROS.
                03 W-ANT-DIASVALE    PIC 9(03) VALUE 90.
                03 W-ANT-FPGVALE     PIC 9(02) VALUE 99.
                03 W-ANT-CICA        PIC 9(03) VALUE 30.
                03 W-ANT-CICB        PIC 9(03) VALUE 90.
                03 W-ANT-CICC        PIC 9(03) VALUE 365.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
               VALUE  "NIVEL P/ LIBERAR BLOQUEIO   :".
           05  LINE 12  COLUMN 01
               VALUE  "VALIDADE DA SENHA (DIAS)    :".
           05  LINE 13  COLUMN 01
               VALUE  "PRAZO P/ CANCELAR NF (DIAS) :".
           05  LINE 14  COLUMN 01
               VALUE  "DESCONTO MAX S/ APROVACAO % :".
           05  LINE 15  COLUMN 01
               VALUE  "VALIDADE VALE-TROCA (DIAS)  :".
           05  LINE 16  COLUMN 01
               VALUE  "FORMA PAGTO DO VALE-TROCA   :".
           05  LINE 17  COLUMN 01
               VALUE  "CONTAGEM CICLICA A (DIAS)   :".
           05  LINE 18  COLUMN 01
               VALUE  "CONTAGEM CICLICA B (DIAS)   :".
           05  LINE 19  COLUMN 01
               VALUE  "CONTAGEM CICLICA C (DIAS)   :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 MOVE PAR-JUROS TO W-ANT-JUROS
                 MOVE PAR-DIASCRED TO W-ANT-DIASCRED
                 MOVE PAR-NIVCRED TO W-ANT-NIVCRED
                 MOVE PAR-DIASSENHA TO W-ANT-DIASSENHA
                 IF PAR-DIASCANC NUMERIC AND PAR-DIASCANC NOT = ZEROS
                    MOVE PAR-DIASCANC TO W-ANT-DIASCANC.
           IF ST-ERRPA = "00" AND PAR-DESCMAX NUMERIC
              MOVE PAR-DESCMAX TO W-ANT-DESCMAX.
           IF ST-ERRPA = "00" AND PAR-DIASVALE NUMERIC
              AND PAR-DIASVALE NOT = ZEROS
              MOVE PAR-DIASVALE TO W-ANT-DIASVALE.
           IF ST-ERRPA = "00" AND PAR-FPGVALE NUMERIC
              AND PAR-FPGVALE NOT = ZEROS
              MOVE PAR-FPGVALE TO W-ANT-FPGVALE.
           IF ST-ERRPA = "00" AND PAR-CICA NUMERIC
              AND PAR-CICA NOT = ZEROS
              MOVE PAR-CICA TO W-ANT-CICA.
           IF ST-ERRPA = "00" AND PAR-CICB NUMERIC
              AND PAR-CICB NOT = ZEROS
              MOVE PAR-CICB TO W-ANT-CICB.
           IF ST-ERRPA = "00" AND PAR-CICC NUMERIC
              AND PAR-CICC NOT = ZEROS
              MOVE PAR-CICC TO W-ANT-CICC.
           IF ST-ERRPA NOT = "30" AND "35"
              CLOSE SISPARAM.
           MOVE W-ANT-TOLPRECO TO PAR-TOLPRECO
           MOVE W-ANT-JUROS TO PAR-JUROS
           MOVE W-ANT-DIASCRED TO PAR-DIASCRED
           MOVE W-ANT-NIVCRED TO PAR-NIVCRED
           MOVE W-ANT-DIASSENHA TO PAR-DIASSENHA
           MOVE W-ANT-DIASCANC TO PAR-DIASCANC
           MOVE W-ANT-DESCMAX TO PAR-DESCMAX
           MOVE W-ANT-DIASVALE TO PAR-DIASVALE
           MOVE W-ANT-FPGVALE TO PAR-FPGVALE
           MOVE W-ANT-CICA TO PAR-CICA
           MOVE W-ANT-CICB TO PAR-CICB
           MOVE W-ANT-CICC TO PAR-CICC.
       INC-001.
           DISPLAY TELA
           DISPLAY PAR-TOLPRECO AT 0331
           DISPLAY PAR-JUROS AT 0931
           DISPLAY PAR-DIASCRED AT 1031
           DISPLAY PAR-NIVCRED AT 1131
           DISPLAY PAR-DIASSENHA AT 1231
           DISPLAY PAR-DIASCANC AT 1331
           DISPLAY PAR-DESCMAX AT 1431
           DISPLAY PAR-DIASVALE AT 1531
           DISPLAY PAR-FPGVALE AT 1631
           DISPLAY PAR-CICA AT 1731
           DISPLAY PAR-CICB AT 1831
           DISPLAY PAR-CICC AT 1931.
      *
      ***************************************************
      * ACEITA CADA PARAMETRO SOBRE O VALOR EM VIGOR,    *
              MOVE "*** VALIDADE DA SENHA ENTRE 30 E 365 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-011.
       INC-012.
           ACCEPT PAR-DIASCANC WITH UPDATE AT 1331
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-011.
           IF PAR-DIASCANC = ZEROS OR PAR-DIASCANC > 90
              MOVE "*** PRAZO DE CANCELAMENTO ENTRE 1 E 90 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-012.
      *
      * DESCONTO MAXIMO (DA LINHA OU GERAL) QUE O BALCAO DA SEM
      * APROVACAO DO SUPERVISOR; ZERO = SEM LIMITE.
      *
       INC-013.
           ACCEPT PAR-DESCMAX WITH UPDATE AT 1431
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-012.
      *
      * VALE-TROCA EMITIDO NA DEVOLUCAO (SGP058): VALIDADE EM DIAS
      * E O CODIGO DE FORMA DE PAGAMENTO COM QUE O USO DO VALE ENTRA
      * NO CONTAS A RECEBER.
      *
       INC-014.
           ACCEPT PAR-DIASVALE WITH UPDATE AT 1531
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-013.
           IF PAR-DIASVALE = ZEROS OR PAR-DIASVALE > 720
              MOVE "*** VALIDADE DO VALE ENTRE 1 E 720 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-014.
       INC-015.
           ACCEPT PAR-FPGVALE WITH UPDATE AT 1631
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-014.
           IF PAR-FPGVALE = ZEROS
              MOVE "*** INFORME A FORMA DO VALE-TROCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-015.
      *
      * CONTAGEM CICLICA (SGP104): DE QUANTOS EM QUANTOS DIAS CADA
      * CLASSE DA CURVA ABC (SGP031) VOLTA A SER CONTADA.
      *
       INC-016.
           ACCEPT PAR-CICA WITH UPDATE AT 1731
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-015.
           IF PAR-CICA = ZEROS
              MOVE "*** FREQUENCIA DE 1 A 999 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-016.
       INC-017.
           ACCEPT PAR-CICB WITH UPDATE AT 1831
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-016.
           IF PAR-CICB = ZEROS
              MOVE "*** FREQUENCIA DE 1 A 999 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-017.
       INC-018.
           ACCEPT PAR-CICC WITH UPDATE AT 1931
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-017.
           IF PAR-CICC = ZEROS
              MOVE "*** FREQUENCIA DE 1 A 999 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-018.
       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY "GRAVAR OS PARAMETROS (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2369
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO INC-018.
           IF W-OPCAO = "N" OR "n"
              MOVE "*** PARAMETROS NAO GRAVADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE W-ANT-DIASSENHA TO W-ANTERIOR
              MOVE PAR-DIASSENHA TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-DIASCANC NOT = W-ANT-DIASCANC
              MOVE "DIASCANC" TO W-CAMPO
              MOVE W-ANT-DIASCANC TO W-ANTERIOR
              MOVE PAR-DIASCANC TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-DESCMAX NOT = W-ANT-DESCMAX
              MOVE "DESCMAX" TO W-CAMPO
              MOVE W-ANT-DESCMAX TO W-ANTERIOR
              MOVE PAR-DESCMAX TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-DIASVALE NOT = W-ANT-DIASVALE
              MOVE "DIASVALE" TO W-CAMPO
              MOVE W-ANT-DIASVALE TO W-ANTERIOR
              MOVE PAR-DIASVALE TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-FPGVALE NOT = W-ANT-FPGVALE
              MOVE "FPGVALE" TO W-CAMPO
              MOVE W-ANT-FPGVALE TO W-ANTERIOR
              MOVE PAR-FPGVALE TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-CICA NOT = W-ANT-CICA
              MOVE "CICA" TO W-CAMPO
              MOVE W-ANT-CICA TO W-ANTERIOR
              MOVE PAR-CICA TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-CICB NOT = W-ANT-CICB
              MOVE "CICB" TO W-CAMPO
              MOVE W-ANT-CICB TO W-ANTERIOR
              MOVE PAR-CICB TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
           IF PAR-CICC NOT = W-ANT-CICC
              MOVE "CICC" TO W-CAMPO
              MOVE W-ANT-CICC TO W-ANTERIOR
              MOVE PAR-CICC TO W-NOVO
              PERFORM GRA-LOG THRU GRA-LOG-FIM.
       GRA-002.
           OPEN OUTPUT SISPARAM
           IF ST-ERRPA NOT = "00"
