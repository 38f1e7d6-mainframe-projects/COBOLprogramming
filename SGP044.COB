      * Date: 01-09-2026
      * Purpose: Cadastro de Formas de Pagamento (CADFPG.DAT) -
      *          codigo e descricao (dinheiro, cartao, pix, cheque);
      *          FPG-CHEQUE = S marca a forma cujo recebimento vai
      *          para a custodia de cheques (CADCHQ) em vez do caixa;
      *          FPG-CONTA e a conta financeira (CADCTA, SGP090) em
      *          que entra o dinheiro recebido na forma;
      *          a forma e gravada no pedido pelo faturamento do
      *          SGP006, na parcela pela baixa do SGP021 e abre o
      *          fechamento diario do SGP023 por forma
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODIGO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRCT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       01 REGFPG.
                03 FPG-CODIGO        PIC 9(02).
                03 FPG-DESCRICAO     PIC X(20).
                03 FPG-CHEQUE        PIC X(01).
                03 FPG-CONTA         PIC 9(02).
      *
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090), SO PARA CONFERIR
      * A CONTA DA FORMA. SEM O CADCTA QUALQUER CODIGO E ACEITO.
       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
       01 REGCTA.
                03 CTA-CODIGO        PIC 9(02).
                03 CTA-DESCRICAO     PIC X(20).
                03 CTA-TIPO          PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 W-TEM-CTA    PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
               VALUE  "CODIGO         :".
           05  LINE 04  COLUMN 01
               VALUE  "DESCRICAO      :".
           05  LINE 05  COLUMN 01
               VALUE  "CHEQUE (S/N)   :".
           05  LINE 06  COLUMN 01
               VALUE  "CONTA          :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                   ELSE
                      GO TO INC-000B.
       INC-000B.
                OPEN INPUT CADCTA
                IF ST-ERRCT = "00"
                   MOVE "S" TO W-TEM-CTA
                ELSE
                   MOVE "N" TO W-TEM-CTA.
       INC-001.
                DISPLAY TELA.
       INC-002.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE CADFPG
                   IF W-TEM-CTA = "S"
                      CLOSE CADCTA
                      GO TO ROT-FIM
                   ELSE
                      GO TO ROT-FIM.
                IF FPG-CODIGO = ZEROS
                   MOVE "*** CODIGO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                READ CADFPG
                IF ST-ERRO = "00"
                      DISPLAY FPG-DESCRICAO AT 0418
                      DISPLAY FPG-CHEQUE AT 0518
                      DISPLAY FPG-CONTA AT 0618
                      MOVE "*** FORMA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      MOVE "N" TO FPG-CHEQUE
                      MOVE 01 TO FPG-CONTA
                      GO TO INC-003
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADFPG"   TO MENS
                   MOVE "*** INFORME A DESCRICAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
      *
      * FORMA DE CHEQUE: A BAIXA DO SGP021 GUARDA O CHEQUE NA
      * CUSTODIA E SO O DEPOSITO (SGP088) LANCA NO LIVRO CAIXA.
      *
       INC-004.
                ACCEPT FPG-CHEQUE WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF FPG-CHEQUE = "s"
                   MOVE "S" TO FPG-CHEQUE.
                IF FPG-CHEQUE = "n"
                   MOVE "N" TO FPG-CHEQUE.
                IF FPG-CHEQUE NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
      *
      * CONTA EM QUE O DINHEIRO DA FORMA ENTRA NO LIVRO CAIXA: 01 E O
      * CAIXA DA LOJA; CARTAO VAI PARA A ADQUIRENTE, PIX PARA O BANCO.
      *
       INC-005.
                ACCEPT FPG-CONTA WITH UPDATE AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                IF FPG-CONTA = ZEROS
                   MOVE "*** CONTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF W-TEM-CTA = "S"
                   MOVE FPG-CONTA TO CTA-CODIGO
                   READ CADCTA
                   IF ST-ERRCT NOT = "00"
                      MOVE "*** CONTA NAO CADASTRADA NO CADCTA ***"
                                                          TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-005
                   ELSE
                      DISPLAY CTA-DESCRICAO AT 0622.
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                DISPLAY "ALTERAR  (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
