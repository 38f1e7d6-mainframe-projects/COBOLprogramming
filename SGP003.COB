                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
       FD CADCEP
               VALUE OF FILE-ID IS "CADCEP.DAT".
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
                03 SV-TIPOPES        PIC X(01).
                03 SV-IE             PIC X(15).
                03 SV-RAZAO          PIC X(40).
                03 SV-CONSEMAIL      PIC X(01).
                03 SV-CONSTEL        PIC X(01).
                03 SV-DTCONS         PIC 9(08).
      *----------------------------------------------------------------*
      *         *** CAMPOS PARA VALIDACAO DO CPF (MOD 11) ***
       01 W-CPF-NUM         PIC 9(11) VALUE ZEROS.
       01 W-DUP-NOME        PIC X(40) VALUE SPACES.
       01 W-DUP-CPF-NOVO    PIC X(14) VALUE SPACES.
       01 W-DUP-CONT        PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CONSENTIMENTO DE CONTATO DE MARKETING (LGPD). QUALQUER
      *   VALOR DIFERENTE DE "S" VALE COMO SEM CONSENTIMENTO; A DATA
      *   E REGRAVADA SEMPRE QUE UM DOS DOIS CONSENTIMENTOS MUDA.
       01 W-CONSEMAIL-ANT   PIC X(01) VALUE SPACES.
       01 W-CONSTEL-ANT     PIC X(01) VALUE SPACES.
       01 W-DTCONS          PIC 9(08) VALUE ZEROS.
       01 W-DTCONS-R REDEFINES W-DTCONS.
           03 W-DTC-ANO     PIC 9(04).
           03 W-DTC-MES     PIC 9(02).
           03 W-DTC-DIA     PIC 9(02).
       01 W-DTCONS-ED.
           03 W-DTE-DIA     PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-DTE-MES     PIC 9(02).
           03 FILLER        PIC X(01) VALUE "/".
           03 W-DTE-ANO     PIC 9(04).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
               VALUE  "TABELA PRECO   :".
           05  LINE 20  COLUMN 01
               VALUE  "TIPO PESSOA    :".
           05  LINE 18  COLUMN 40
               VALUE  "MKT POR E-MAIL (S/N) :".
           05  LINE 19  COLUMN 40
               VALUE  "MKT POR FONE   (S/N) :".
           05  LINE 20  COLUMN 40
               VALUE  "CONSENTIMENTO EM     :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      DISPLAY CLI-LIMITE AT 1818
                      DISPLAY CLI-TABPRECO AT 1918
                      DISPLAY CLI-TIPOPES AT 2018
                      PERFORM MOS-CONS THRU MOS-CONS-FIM
                      MOVE REGVERSAO TO W-VERSAO-CLI
                      MOVE "*** CLIENTE JA CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-TIPOPES = "F"
                   MOVE SPACES TO CLI-IE
                   MOVE SPACES TO CLI-RAZAO
                   GO TO INC-018C.
                DISPLAY "INSCR. ESTADUAL : " AT 2101
                ACCEPT CLI-IE WITH UPDATE AT 2119
                ACCEPT W-ACT FROM ESCAPE KEY
                   MOVE "*** INFORME A RAZAO SOCIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-018B.
       INC-018C.
      *
      * CONSENTIMENTO DE MARKETING POR E-MAIL E POR TELEFONE (LGPD).
      * CLIENTE NOVO COMECA SEM CONSENTIMENTO; A DATA E A DO DIA EM
      * QUE O CLIENTE DEU OU RETIROU O CONSENTIMENTO.
      *
                IF W-SEL = 0
                   MOVE "N" TO CLI-CONSEMAIL
                   MOVE "N" TO CLI-CONSTEL
                   MOVE ZEROS TO CLI-DTCONS.
                MOVE CLI-CONSEMAIL TO W-CONSEMAIL-ANT
                MOVE CLI-CONSTEL TO W-CONSTEL-ANT.
       INC-018D.
                ACCEPT CLI-CONSEMAIL WITH UPDATE AT 1863
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   IF W-TIPOPES = "J"
                      GO TO INC-018B
                   ELSE
                      GO TO INC-017.
                IF CLI-CONSEMAIL = "s"
                   MOVE "S" TO CLI-CONSEMAIL.
                IF CLI-CONSEMAIL = "n"
                   MOVE "N" TO CLI-CONSEMAIL.
                IF CLI-CONSEMAIL NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-018D.
       INC-018E.
                ACCEPT CLI-CONSTEL WITH UPDATE AT 1963
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-018D.
                IF CLI-CONSTEL = "s"
                   MOVE "S" TO CLI-CONSTEL.
                IF CLI-CONSTEL = "n"
                   MOVE "N" TO CLI-CONSTEL.
                IF CLI-CONSTEL NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-018E.
                IF W-SEL = 0 OR CLI-CONSEMAIL NOT = W-CONSEMAIL-ANT
                             OR CLI-CONSTEL NOT = W-CONSTEL-ANT
                   ACCEPT CLI-DTCONS FROM DATE YYYYMMDD.
                PERFORM MOS-CONS THRU MOS-CONS-FIM.
       INC-019.
                IF W-SEL = 1
                   GO TO ALT-OPC.
       ROT-MENS-FIM.
                EXIT.
      *
      ******************************************
      * MOSTRA OS CONSENTIMENTOS DE MARKETING   *
      ******************************************
      *
       MOS-CONS.
                DISPLAY CLI-CONSEMAIL AT 1863
                DISPLAY CLI-CONSTEL AT 1963
                IF CLI-DTCONS = ZEROS
                   DISPLAY "          " AT 2063
                   GO TO MOS-CONS-FIM.
                MOVE CLI-DTCONS TO W-DTCONS
                MOVE W-DTC-DIA TO W-DTE-DIA
                MOVE W-DTC-MES TO W-DTE-MES
                MOVE W-DTC-ANO TO W-DTE-ANO
                DISPLAY W-DTCONS-ED AT 2063.
       MOS-CONS-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DO CPF - DIGITO VERIFICADOR *
      ***************************************
