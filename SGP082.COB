      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Consignacoes em aberto por cliente e idade - lista
      *          em RELCSG.TXT as linhas do CADCSG.DAT (SGP081) que
      *          ainda tem saldo com o cliente, agrupadas por CPF, com
      *          a idade da remessa em dias (calendario comercial
      *          360/30) e os totais em valor por faixa de idade
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP082.
      **************************************
      * CONSIGNACOES EM ABERTO POR CLIENTE *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CSG-CPF
                                            WITH DUPLICATES.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT RELCSG ASSIGN TO "RELCSG.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CONSIGNACOES (MESMO LAYOUT DO SGP081), NAVEGADO PELA CHAVE
      * ALTERNATIVA DO CPF, QUE MANTEM AS LINHAS AGRUPADAS POR
      * CLIENTE.
       FD CADCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCSG.DAT".
       01 REGCSG.
                03 CSG-CHAVE.
                       04 CSG-NUMERO    PIC 9(05).
                       04 CSG-SEQ       PIC 9(03).
                03 CSG-CPF              PIC X(14).
                03 CSG-DATA             PIC 9(08).
                03 CSG-CODIGO           PIC 9(08).
                03 CSG-PRODUTO          PIC X(30).
                03 CSG-UNIDADE          PIC X(10).
                03 CSG-PRECO            PIC 9(06)V99.
                03 CSG-CUSTO            PIC 9(06)V99.
                03 CSG-QTDENV           PIC 9(05).
                03 CSG-QTDVEN           PIC 9(05).
                03 CSG-QTDDEV           PIC 9(05).
                03 CSG-SITUACAO         PIC X(10).
                03 CSG-DTACERTO         PIC 9(08).
                03 CSG-OPERADOR         PIC X(10).
      *
      * LAYOUT DO CADCLIENTE.DAT (MESMO LAYOUT DO SGP003), SO PARA O
      * NOME DO CLIENTE NO SUBTOTAL.
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
       FD RELCSG.
       01 LINHA-REL        PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-CLI    PIC X(01) VALUE "N".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-ABERTAS    PIC 9(06) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-SALDO      PIC 9(05) VALUE ZEROS.
       77 W-VALOR      PIC 9(08)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   IDADE DA REMESSA EM DIAS PELO CALENDARIO COMERCIAL (360/30,
      *   MESMO CRITERIO DO SGP075)
       77 W-DIAS-HOJE  PIC 9(06) VALUE ZEROS.
       77 W-DIAS-REM   PIC 9(06) VALUE ZEROS.
       77 W-IDADE      PIC S9(06) VALUE ZEROS.
       01 W-DTCAL.
                03 W-CAL-ANO       PIC 9(04).
                03 W-CAL-MES       PIC 9(02).
                03 W-CAL-DIA       PIC 9(02).
      *----------------------------------------------------------------*
      *   SUBTOTAIS DO CLIENTE CORRENTE E TOTAIS GERAIS POR FAIXA
       77 W-CPF-ANT    PIC X(14) VALUE SPACES.
       77 W-SUB-QTD    PIC 9(07) VALUE ZEROS.
       77 W-SUB-VALOR  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-GER.
          03 W-TOT-F30      PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F60      PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F90      PIC 9(09)V99 VALUE ZEROS.
          03 W-TOT-F90M     PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(100) VALUE SPACES.
       01 DET-REL.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-NUMERO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 DETR-SEQ      PIC 999.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-PRODUTO  PIC X(30).
          03 FILLER        PIC X(07) VALUE " SALDO ".
          03 DETR-SALDO    PIC ZZZZ9.
          03 FILLER        PIC X(07) VALUE " VALOR ".
          03 DETR-VALOR    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(06) VALUE " DIAS ".
          03 DETR-IDADE    PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACES.
          03 DETR-FAIXA    PIC X(10).
       01 SUB-REL.
          03 FILLER        PIC X(09) VALUE " CLIENTE ".
          03 SUBR-CPF      PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACES.
          03 SUBR-NOME     PIC X(30).
          03 FILLER        PIC X(07) VALUE " QTDE. ".
          03 SUBR-QTD      PIC ZZZZZZ9.
          03 FILLER        PIC X(07) VALUE " VALOR ".
          03 SUBR-VALOR    PIC ZZZZZZZZ9,99.
       01 TOT-REL.
          03 FILLER        PIC X(11) VALUE "FAIXA      ".
          03 TOTR-FAIXA    PIC X(10).
          03 FILLER        PIC X(03) VALUE " : ".
          03 TOTR-VALOR    PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADCSG
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADCSG.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELCSG
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELCSG.TXT ***"
                 CLOSE CADCSG
                 GO TO ROT-FIMS.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL = "00"
                 MOVE "S" TO W-TEM-CLI
           ELSE
                 MOVE "N" TO W-TEM-CLI.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO W-DTCAL
           COMPUTE W-DIAS-HOJE = (W-CAL-ANO * 360) + (W-CAL-MES * 30)
                               + W-CAL-DIA
           MOVE "*** CONSIGNACOES EM ABERTO POR CLIENTE E IDADE ***"
                TO LINHA-TIT
           WRITE LINHA-REL FROM LINHA-TIT.
      *
      *****************************************************
      * PASSAGEM UNICA PELA CHAVE DO CPF. SO ENTRAM LINHAS *
      * COM SALDO COM O CLIENTE (ENVIADO - VENDIDO -       *
      * DEVOLVIDO), VALORIZADO PELO PRECO DA REMESSA       *
      *****************************************************
      *
       INC-001.
           MOVE SPACES TO CSG-CPF
           START CADCSG KEY IS NOT LESS CSG-CPF INVALID KEY
                 GO TO INC-FIM.
       INC-002.
           READ CADCSG NEXT
           IF ST-ERRO NOT = "00"
                 GO TO INC-FIM.
           ADD 1 TO W-LIDAS
           IF CSG-QTDENV NOT > CSG-QTDVEN + CSG-QTDDEV
                 GO TO INC-002.
           ADD 1 TO W-ABERTAS
           IF CSG-CPF NOT = W-CPF-ANT AND W-CPF-ANT NOT = SPACES
                 PERFORM IMP-SUB THRU IMP-SUB-FIM.
           MOVE CSG-CPF TO W-CPF-ANT
           COMPUTE W-SALDO = CSG-QTDENV - CSG-QTDVEN - CSG-QTDDEV
           COMPUTE W-VALOR = W-SALDO * CSG-PRECO
           MOVE CSG-DATA TO W-DTCAL
           COMPUTE W-DIAS-REM = (W-CAL-ANO * 360) + (W-CAL-MES * 30)
                              + W-CAL-DIA
           COMPUTE W-IDADE = W-DIAS-HOJE - W-DIAS-REM
           IF W-IDADE < ZEROS
                 MOVE ZEROS TO W-IDADE.
           PERFORM CLA-FAIXA THRU CLA-FAIXA-FIM
           ADD W-SALDO TO W-SUB-QTD
           ADD W-VALOR TO W-SUB-VALOR
           MOVE CSG-NUMERO TO DETR-NUMERO
           MOVE CSG-SEQ TO DETR-SEQ
           MOVE CSG-DATA TO DETR-DATA
           MOVE CSG-PRODUTO TO DETR-PRODUTO
           MOVE W-SALDO TO DETR-SALDO
           MOVE W-VALOR TO DETR-VALOR
           MOVE W-IDADE TO DETR-IDADE
           WRITE LINHA-REL FROM DET-REL
           GO TO INC-002.
      *
      ***************************************************
      * CLASSIFICA A LINHA NA FAIXA DE IDADE E SOMA NOS  *
      * TOTAIS GERAIS                                    *
      ***************************************************
      *
       CLA-FAIXA.
           IF W-IDADE NOT > 30
                 MOVE "ATE 30"   TO DETR-FAIXA
                 ADD W-VALOR TO W-TOT-F30
                 GO TO CLA-FAIXA-FIM.
           IF W-IDADE NOT > 60
                 MOVE "31-60"    TO DETR-FAIXA
                 ADD W-VALOR TO W-TOT-F60
                 GO TO CLA-FAIXA-FIM.
           IF W-IDADE NOT > 90
                 MOVE "61-90"    TO DETR-FAIXA
                 ADD W-VALOR TO W-TOT-F90
                 GO TO CLA-FAIXA-FIM.
           MOVE "MAIS DE 90" TO DETR-FAIXA
           ADD W-VALOR TO W-TOT-F90M.
       CLA-FAIXA-FIM.
           EXIT.
      *
      ***************************************************
      * IMPRIME O SUBTOTAL DO CLIENTE ANTERIOR E ZERA OS *
      * ACUMULADORES DO CLIENTE                          *
      ***************************************************
      *
       IMP-SUB.
           MOVE W-CPF-ANT TO SUBR-CPF
           MOVE SPACES TO SUBR-NOME
           IF W-TEM-CLI = "S"
                 MOVE W-CPF-ANT TO CPF-CLI
                 READ CADCLIENTE KEY IS CPF-CLI
                 IF ST-ERRCL = "00"
                       MOVE NOME-CLI TO SUBR-NOME.
           MOVE W-SUB-QTD TO SUBR-QTD
           MOVE W-SUB-VALOR TO SUBR-VALOR
           WRITE LINHA-REL FROM SUB-REL
           MOVE ZEROS TO W-SUB-QTD
           MOVE ZEROS TO W-SUB-VALOR.
       IMP-SUB-FIM.
           EXIT.
      *
       INC-FIM.
           IF W-CPF-ANT NOT = SPACES
                 PERFORM IMP-SUB THRU IMP-SUB-FIM.
           MOVE "ATE 30"     TO TOTR-FAIXA
           MOVE W-TOT-F30    TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "31-60"      TO TOTR-FAIXA
           MOVE W-TOT-F60    TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "61-90"      TO TOTR-FAIXA
           MOVE W-TOT-F90    TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           MOVE "MAIS DE 90" TO TOTR-FAIXA
           MOVE W-TOT-F90M   TO TOTR-VALOR
           WRITE LINHA-REL FROM TOT-REL
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCSG
                CLOSE RELCSG
                IF W-TEM-CLI = "S"
                   CLOSE CADCLIENTE.
                DISPLAY "*** CONSIGNACOES EM ABERTO CONCLUIDO ***"
                DISPLAY "LINHAS LIDAS            : " W-LIDAS
                DISPLAY "LINHAS COM SALDO        : " W-ABERTAS.
       ROT-FIMS.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
