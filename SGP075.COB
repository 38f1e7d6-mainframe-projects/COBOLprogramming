      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Desempenho de fornecedores - para cada fornecedor do
      *          CADFORN.DAT, no periodo informado (data da ordem):
      *          ordens de compra colocadas (CADOC), atraso medio e
      *          pior atraso entre a previsao e a ultima entrada da
      *          ordem (CADNE), taxa de atendimento (recebido sobre
      *          pedido nas ordens encerradas, CADOCI), ordens
      *          encerradas com falta e aumento medio de custo dos
      *          produtos que tem o fornecedor como preferencial
      *          (CADPRO.HST). Relatorio em RELFORN.TXT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP075.
      **************************************
      * DESEMPENHO DE FORNECEDORES         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ-FORN
                    FILE STATUS  IS ST-ERRF
                    ALTERNATE RECORD KEY IS NOME-FORN
                                                      WITH DUPLICATES.
       SELECT CADOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-NUMERO
                    FILE STATUS  IS ST-ERRO.
       SELECT CADOCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OCI-CHAVE
                    FILE STATUS  IS ST-ERRI.
       SELECT CADNE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NE-CHAVE
                    FILE STATUS  IS ST-ERRNE
                    ALTERNATE RECORD KEY IS NE-OC
                                                      WITH DUPLICATES.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADPROH ASSIGN TO "CADPRO.HST"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRH.
       SELECT RELFORN ASSIGN TO "RELFORN.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CADASTRO DE FORNECEDORES (MESMO LAYOUT DO SGP002).
       FD CADFORN
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
                03 CNPJ-FORN         PIC X(14).
                03 NOME-FORN         PIC X(40).
                03 CEP-FORN          PIC 9(08).
                03 LOGRADOURO-FORN   PIC X(40).
                03 NUM-FORN          PIC X(13).
                03 BAIRRO-FORN       PIC X(25).
                03 CIDADE-FORN       PIC X(25).
                03 UF-FORN           PIC X(02).
                03 TELEFONE-FORN.
                       04 DDD-FORN       PIC 9(02).
                       04 NUMERO-FORN    PIC 9(09).
                03 PRAZO-PAGTO       PIC X(20).
                03 SITUACAO-FORN     PIC X(20).
                03 REGVERSAO-FORN    PIC 9(06).
      *
      * CABECALHO DA ORDEM DE COMPRA (MESMO LAYOUT DO SGP049).
       FD CADOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOC.DAT".
       01 REGOC.
                03 OC-NUMERO            PIC 9(06).
                03 OC-CNPJ              PIC X(14).
                03 OC-FORNECEDOR        PIC X(40).
                03 OC-DATA              PIC 9(08).
                03 OC-PREVISAO          PIC 9(08).
                03 OC-SITUACAO          PIC X(10).
                03 OC-QTDITENS          PIC 9(03).
                03 OC-OPERADOR          PIC X(10).
      *
      * ITENS DA ORDEM DE COMPRA (MESMO LAYOUT DO SGP049).
       FD CADOCI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOCI.DAT".
       01 REGOCI.
                03 OCI-CHAVE.
                       04 OCI-NUMERO    PIC 9(06).
                       04 OCI-SEQ       PIC 9(03).
                03 OCI-PRODUTO          PIC X(30).
                03 OCI-QTDPED           PIC 9(06).
                03 OCI-QTDREC           PIC 9(06).
      *
      * NOTA DE ENTRADA - CABECALHO (MESMO LAYOUT DO SGP018): A DATA
      * DE ENTRADA DA ULTIMA NOTA DA ORDEM E A DATA DO RECEBIMENTO.
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
       FD RELFORN.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRF      PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRNE     PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRH      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-NE     PIC X(01) VALUE "N".
       77 W-TEM-PRO    PIC X(01) VALUE "N".
       77 W-TEM-HST    PIC X(01) VALUE "N".
       77 W-DATA-INI   PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM   PIC 9(08) VALUE ZEROS.
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-ORDENS     PIC 9(06) VALUE ZEROS.
       77 W-SEMFORN    PIC 9(06) VALUE ZEROS.
       77 W-SEMENT     PIC 9(06) VALUE ZEROS.
       77 W-ALTER      PIC 9(06) VALUE ZEROS.
       77 W-FORA       PIC 9(06) VALUE ZEROS.
       77 W-IMPRESSOS  PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(03) VALUE ZEROS.
       77 W-QTD-FOR    PIC 9(03) VALUE ZEROS.
       77 W-ACHOU      PIC X(01) VALUE "N".
       77 W-CNPJ       PIC X(14) VALUE SPACES.
       77 W-OC-PED     PIC 9(08) VALUE ZEROS.
       77 W-OC-REC     PIC 9(08) VALUE ZEROS.
       77 W-ULT-ENT    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-PREV  PIC 9(06) VALUE ZEROS.
       77 W-DIAS-ENT   PIC 9(06) VALUE ZEROS.
       77 W-ATRASO     PIC S9(06) VALUE ZEROS.
       77 W-MEDIA      PIC 9(06) VALUE ZEROS.
       77 W-PERC       PIC 9(03)V99 VALUE ZEROS.
       77 W-VARIACAO   PIC S9(05)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DATA QUEBRADA PARA O CALENDARIO COMERCIAL (360/30)
       01 W-DTCAL.
                03 W-CAL-ANO       PIC 9(04).
                03 W-CAL-MES       PIC 9(02).
                03 W-CAL-DIA       PIC 9(02).
      *----------------------------------------------------------------*
      *   TABELA DE FORNECEDORES (CARREGADA DO CADFORN NA ORDEM DO
      *   CNPJ). ORDEM DE FORNECEDOR ALEM DO LIMITE E SO CONTADA.
       01 TAB-FOR.
          03 TAB-FOR-ITEM OCCURS 200 TIMES.
             05 TF-CNPJ       PIC X(14).
             05 TF-NOME       PIC X(40).
             05 TF-ORDENS     PIC 9(05).
             05 TF-ENTREGAS   PIC 9(05).
             05 TF-ATRASOTOT  PIC 9(08).
             05 TF-PIOR       PIC 9(05).
             05 TF-QTDPED     PIC 9(09).
             05 TF-QTDREC     PIC 9(09).
             05 TF-CURTAS     PIC 9(05).
             05 TF-ALTER      PIC 9(05).
             05 TF-VARTOT     PIC S9(07)V99.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(38) VALUE
                            "*** DESEMPENHO DE FORNECEDORES ***    ".
          03 TIT-INI       PIC 9(08).
          03 FILLER        PIC X(03) VALUE " A ".
          03 TIT-FIM       PIC 9(08).
       01 CAB-FORN.
          03 CABF-CNPJ     PIC X(14).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 CABF-NOME     PIC X(40).
       01 DET-REL.
          03 FILLER        PIC X(09) VALUE "  ORDENS ".
          03 DETR-ORDENS   PIC ZZZ9.
          03 FILLER        PIC X(08) VALUE " ATRASO ".
          03 FILLER        PIC X(04) VALUE "MED ".
          03 DETR-ATRMED   PIC ZZZ9.
          03 FILLER        PIC X(06) VALUE " PIOR ".
          03 DETR-PIOR     PIC ZZZ9.
          03 FILLER        PIC X(08) VALUE " ATEND% ".
          03 DETR-ATEND    PIC ZZ9,99.
          03 FILLER        PIC X(08) VALUE " CURTAS ".
          03 DETR-CURTAS   PIC ZZ9.
          03 FILLER        PIC X(08) VALUE " CUSTO% ".
          03 DETR-CUSTO    PIC -ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT CADFORN
           IF ST-ERRF NOT = "00"
                 DISPLAY "*** ARQUIVO CADFORN.DAT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           OPEN INPUT CADOC
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADOC.DAT NAO ENCONTRADO ***"
                 CLOSE CADFORN
                 GO TO ROT-FIMS.
           OPEN INPUT CADOCI
           IF ST-ERRI NOT = "00"
                 DISPLAY "*** ARQUIVO CADOCI.DAT NAO ENCONTRADO ***"
                 CLOSE CADFORN CADOC
                 GO TO ROT-FIMS.
           OPEN OUTPUT RELFORN
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELFORN.TXT ***"
                 CLOSE CADFORN CADOC CADOCI
                 GO TO ROT-FIMS.
      *
      * SEM O CADNE (NENHUMA ENTRADA LANCADA NO SGP018) O ATRASO NAO
      * E MEDIDO; SEM CADPRO OU CADPRO.HST O CUSTO SAI ZERADO.
      *
           OPEN INPUT CADNE
           IF ST-ERRNE = "00"
                 MOVE "S" TO W-TEM-NE
           ELSE
                 MOVE "N" TO W-TEM-NE.
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
           WRITE LINHA-REL.
      *
      *****************************************************
      * CARREGA OS FORNECEDORES DO CADFORN NA TABELA       *
      *****************************************************
      *
       FOR-001.
           MOVE LOW-VALUES TO CNPJ-FORN
           START CADFORN KEY IS NOT LESS CNPJ-FORN INVALID KEY
                 GO TO OC-001.
       FOR-002.
           READ CADFORN NEXT
           IF ST-ERRF NOT = "00"
                 GO TO OC-001.
           IF W-QTD-FOR NOT < 200
                 ADD 1 TO W-FORA
                 GO TO FOR-002.
           ADD 1 TO W-QTD-FOR
           MOVE CNPJ-FORN TO TF-CNPJ (W-QTD-FOR)
           MOVE NOME-FORN TO TF-NOME (W-QTD-FOR)
           MOVE ZEROS TO TF-ORDENS (W-QTD-FOR)
           MOVE ZEROS TO TF-ENTREGAS (W-QTD-FOR)
           MOVE ZEROS TO TF-ATRASOTOT (W-QTD-FOR)
           MOVE ZEROS TO TF-PIOR (W-QTD-FOR)
           MOVE ZEROS TO TF-QTDPED (W-QTD-FOR)
           MOVE ZEROS TO TF-QTDREC (W-QTD-FOR)
           MOVE ZEROS TO TF-CURTAS (W-QTD-FOR)
           MOVE ZEROS TO TF-ALTER (W-QTD-FOR)
           MOVE ZEROS TO TF-VARTOT (W-QTD-FOR)
           GO TO FOR-002.
      *
      *****************************************************
      * ORDENS DO PERIODO: ABERTA AINDA NAO FOI COLOCADA   *
      * NO FORNECEDOR E FICA DE FORA                       *
      *****************************************************
      *
       OC-001.
           MOVE ZEROS TO OC-NUMERO
           START CADOC KEY IS NOT LESS OC-NUMERO INVALID KEY
                 GO TO HST-001.
       OC-002.
           READ CADOC NEXT
           IF ST-ERRO NOT = "00"
                 GO TO HST-001.
           ADD 1 TO W-LIDAS
           IF OC-DATA < W-DATA-INI OR OC-DATA > W-DATA-FIM
                 GO TO OC-002.
           IF OC-SITUACAO = "ABERTA"
                 GO TO OC-002.
           MOVE OC-CNPJ TO W-CNPJ
           PERFORM ACH-FOR THRU ACH-FOR-FIM
           IF W-ACHOU = "N"
                 ADD 1 TO W-SEMFORN
                 GO TO OC-002.
           ADD 1 TO W-ORDENS
           ADD 1 TO TF-ORDENS (W-IND)
           PERFORM SOM-ITENS THRU SOM-ITENS-FIM
      *
      * ATENDIMENTO SO CONTA ORDEM ENCERRADA (RECEBIDA OU CANCELADA):
      * ORDEM AINDA EMITIDA PODE ESTAR DENTRO DO PRAZO. CANCELADA COM
      * PARTE RECEBIDA E ORDEM ENCERRADA COM FALTA.
      *
           IF OC-SITUACAO = "RECEBIDA" OR "CANCELADA"
                 ADD W-OC-PED TO TF-QTDPED (W-IND)
                 ADD W-OC-REC TO TF-QTDREC (W-IND).
           IF OC-SITUACAO = "CANCELADA"
              AND W-OC-REC > ZEROS AND W-OC-REC < W-OC-PED
                 ADD 1 TO TF-CURTAS (W-IND).
           IF W-OC-REC = ZEROS OR OC-PREVISAO = ZEROS
                 GO TO OC-002.
           PERFORM ULT-ENTRADA THRU ULT-ENTRADA-FIM
           IF W-ULT-ENT = ZEROS
                 ADD 1 TO W-SEMENT
                 GO TO OC-002.
      *
      * ATRASO EM DIAS PELO CALENDARIO COMERCIAL (360/30); ENTREGA
      * ANTECIPADA CONTA COMO ATRASO ZERO.
      *
           MOVE OC-PREVISAO TO W-DTCAL
           COMPUTE W-DIAS-PREV = (W-CAL-ANO * 360) + (W-CAL-MES * 30)
                               + W-CAL-DIA
           MOVE W-ULT-ENT TO W-DTCAL
           COMPUTE W-DIAS-ENT = (W-CAL-ANO * 360) + (W-CAL-MES * 30)
                              + W-CAL-DIA
           COMPUTE W-ATRASO = W-DIAS-ENT - W-DIAS-PREV
           IF W-ATRASO < ZEROS
                 MOVE ZEROS TO W-ATRASO.
           ADD 1 TO TF-ENTREGAS (W-IND)
           ADD W-ATRASO TO TF-ATRASOTOT (W-IND)
           IF W-ATRASO > TF-PIOR (W-IND)
                 MOVE W-ATRASO TO TF-PIOR (W-IND).
           GO TO OC-002.
      *
      ***************************************************
      * PROCURA O CNPJ DE W-CNPJ NA TABELA (W-IND)       *
      ***************************************************
      *
       ACH-FOR.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND.
       ACH-FOR-001.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-FOR
                 GO TO ACH-FOR-FIM.
           IF TF-CNPJ (W-IND) NOT = W-CNPJ
                 GO TO ACH-FOR-001.
           MOVE "S" TO W-ACHOU.
       ACH-FOR-FIM.
           EXIT.
      *
      ***************************************************
      * SOMA PEDIDO E RECEBIDO DAS LINHAS DA ORDEM (O    *
      * RECEBIDO ALEM DO PEDIDO NAO AUMENTA O ATENDIMENTO)*
      ***************************************************
      *
       SOM-ITENS.
           MOVE ZEROS TO W-OC-PED
           MOVE ZEROS TO W-OC-REC
           MOVE OC-NUMERO TO OCI-NUMERO
           MOVE ZEROS TO OCI-SEQ
           START CADOCI KEY IS NOT LESS OCI-CHAVE INVALID KEY
                 GO TO SOM-ITENS-FIM.
       SOM-ITENS-010.
           READ CADOCI NEXT
           IF ST-ERRI NOT = "00"
                 GO TO SOM-ITENS-FIM.
           IF OCI-NUMERO NOT = OC-NUMERO
                 GO TO SOM-ITENS-FIM.
           ADD OCI-QTDPED TO W-OC-PED
           IF OCI-QTDREC > OCI-QTDPED
                 ADD OCI-QTDPED TO W-OC-REC
           ELSE
                 ADD OCI-QTDREC TO W-OC-REC.
           GO TO SOM-ITENS-010.
       SOM-ITENS-FIM.
           EXIT.
      *
      ***************************************************
      * MAIOR DATA DE ENTRADA DAS NOTAS LANCADAS CONTRA  *
      * A ORDEM NO SGP018                                *
      ***************************************************
      *
       ULT-ENTRADA.
           MOVE ZEROS TO W-ULT-ENT
           IF W-TEM-NE NOT = "S"
                 GO TO ULT-ENTRADA-FIM.
           MOVE OC-NUMERO TO NE-OC
           START CADNE KEY IS EQUAL NE-OC INVALID KEY
                 GO TO ULT-ENTRADA-FIM.
       ULT-ENTRADA-010.
           READ CADNE NEXT
           IF ST-ERRNE NOT = "00"
                 GO TO ULT-ENTRADA-FIM.
           IF NE-OC NOT = OC-NUMERO
                 GO TO ULT-ENTRADA-FIM.
           IF NE-DATA > W-ULT-ENT
                 MOVE NE-DATA TO W-ULT-ENT.
           GO TO ULT-ENTRADA-010.
       ULT-ENTRADA-FIM.
           EXIT.
      *
      *****************************************************
      * VARIACAO DE CUSTO NO PERIODO: CADA ALTERACAO DE    *
      * CUSTO DO CADPRO.HST VAI PARA O FORNECEDOR          *
      * PREFERENCIAL DO PRODUTO                            *
      *****************************************************
      *
       HST-001.
           IF W-TEM-PRO NOT = "S"
                 GO TO IMP-001.
           OPEN INPUT CADPROH
           IF ST-ERRH NOT = "00"
                 GO TO IMP-001.
           MOVE "S" TO W-TEM-HST.
       HST-002.
           READ CADPROH
              AT END
                 GO TO IMP-001.
           IF H-DATA < W-DATA-INI OR H-DATA > W-DATA-FIM
                 GO TO HST-002.
           IF H-PRECOCUSTO-ANT = ZEROS
              OR H-PRECOCUSTO-NOV = H-PRECOCUSTO-ANT
                 GO TO HST-002.
           MOVE H-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRP NOT = "00"
                 GO TO HST-002.
           IF FORNECEDOR-PREF = SPACES
                 GO TO HST-002.
           MOVE FORNECEDOR-PREF TO W-CNPJ
           PERFORM ACH-FOR THRU ACH-FOR-FIM
           IF W-ACHOU = "N"
                 GO TO HST-002.
           COMPUTE W-VARIACAO ROUNDED =
                   (H-PRECOCUSTO-NOV - H-PRECOCUSTO-ANT) * 100
                   / H-PRECOCUSTO-ANT
           ADD 1 TO W-ALTER
           ADD 1 TO TF-ALTER (W-IND)
           ADD W-VARIACAO TO TF-VARTOT (W-IND)
           GO TO HST-002.
      *
      *****************************************************
      * IMPRIME OS FORNECEDORES COM MOVIMENTO NO PERIODO   *
      *****************************************************
      *
       IMP-001.
           MOVE ZEROS TO W-IND.
       IMP-002.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-FOR
                 GO TO INC-FIM.
           IF TF-ORDENS (W-IND) = ZEROS AND TF-ALTER (W-IND) = ZEROS
                 GO TO IMP-002.
           MOVE TF-CNPJ (W-IND) TO CABF-CNPJ
           MOVE TF-NOME (W-IND) TO CABF-NOME
           WRITE LINHA-REL FROM CAB-FORN
           MOVE TF-ORDENS (W-IND) TO DETR-ORDENS
           MOVE ZEROS TO W-MEDIA
           IF TF-ENTREGAS (W-IND) > ZEROS
                 COMPUTE W-MEDIA ROUNDED = TF-ATRASOTOT (W-IND)
                                         / TF-ENTREGAS (W-IND).
           MOVE W-MEDIA TO DETR-ATRMED
           MOVE TF-PIOR (W-IND) TO DETR-PIOR
           MOVE ZEROS TO W-PERC
           IF TF-QTDPED (W-IND) > ZEROS
                 COMPUTE W-PERC ROUNDED = TF-QTDREC (W-IND) * 100
                                        / TF-QTDPED (W-IND).
           MOVE W-PERC TO DETR-ATEND
           MOVE TF-CURTAS (W-IND) TO DETR-CURTAS
           MOVE ZEROS TO W-VARIACAO
           IF TF-ALTER (W-IND) > ZEROS
                 COMPUTE W-VARIACAO ROUNDED = TF-VARTOT (W-IND)
                                            / TF-ALTER (W-IND).
           MOVE W-VARIACAO TO DETR-CUSTO
           WRITE LINHA-REL FROM DET-REL
           ADD 1 TO W-IMPRESSOS
           GO TO IMP-002.
      *
       INC-FIM.
           GO TO ROT-FIM.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADFORN CADOC CADOCI
                CLOSE RELFORN
                IF W-TEM-NE = "S"
                   CLOSE CADNE.
                IF W-TEM-PRO = "S"
                   CLOSE CADPRO.
                IF W-TEM-HST = "S"
                   CLOSE CADPROH.
                DISPLAY "*** DESEMPENHO DE FORNECEDORES CONCLUIDO ***"
                DISPLAY "ORDENS LIDAS            : " W-LIDAS
                DISPLAY "ORDENS NO PERIODO       : " W-ORDENS
                DISPLAY "ORDENS SEM FORNECEDOR   : " W-SEMFORN
                DISPLAY "RECEBIDAS SEM ENTRADA   : " W-SEMENT
                DISPLAY "ALTERACOES DE CUSTO     : " W-ALTER
                DISPLAY "FORNECEDORES IMPRESSOS  : " W-IMPRESSOS
                DISPLAY "FORNECEDORES FORA       : " W-FORA.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
