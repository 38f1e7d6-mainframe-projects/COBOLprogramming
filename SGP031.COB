      * Purpose: Curva ABC de produtos por faturamento - soma o valor
      *          dos itens dos pedidos nao cancelados de um periodo,
      *          ordena por valor decrescente e classifica em A/B/C
      *          pelo percentual acumulado (80/15/5); a pedido grava
      *          a classe de cada produto em CADABC.DAT, de onde a
      *          contagem ciclica (SGP104) tira a frequencia
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    FILE STATUS  IS ST-ERRI
                    ALTERNATE RECORD KEY IS ITEM-PRODUTO
                                                      WITH DUPLICATES.
       SELECT CADABC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ABC-CODIGO
                    FILE STATUS  IS ST-ERRA.
       SELECT RELABC ASSIGN TO "RELABC.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADITEM
                03 ITEM-FATOR           PIC 9(04).
                03 ITEM-CODIGO          PIC 9(08).
                03 ITEM-CUSTO           PIC 9(06)V99.
      *
      * CLASSE ABC EM VIGOR POR PRODUTO (A ULTIMA CURVA GRAVADA):
      * PRODUTO SEM REGISTRO AQUI (NAO VENDEU NO PERIODO) E CLASSE C.
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
       FD RELABC.
       01 LINHA-REL        PIC X(100).
       77 W-PERC       PIC 9(03)V99 VALUE ZEROS.
       77 W-PERCAC     PIC 9(03)V99 VALUE ZEROS.
       77 W-CLASSE     PIC X(01) VALUE SPACES.
       77 ST-ERRA      PIC X(02) VALUE "00".
       77 W-GRAVA      PIC X(01) VALUE "N".
       77 W-GRAVADOS   PIC 9(06) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   TABELA DE FATURAMENTO POR PRODUTO (ORDENADA POR SELECAO
      *   DIRETA ANTES DA IMPRESSAO)
           MOVE W-DATA-FIM TO TIT-FIM
           WRITE LINHA-REL FROM LINHA-TIT.
      *
      * A CLASSIFICACAO GRAVADA SUBSTITUI A ANTERIOR POR INTEIRO
      * (O CADABC E RECRIADO), PARA PRODUTO QUE SAIU DA CURVA VOLTAR
      * A SER C NA CONTAGEM CICLICA.
      *
           DISPLAY "GRAVA A CLASSE PARA A CONTAGEM CICLICA (S/N) : ".
           ACCEPT W-GRAVA.
           IF W-GRAVA = "s"
                 MOVE "S" TO W-GRAVA.
           IF W-GRAVA NOT = "S"
                 MOVE "N" TO W-GRAVA
                 GO TO ACU-001.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           OPEN OUTPUT CADABC
           IF ST-ERRA = "00"
                 CLOSE CADABC
                 OPEN I-O CADABC.
           IF ST-ERRA NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO CADABC.DAT ***"
                 MOVE "N" TO W-GRAVA.
      *
      *****************************************************
      * ACUMULA O FATURAMENTO POR PRODUTO (ITENS DE        *
      * PEDIDOS NAO CANCELADOS DO PERIODO)                 *
           MOVE W-PERCAC TO DETR-PERCAC
           MOVE W-CLASSE TO DETR-CLASSE
           WRITE LINHA-REL FROM DET-REL
           IF W-GRAVA = "S" AND TA-CODIGO (W-IND) NOT = ZEROS
                 PERFORM GRA-ABC THRU GRA-ABC-FIM.
           GO TO IMP-010.
       IMP-FIM.
           MOVE W-TOTAL TO TOT-VALOR
           WRITE LINHA-REL FROM LINHA-TOTAL
           GO TO ROT-FIM.
      *
      *********************************************
      * GRAVA A CLASSE DO PRODUTO NO CADABC        *
      *********************************************
      *
       GRA-ABC.
           MOVE TA-CODIGO (W-IND) TO ABC-CODIGO
           MOVE W-CLASSE TO ABC-CLASSE
           MOVE W-DATAHOJE TO ABC-DATA
           MOVE W-DATA-INI TO ABC-INI
           MOVE W-DATA-FIM TO ABC-FIM
           WRITE REGABC
           IF ST-ERRA = "22"
                 REWRITE REGABC.
           IF ST-ERRA = "00"
                 ADD 1 TO W-GRAVADOS.
       GRA-ABC-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                CLOSE CADPED CADITEM
                CLOSE RELABC
                IF W-GRAVA = "S"
                   CLOSE CADABC.
                DISPLAY "*** CURVA ABC CONCLUIDA ***"
                DISPLAY "ITENS LIDOS            : " W-LIDOS
                DISPLAY "PRODUTOS NO RANKING     : " W-QTD-PRO
                DISPLAY "ITENS FORA DA TABELA    : " W-FORA
                DISPLAY "CLASSES GRAVADAS        : " W-GRAVADOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
