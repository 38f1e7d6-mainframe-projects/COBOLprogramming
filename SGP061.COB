      *          que a contabilidade entrega ao fisco: header, um
      *          detalhe por nota (numero, data, documento do cliente,
      *          codigo IBGE do municipio resolvido no CADMUN, valor e
      *          imposto por aliquota) e trailer com os totais;
      *          de uma filial (cada uma tem a sua serie de notas)
      *          ou consolidado (filial 0)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADMUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-CHAVE.
                       04 NF-FILIAL     PIC 9(02).
                       04 NF-NUMERO     PIC 9(06).
                03 NF-PEDIDO            PIC 9(05).
                03 NF-DATA              PIC 9(08).
                03 NF-CPF               PIC X(14).
                          05 NFI-BASE      PIC 9(08)V99.
                          05 NFI-VALOR     PIC 9(08)V99.
                03 NF-FRETE             PIC 9(06)V99.
                03 NF-SITUACAO          PIC X(10).
                03 NF-DTCANC            PIC 9(08).
                03 NF-MOTIVO            PIC X(40).
                03 NF-OPECANC           PIC X(10).
      *
      * MUNICIPIOS IBGE (MESMO LAYOUT DO SGP060).
       FD CADMUN
      *
      * ARQUIVO DO LIVRO DE SAIDAS - REGISTROS FIXOS DE 132
      * POSICOES: TIPO 0 = HEADER, 1 = DETALHE (UMA NOTA), 9 =
      * TRAILER COM QUANTIDADE E TOTAIS. NOTA CANCELADA SAI COM
      * SITUACAO "C" E VALORES ZERADOS, FORA DOS TOTAIS.
       FD LIVROSAI.
       01 LINHA-LIV        PIC X(132).
      *
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-GERADAS    PIC 9(06) VALUE ZEROS.
       77 W-CANCEL     PIC 9(06) VALUE ZEROS.
       77 W-SEMMUN     PIC 9(06) VALUE ZEROS.
       77 W-TEM-MUN    PIC X(01) VALUE "N".
       77 W-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-TOTVALOR   PIC 9(11)V99 VALUE ZEROS.
       77 W-TOTIMP     PIC 9(11)V99 VALUE ZEROS.
      *   FILIAL DO LIVRO (ZERO = CONSOLIDADO)
       77 W-FILSEL     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   LAYOUTS DOS REGISTROS DO LIVRO
       01 LIV-HEADER.
          03 FILLER        PIC X(01) VALUE "0".
          03 HDR-ANOMES    PIC 9(06).
          03 FILLER        PIC X(08) VALUE "LIVROSAI".
          03 HDR-FILIAL    PIC 9(02).
          03 FILLER        PIC X(115) VALUE SPACES.
       01 LIV-DETALHE.
          03 FILLER        PIC X(01) VALUE "1".
          03 DET-NUMERO    PIC 9(06).
                07 DET-ALIQ     PIC 9(02)V99.
                07 DET-BASE     PIC 9(08)V99.
                07 DET-IMPVAL   PIC 9(08)V99.
          03 DET-SITUACAO  PIC X(01).
          03 DET-FILIAL    PIC 9(02).
          03 FILLER        PIC X(01) VALUE SPACES.
       01 LIV-TRAILER.
          03 FILLER        PIC X(01) VALUE "9".
          03 TRL-QTD       PIC 9(06).
          03 TRL-VALOR     PIC 9(11)V99.
          03 TRL-IMPOSTO   PIC 9(11)V99.
          03 TRL-CANC      PIC 9(06).
          03 FILLER        PIC X(93) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 GO TO ROT-FIMS.
           DISPLAY "MES DO LIVRO (AAAAMM) : ".
           ACCEPT W-ANOMES.
           DISPLAY "FILIAL (0 = CONSOLIDADO) : ".
           ACCEPT W-FILSEL.
           MOVE W-ANOMES TO HDR-ANOMES
           MOVE W-FILSEL TO HDR-FILIAL
           WRITE LINHA-LIV FROM LIV-HEADER.
      *
      *****************************************************
      * PASSAGEM UNICA PELO CADNF: SO AS NOTAS DO MES      *
      * PEDIDO ENTRAM, UMA POR REGISTRO DE DETALHE. COM   *
      * UMA FILIAL ESCOLHIDA A LEITURA PARTE DA CHAVE DELA *
      * E PARA NA PRIMEIRA NOTA DE OUTRA FILIAL            *
      *****************************************************
      *
       INC-001.
           MOVE ZEROS TO NF-CHAVE
           MOVE W-FILSEL TO NF-FILIAL
           START CADNF KEY IS NOT LESS NF-CHAVE INVALID KEY
                 GO TO INC-FIM.
       INC-002.
           READ CADNF NEXT
           IF ST-ERRO NOT = "00"
                 GO TO INC-FIM.
           IF W-FILSEL NOT = ZEROS AND NF-FILIAL NOT = W-FILSEL
                 GO TO INC-FIM.
           ADD 1 TO W-LIDAS
           COMPUTE W-NF-AM = NF-DATA / 100
           IF W-NF-AM NOT = W-ANOMES
                 GO TO INC-002.
           MOVE NF-NUMERO TO DET-NUMERO
           MOVE NF-FILIAL TO DET-FILIAL
           MOVE NF-DATA TO DET-DATA
           MOVE NF-CPF TO DET-CPF
           MOVE ZEROS TO DET-MUNICIPIO
                       MOVE MUN-CODIGO TO DET-MUNICIPIO.
           IF DET-MUNICIPIO = ZEROS
                 ADD 1 TO W-SEMMUN.
      *
      * NOTA CANCELADA (SGP072) CONTINUA NO LIVRO PARA A NUMERACAO
      * NAO TER BURACO, MAS SEM VALOR E SEM IMPOSTO.
      *
           IF NF-SITUACAO = "CANCELADA"
                 MOVE "C" TO DET-SITUACAO
                 MOVE ZEROS TO DET-VALOR
                 MOVE ZEROS TO DET-IMPTOT
                 MOVE ZEROS TO DET-IMPOSTOS
                 WRITE LINHA-LIV FROM LIV-DETALHE
                 ADD 1 TO W-GERADAS
                 ADD 1 TO W-CANCEL
                 GO TO INC-002.
           MOVE "N" TO DET-SITUACAO
           MOVE NF-VALOR TO DET-VALOR
           MOVE NF-IMPOSTO TO DET-IMPTOT
           MOVE ZEROS TO W-IND.
           MOVE W-GERADAS TO TRL-QTD
           MOVE W-TOTVALOR TO TRL-VALOR
           MOVE W-TOTIMP TO TRL-IMPOSTO
           MOVE W-CANCEL TO TRL-CANC
           WRITE LINHA-LIV FROM LIV-TRAILER
           GO TO ROT-FIM.
      *
                DISPLAY "*** LIVRO DE SAIDAS GERADO ***"
                DISPLAY "NOTAS LIDAS            : " W-LIDAS
                DISPLAY "NOTAS NO LIVRO          : " W-GERADAS
                DISPLAY "NOTAS CANCELADAS        : " W-CANCEL
                DISPLAY "SEM MUNICIPIO NO CADMUN : " W-SEMMUN.
       ROT-FIMS.
                EXIT PROGRAM.
