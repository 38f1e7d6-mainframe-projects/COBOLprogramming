      * Purpose: Reimpressao de nota fiscal - relista em NOTAFISC.TXT
      *          uma nota emitida pelo faturamento do SGP006, com os
      *          dados do cliente congelados na emissao e os itens do
      *          pedido (quando ainda presentes no CADITEM); a nota
      *          e localizada pela filial e pelo numero na serie dela
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADITEM ASSIGN TO DISK
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
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006). PEDIDO JA
      * ARQUIVADO PELO SGP016 REIMPRIME SO O CABECALHO E OS TOTAIS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-NUMERO     PIC 9(06) VALUE ZEROS.
       77 W-FILNF      PIC 9(02) VALUE ZEROS.
       77 W-TEM-ITE    PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   LAYOUTS DA NOTA FISCAL (MESMOS DO SGP006)
       01 NFD-REIMP.
                03 FILLER          PIC X(21) VALUE
                                    "*** 2A VIA - REIMP ***".
       01 NFD-CANC.
                03 FILLER          PIC X(24) VALUE
                                    "*** NOTA CANCELADA EM : ".
                03 NFD-DTCANC      PIC 9(08).
                03 FILLER          PIC X(05) VALUE " *** ".
                03 NFD-MOTIVO      PIC X(40).
       01 NFD-CLI.
                03 FILLER          PIC X(10) VALUE "CLIENTE  :".
                03 NFD-NOME        PIC X(40).
           ACCEPT W-NUMERO.
           IF W-NUMERO = ZEROS
                 GO TO ROT-FIM.
      *
      * CADA FILIAL TEM A SUA SERIE DE NOTAS: O MESMO NUMERO PODE
      * EXISTIR EM MAIS DE UMA FILIAL.
      *
           DISPLAY "FILIAL DA NOTA (0 = 01)       : ".
           ACCEPT W-FILNF.
           IF W-FILNF = ZEROS
                 MOVE 1 TO W-FILNF.
           MOVE W-FILNF TO NF-FILIAL
           MOVE W-NUMERO TO NF-NUMERO
           READ CADNF
           IF ST-ERRO NOT = "00"
           MOVE NF-DATA TO NFD-DATA
           WRITE LINHA-NF FROM NFD-TIT
           WRITE LINHA-NF FROM NFD-REIMP
           IF NF-SITUACAO = "CANCELADA"
                 MOVE NF-DTCANC TO NFD-DTCANC
                 MOVE NF-MOTIVO TO NFD-MOTIVO
                 WRITE LINHA-NF FROM NFD-CANC.
           MOVE NF-NOME TO NFD-NOME
           WRITE LINHA-NF FROM NFD-CLI
           MOVE NF-CPF TO NFD-CPF
