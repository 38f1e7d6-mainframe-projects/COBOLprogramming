      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Precos e encerramento da cotacao de compra - digita o
      *          preco unitario e o prazo de entrega de cada fornecedor
      *          convidado (CADCOTF) para as linhas da cotacao aberta
      *          no SGP076, imprime o mapa comparativo com o melhor
      *          preco de cada linha (MAPCOT.TXT) e encerra a cotacao
      *          gerando uma ordem de compra ABERTA (CADOC/CADOCI,
      *          numeracao do CADOC.CTL) por fornecedor vencedor; as
      *          propostas perdedoras ficam gravadas para consulta.
      *          As ordens seguem para revisao e emissao no SGP050
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP077.
      ******************************************
      * PRECOS/ENCERRAMENTO DA COTACAO         *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COT-NUMERO
                    FILE STATUS  IS ST-ERRCT.
       SELECT CADCOTI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COTI-CHAVE
                    FILE STATUS  IS ST-ERRCI.
       SELECT CADCOTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COTF-CHAVE
                    FILE STATUS  IS ST-ERRCF.
       SELECT CADOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OC-NUMERO
                    FILE STATUS  IS ST-ERROC.
       SELECT CADOCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OCI-CHAVE
                    FILE STATUS  IS ST-ERROI.
       SELECT CTLOC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRC.
       SELECT MAPCOT ASSIGN TO "MAPCOT.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CABECALHO DA COTACAO (MESMO LAYOUT DO SGP076).
       FD CADCOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOT.DAT".
       01 REGCOT.
                03 COT-NUMERO           PIC 9(06).
                03 COT-DATA             PIC 9(08).
                03 COT-SITUACAO         PIC X(10).
                03 COT-QTDITENS         PIC 9(03).
                03 COT-QTDFORN          PIC 9(02).
                03 COT-FORN-TAB.
                       04 COT-FORN OCCURS 10 TIMES.
                          05 COT-CNPJ      PIC X(14).
                          05 COT-NOME      PIC X(40).
                03 COT-ORDENS           PIC 9(02).
                03 COT-OPERADOR         PIC X(10).
      *
      * LINHAS DA COTACAO (MESMO LAYOUT DO SGP076).
       FD CADCOTI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOTI.DAT".
       01 REGCOTI.
                03 COTI-CHAVE.
                       04 COTI-NUMERO   PIC 9(06).
                       04 COTI-SEQ      PIC 9(03).
                03 COTI-CODIGO          PIC 9(08).
                03 COTI-PRODUTO         PIC X(30).
                03 COTI-QTD             PIC 9(06).
                03 COTI-VENCEDOR        PIC X(14).
                03 COTI-PRECO           PIC 9(06)V99.
                03 COTI-PRAZO           PIC 9(03).
                03 COTI-OC              PIC 9(06).
      *
      * PRECO DE CADA FORNECEDOR POR LINHA (MESMO LAYOUT DO SGP076).
       FD CADCOTF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOTF.DAT".
       01 REGCOTF.
                03 COTF-CHAVE.
                       04 COTF-NUMERO   PIC 9(06).
                       04 COTF-CNPJ     PIC X(14).
                       04 COTF-SEQ      PIC 9(03).
                03 COTF-PRECO           PIC 9(06)V99.
                03 COTF-PRAZO           PIC 9(03).
                03 COTF-SITUACAO        PIC X(10).
                03 COTF-DATA            PIC 9(08).
                03 COTF-OPERADOR        PIC X(10).
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
      * ULTIMO NUMERO DE ORDEM DE COMPRA (MESMO CONTROLE DO SGP049).
       FD CTLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOC.CTL".
       01 REGCTLOC.
                03 CTL-ULTOC          PIC 9(06).
      *
      * IMPRESSAO DO MAPA COMPARATIVO DA COTACAO.
       FD MAPCOT.
       01 LINHA-MAP        PIC X(80).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
       FD SESSAO.
       01 REGSES.
                03 SES-OPERADOR      PIC X(10).
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 ST-ERRCI     PIC X(02) VALUE "00".
       77 ST-ERRCF     PIC X(02) VALUE "00".
       77 ST-ERROC     PIC X(02) VALUE "00".
       77 ST-ERROI     PIC X(02) VALUE "00".
       77 ST-ERRC      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-COT        PIC 9(06) VALUE ZEROS.
       77 W-SEQ        PIC 9(03) VALUE ZEROS.
       77 W-INDF       PIC 9(02) VALUE ZEROS.
       77 W-INDV       PIC 9(02) VALUE ZEROS.
       77 W-MELHOR     PIC 9(02) VALUE ZEROS.
       77 W-MEL-PRECO  PIC 9(06)V99 VALUE ZEROS.
       77 W-MEL-PRAZO  PIC 9(03) VALUE ZEROS.
       77 W-OCSEQ      PIC 9(03) VALUE ZEROS.
       77 W-MAXPRAZO   PIC 9(03) VALUE ZEROS.
       77 W-OC-ABERTA  PIC X(01) VALUE "N".
       77 W-SEMCOT     PIC 9(03) VALUE ZEROS.
       77 W-DIAS       PIC 9(07) VALUE ZEROS.
       77 W-RESTO      PIC 9(03) VALUE ZEROS.
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       01 W-POSLIN     PIC 9(04) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   DATA QUEBRADA PARA O CALENDARIO COMERCIAL (360/30) DA
      *   PREVISAO DE ENTREGA (HOJE + MAIOR PRAZO COTADO)
       01 W-DTCAL.
                03 W-CAL-ANO       PIC 9(04).
                03 W-CAL-MES       PIC 9(02).
                03 W-CAL-DIA       PIC 9(02).
      *----------------------------------------------------------------*
      *   LINHA DE LISTAGEM DOS FORNECEDORES DA COTACAO NA TELA
       01 DET-FORN.
                03 DETF-IND        PIC Z9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETF-CNPJ       PIC X(14).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETF-NOME       PIC X(30).
      *----------------------------------------------------------------*
      *   LAYOUTS DO MAPA COMPARATIVO (MAPCOT.TXT)
       01 MAP-TIT.
                03 FILLER          PIC X(26) VALUE
                                    "*** MAPA DA COTACAO N. ***".
                03 FILLER          PIC X(01) VALUE SPACE.
                03 MAPT-NUMERO     PIC ZZZZZ9.
                03 FILLER          PIC X(08) VALUE "  DATA: ".
                03 MAPT-DATA       PIC 9(08).
       01 MAP-ITEM.
                03 MAPI-SEQ        PIC ZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 MAPI-PRODUTO    PIC X(30).
                03 FILLER          PIC X(06) VALUE " QTD: ".
                03 MAPI-QTD        PIC ZZZZZ9.
       01 MAP-PRECO.
                03 FILLER          PIC X(04) VALUE SPACES.
                03 MAPP-NOME       PIC X(25).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 MAPP-PRECO      PIC ZZZ.ZZ9,99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 MAPP-PRAZO      PIC ZZ9.
                03 FILLER          PIC X(05) VALUE " DIAS".
                03 FILLER          PIC X(01) VALUE SPACE.
                03 MAPP-SITUACAO   PIC X(10).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 MAPP-MARCA      PIC X(08).
       01 MAP-SEP.
                03 FILLER          PIC X(60) VALUE ALL "=".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** COTACAO DE COMPRA ***".
           05  LINE 03  COLUMN 20
               VALUE  "COTACAO         :".
           05  LINE 04  COLUMN 20
               VALUE  "DATA            :".
           05  LINE 05  COLUMN 20
               VALUE  "SITUACAO        :".
           05  LINE 06  COLUMN 20
               VALUE  "LINHAS          :".
           05  LINE 07  COLUMN 20
               VALUE  "ORDENS GERADAS  :".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
           OPEN I-O CADCOT
           IF ST-ERRCT NOT = "00"
               MOVE "*** ARQUIVO CADCOT NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADCOTI
           IF ST-ERRCI NOT = "00"
               MOVE "*** ARQUIVO CADCOTI NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCOT
               GO TO ROT-FIM.
           OPEN I-O CADCOTF
           IF ST-ERRCF NOT = "00"
               MOVE "*** ARQUIVO CADCOTF NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADCOT CADCOTI
               GO TO ROT-FIM.
           OPEN I-O CADOC
           IF ST-ERROC NOT = "00"
               IF ST-ERROC = "30"
                      OPEN OUTPUT CADOC
                      CLOSE CADOC
                      OPEN I-O CADOC.
           OPEN I-O CADOCI
           IF ST-ERROI NOT = "00"
               IF ST-ERROI = "30"
                      OPEN OUTPUT CADOCI
                      CLOSE CADOCI
                      OPEN I-O CADOCI.
           OPEN I-O CTLOC
           IF ST-ERRC NOT = "00"
               MOVE ZEROS TO REGCTLOC
               OPEN OUTPUT CTLOC
               WRITE REGCTLOC
               CLOSE CTLOC
               OPEN I-O CTLOC.
           READ CTLOC
           IF ST-ERRC NOT = "00"
               MOVE ZEROS TO CTL-ULTOC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA.
       INC-002.
           ACCEPT W-COT AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              CLOSE CADCOT CADCOTI CADCOTF CADOC CADOCI CTLOC
              GO TO ROT-FIM.
           IF W-COT = ZEROS
              MOVE "*** COTACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           MOVE W-COT TO COT-NUMERO
           READ CADCOT
           IF ST-ERRCT NOT = "00"
              MOVE "*** COTACAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-002.
           PERFORM MOS-COT THRU MOS-COT-FIM.
      *
       ACE-001.
           DISPLAY
        "F2=PRECOS  F3=MAPA  F4=GERAR ORDENS       "
                 AT 2312.
           ACCEPT W-OPCAO AT 2361
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              MOVE SPACES TO MENS
              DISPLAY MENS AT 2312
              GO TO INC-001.
           IF W-ACT NOT = 03 AND W-ACT NOT = 04 AND W-ACT NOT = 05
              GO TO ACE-001.
           MOVE SPACES TO MENS
           DISPLAY MENS AT 2312.
           IF W-ACT = 03
              GO TO PRE-001.
           IF W-ACT = 04
              GO TO MAP-001.
           GO TO GER-001.
      *
      ***************************************************
      * DIGITACAO DOS PRECOS DE UM FORNECEDOR: LINHA A   *
      * LINHA, PRECO UNITARIO E PRAZO EM DIAS. PRECO     *
      * ZERO = FORNECEDOR NAO COTOU A LINHA. ESC VOLTA   *
      ***************************************************
      *
       PRE-001.
           IF COT-SITUACAO NOT = "ABERTA"
              MOVE "*** COTACAO JA ENCERRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           DISPLAY "FORNECEDOR (N.) : " AT 2340.
           ACCEPT W-INDF AT 2358
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO ACE-001.
           IF W-INDF = ZEROS OR W-INDF > COT-QTDFORN
              MOVE "*** FORNECEDOR FORA DA LISTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PRE-001.
           DISPLAY LIMPA AT 2312
           DISPLAY COT-NOME (W-INDF) AT 1920
           MOVE ZEROS TO W-SEQ.
       PRE-010.
           ADD 1 TO W-SEQ
           IF W-SEQ > COT-QTDITENS
              GO TO PRE-FIM.
           MOVE W-COT TO COTI-NUMERO
           MOVE W-SEQ TO COTI-SEQ
           READ CADCOTI
           IF ST-ERRCI NOT = "00"
              GO TO PRE-010.
           MOVE W-COT TO COTF-NUMERO
           MOVE COT-CNPJ (W-INDF) TO COTF-CNPJ
           MOVE W-SEQ TO COTF-SEQ
           READ CADCOTF
           IF ST-ERRCF NOT = "00"
              MOVE ZEROS TO COTF-PRECO COTF-PRAZO.
           MOVE COTI-SEQ TO MAPI-SEQ
           MOVE COTI-PRODUTO TO MAPI-PRODUTO
           MOVE COTI-QTD TO MAPI-QTD
           DISPLAY MAP-ITEM AT 2020
           DISPLAY "PRECO UNIT. : " AT 2120
           DISPLAY "PRAZO (DIAS): " AT 2150.
       PRE-020.
           ACCEPT COTF-PRECO WITH UPDATE AT 2134
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRE-FIM.
           ACCEPT COTF-PRAZO WITH UPDATE AT 2164
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO PRE-020.
           IF COTF-PRECO > ZEROS
              MOVE "COTADO" TO COTF-SITUACAO
           ELSE
              MOVE ZEROS TO COTF-PRAZO
              MOVE "SEM PRECO" TO COTF-SITUACAO.
           MOVE W-DATAHOJE TO COTF-DATA
           MOVE W-OPERADOR TO COTF-OPERADOR
           REWRITE REGCOTF
           IF ST-ERRCF = "23"
              WRITE REGCOTF.
           GO TO PRE-010.
       PRE-FIM.
           DISPLAY LIMPA AT 1920
           DISPLAY LIMPA AT 2020
           DISPLAY LIMPA AT 2120
           MOVE "*** PRECOS DO FORNECEDOR GRAVADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      ***************************************************
      * MAPA COMPARATIVO: POR LINHA, O PRECO E O PRAZO   *
      * DE CADA FORNECEDOR, COM O MELHOR MARCADO         *
      ***************************************************
      *
       MAP-001.
           OPEN EXTEND MAPCOT
           IF ST-ERRR = "30" OR "35"
              OPEN OUTPUT MAPCOT
              CLOSE MAPCOT
              OPEN EXTEND MAPCOT.
           IF ST-ERRR NOT = "00"
              MOVE "*** ERRO NA ABERTURA DO MAPCOT.TXT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE W-COT TO MAPT-NUMERO
           MOVE W-DATAHOJE TO MAPT-DATA
           WRITE LINHA-MAP FROM MAP-TIT
           MOVE ZEROS TO W-SEQ.
       MAP-010.
           ADD 1 TO W-SEQ
           IF W-SEQ > COT-QTDITENS
              GO TO MAP-FIM.
           MOVE W-COT TO COTI-NUMERO
           MOVE W-SEQ TO COTI-SEQ
           READ CADCOTI
           IF ST-ERRCI NOT = "00"
              GO TO MAP-010.
           MOVE COTI-SEQ TO MAPI-SEQ
           MOVE COTI-PRODUTO TO MAPI-PRODUTO
           MOVE COTI-QTD TO MAPI-QTD
           WRITE LINHA-MAP FROM MAP-ITEM
           PERFORM BUS-MELHOR THRU BUS-MELHOR-FIM
           MOVE ZEROS TO W-INDF.
       MAP-020.
           ADD 1 TO W-INDF
           IF W-INDF > COT-QTDFORN
              GO TO MAP-010.
           MOVE W-COT TO COTF-NUMERO
           MOVE COT-CNPJ (W-INDF) TO COTF-CNPJ
           MOVE W-SEQ TO COTF-SEQ
           READ CADCOTF
           IF ST-ERRCF NOT = "00"
              GO TO MAP-020.
           MOVE COT-NOME (W-INDF) TO MAPP-NOME
           MOVE COTF-PRECO TO MAPP-PRECO
           MOVE COTF-PRAZO TO MAPP-PRAZO
           MOVE COTF-SITUACAO TO MAPP-SITUACAO
           MOVE SPACES TO MAPP-MARCA
           IF W-INDF = W-MELHOR
              MOVE "<MELHOR>" TO MAPP-MARCA.
           WRITE LINHA-MAP FROM MAP-PRECO
           GO TO MAP-020.
       MAP-FIM.
           WRITE LINHA-MAP FROM MAP-SEP
           CLOSE MAPCOT
           MOVE "*** MAPA GRAVADO EM MAPCOT.TXT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      ***************************************************
      * ENCERRA A COTACAO: CADA LINHA VAI PARA O MELHOR  *
      * PRECO (EMPATE: MENOR PRAZO, DEPOIS O PRIMEIRO DA *
      * LISTA); AS DEMAIS PROPOSTAS FICAM PERDEDORAS. UMA *
      * ORDEM ABERTA POR FORNECEDOR VENCEDOR. LINHA SEM  *
      * NENHUM PRECO FICA FORA DAS ORDENS                *
      ***************************************************
      *
       GER-001.
           IF COT-SITUACAO NOT = "ABERTA"
              MOVE "*** COTACAO JA ENCERRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           DISPLAY "GERAR ORDENS (S/N) : " AT 2340.
           ACCEPT W-OPCAO AT 2361
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ORDENS NAO GERADAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GER-001.
           MOVE ZEROS TO W-SEMCOT
           MOVE ZEROS TO W-SEQ.
       GER-010.
           ADD 1 TO W-SEQ
           IF W-SEQ > COT-QTDITENS
              GO TO GER-100.
           MOVE W-COT TO COTI-NUMERO
           MOVE W-SEQ TO COTI-SEQ
           READ CADCOTI
           IF ST-ERRCI NOT = "00"
              GO TO GER-010.
           PERFORM BUS-MELHOR THRU BUS-MELHOR-FIM
           IF W-MELHOR = ZEROS
              ADD 1 TO W-SEMCOT
              GO TO GER-010.
           MOVE COT-CNPJ (W-MELHOR) TO COTI-VENCEDOR
           MOVE W-MEL-PRECO TO COTI-PRECO
           MOVE W-MEL-PRAZO TO COTI-PRAZO
           REWRITE REGCOTI
           MOVE ZEROS TO W-INDF.
       GER-020.
           ADD 1 TO W-INDF
           IF W-INDF > COT-QTDFORN
              GO TO GER-010.
           MOVE W-COT TO COTF-NUMERO
           MOVE COT-CNPJ (W-INDF) TO COTF-CNPJ
           MOVE W-SEQ TO COTF-SEQ
           READ CADCOTF
           IF ST-ERRCF NOT = "00"
              GO TO GER-020.
           IF W-INDF = W-MELHOR
              MOVE "VENCEDORA" TO COTF-SITUACAO
              REWRITE REGCOTF
              GO TO GER-020.
           IF COTF-SITUACAO = "COTADO"
              MOVE "PERDEDORA" TO COTF-SITUACAO
              REWRITE REGCOTF.
           GO TO GER-020.
      *
      * SEGUNDA VOLTA: PARA CADA FORNECEDOR DA LISTA, AS LINHAS QUE
      * ELE VENCEU VIRAM UMA ORDEM DE COMPRA.
      *
       GER-100.
           MOVE ZEROS TO COT-ORDENS
           MOVE ZEROS TO W-INDV.
       GER-110.
           ADD 1 TO W-INDV
           IF W-INDV > COT-QTDFORN
              GO TO GER-FIM.
           MOVE "N" TO W-OC-ABERTA
           MOVE ZEROS TO W-OCSEQ
           MOVE ZEROS TO W-MAXPRAZO
           MOVE W-COT TO COTI-NUMERO
           MOVE ZEROS TO COTI-SEQ
           START CADCOTI KEY IS NOT LESS COTI-CHAVE INVALID KEY
              GO TO GER-130.
       GER-120.
           READ CADCOTI NEXT
           IF ST-ERRCI NOT = "00"
              GO TO GER-130.
           IF COTI-NUMERO NOT = W-COT
              GO TO GER-130.
           IF COTI-VENCEDOR NOT = COT-CNPJ (W-INDV)
              GO TO GER-120.
           IF W-OC-ABERTA = "N"
              PERFORM ABR-OC THRU ABR-OC-FIM.
           ADD 1 TO W-OCSEQ
           MOVE OC-NUMERO TO OCI-NUMERO
           MOVE W-OCSEQ TO OCI-SEQ
           MOVE COTI-PRODUTO TO OCI-PRODUTO
           MOVE COTI-QTD TO OCI-QTDPED
           MOVE ZEROS TO OCI-QTDREC
           WRITE REGOCI
           IF ST-ERROI = "22"
              REWRITE REGOCI.
           IF COTI-PRAZO > W-MAXPRAZO
              MOVE COTI-PRAZO TO W-MAXPRAZO.
           MOVE OC-NUMERO TO COTI-OC
           REWRITE REGCOTI
           GO TO GER-120.
       GER-130.
           IF W-OC-ABERTA = "S"
              PERFORM FEC-OC THRU FEC-OC-FIM.
           GO TO GER-110.
       GER-FIM.
           MOVE "ENCERRADA" TO COT-SITUACAO
           MOVE W-OPERADOR TO COT-OPERADOR
           REWRITE REGCOT
           PERFORM MOS-COT THRU MOS-COT-FIM
           MOVE SPACES TO MENS
           STRING "*** " COT-ORDENS " ORDENS GERADAS, " W-SEMCOT
                  " LINHAS SEM PRECO ***" DELIMITED BY SIZE INTO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.
      *
      ***************************************************
      * MELHOR PROPOSTA DA LINHA W-SEQ: MENOR PRECO      *
      * MAIOR QUE ZERO; EMPATE VAI PARA O MENOR PRAZO.   *
      * W-MELHOR = ZERO QUANDO NINGUEM COTOU A LINHA     *
      ***************************************************
      *
       BUS-MELHOR.
           MOVE ZEROS TO W-MELHOR W-MEL-PRECO W-MEL-PRAZO
           MOVE ZEROS TO W-INDF.
       BUS-MELHOR-010.
           ADD 1 TO W-INDF
           IF W-INDF > COT-QTDFORN
              GO TO BUS-MELHOR-FIM.
           MOVE W-COT TO COTF-NUMERO
           MOVE COT-CNPJ (W-INDF) TO COTF-CNPJ
           MOVE W-SEQ TO COTF-SEQ
           READ CADCOTF
           IF ST-ERRCF NOT = "00"
              GO TO BUS-MELHOR-010.
           IF COTF-PRECO = ZEROS
              GO TO BUS-MELHOR-010.
           IF W-MELHOR = ZEROS
              OR COTF-PRECO < W-MEL-PRECO
              OR (COTF-PRECO = W-MEL-PRECO
                  AND COTF-PRAZO < W-MEL-PRAZO)
              MOVE W-INDF TO W-MELHOR
              MOVE COTF-PRECO TO W-MEL-PRECO
              MOVE COTF-PRAZO TO W-MEL-PRAZO.
           GO TO BUS-MELHOR-010.
       BUS-MELHOR-FIM.
           EXIT.
      *
      ***************************************************
      * ABRE A ORDEM DO FORNECEDOR VENCEDOR: NUMERO DO   *
      * CTLOC E CABECALHO EM MEMORIA (COMO NO SGP049)    *
      ***************************************************
      *
       ABR-OC.
           ADD 1 TO CTL-ULTOC
           CLOSE CTLOC
           OPEN OUTPUT CTLOC
           WRITE REGCTLOC
           CLOSE CTLOC
           OPEN I-O CTLOC
           MOVE CTL-ULTOC TO OC-NUMERO
           MOVE COT-CNPJ (W-INDV) TO OC-CNPJ
           MOVE COT-NOME (W-INDV) TO OC-FORNECEDOR
           MOVE W-DATAHOJE TO OC-DATA
           MOVE ZEROS TO OC-PREVISAO
           MOVE "ABERTA" TO OC-SITUACAO
           MOVE ZEROS TO OC-QTDITENS
           MOVE SPACES TO OC-OPERADOR
           MOVE "S" TO W-OC-ABERTA.
       ABR-OC-FIM.
           EXIT.
      *
      ***************************************************
      * FECHA A ORDEM: PREVISAO = HOJE + MAIOR PRAZO     *
      * COTADO NAS LINHAS DELA (CALENDARIO 360/30)       *
      ***************************************************
      *
       FEC-OC.
           MOVE W-OCSEQ TO OC-QTDITENS
           IF W-MAXPRAZO > ZEROS
              MOVE W-DATAHOJE TO W-DTCAL
              COMPUTE W-DIAS = (W-CAL-ANO * 360)
                             + ((W-CAL-MES - 1) * 30)
                             + (W-CAL-DIA - 1) + W-MAXPRAZO
              COMPUTE W-CAL-ANO = W-DIAS / 360
              COMPUTE W-RESTO = W-DIAS - (W-CAL-ANO * 360)
              COMPUTE W-CAL-MES = (W-RESTO / 30) + 1
              COMPUTE W-CAL-DIA = W-RESTO - ((W-CAL-MES - 1) * 30) + 1
              MOVE W-DTCAL TO OC-PREVISAO.
           WRITE REGOC
           IF ST-ERROC = "22"
              REWRITE REGOC.
           ADD 1 TO COT-ORDENS.
       FEC-OC-FIM.
           EXIT.
      *
      *********************************************
      * MOSTRA O CABECALHO E A LISTA DE            *
      * FORNECEDORES CONVIDADOS DA COTACAO         *
      *********************************************
      *
       MOS-COT.
           DISPLAY COT-DATA AT 0440
           DISPLAY COT-SITUACAO AT 0540
           DISPLAY COT-QTDITENS AT 0640
           DISPLAY COT-ORDENS AT 0740
           MOVE ZEROS TO W-LINCON.
       MOS-COT-010.
           ADD 1 TO W-LINCON
           IF W-LINCON > COT-QTDFORN
              GO TO MOS-COT-FIM.
           MOVE W-LINCON TO DETF-IND
           MOVE COT-CNPJ (W-LINCON) TO DETF-CNPJ
           MOVE COT-NOME (W-LINCON) TO DETF-NOME
           COMPUTE W-POSLIN = (8 + W-LINCON) * 100 + 20
           DISPLAY DET-FORN AT W-POSLIN
           GO TO MOS-COT-010.
       MOS-COT-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY MENS AT 2312.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 30000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY LIMPA AT 2312.
       ROT-MENS-FIM.
                EXIT.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
