      *          relatorio de divergencias valorizado pelo custo e,
      *          na aprovacao, aplica os ajustes como movimentos
      *          rastreaveis no CADPRO.MOV (nada de sobrescrever
      *          saldo em silencio); a lista do dia da contagem
      *          ciclica (SGP104) segue o mesmo fluxo, e na aplicacao
      *          cada item dela fica registrado no CADCIC (ultima
      *          contagem) e no CADCIC.LOG (acuracia, SGP105)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT CADCIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CIC-CHAVE
                    FILE STATUS  IS ST-ERRCI.
       SELECT CADCLOG ASSIGN TO "CADCIC.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRCL.
       SELECT FICHACON ASSIGN TO "FICHACON.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRF.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *
      * REGISTROS DO INVENTARIO EM CURSO: SALDO DO SISTEMA CONGELADO
      * NA GERACAO E CONTAGEM DIGITADA. SITUACAO: G = GERADO,
      * S = CONTADO, A = AJUSTE APLICADO. ORIGEM: BRANCO = INVENTARIO
      * GERAL DESTE PROGRAMA, C = LISTA DA CONTAGEM CICLICA (SGP104),
      * QUE TRAZ A CLASSE ABC E O DEPOSITO DE CADA ITEM.
       FD CADINV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINV.DAT".
                03 INV-CONTAGEM      PIC 9(06).
                03 INV-SITUACAO      PIC X(01).
                03 INV-DEPOSITO      PIC 9(02).
                03 INV-ORIGEM        PIC X(01).
                03 INV-CLASSE        PIC X(01).
      *
      * ULTIMA CONTAGEM CICLICA POR PRODUTO E DEPOSITO (MESMO LAYOUT
      * DO SGP104).
       FD CADCIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCIC.DAT".
       01 REGCIC.
                03 CIC-CHAVE.
                       04 CIC-PRODCOD   PIC 9(08).
                       04 CIC-DEPOSITO  PIC 9(02).
                03 CIC-CLASSE           PIC X(01).
                03 CIC-ULTCONT          PIC 9(08).
                03 CIC-QTDCONT          PIC 9(04).
      *
      * RESULTADO DE CADA ITEM DE CONTAGEM CICLICA APLICADO: SALDO
      * CONGELADO, CONTADO, DIFERENCA E O VALOR DELA PELO CUSTO.
       FD CADCLOG.
       01 REGCLOG.
                03 CL-DATA           PIC 9(08).
                03 CL-OPERADOR       PIC X(10).
                03 CL-CODIGO         PIC 9(08).
                03 CL-DEPOSITO       PIC 9(02).
                03 CL-CLASSE         PIC X(01).
                03 CL-SALDO          PIC 9(06).
                03 CL-CONTAGEM       PIC 9(06).
                03 CL-DIF            PIC S9(07).
                03 CL-VALOR          PIC S9(09)V99.
      *
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006):
      * NO INVENTARIO DE UM SO DEPOSITO E DELE QUE SAI O SALDO
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * PERIODOS CONTABEIS (MESMO LAYOUT DO SGP016). MES FECHADO NAO
      * ACEITA LANCAMENTO.
       FD CADMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMES.DAT".
       01 REGMES.
                03 MES-ANOMES           PIC 9(06).
                03 MES-SITUACAO         PIC X(07).
                03 MES-DTFECH           PIC 9(08).
                03 MES-OPFECH           PIC X(10).
                03 MES-DTREAB           PIC 9(08).
                03 MES-OPREAB           PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *   CADPRO; OUTRO VALOR = SO AQUELE DEPOSITO, SALDO DO CADDEP)
       77 ST-ERRD      PIC X(02) VALUE "00".
       77 W-DEPINV     PIC 9(02) VALUE ZEROS.
       77 ST-ERRCI     PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
      *----------------------------------------------------------------*
       01 FIC-TIT.
          03 FILLER        PIC X(30) VALUE
           MOVE ZEROS TO INV-CONTAGEM
           MOVE "G" TO INV-SITUACAO
           MOVE W-DEPINV TO INV-DEPOSITO
           MOVE SPACES TO INV-ORIGEM
           MOVE SPACES TO INV-CLASSE
           WRITE REGINV
           ADD 1 TO W-GERADOS
           MOVE CODIGO TO FICD-CODIGO
           IF W-NIVEL < 2
                 DISPLAY "*** APLICACAO RESTRITA AO NIVEL 2 ***"
                 GO TO APL-INV-FIM.
      *
      * OS AJUSTES ENTRAM NO KARDEX COM A DATA DE HOJE, QUE NAO PODE
      * CAIR NUM MES FECHADO NO CADMES.
      *
           ACCEPT W-DTMES FROM DATE YYYYMMDD
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 DISPLAY "*** MES FECHADO - AJUSTES NAO APLICADOS ***"
                 GO TO APL-INV-FIM.
           DISPLAY "APLICAR OS AJUSTES DO INVENTARIO (S/N) : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND "s"
           IF INV-CONTAGEM = INV-SALDO
                 MOVE "A" TO INV-SITUACAO
                 REWRITE REGINV
                 MOVE ZEROS TO W-DIF
                 MOVE ZEROS TO W-VALDIF
                 PERFORM REG-CIC THRU REG-CIC-FIM
                 GO TO APL-INV-010.
           MOVE INV-CODIGO TO CODIGO
           READ CADPRO
           IF ST-ERRO NOT = "00"
                 GO TO APL-INV-010.
           COMPUTE W-DIF = INV-CONTAGEM - INV-SALDO
           COMPUTE W-VALDIF = W-DIF * PRECOCUSTO
           IF W-DIF > ZEROS
                 ADD W-DIF TO ESTOQUEATUAL
           ELSE
           PERFORM GRA-MOV THRU GRA-MOV-FIM
           MOVE "A" TO INV-SITUACAO
           REWRITE REGINV
           PERFORM REG-CIC THRU REG-CIC-FIM
           ADD 1 TO W-APLICADOS
           GO TO APL-INV-010.
       APL-INV-090.
       AJU-DEP-FIM.
           EXIT.
      *
      *********************************************
      * ITEM DA CONTAGEM CICLICA APLICADO: DATA DA *
      * ULTIMA CONTAGEM NO CADCIC (O PRAZO DA      *
      * CLASSE RECOMECA) E O RESULTADO NO          *
      * CADCIC.LOG PARA A ACURACIA                 *
      *********************************************
      *
       REG-CIC.
           IF INV-ORIGEM NOT = "C"
                 GO TO REG-CIC-FIM.
           OPEN I-O CADCIC
           IF ST-ERRCI = "30" OR "35"
                 OPEN OUTPUT CADCIC
                 CLOSE CADCIC
                 OPEN I-O CADCIC.
           IF ST-ERRCI NOT = "00"
                 GO TO REG-CIC-010.
           MOVE INV-CODIGO TO CIC-PRODCOD
           MOVE INV-DEPOSITO TO CIC-DEPOSITO
           READ CADCIC
           IF ST-ERRCI NOT = "00"
                 MOVE ZEROS TO CIC-QTDCONT.
           MOVE INV-CLASSE TO CIC-CLASSE
           ACCEPT CIC-ULTCONT FROM DATE YYYYMMDD
           ADD 1 TO CIC-QTDCONT
           IF ST-ERRCI = "00"
                 REWRITE REGCIC
           ELSE
                 WRITE REGCIC.
           CLOSE CADCIC.
       REG-CIC-010.
           OPEN EXTEND CADCLOG
           IF ST-ERRCL = "30" OR "35"
                 OPEN OUTPUT CADCLOG
                 CLOSE CADCLOG
                 OPEN EXTEND CADCLOG.
           IF ST-ERRCL NOT = "00"
                 GO TO REG-CIC-FIM.
           ACCEPT CL-DATA FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO CL-OPERADOR
           MOVE INV-CODIGO TO CL-CODIGO
           MOVE INV-DEPOSITO TO CL-DEPOSITO
           MOVE INV-CLASSE TO CL-CLASSE
           MOVE INV-SALDO TO CL-SALDO
           MOVE INV-CONTAGEM TO CL-CONTAGEM
           MOVE W-DIF TO CL-DIF
           MOVE W-VALDIF TO CL-VALOR
           WRITE REGCLOG
           CLOSE CADCLOG.
       REG-CIC-FIM.
           EXIT.
      *
      *********************************************
      * PERIODO CONTABIL: O MES DA DATA W-DTMES    *
      * NAO PODE ESTAR FECHADO NO CADMES (SGP016 / *
      * SGP115). SEM O CADMES TODO MES ESTA ABERTO *
      *********************************************
      *
       CHK-MES.
           MOVE "S" TO W-MESOK
           OPEN INPUT CADMES
           IF ST-ERRMS NOT = "00"
              GO TO CHK-MES-FIM.
           DIVIDE W-DTMES BY 100 GIVING MES-ANOMES
           READ CADMES
           IF ST-ERRMS = "00" AND MES-SITUACAO = "FECHADO"
              MOVE "N" TO W-MESOK.
           CLOSE CADMES.
       CHK-MES-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
