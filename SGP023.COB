      *          uma data por situacao e por operador, imprime o
      *          resumo e marca a data como fechada no CADFECH.DAT
      *          (o SGP008 usa essa marca para apontar pedidos
      *          lancados depois do fechamento); o que os pedidos
      *          do dia pagaram com vale-troca (CADVALE.LOG) sai da
      *          linha da sua forma e fica numa linha propria;
      *          roda para uma filial ou consolidado (filial 0)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODIGO
                    FILE STATUS  IS ST-ERRFP.
       SELECT CADVMOV ASSIGN TO "CADVALE.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRVM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * CTLPED (MESMO LAYOUT DO SGP006) - O ULTIMO NUMERO DE PEDIDO
      * GERADO E GUARDADO NO FECHAMENTO; PEDIDO COM NUMERO MAIOR E
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * FORMAS DE PAGAMENTO (MESMO LAYOUT DO SGP044), SO PARA
      * IMPRIMIR A DESCRICAO NA ABERTURA POR FORMA.
       01 REGFPG.
                03 FPG-CODIGO        PIC 9(02).
                03 FPG-DESCRICAO     PIC X(20).
                03 FPG-CHEQUE        PIC X(01).
                03 FPG-CONTA         PIC 9(02).
      *
      * MOVIMENTO DOS VALES-TROCA (MESMO LAYOUT DO SGP058) - SO OS
      * USOS INTERESSAM AQUI.
       FD CADVMOV.
       01 REGVMOV.
                03 VM-NUMERO         PIC 9(06).
                03 VM-DATA           PIC 9(08).
                03 VM-HORA           PIC 9(08).
                03 VM-OPERACAO       PIC X(10).
                03 VM-DOCUMENTO      PIC 9(08).
                03 VM-FORMAPG        PIC 9(02).
                03 VM-VALOR          PIC 9(08)V99.
                03 VM-SALDO          PIC 9(08)V99.
                03 VM-OPERADOR       PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-IND        PIC 9(02) VALUE ZEROS.
       77 W-DESCONTO   PIC 9(08)V99 VALUE ZEROS.
       77 W-BRUTO      PIC 9(09)V99 VALUE ZEROS.
      *   FILIAL A FECHAR (ZERO = CONSOLIDADO DE TODAS AS FILIAIS) E
      *   FILIAL DO PEDIDO LIDO (PEDIDO ANTIGO SEM FILIAL = 01)
       77 W-FILSEL     PIC 9(02) VALUE ZEROS.
       77 W-FILPED     PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   TOTAIS POR SITUACAO DO PEDIDO
       01 W-TOT-SIT.
             05 TF-VALOR      PIC 9(09)V99.
       77 W-QTD-FPG    PIC 9(02) VALUE ZEROS.
       77 W-ACHOUF     PIC X(01) VALUE "N".
      *----------------------------------------------------------------*
      *   PARTE PAGA COM VALE-TROCA DOS PEDIDOS FATURADOS DO DIA: NAO
      *   E DINHEIRO, SAI DA LINHA DA FORMA DO PEDIDO
       77 ST-ERRVM     PIC X(02) VALUE "00".
       77 W-QT-VALE    PIC 9(06) VALUE ZEROS.
       77 W-VL-VALE    PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
       01 LINHA-TIT.
          03 FILLER        PIC X(26) VALUE
                            "*** FECHAMENTO DO DIA *** ".
          03 TIT-DATA      PIC 9(08).
          03 FILLER        PIC X(09) VALUE " FILIAL: ".
          03 TIT-FILIAL    PIC X(11).
       01 DET-SIT.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETS-SIT      PIC X(10).
          03 DETF-QTD      PIC ZZZZZ9.
          03 FILLER        PIC X(08) VALUE " VALOR: ".
          03 DETF-VALOR    PIC ZZZZZZZZ9,99.
       01 DET-VALE.
          03 FILLER        PIC X(05) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "VALE-TROCA (USO)".
          03 FILLER        PIC X(06) VALUE " QTD: ".
          03 DETV-QTD      PIC ZZZZZ9.
          03 FILLER        PIC X(08) VALUE " VALOR: ".
          03 DETV-VALOR    PIC ZZZZZZZZ9,99.
       01 LINHA-FRETE.
          03 FILLER        PIC X(24) VALUE "FRETES DO DIA         : ".
          03 TOTF-VALOR    PIC ZZZZZZZZ9,99.
      * A DATA A FECHAR E INFORMADA PELO OPERADOR (ZERO = HOJE).
      *
       INC-000B.
           DISPLAY "FILIAL (0 = CONSOLIDADO)           : ".
           ACCEPT W-FILSEL.
           DISPLAY "DATA A FECHAR (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT W-DATAFECH.
           IF W-DATAFECH = ZEROS
           ADD 1 TO W-LIDOS
           IF DATAPEDIDO NOT = W-DATAFECH
                 GO TO INC-002.
           MOVE PED-FILIAL TO W-FILPED
           IF W-FILPED = ZEROS
                 MOVE 1 TO W-FILPED.
           IF W-FILSEL NOT = ZEROS AND W-FILPED NOT = W-FILSEL
                 GO TO INC-002.
           ADD 1 TO W-DO-DIA
      *
      * O DESCONTO CONCEDIDO E RECONSTITUIDO A PARTIR DO PERCENTUAL
      *
       INC-FIM.
           MOVE W-DATAFECH TO TIT-DATA
           IF W-FILSEL = ZEROS
                 MOVE "CONSOLIDADO" TO TIT-FILIAL
           ELSE
                 MOVE W-FILSEL TO TIT-FILIAL.
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE "ABERTO"   TO DETS-SIT
           MOVE W-QT-ABERTO TO DETS-QTD
           WRITE LINHA-REL FROM DET-OPE
           GO TO INC-FIM-010.
       INC-FIM-020.
           PERFORM AJU-VALE THRU AJU-VALE-FIM
           IF W-QTD-FPG NOT = ZEROS
                 PERFORM IMP-FPG THRU IMP-FPG-FIM.
           MOVE W-VL-FRETE TO TOTF-VALOR
           MOVE W-VL-TOTAL TO TOT-VALOR
           MOVE W-VL-DESC TO TOT-DESC
           WRITE LINHA-REL FROM LINHA-TOTAL
      *
      * A MARCA DE DIA FECHADO NO CADFECH E UMA SO PARA A DATA (O
      * SGP008 RECONCILIA A NUMERACAO GLOBAL DE PEDIDOS POR ELA):
      * SO O FECHAMENTO CONSOLIDADO A GRAVA. O DE UMA FILIAL SO
      * EMITE O RESUMO DA LOJA NO RELFECH.TXT.
      *
           IF W-FILSEL = ZEROS
                 PERFORM GRA-FECH THRU GRA-FECH-FIM
           ELSE
                 DISPLAY "*** RESUMO DA FILIAL - DIA NAO MARCADO ***".
           GO TO ROT-FIM.
      *
      ***************************************************
       IMP-FPG-020.
           IF W-TEM-FPG = "S"
                 CLOSE CADFPG.
           IF W-QT-VALE NOT = ZEROS
                 MOVE W-QT-VALE TO DETV-QTD
                 MOVE W-VL-VALE TO DETV-VALOR
                 WRITE LINHA-REL FROM DET-VALE.
       IMP-FPG-FIM.
           EXIT.
      *
      ***************************************************
      * TIRA DA LINHA DA FORMA O QUE CADA PEDIDO         *
      * FATURADO DO DIA PAGOU COM VALE-TROCA (USO NO     *
      * CADVALE.LOG, DOCUMENTO = PEDIDO) E ACUMULA NA    *
      * LINHA DO VALE. SEM O LOG NAO HA AJUSTE           *
      ***************************************************
      *
       AJU-VALE.
           MOVE ZEROS TO W-QT-VALE
           MOVE ZEROS TO W-VL-VALE
           OPEN INPUT CADVMOV
           IF ST-ERRVM NOT = "00"
                 GO TO AJU-VALE-FIM.
       AJU-VALE-010.
           READ CADVMOV
              AT END
                 CLOSE CADVMOV
                 GO TO AJU-VALE-FIM.
           IF VM-OPERACAO NOT = "USO"
                 GO TO AJU-VALE-010.
           MOVE VM-DOCUMENTO TO PEDIDO
           READ CADPED
           IF ST-ERRO NOT = "00"
                 GO TO AJU-VALE-010.
           IF DATAPEDIDO NOT = W-DATAFECH
              OR SITUACAO-PEDIDO NOT = "FATURADO"
                 GO TO AJU-VALE-010.
           MOVE PED-FILIAL TO W-FILPED
           IF W-FILPED = ZEROS
                 MOVE 1 TO W-FILPED.
           IF W-FILSEL NOT = ZEROS AND W-FILPED NOT = W-FILSEL
                 GO TO AJU-VALE-010.
           ADD 1 TO W-QT-VALE
           ADD VM-VALOR TO W-VL-VALE
           MOVE ZEROS TO W-IND.
       AJU-VALE-020.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-FPG
                 GO TO AJU-VALE-010.
           IF TF-CODIGO (W-IND) NOT = PED-FORMAPG
                 GO TO AJU-VALE-020.
           IF TF-VALOR (W-IND) < VM-VALOR
                 MOVE ZEROS TO TF-VALOR (W-IND)
           ELSE
                 SUBTRACT VM-VALOR FROM TF-VALOR (W-IND).
           GO TO AJU-VALE-010.
       AJU-VALE-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA (OU REGRAVA) A MARCA DE DIA FECHADO, *
      * GUARDANDO O ULTIMO NUMERO DE PEDIDO GERADO *
