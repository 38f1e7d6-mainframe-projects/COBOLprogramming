      *          recebido lancado no livro caixa (CADCXA.LOG);
      *          aceita pagamento parcial (o saldo fica na parcela),
      *          calcula juros e multa de atraso pelo SISPARAM.DAT e
      *          imprime um recibo por pagamento em RECIBO.TXT;
      *          pagamento em forma de cheque (FPG-CHEQUE = S) vai
      *          para a custodia (CADCHQ.DAT) e so entra no caixa
      *          no deposito feito pelo SGP088
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FPG-CODIGO
                    FILE STATUS  IS ST-ERRFP.
       SELECT CADCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRCQ
                    ALTERNATE RECORD KEY IS CHQ-CPF
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CHQ-BOMPARA
                                            WITH DUPLICATES.
       SELECT SISPARAM ASSIGN TO "SISPARAM.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPA.
       SELECT RECIBO ASSIGN TO "RECIBO.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRRB.
       SELECT CADPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-CHAVE
                    FILE STATUS  IS ST-ERRPE.
       SELECT NEGATIV ASSIGN TO "NEGATIV.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRNG.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * LIVRO CAIXA - UM REGISTRO POR DINHEIRO QUE ENTRA (BAIXA DE
      * PARCELA A RECEBER) OU SAI (PAGAMENTO A FORNECEDOR, SGP041),
      * NOS MOLDES DA TRILHA CADPTS.LOG. A POSICAO DIARIA DO CAIXA
      * SAI NO SGP043. CX-CONTA E A CONTA FINANCEIRA (CADCTA, SGP090)
      * QUE O DINHEIRO MOVIMENTOU.
       FD CADCXA.
       01 REGCXA.
                03 CX-OPERADOR       PIC X(10).
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
      * SEM SESSAO O OPERADOR E PEDIDO NA TELA.
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * FORMAS DE PAGAMENTO (MESMO LAYOUT DO SGP044): A FORMA COM
      * QUE A PARCELA FOI REALMENTE PAGA E PERGUNTADA NA BAIXA E
      * FPG-CONTA DIZ EM QUE CONTA O DINHEIRO DELA ENTRA.
       FD CADFPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFPG.DAT".
       01 REGFPG.
                03 FPG-CODIGO        PIC 9(02).
                03 FPG-DESCRICAO     PIC X(20).
                03 FPG-CHEQUE        PIC X(01).
                03 FPG-CONTA         PIC 9(02).
      *
      * CUSTODIA DE CHEQUES: UM REGISTRO POR CHEQUE E PARCELA QUE ELE
      * PAGOU (O MESMO CHEQUE PODE PAGAR MAIS DE UMA PARCELA). NASCE
      * EM CUSTODIA NA BAIXA, PASSA A DEPOSITADO OU DEVOLVIDO NO
      * SGP088. CHQ-VALOR E O QUE ENTROU COM A PARCELA (COM JUROS E
      * MULTA) E CHQ-PRINCIPAL O QUE ABATEU DO SALDO DELA.
      * CHQ-CONTADEP E A CONTA EM QUE O SGP088 DEPOSITOU O CHEQUE.
       FD CADCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                       04 CHQ-IDENT.
                          05 CHQ-BANCO     PIC 9(03).
                          05 CHQ-AGENCIA   PIC 9(05).
                          05 CHQ-CONTA     PIC X(12).
                          05 CHQ-NUMERO    PIC 9(06).
                       04 CHQ-PEDIDO    PIC 9(05).
                       04 CHQ-PARCELA   PIC 9(02).
                03 CHQ-CPF              PIC X(14).
                03 CHQ-EMITENTE         PIC X(14).
                03 CHQ-VALOR            PIC 9(08)V99.
                03 CHQ-PRINCIPAL        PIC 9(08)V99.
                03 CHQ-BOMPARA          PIC 9(08).
                03 CHQ-SITUACAO         PIC X(10).
                03 CHQ-DTRECEB          PIC 9(08).
                03 CHQ-DTDEPOS          PIC 9(08).
                03 CHQ-DTDEVOL          PIC 9(08).
                03 CHQ-ALINEA           PIC 9(02).
                03 CHQ-MOTIVO           PIC X(30).
                03 CHQ-OPERADOR         PIC X(10).
                03 CHQ-CONTADEP         PIC 9(02).
      *
      * PARAMETROS GERAIS DO SISTEMA (MESMO LAYOUT DO SGP006): DAQUI
      * SAEM OS PERCENTUAIS DE MULTA E DE JUROS MENSAIS DO ATRASO.
                03 PAR-DIASCRED      PIC 9(03).
                03 PAR-NIVCRED       PIC 9(01).
                03 PAR-DIASSENHA     PIC 9(03).
                03 PAR-DIASCANC      PIC 9(03).
                03 PAR-DESCMAX       PIC 9(02)V99.
                03 PAR-DIASVALE      PIC 9(03).
                03 PAR-FPGVALE       PIC 9(02).
                03 PAR-CICA          PIC 9(03).
                03 PAR-CICB          PIC 9(03).
                03 PAR-CICC          PIC 9(03).
      *
      * RECIBO IMPRESSO A CADA PAGAMENTO (INTEIRO OU PARCIAL).
       FD RECIBO.
       01 LINHA-RCB        PIC X(80).
      *
      * PERDAS (MESMO LAYOUT DO SGP099): A PARCELA BAIXADA COMO PERDA
      * (REC-PAGO = P) AINDA ACEITA PAGAMENTO; O QUE O CLIENTE PAGA
      * VAI PARA PER-VALREC E, QUITADA, A PERDA FICA RECUPERADA.
       FD CADPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPER.DAT".
       01 REGPER.
                03 PER-CHAVE.
                       04 PER-PEDIDO    PIC 9(05).
                       04 PER-PARCELA   PIC 9(02).
                03 PER-CPF              PIC X(14).
                03 PER-NOME             PIC X(40).
                03 PER-VENC             PIC 9(08).
                03 PER-VALOR            PIC 9(08)V99.
                03 PER-DATA             PIC 9(08).
                03 PER-MOTIVO           PIC X(40).
                03 PER-OPERADOR         PIC X(10).
                03 PER-SITUACAO         PIC X(10).
                03 PER-VALREC           PIC 9(08)V99.
                03 PER-DTREC            PIC 9(08).
                03 PER-DTINCL           PIC 9(08).
                03 PER-DTEXCL           PIC 9(08).
      *
      * ARQUIVO DE NEGATIVACAO SPC/SERASA (MESMO LAYOUT DO SGP100):
      * AQUI SO SE GRAVA A EXCLUSAO DA PERDA QUITADA.
       FD NEGATIV.
       01 REGNEG.
                03 NEG-TIPO             PIC X(01).
                03 NEG-CPF              PIC X(14).
                03 NEG-NOME             PIC X(40).
                03 NEG-LOGRADOURO       PIC X(40).
                03 NEG-NUM              PIC X(13).
                03 NEG-BAIRRO           PIC X(25).
                03 NEG-CIDADE           PIC X(25).
                03 NEG-UF               PIC X(02).
                03 NEG-CEP              PIC 9(08).
                03 NEG-CONTRATO.
                       04 NEG-PEDIDO    PIC 9(05).
                       04 NEG-PARCELA   PIC 9(02).
                03 NEG-VENC             PIC 9(08).
                03 NEG-VALOR            PIC 9(08)V99.
                03 NEG-DATA             PIC 9(08).
                03 FILLER               PIC X(09).
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
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 ST-ERRFP     PIC X(02) VALUE "00".
       77 W-TEM-FPG    PIC X(01) VALUE "N".
       77 W-FORMAPG    PIC 9(02) VALUE ZEROS.
      *   CONTA DO LANCAMENTO NO CAIXA: A DA FORMA DE PAGAMENTO OU,
      *   SEM ELA, A CONTA 01 (CAIXA DA LOJA)
       77 W-CONTA      PIC 9(02) VALUE 01.
      *----------------------------------------------------------------*
      *   PAGAMENTO EM CHEQUE: DADOS DO CHEQUE DIGITADOS NA AREA DA
      *   LISTA DE PARCELAS (LINHAS 14 A 19), QUE E REFEITA DEPOIS
       77 ST-ERRCQ     PIC X(02) VALUE "00".
       77 W-CHEQUE     PIC X(01) VALUE "N".
       77 W-CHQ-LIN    PIC 9(02) VALUE ZEROS.
       01 W-CHQ-POS    PIC 9(04) VALUE ZEROS.
       01 W-REGREC-SAVE PIC X(62) VALUE SPACES.
      *----------------------------------------------------------------*
      *   BAIXA PARCIAL E ENCARGOS DE ATRASO: O SALDO ABERTO DA
      *   PARCELA E REC-VALOR - REC-VALPAGO; A MULTA E FIXA E OS
       77 W-DIASATR    PIC S9(06) VALUE ZEROS.
       77 W-DIAS1      PIC 9(08) VALUE ZEROS.
       77 W-DIAS2      PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PARCELA BAIXADA COMO PERDA (SGP099) PAGA PELO CLIENTE: O
      *   CADPER E OPCIONAL E A EXCLUSAO SAI NO NEGATIV.TXT
       77 ST-ERRPE     PIC X(02) VALUE "00".
       77 ST-ERRNG     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-PER    PIC X(01) VALUE "N".
       77 W-PAGOANT    PIC X(01) VALUE SPACES.
       01 W-DTCALC.
           03 W-CALC-ANO   PIC 9(04).
           03 W-CALC-MES   PIC 9(02).
       01 RCB-SAL.
                03 FILLER          PIC X(10) VALUE "SALDO    :".
                03 RCB-SALDO       PIC ZZZZZZZ9,99.
       01 RCB-CHQ.
                03 FILLER          PIC X(10) VALUE "CHEQUE   :".
                03 RCB-BANCO       PIC 9(03).
                03 FILLER          PIC X(01) VALUE "/".
                03 RCB-NUMERO      PIC 9(06).
                03 FILLER          PIC X(25) VALUE
                                    " EM CUSTODIA - BOM PARA ".
                03 RCB-BOMPARA     PIC 9(08).
       01 RCB-SEP.
                03 FILLER          PIC X(50) VALUE ALL "-".
      *----------------------------------------------------------------*
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-FILIAL TO W-FILIAL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : " AT 1020
              ACCEPT W-OPERADOR AT 1032.
               MOVE "*** ARQUIVO CADREC NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O CADCHQ
           IF ST-ERRCQ NOT = "00"
               IF ST-ERRCQ = "30" OR "35"
                      OPEN OUTPUT CADCHQ
                      CLOSE CADCHQ
                      OPEN I-O CADCHQ.
           IF ST-ERRCQ NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQ CADCHQ" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADREC
               GO TO ROT-FIM.
      *
      * O CADFPG E OPCIONAL (MESMO TRATAMENTO DO SGP006): COM ELE
      * PRESENTE A FORMA DE PAGAMENTO DA BAIXA TEM QUE SER DA TABELA.
               MOVE PAR-JUROS TO W-JUROS.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           OPEN I-O CADPER
           IF ST-ERRPE = "00"
               MOVE "S" TO W-TEM-PER
           ELSE
               MOVE "N" TO W-TEM-PER.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY TELA.
       INC-002.
           ACCEPT W-PEDIDO AT 0340
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 AND W-TEM-PER = "S"
              CLOSE CADPER.
           IF W-ACT = 02
              CLOSE CADREC CADCHQ
              IF W-TEM-FPG = "S"
                 CLOSE CADFPG
                 GO TO ROT-FIM
           DISPLAY REC-PAGO AT 0740
           DISPLAY REC-DTPAGTO AT 0840
           DISPLAY REC-FORMAPG AT 0940
           IF REC-PAGO = "C"
              MOVE "*** PARCELA CANCELADA COM A NOTA FISCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF REC-PAGO = "R"
              MOVE "*** PARCELA RENEGOCIADA - BAIXE A NOVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           IF REC-PAGO = "S"
              MOVE "*** PARCELA JA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
           MOVE REC-PAGO TO W-PAGOANT
           IF REC-PAGO = "P"
              MOVE "*** PARCELA BAIXADA COMO PERDA - RECUPERACAO ***"
                                                              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           COMPUTE W-SALDO = REC-VALOR - REC-VALPAGO
           PERFORM CAL-ENC THRU CAL-ENC-FIM
           DISPLAY W-SALDO AT 1040
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-OPC.
      *
      * A BAIXA, O CAIXA E O RECIBO SAEM COM A DATA DE HOJE, QUE NAO
      * PODE ESTAR NUM MES JA FECHADO NO CADMES.
      *
           MOVE W-DATAHOJE TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
              MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-003.
      *
      * A FORMA DE PAGAMENTO COM QUE A PARCELA FOI REALMENTE PAGA
      * PODE DIFERIR DA PROMETIDA NO FATURAMENTO: O CAMPO VEM
      * PREENCHIDO COM A DO PEDIDO E O OPERADOR SOBREPOE SE PRECISO.
                 MOVE "*** FORMA NAO CADASTRADA NO CADFPG ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BAI-FPG.
           MOVE 01 TO W-CONTA
           IF W-TEM-FPG = "S" AND W-FORMAPG NOT = ZEROS
                              AND FPG-CONTA NOT = ZEROS
              MOVE FPG-CONTA TO W-CONTA.
           MOVE "N" TO W-CHEQUE
           IF W-TEM-FPG = "S" AND W-FORMAPG NOT = ZEROS
                              AND FPG-CHEQUE = "S"
              MOVE "S" TO W-CHEQUE
              GO TO BAI-CHQ.
           GO TO BAI-RW1.
      *
      * PAGAMENTO EM CHEQUE: OS DADOS DO CHEQUE OCUPAM A AREA DA LISTA
      * DE PARCELAS. O EMITENTE VEM COM O CPF DO CLIENTE E O BOM PARA
      * COM O VENCIMENTO DA PARCELA (OU HOJE, SE JA VENCEU).
      *
       BAI-CHQ.
           PERFORM CHQ-LIMPA THRU CHQ-LIMPA-FIM
           DISPLAY "BANCO           :" AT 1420
           DISPLAY "AGENCIA         :" AT 1520
           DISPLAY "CONTA           :" AT 1620
           DISPLAY "NUMERO CHEQUE   :" AT 1720
           DISPLAY "CPF/CNPJ EMIT.  :" AT 1820
           DISPLAY "BOM PARA        :" AT 1920
           MOVE ZEROS TO CHQ-BANCO
           MOVE ZEROS TO CHQ-AGENCIA
           MOVE SPACES TO CHQ-CONTA
           MOVE ZEROS TO CHQ-NUMERO
           MOVE REC-CPF TO CHQ-EMITENTE
           IF REC-VENCIMENTO > W-DATAHOJE
              MOVE REC-VENCIMENTO TO CHQ-BOMPARA
           ELSE
              MOVE W-DATAHOJE TO CHQ-BOMPARA.
       BAI-CHQ-BCO.
           ACCEPT CHQ-BANCO WITH UPDATE AT 1440
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02
              PERFORM CHQ-REFAZ THRU CHQ-REFAZ-FIM
              GO TO BAI-FPG.
           IF CHQ-BANCO = ZEROS
              MOVE "*** BANCO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CHQ-BCO.
       BAI-CHQ-AGE.
           ACCEPT CHQ-AGENCIA WITH UPDATE AT 1540
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO BAI-CHQ-BCO.
           IF CHQ-AGENCIA = ZEROS
              MOVE "*** AGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CHQ-AGE.
       BAI-CHQ-CTA.
           ACCEPT CHQ-CONTA WITH UPDATE AT 1640
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO BAI-CHQ-AGE.
           IF CHQ-CONTA = SPACES
              MOVE "*** CONTA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CHQ-CTA.
       BAI-CHQ-NUM.
           ACCEPT CHQ-NUMERO WITH UPDATE AT 1740
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO BAI-CHQ-CTA.
           IF CHQ-NUMERO = ZEROS
              MOVE "*** NUMERO DO CHEQUE INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CHQ-NUM.
       BAI-CHQ-EMI.
           ACCEPT CHQ-EMITENTE WITH UPDATE AT 1840
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO BAI-CHQ-NUM.
           IF CHQ-EMITENTE = SPACES
              MOVE "*** INFORME O CPF/CNPJ DO EMITENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CHQ-EMI.
       BAI-CHQ-DAT.
           ACCEPT CHQ-BOMPARA WITH UPDATE AT 1940
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 02 GO TO BAI-CHQ-EMI.
           MOVE CHQ-BOMPARA TO W-DTCALC
           IF W-CALC-ANO < 2000 OR W-CALC-MES < 1 OR W-CALC-MES > 12
                        OR W-CALC-DIA < 1 OR W-CALC-DIA > 31
              MOVE "*** DATA BOM PARA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BAI-CHQ-DAT.
      *
      * O CHEQUE E GRAVADO ANTES DA PARCELA: O MESMO CHEQUE JA
      * LANCADO NESTA PARCELA E RECUSADO SEM MEXER NO CADREC.
      *
       BAI-RW1.
           IF W-CHEQUE = "S"
              PERFORM GRA-CHQ THRU GRA-CHQ-FIM
              IF ST-ERRCQ = "22"
                 MOVE "*** CHEQUE JA LANCADO NESTA PARCELA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BAI-CHQ-NUM.
           IF W-CHEQUE = "S" AND ST-ERRCQ NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO CADCHQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD W-PRINCIPAL TO REC-VALPAGO
           MOVE W-DATAHOJE TO REC-DTPAGTO
           MOVE W-FORMAPG TO REC-FORMAPG
              MOVE "S" TO REC-PAGO.
           REWRITE REGREC
           IF ST-ERRO = "00" OR "02"
              PERFORM REC-PER THRU REC-PER-FIM
              PERFORM GRA-CXA THRU GRA-CXA-FIM
              PERFORM GRA-RECIBO THRU GRA-RECIBO-FIM
              PERFORM CHQ-REFAZ THRU CHQ-REFAZ-FIM
              DISPLAY REC-PAGO AT 0740
              DISPLAY REC-DTPAGTO AT 0840
              COMPUTE W-SALDO = REC-VALOR - REC-VALPAGO
           WRITE LINHA-RCB FROM RCB-VAL
           COMPUTE RCB-SALDO = REC-VALOR - REC-VALPAGO
           WRITE LINHA-RCB FROM RCB-SAL
           IF W-CHEQUE = "S"
              MOVE CHQ-BANCO TO RCB-BANCO
              MOVE CHQ-NUMERO TO RCB-NUMERO
              MOVE CHQ-BOMPARA TO RCB-BOMPARA
              WRITE LINHA-RCB FROM RCB-CHQ.
           WRITE LINHA-RCB FROM RCB-SEP
           CLOSE RECIBO.
       GRA-RECIBO-FIM.
      *********************************************
      *
       GRA-CXA.
      *
      * CHEQUE FICA NA CUSTODIA: O CAIXA SO RECEBE NO DEPOSITO.
      *
           IF W-CHEQUE = "S"
              GO TO GRA-CXA-FIM.
           OPEN EXTEND CADCXA
           IF ST-ERRX = "30" OR "35"
              OPEN OUTPUT CADCXA
           MOVE REC-PARCELA TO CX-PARCELA
           MOVE W-RECEBIDO TO CX-ENTRADA
           MOVE ZEROS TO CX-SAIDA
           MOVE W-CONTA TO CX-CONTA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           CLOSE CADCXA.
       GRA-CXA-FIM.
           EXIT.
      *
      *********************************************
      * PAGAMENTO DE PARCELA BAIXADA COMO PERDA:   *
      * ACUMULA O RECUPERADO NO CADPER E, QUITADA  *
      * UMA PERDA JA NEGATIVADA, GRAVA A EXCLUSAO  *
      *********************************************
      *
       REC-PER.
           IF W-PAGOANT NOT = "P" OR W-TEM-PER NOT = "S"
              GO TO REC-PER-FIM.
           MOVE REC-PEDIDO TO PER-PEDIDO
           MOVE REC-PARCELA TO PER-PARCELA
           READ CADPER
           IF ST-ERRPE NOT = "00"
              GO TO REC-PER-FIM.
           ADD W-PRINCIPAL TO PER-VALREC
           IF REC-PAGO NOT = "S"
              GO TO REC-PER-GRV.
           MOVE "RECUPERADA" TO PER-SITUACAO
           MOVE W-DATAHOJE TO PER-DTREC
           IF PER-DTINCL = ZEROS OR PER-DTEXCL NOT = ZEROS
              GO TO REC-PER-GRV.
           PERFORM GRA-NEG THRU GRA-NEG-FIM.
       REC-PER-GRV.
           REWRITE REGPER.
       REC-PER-FIM.
           EXIT.
      *
      * SEM O NEGATIV.TXT A EXCLUSAO FICA PENDENTE (PER-DTEXCL ZERO)
      * E SAI NA PROXIMA EXECUCAO DO SGP100.
      *
       GRA-NEG.
           OPEN EXTEND NEGATIV
           IF ST-ERRNG = "30" OR "35"
              OPEN OUTPUT NEGATIV
              CLOSE NEGATIV
              OPEN EXTEND NEGATIV.
           IF ST-ERRNG NOT = "00"
              GO TO GRA-NEG-FIM.
           MOVE SPACES TO REGNEG
           MOVE "E" TO NEG-TIPO
           MOVE PER-CPF TO NEG-CPF
           MOVE PER-NOME TO NEG-NOME
           MOVE ZEROS TO NEG-CEP
           MOVE PER-PEDIDO TO NEG-PEDIDO
           MOVE PER-PARCELA TO NEG-PARCELA
           MOVE PER-VENC TO NEG-VENC
           MOVE PER-VALOR TO NEG-VALOR
           MOVE W-DATAHOJE TO NEG-DATA
           WRITE REGNEG
           CLOSE NEGATIV
           MOVE W-DATAHOJE TO PER-DTEXCL.
       GRA-NEG-FIM.
           EXIT.
      *
      *********************************************
      * GRAVA O CHEQUE RECEBIDO NA CUSTODIA        *
      *********************************************
      *
       GRA-CHQ.
           MOVE REC-PEDIDO TO CHQ-PEDIDO
           MOVE REC-PARCELA TO CHQ-PARCELA
           MOVE REC-CPF TO CHQ-CPF
           MOVE W-RECEBIDO TO CHQ-VALOR
           MOVE W-PRINCIPAL TO CHQ-PRINCIPAL
           MOVE "CUSTODIA" TO CHQ-SITUACAO
           MOVE W-DATAHOJE TO CHQ-DTRECEB
           MOVE ZEROS TO CHQ-DTDEPOS
           MOVE ZEROS TO CHQ-DTDEVOL
           MOVE ZEROS TO CHQ-ALINEA
           MOVE SPACES TO CHQ-MOTIVO
           MOVE W-OPERADOR TO CHQ-OPERADOR
           MOVE ZEROS TO CHQ-CONTADEP
           WRITE REGCHQ.
       GRA-CHQ-FIM.
           EXIT.
      *
      *********************************************
      * LIMPA A AREA DE CONSULTA (LINHAS 14 A 21)  *
      * E, DEPOIS DE UM CHEQUE, REFAZ A LISTA DAS  *
      * PARCELAS SEM PERDER A PARCELA CORRENTE     *
      *********************************************
      *
       CHQ-LIMPA.
           MOVE 14 TO W-CHQ-LIN.
       CHQ-LIMPA-010.
           COMPUTE W-CHQ-POS = W-CHQ-LIN * 100 + 20
           DISPLAY LIMPA AT W-CHQ-POS
           ADD 1 TO W-CHQ-LIN
           IF W-CHQ-LIN < 22
              GO TO CHQ-LIMPA-010.
       CHQ-LIMPA-FIM.
           EXIT.
      *
       CHQ-REFAZ.
           IF W-CHEQUE NOT = "S"
              GO TO CHQ-REFAZ-FIM.
           MOVE REGREC TO W-REGREC-SAVE
           PERFORM CHQ-LIMPA THRU CHQ-LIMPA-FIM
           PERFORM LIS-PARC THRU LIS-PARC-FIM
           MOVE W-REGREC-SAVE TO REGREC.
       CHQ-REFAZ-FIM.
           EXIT.
      *
      *********************************************
      * LISTA NA AREA DE CONSULTA (ATE 8 LINHAS)   *
      * AS PARCELAS DO PEDIDO INFORMADO            *
      *********************************************
       LIS-PARC-FIM.
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
