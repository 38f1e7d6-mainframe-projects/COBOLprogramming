       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRFI.
       SELECT CADCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS UNI-CODIGO
                    FILE STATUS  IS ST-ERRUN.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRKT
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADITEM
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * LIVRO DE MOVIMENTO DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADMOV.
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
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
       FD SESSAO.
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * FILIAIS (MESMO LAYOUT DO SGP111): O PEDIDO GERADO DO
      * ORCAMENTO SAI DO DEPOSITO PADRAO DA FILIAL DA SESSAO.
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
       01 REGFIL.
                03 FIL-CODIGO           PIC 9(02).
                03 FIL-NOME             PIC X(30).
                03 FIL-CNPJ             PIC X(18).
                03 FIL-CIDADE           PIC X(25).
                03 FIL-UF               PIC X(02).
                03 FIL-DEPOSITO         PIC 9(02).
                03 FIL-SITUACAO         PIC X(10).
                03 FIL-DATA             PIC 9(08).
                03 FIL-OPERADOR         PIC X(10).
      *
      * UNIDADES DE VENDA (MESMO LAYOUT DO SGP039).
      *
                03 TAB-PRECO            PIC 9(06)V99.
      *
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006): A
      * VENDA DAQUI SAI DO DEPOSITO DA FILIAL (W-DEPFIL, PADRAO 1).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
                03 UNI-CODIGO        PIC X(10).
                03 UNI-DESCRICAO     PIC X(20).
                03 UNI-FATOR         PIC 9(04).
      *
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): O KIT ENTRA NO
      * ORCAMENTO NUMA LINHA SO E, NA CONVERSAO, A BAIXA E A DOS
      * COMPONENTES (MESMO CRITERIO DO SGP006).
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DEPFIL     PIC 9(02) VALUE 1.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   TABELA DOS ITENS DO ORCAMENTO EM DIGITACAO/CONSULTA
       01 W-LIMINF     PIC 9(07)V99 VALUE ZEROS.
       01 W-LIMSUP     PIC 9(07)V99 VALUE ZEROS.
       77 W-VALORC     PIC 9(03) VALUE 15.
      *   DESCONTO MAXIMO SEM APROVACAO (SISPARAM, ZERO = SEM LIMITE):
      *   ORCAMENTO NAO PASSA PELA FILA DE APROVACAO DO PEDIDO, ENTAO
      *   AQUI O LIMITE E FIRME
       01 W-DESCMAX    PIC 9(02)V99 VALUE ZEROS.
       77 ST-ERRUN     PIC X(02) VALUE "00".
       77 W-TEM-UNI    PIC X(01) VALUE "N".
       77 ST-ERRCP     PIC X(02) VALUE "00".
       77 W-FATOR      PIC 9(04) VALUE 1.
       77 W-QTDBASE    PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   KITS (CADKIT, OPCIONAL - MESMOS CAMPOS DO SGP006)
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-EKIT       PIC X(01) VALUE "N".
       77 W-KIT-FALTA  PIC X(01) VALUE "N".
       77 W-KIT-COD    PIC 9(08) VALUE ZEROS.
       77 W-KIT-QBASE  PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CALCULO DA DATA DE VALIDADE (SOMA DE DIAS COM TABELA DE
      *   DIAS POR MES, ANO BISSEXTO PELO CRITERIO DA DIVISAO POR 4)
       01 W-DTCALC.
                  MOVE PAR-TOLPRECO TO W-TOLPRECO
                  IF PAR-VALORC NOT = ZEROS
                     MOVE PAR-VALORC TO W-VALORC.
           IF ST-ERRPA = "00" AND PAR-DESCMAX NUMERIC
               MOVE PAR-DESCMAX TO W-DESCMAX.
           IF ST-ERRPA NOT = "30" AND "35"
               CLOSE SISPARAM.
           OPEN INPUT CADUNI
               MOVE "S" TO W-TEM-TAB
           ELSE
               MOVE "N" TO W-TEM-TAB.
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
           GO TO INC-001.
       INC-001.
                DISPLAY TELA.
                                  CADPRO CADCLIENTE CADDEP CADLOT
                   IF W-TEM-CPG = "S"
                      CLOSE CADCPG.
                 IF W-ACT = 02
                   IF W-TEM-KIT = "S"
                      CLOSE CADKIT.
                 IF W-ACT = 02
                   IF W-TEM-UNI = "S"
                      CLOSE CADUNI
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-005.
      *
      * KIT: O ORCAMENTO SO ACEITA A QUANTIDADE QUE TODOS OS
      * COMPONENTES COBREM HOJE (O REGPRO E O DA LINHA, LIDO EM
      * ITM-002).
      *
                PERFORM KIT-VER THRU KIT-VER-FIM
                IF W-EKIT = "S"
                   COMPUTE W-KIT-QBASE = W-QTD * W-FATOR
                   MOVE CODIGO TO W-KIT-COD
                   PERFORM KIT-DISP THRU KIT-DISP-FIM
                   IF W-KIT-FALTA = "S"
                      GO TO ITM-005.
       ITM-006.
                MOVE ZEROS TO W-DESC
                ACCEPT W-DESC AT 1540
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-006.
                IF W-DESCMAX NOT = ZEROS AND W-DESC > W-DESCMAX
                   MOVE "*** DESCONTO ACIMA DO LIMITE DO SISTEMA ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-006.
                COMPUTE W-VALITEM =
                        (W-PRECO * W-QTD) *
                        (1 - (W-DESC / 100))
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-TOT-020.
                IF W-DESCMAX NOT = ZEROS AND ORC-CALCPRECO > W-DESCMAX
                   MOVE "*** DESCONTO ACIMA DO LIMITE DO SISTEMA ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITM-TOT-020.
       INC-009.
                COMPUTE ORC-VALOR =
                        W-VALORTOT *
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CNV-OPC.
      *
      * O PEDIDO CONVERTIDO NASCE COM A DATA DE HOJE E BAIXA O
      * ESTOQUE: MES FECHADO NO CADMES NAO RECEBE A CONVERSAO.
      *
                MOVE W-DATAHOJE TO W-DTMES
                PERFORM CHK-MES THRU CHK-MES-FIM
                IF W-MESOK = "N"
                   MOVE "*** MES FECHADO - LANCAMENTO RECUSADO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
       CNV-WR1.
                ADD 1 TO CTL-ULTPEDIDO
                MOVE CTL-ULTPEDIDO TO PEDIDO
                MOVE "N" TO PED-ENTREGA
                MOVE ZEROS TO PED-VENDEDOR
                MOVE ZEROS TO PED-FORMAPG
                MOVE W-DEPFIL TO PED-DEPOSITO
                MOVE ZEROS TO PED-DTENTREGA
                MOVE ZEROS TO PED-ECEP
                MOVE SPACES TO PED-ELOGR
                MOVE SPACES TO PED-ECIDADE
                MOVE SPACES TO PED-EUF
                MOVE ZEROS TO PED-FRETE
                MOVE W-FILIAL TO PED-FILIAL
                WRITE REGPED
                IF ST-ERRPD NOT = "00" AND "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADPED"
                READ CADPRO KEY IS DENOMINACAO
                IF ST-ERRP NOT = "00"
                   GO TO DEC-EST-010.
                PERFORM KIT-VER THRU KIT-VER-FIM
                IF W-EKIT = "S"
                   COMPUTE W-KIT-QBASE =
                           W-IT-QTD (W-ITEM) * W-IT-FATOR (W-ITEM)
                   MOVE CODIGO TO W-KIT-COD
                   PERFORM KIT-SAI THRU KIT-SAI-FIM
                   GO TO DEC-EST-010.
      *
      * A SAIDA REGISTRADA NO KARDEX E O QUE REALMENTE SAIU DO
      * SALDO (NA BAIXA QUE ESBARRA NO ZERO, SO O QUE HAVIA).
                EXIT.
      *
      ***************************************************
      * KITS (MESMO CRITERIO DO SGP006): KIT-VER DIZ SE  *
      * O PRODUTO DO REGPRO E KIT, KIT-DISP CONFERE O    *
      * SALDO DOS COMPONENTES E KIT-SAI BAIXA CADA UM    *
      * (DEPOSITO DA FILIAL, LOTES FEFO E KARDEX)        *
      ***************************************************
      *
       KIT-VER.
                MOVE "N" TO W-EKIT
                IF W-TEM-KIT = "N"
                   GO TO KIT-VER-FIM.
                MOVE CODIGO TO KIT-CODIGO
                MOVE ZEROS TO KIT-COMPCOD
                START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      GO TO KIT-VER-FIM.
                READ CADKIT NEXT
                IF ST-ERRKT = "00" AND KIT-CODIGO = CODIGO
                   MOVE "S" TO W-EKIT.
       KIT-VER-FIM.
                EXIT.
      *
       KIT-DISP.
                MOVE "N" TO W-KIT-FALTA
                MOVE W-KIT-COD TO KIT-CODIGO
                MOVE ZEROS TO KIT-COMPCOD
                START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      GO TO KIT-DISP-090.
       KIT-DISP-010.
                READ CADKIT NEXT
                IF ST-ERRKT NOT = "00"
                   GO TO KIT-DISP-090.
                IF KIT-CODIGO NOT = W-KIT-COD
                   GO TO KIT-DISP-090.
                MOVE KIT-COMPCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE ZEROS TO ESTOQUEATUAL
                   MOVE KIT-COMPCOD TO DENOMINACAO.
                COMPUTE W-QTDBASE = W-KIT-QBASE * KIT-QTD
                IF W-QTDBASE NOT > ESTOQUEATUAL
                   GO TO KIT-DISP-010.
                MOVE "S" TO W-KIT-FALTA
                MOVE SPACES TO MENS
                STRING "SEM ESTOQUE P/ KIT: " DENOMINACAO
                       DELIMITED BY SIZE INTO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       KIT-DISP-090.
                MOVE W-KIT-COD TO CODIGO
                READ CADPRO.
       KIT-DISP-FIM.
                EXIT.
      *
       KIT-SAI.
                MOVE W-KIT-COD TO KIT-CODIGO
                MOVE ZEROS TO KIT-COMPCOD
                START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                      GO TO KIT-SAI-FIM.
       KIT-SAI-010.
                READ CADKIT NEXT
                IF ST-ERRKT NOT = "00"
                   GO TO KIT-SAI-FIM.
                IF KIT-CODIGO NOT = W-KIT-COD
                   GO TO KIT-SAI-FIM.
                MOVE KIT-COMPCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   GO TO KIT-SAI-010.
                COMPUTE W-QTDBASE = W-KIT-QBASE * KIT-QTD
                IF W-QTDBASE > ESTOQUEATUAL
                   MOVE ESTOQUEATUAL TO W-MOV-SAI
                   MOVE ZEROS TO ESTOQUEATUAL
                ELSE
                   MOVE W-QTDBASE TO W-MOV-SAI
                   SUBTRACT W-QTDBASE FROM ESTOQUEATUAL.
                REWRITE REGPRO
                PERFORM DEP-SAI THRU DEP-SAI-FIM
                PERFORM FEFO-SAI THRU FEFO-SAI-FIM
                GO TO KIT-SAI-010.
       KIT-SAI-FIM.
                EXIT.
      *
      ***************************************************
      * BAIXA DO SALDO DO DEPOSITO DA FILIAL (CADDEP) E  *
      * DOS LOTES FEFO (CADLOT) DA SAIDA RECEM-APLICADA, *
      * COM UM MOVIMENTO DE KARDEX POR LOTE CONSUMIDO    *
      * (MESMO CRITERIO DO SGP006/SGP062)                *
      ***************************************************
      *
       DEP-SAI.
                MOVE CODIGO TO DEP-PRODCOD
                MOVE W-DEPFIL TO DEP-CODIGO
                READ CADDEP
                IF ST-ERRDP NOT = "00"
                   MOVE ZEROS TO DEP-SALDO
                MOVE ZEROS TO M-ENTRADA
                MOVE W-MOV-SAI TO M-SAIDA
                MOVE ESTOQUEATUAL TO M-SALDO
                MOVE W-DEPFIL TO M-DEPOSITO
                MOVE W-LOTE TO M-LOTE
                WRITE REGMOV
                CLOSE CADMOV.
      ***************************************************
      * LE A SESSAO GRAVADA PELO LOGIN DO SGP013; SEM    *
      * SESSAO O NIVEL FICA EM 1 E O OPERADOR EM BRANCO  *
      * E A FILIAL E A 01. O DEPOSITO PADRAO VEM DA      *
      * FILIAL NO CADFIL (SEM ELE, DEPOSITO 1)           *
      ***************************************************
      *
       LER-SESSAO.
                READ SESSAO
                IF ST-ERRS = "00"
                   MOVE SES-OPERADOR TO W-OPERADOR
                   MOVE SES-NIVEL    TO W-NIVEL
                   MOVE SES-FILIAL   TO W-FILIAL.
                CLOSE SESSAO.
                IF W-FILIAL = ZEROS
                   MOVE 1 TO W-FILIAL.
                OPEN INPUT CADFIL
                IF ST-ERRFI NOT = "00"
                   GO TO LER-SESSAO-FIM.
                MOVE W-FILIAL TO FIL-CODIGO
                READ CADFIL
                IF ST-ERRFI = "00" AND FIL-DEPOSITO NOT = ZEROS
                   MOVE FIL-DEPOSITO TO W-DEPFIL.
                CLOSE CADFIL.
       LER-SESSAO-FIM.
                EXIT.
      *
       VAL-TAB-FIM.
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
