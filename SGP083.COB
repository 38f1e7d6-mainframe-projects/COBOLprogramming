      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Cadastro de pedidos programados (recorrentes) - por
      *          CPF e numero da programacao (CADPFX.DAT): frequencia
      *          (semanal, quinzenal ou mensal), data da proxima
      *          geracao, data final, condicao de pagamento e endereco
      *          de entrega; os itens (produto, quantidade e desconto)
      *          ficam no CADPFXI.DAT. Os pedidos de verdade sao
      *          gerados no dia pelo SGP084. Kit nao entra em pedido
      *          programado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP083.
      ******************************************
      * MANUTENCAO DE PEDIDOS PROGRAMADOS      *
      ******************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADPFX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFX-CHAVE
                    FILE STATUS  IS ST-ERRO.
       SELECT CADPFXI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PFI-CHAVE
                    FILE STATUS  IS ST-ERRI.
       SELECT CADPRO ASSIGN TO "CADPRO.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRP
                    ALTERNATE RECORD KEY IS DENOMINACAO
                                            WITH DUPLICATES
                    ALTERNATE RECORD KEY IS EAN-PRO
                                            WITH DUPLICATES.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT CADKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRKT
                    ALTERNATE RECORD KEY IS KIT-COMPCOD
                                            WITH DUPLICATES.
       SELECT CADCPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPG-CODIGO
                    FILE STATUS  IS ST-ERRCP.
       SELECT CADCEP ASSIGN TO "CADCEP.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODCEPX
                    FILE STATUS  IS ST-ERRCE.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CABECALHO DA PROGRAMACAO: CPF + NUMERO (UM CLIENTE PODE TER
      * MAIS DE UMA CESTA, COM FREQUENCIAS DIFERENTES).
      * PFX-FREQ     : S = SEMANAL  Q = QUINZENAL  M = MENSAL
      * PFX-SITUACAO : ATIVA, SUSPENSA OU ENCERRADA (O SGP084 ENCERRA
      *                SOZINHO QUANDO A PROXIMA DATA PASSA DA FINAL)
       FD CADPFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPFX.DAT".
       01 REGPFX.
                03 PFX-CHAVE.
                       04 PFX-CPF       PIC X(14).
                       04 PFX-SEQ       PIC 9(02).
                03 PFX-FREQ             PIC X(01).
                03 PFX-PROXIMA          PIC 9(08).
                03 PFX-DTFIM            PIC 9(08).
                03 PFX-CONDPAG          PIC 9(01).
                03 PFX-ENTREGA          PIC X(01).
                03 PFX-ENDENT.
                       04 PFX-ECEP      PIC 9(08).
                       04 PFX-ELOGR     PIC X(40).
                       04 PFX-ENUM      PIC X(13).
                       04 PFX-EBAIRRO   PIC X(25).
                       04 PFX-ECIDADE   PIC X(25).
                       04 PFX-EUF       PIC X(02).
                03 PFX-SITUACAO         PIC X(10).
                03 PFX-ULTPED           PIC 9(05).
                03 PFX-DTULT            PIC 9(08).
                03 PFX-OPERADOR         PIC X(10).
      *
      * ITENS DA PROGRAMACAO: PRODUTO PELO CODIGO DO CADPRO; O PRECO
      * NAO FICA AQUI - SAI DO CATALOGO (OU DA TABELA DO CLIENTE) NO
      * DIA DA GERACAO, COMO NA DIGITACAO DO SGP006.
       FD CADPFXI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPFXI.DAT".
       01 REGPFI.
                03 PFI-CHAVE.
                       04 PFI-CPF       PIC X(14).
                       04 PFI-SEQ       PIC 9(02).
                       04 PFI-ITEM      PIC 9(02).
                03 PFI-CODIGO           PIC 9(08).
                03 PFI-QTD              PIC 9(05).
                03 PFI-DESCONTO         PIC 9(03)V99.
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
      * LAYOUT DO CADCLIENTE.DAT (MESMO LAYOUT DO SGP003).
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
      * COMPOSICAO DOS KITS (MESMO LAYOUT DO SGP078): SO PARA
      * RECUSAR KIT NA CESTA PROGRAMADA.
       FD CADKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKIT.DAT".
       01 REGKIT.
                03 KIT-CHAVE.
                       04 KIT-CODIGO    PIC 9(08).
                       04 KIT-COMPCOD   PIC 9(08).
                03 KIT-QTD              PIC 9(04).
      *
      * CONDICOES DE PAGAMENTO (MESMO LAYOUT DO SGP048). COM O
      * ARQUIVO PRESENTE A CONDICAO TEM QUE SER DA TABELA.
       FD CADCPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCPG.DAT".
       01 REGCPG.
                03 CPG-CODIGO        PIC 9(01).
                03 CPG-DESCRICAO     PIC X(20).
                03 CPG-NPARC         PIC 9(02).
                03 CPG-DIAS1         PIC 9(03).
                03 CPG-INTERV        PIC 9(03).
                03 CPG-AJUSTE        PIC 9(02)V99.
                03 CPG-AJTIPO        PIC X(01).
      *
      * LAYOUT DO CADCEP.DAT (MESMO LAYOUT DO SGP003), USADO PARA
      * PREENCHER O ENDERECO DE ENTREGA PELO CEP DIGITADO.
       FD CADCEP
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEPX.
                03 CODCEPX           PIC 9(08).
                03 LOGRADOURX        PIC X(40).
                03 BAIRROX           PIC X(20).
                03 CIDADEX           PIC X(20).
                03 UFX               PIC X(02).
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
       77 W-SEL        PIC 9(01) VALUE ZEROS.
       77 W-SELI       PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRI      PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRKT     PIC X(02) VALUE "00".
       77 ST-ERRCP     PIC X(02) VALUE "00".
       77 ST-ERRCE     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-TEM-KIT    PIC X(01) VALUE "N".
       77 W-TEM-CPG    PIC X(01) VALUE "N".
       77 W-TEM-CEP    PIC X(01) VALUE "N".
       77 W-ACT        PIC 9(02) VALUE ZEROS.
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PROGRAMACAO E ITEM EM MANUTENCAO
       77 W-CPF        PIC X(14) VALUE SPACES.
       77 W-SEQ        PIC 9(02) VALUE ZEROS.
       77 W-SITU       PIC X(01) VALUE SPACES.
       77 W-ITEM       PIC 9(02) VALUE ZEROS.
       77 W-PRODCOD    PIC 9(08) VALUE ZEROS.
       77 W-QTD        PIC 9(05) VALUE ZEROS.
       77 W-DESC       PIC 9(03)V99 VALUE ZEROS.
       77 W-ULTPED-ED  PIC ZZZZ9.
       77 W-LINCON     PIC 9(02) VALUE ZEROS.
       77 W-POSLIN     PIC 9(04) VALUE ZEROS.
       01 W-DTVAL.
                03 W-VAL-ANO       PIC 9(04).
                03 W-VAL-MES       PIC 9(02).
                03 W-VAL-DIA       PIC 9(02).
      *----------------------------------------------------------------*
      *   LINHA DA LISTA DE ITENS DA PROGRAMACAO
       01 DET-ITE.
                03 DETI-ITEM       PIC 99.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-CODIGO     PIC 9(08).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-NOME       PIC X(30).
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-QTD        PIC ZZZZ9.
                03 FILLER          PIC X(01) VALUE SPACE.
                03 DETI-DESC       PIC ZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** PEDIDOS PROGRAMADOS ***".
           05  LINE 03  COLUMN 01
               VALUE  "CPF CLIENTE    :".
           05  LINE 04  COLUMN 01
               VALUE  "PROGRAMACAO    :".
           05  LINE 05  COLUMN 01
               VALUE  "FREQUENCIA     :".
           05  LINE 05  COLUMN 21
               VALUE  "(S=SEMANAL Q=QUINZENAL M=MENSAL)".
           05  LINE 06  COLUMN 01
               VALUE  "PROXIMA GERACAO:".
           05  LINE 07  COLUMN 01
               VALUE  "DATA FINAL     :".
           05  LINE 07  COLUMN 28
               VALUE  "(ZEROS = SEM DATA FINAL)".
           05  LINE 08  COLUMN 01
               VALUE  "COND. PAGAMENTO:".
           05  LINE 09  COLUMN 01
               VALUE  "ENTREGA (S/N)  :".
           05  LINE 10  COLUMN 01
               VALUE  "CEP ENTREGA    :".
           05  LINE 11  COLUMN 01
               VALUE  "ENDERECO       :".
           05  LINE 12  COLUMN 01
               VALUE  "BAIRRO/CIDADE  :".
           05  LINE 13  COLUMN 01
               VALUE  "UF             :".
           05  LINE 14  COLUMN 01
               VALUE  "SITUACAO       :".
           05  LINE 14  COLUMN 21
               VALUE  "(A=ATIVA S=SUSPENSA E=ENCERRADA)".
           05  LINE 15  COLUMN 01
               VALUE  "ULTIMO PEDIDO  :".
      *
       01  TELA2.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 20
               VALUE  "*** ITENS DO PEDIDO PROGRAMADO ***".
           05  LINE 03  COLUMN 01
               VALUE  "CPF/PROGRAMACAO:".
           05  LINE 05  COLUMN 01
               VALUE  "ITEM           :".
           05  LINE 06  COLUMN 01
               VALUE  "PRODUTO (COD)  :".
           05  LINE 07  COLUMN 01
               VALUE  "DENOMINACAO    :".
           05  LINE 08  COLUMN 01
               VALUE  "QUANTIDADE     :".
           05  LINE 09  COLUMN 01
               VALUE  "DESCONTO %     :".
           05  LINE 11  COLUMN 01
               VALUE  "ITENS DA PROGRAMACAO:".
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
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-000A.
           OPEN I-O CADPFX
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT CADPFX
                      CLOSE CADPFX
                      MOVE "*** ARQUIVO CADPFX CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000A
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADPFX" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
       INC-000B.
           OPEN I-O CADPFXI
           IF ST-ERRI NOT = "00"
               IF ST-ERRI = "30" OR "35"
                      OPEN OUTPUT CADPFXI
                      CLOSE CADPFXI
                      MOVE "*** ARQUIVO CADPFXI CRIADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-000B
                   ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CADPFXI" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE CADPFX
                      GO TO ROT-FIM.
           OPEN INPUT CADPRO
           IF ST-ERRP NOT = "00"
               MOVE "*** ARQUIVO CADPRO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPFX CADPFXI
               GO TO ROT-FIM.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL NOT = "00"
               MOVE "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADPFX CADPFXI CADPRO
               GO TO ROT-FIM.
      *
      * CADKIT, CADCPG E CADCEP SAO OPCIONAIS (MESMO TRATAMENTO DO
      * SGP006): SEM KIT NADA E RECUSADO, SEM CADCPG VALEM AS
      * CONDICOES 0 A 3 E SEM CADCEP O ENDERECO E DIGITADO INTEIRO.
      *
           OPEN INPUT CADKIT
           IF ST-ERRKT = "00"
               MOVE "S" TO W-TEM-KIT
           ELSE
               MOVE "N" TO W-TEM-KIT.
           OPEN INPUT CADCPG
           IF ST-ERRCP = "00"
               MOVE "S" TO W-TEM-CPG
           ELSE
               MOVE "N" TO W-TEM-CPG.
           OPEN INPUT CADCEP
           IF ST-ERRCE = "00"
               MOVE "S" TO W-TEM-CEP
           ELSE
               MOVE "N" TO W-TEM-CEP.
       INC-001.
                DISPLAY TELA.
       INC-002.
                MOVE SPACES TO W-CPF
                ACCEPT W-CPF AT 0318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   GO TO ROT-FIMA.
                MOVE W-CPF TO CPF-CLI
                READ CADCLIENTE KEY IS CPF-CLI
                IF ST-ERRCL NOT = "00"
                   MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                DISPLAY NOME-CLI AT 0335.
       INC-003.
                MOVE ZEROS TO W-SEQ
                ACCEPT W-SEQ WITH UPDATE AT 0418
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-SEQ = ZEROS
                   MOVE "*** NUMERO DA PROGRAMACAO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-003.
       LER-PFX01.
                MOVE 0 TO W-SEL
                MOVE W-CPF TO PFX-CPF
                MOVE W-SEQ TO PFX-SEQ
                READ CADPFX
                IF ST-ERRO = "00"
                      PERFORM MOS-PFX THRU MOS-PFX-FIM
                      MOVE "*** PROGRAMACAO JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                ELSE
                   IF ST-ERRO = "23"
                      PERFORM INI-PFX THRU INI-PFX-FIM
                      PERFORM MOS-PFX THRU MOS-PFX-FIM
                      GO TO INC-004
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CADPFX"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMA.
       INC-004.
                ACCEPT PFX-FREQ WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-003.
                IF PFX-FREQ NOT = "S" AND "Q" AND "M"
                   MOVE "*** FREQUENCIA: DIGITE S, Q OU M ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-004.
       INC-005.
                ACCEPT PFX-PROXIMA WITH UPDATE AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-004.
                MOVE PFX-PROXIMA TO W-DTVAL
                IF W-VAL-MES < 1 OR W-VAL-MES > 12
                   OR W-VAL-DIA < 1 OR W-VAL-DIA > 31
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
                IF PFX-PROXIMA < W-DATAHOJE
                   MOVE "*** PROXIMA GERACAO JA PASSOU ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-005.
       INC-006.
                ACCEPT PFX-DTFIM WITH UPDATE AT 0718
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-005.
                IF PFX-DTFIM = ZEROS
                   GO TO INC-007.
                MOVE PFX-DTFIM TO W-DTVAL
                IF W-VAL-MES < 1 OR W-VAL-MES > 12
                   OR W-VAL-DIA < 1 OR W-VAL-DIA > 31
                   MOVE "*** DATA INVALIDA (AAAAMMDD) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
                IF PFX-DTFIM < PFX-PROXIMA
                   MOVE "*** DATA FINAL ANTES DA PROXIMA GERACAO ***"
                                                              TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-006.
       INC-007.
                ACCEPT PFX-CONDPAG WITH UPDATE AT 0818
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-006.
                IF W-TEM-CPG = "S"
                   MOVE PFX-CONDPAG TO CPG-CODIGO
                   READ CADCPG
                   IF ST-ERRCP NOT = "00"
                      MOVE "*** CONDICAO NAO CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-007
                   ELSE
                      DISPLAY CPG-DESCRICAO AT 0821
                      GO TO INC-008.
                IF PFX-CONDPAG > 3
                   MOVE "*** CONDICAO DE PAGAMENTO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-007.
       INC-008.
                ACCEPT PFX-ENTREGA WITH UPDATE AT 0918
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-007.
                IF PFX-ENTREGA = "s"
                   MOVE "S" TO PFX-ENTREGA.
                IF PFX-ENTREGA = "n"
                   MOVE "N" TO PFX-ENTREGA.
                IF PFX-ENTREGA NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-008.
                IF PFX-ENTREGA = "N"
                   GO TO INC-013.
      *
      * ENDERECO DE ENTREGA DA CESTA (VEM DO CADASTRO DO CLIENTE NA
      * INCLUSAO); O CEP DIGITADO PUXA O LOGRADOURO DO CADCEP, COMO
      * NO ENDERECO DE ENTREGA DO SGP006.
      *
       INC-009.
                ACCEPT PFX-ECEP WITH UPDATE AT 1018
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-TEM-CEP = "S" AND PFX-ECEP NOT = ZEROS
                   MOVE PFX-ECEP TO CODCEPX
                   READ CADCEP
                   IF ST-ERRCE = "00"
                      MOVE LOGRADOURX TO PFX-ELOGR
                      MOVE BAIRROX TO PFX-EBAIRRO
                      MOVE CIDADEX TO PFX-ECIDADE
                      MOVE UFX TO PFX-EUF
                      PERFORM MOS-PFX THRU MOS-PFX-FIM.
       INC-010.
                ACCEPT PFX-ELOGR WITH UPDATE AT 1118
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-009.
                ACCEPT PFX-ENUM WITH UPDATE AT 1159.
       INC-011.
                ACCEPT PFX-EBAIRRO WITH UPDATE AT 1218
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-010.
                ACCEPT PFX-ECIDADE WITH UPDATE AT 1244.
       INC-012.
                ACCEPT PFX-EUF WITH UPDATE AT 1318
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-011.
       INC-013.
                ACCEPT W-SITU WITH UPDATE AT 1418
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-008.
                IF W-SITU = "A"
                   MOVE "ATIVA" TO PFX-SITUACAO
                   GO TO INC-014.
                IF W-SITU = "S"
                   MOVE "SUSPENSA" TO PFX-SITUACAO
                   GO TO INC-014.
                IF W-SITU = "E"
                   MOVE "ENCERRADA" TO PFX-SITUACAO
                   GO TO INC-014.
                MOVE "*** SITUACAO: DIGITE A, S OU E ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-013.
       INC-014.
                MOVE W-OPERADOR TO PFX-OPERADOR
                IF W-SEL = 1
                   GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE W-CPF TO PFX-CPF
                MOVE W-SEQ TO PFX-SEQ
                WRITE REGPFX
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS - DIGITE OS ITENS ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-001.
                IF ST-ERRO = "22"
                      MOVE "*** PROGRAMACAO JA EXISTE ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADPFX"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMA.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY
                  "F1=NOVO REGISTRO  F2=ALTERAR  F3=EXCLUIR  F4=ITENS"
                 AT 2312.
                ACCEPT W-OPCAO AT 2363
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                                  AND W-ACT NOT = 05
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY MENS AT 2312.
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO INC-001.
                IF W-ACT = 03
                   GO TO INC-004.
                IF W-ACT = 05
                   GO TO ITE-001.
      *
       EXC-OPC.
                DISPLAY "EXCLUIR   (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPFX RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMA.
      *
      * A PROGRAMACAO EXCLUIDA LEVA OS ITENS JUNTO.
      *
                MOVE W-CPF TO PFI-CPF
                MOVE W-SEQ TO PFI-SEQ
                MOVE ZEROS TO PFI-ITEM
                START CADPFXI KEY IS NOT LESS PFI-CHAVE INVALID KEY
                      GO TO EXC-DL3.
       EXC-DL2.
                READ CADPFXI NEXT
                IF ST-ERRI NOT = "00"
                   GO TO EXC-DL3.
                IF PFI-CPF NOT = W-CPF OR PFI-SEQ NOT = W-SEQ
                   GO TO EXC-DL3.
                DELETE CADPFXI RECORD
                GO TO EXC-DL2.
       EXC-DL3.
                MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO INC-001.
      *
       ALT-OPC.
                DISPLAY "ALTERAR  (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-013.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPFX
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADPFX" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMA.
      *
      ***************************************************
      * VALORES INICIAIS DE UMA PROGRAMACAO NOVA: MENSAL, *
      * COMECANDO HOJE, SEM DATA FINAL, A VISTA, ENTREGA  *
      * NO ENDERECO DO CADASTRO DO CLIENTE                *
      ***************************************************
      *
       INI-PFX.
                MOVE "M" TO PFX-FREQ
                MOVE W-DATAHOJE TO PFX-PROXIMA
                MOVE ZEROS TO PFX-DTFIM
                MOVE ZEROS TO PFX-CONDPAG
                MOVE "N" TO PFX-ENTREGA
                MOVE CEP TO PFX-ECEP
                MOVE LOGRADOURO TO PFX-ELOGR
                MOVE NUM TO PFX-ENUM
                MOVE BAIRRO TO PFX-EBAIRRO
                MOVE CIDADE TO PFX-ECIDADE
                MOVE UF TO PFX-EUF
                MOVE "ATIVA" TO PFX-SITUACAO
                MOVE ZEROS TO PFX-ULTPED
                MOVE ZEROS TO PFX-DTULT
                MOVE W-OPERADOR TO PFX-OPERADOR.
       INI-PFX-FIM.
                EXIT.
      *
      ***************************************************
      * MOSTRA O CABECALHO DA PROGRAMACAO CORRENTE        *
      ***************************************************
      *
       MOS-PFX.
                DISPLAY PFX-FREQ AT 0518
                DISPLAY PFX-PROXIMA AT 0618
                DISPLAY PFX-DTFIM AT 0718
                DISPLAY PFX-CONDPAG AT 0818
                DISPLAY PFX-ENTREGA AT 0918
                DISPLAY PFX-ECEP AT 1018
                DISPLAY PFX-ELOGR AT 1118
                DISPLAY PFX-ENUM AT 1159
                DISPLAY PFX-EBAIRRO AT 1218
                DISPLAY PFX-ECIDADE AT 1244
                DISPLAY PFX-EUF AT 1318
                MOVE PFX-SITUACAO (1:1) TO W-SITU
                DISPLAY W-SITU AT 1418
                MOVE PFX-ULTPED TO W-ULTPED-ED
                DISPLAY W-ULTPED-ED AT 1518
                DISPLAY PFX-DTULT AT 1525.
       MOS-PFX-FIM.
                EXIT.
      *
      ***************************************************
      * ITENS DA PROGRAMACAO CORRENTE (W-CPF/W-SEQ):      *
      * INCLUSAO, ALTERACAO E EXCLUSAO ITEM A ITEM        *
      ***************************************************
      *
       ITE-001.
                DISPLAY TELA2
                DISPLAY W-CPF AT 0318
                DISPLAY W-SEQ AT 0333
                PERFORM LIS-ITE THRU LIS-ITE-FIM.
       ITE-002.
                MOVE ZEROS TO W-ITEM
                ACCEPT W-ITEM WITH UPDATE AT 0518
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO INC-001.
                IF W-ITEM = ZEROS
                   MOVE "*** NUMERO DO ITEM INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-002.
                MOVE 0 TO W-SELI
                MOVE W-CPF TO PFI-CPF
                MOVE W-SEQ TO PFI-SEQ
                MOVE W-ITEM TO PFI-ITEM
                READ CADPFXI
                IF ST-ERRI = "23"
                   MOVE ZEROS TO PFI-CODIGO
                   MOVE ZEROS TO PFI-QTD
                   MOVE ZEROS TO PFI-DESCONTO
                   GO TO ITE-003.
                IF ST-ERRI NOT = "00"
                   MOVE "ERRO NA LEITURA ARQ. CADPFXI"  TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMA.
                MOVE PFI-CODIGO TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO.
                DISPLAY PFI-CODIGO AT 0618
                DISPLAY DENOMINACAO AT 0718
                DISPLAY PFI-QTD AT 0818
                MOVE PFI-DESCONTO TO DETI-DESC
                DISPLAY DETI-DESC AT 0918
                MOVE 1 TO W-SELI
                GO TO ITE-ACE.
       ITE-003.
                MOVE PFI-CODIGO TO W-PRODCOD
                ACCEPT W-PRODCOD WITH UPDATE AT 0618
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-001.
                MOVE W-PRODCOD TO CODIGO
                READ CADPRO
                IF ST-ERRP NOT = "00"
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-003.
                DISPLAY DENOMINACAO AT 0718.
      *
      * KIT NAO ENTRA NA CESTA: A GERACAO EM LOTE BAIXA O ESTOQUE DO
      * PROPRIO PRODUTO, E O KIT SO EXISTE PELOS COMPONENTES.
      *
                IF W-TEM-KIT = "S"
                   MOVE CODIGO TO KIT-CODIGO
                   MOVE ZEROS TO KIT-COMPCOD
                   START CADKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                         GO TO ITE-004.
                IF W-TEM-KIT = "S"
                   READ CADKIT NEXT
                   IF ST-ERRKT = "00" AND KIT-CODIGO = CODIGO
                      MOVE "*** KIT NAO ENTRA EM PEDIDO PROGRAMADO ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-003.
       ITE-004.
                MOVE PFI-QTD TO W-QTD
                ACCEPT W-QTD WITH UPDATE AT 0818
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-003.
                IF W-QTD = ZEROS
                   MOVE "*** QUANTIDADE INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-004.
       ITE-005.
                MOVE PFI-DESCONTO TO W-DESC
                ACCEPT W-DESC WITH UPDATE AT 0918
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-004.
                IF W-DESC NOT < 100
                   MOVE "*** DESCONTO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-005.
                MOVE W-PRODCOD TO PFI-CODIGO
                MOVE W-QTD TO PFI-QTD
                MOVE W-DESC TO PFI-DESCONTO
                IF W-SELI = 1
                   GO TO ITE-ALT.
       ITE-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY "DADOS OK (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-OPC.
       ITE-WR1.
                MOVE W-CPF TO PFI-CPF
                MOVE W-SEQ TO PFI-SEQ
                MOVE W-ITEM TO PFI-ITEM
                WRITE REGPFI
                IF ST-ERRI = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-001.
                IF ST-ERRI = "22"
                      MOVE "*** ITEM JA EXISTE NA PROGRAMACAO ***"
                                                              TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ITE-001
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO DE CADPFXI"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIMA.
      *
       ITE-ACE.
                DISPLAY
                     "F1=NOVO ITEM   F2=ALTERAR   F3=EXCLUIR"
                 AT 2312.
                ACCEPT W-OPCAO AT 2352
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ITE-ACE.
                MOVE SPACES TO MENS
                DISPLAY MENS AT 2312.
                IF W-ACT = 02
                   GO TO ITE-001.
                IF W-ACT = 03
                   GO TO ITE-003.
      *
       ITE-EXC.
                DISPLAY "EXCLUIR   (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** ITEM NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-EXC.
                DELETE CADPFXI RECORD
                IF ST-ERRI = "00"
                   MOVE "*** ITEM EXCLUIDO ***               " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                MOVE "ERRO NA EXCLUSAO DO ITEM "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMA.
      *
       ITE-ALT.
                DISPLAY "ALTERAR  (S/N) : " AT 2340.
                ACCEPT W-OPCAO AT 2357
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO ITE-005.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-ALT.
                REWRITE REGPFI
                IF ST-ERRI = "00" OR "02"
                   MOVE "*** ITEM ALTERADO ***             " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ITE-001.
                MOVE "ERRO NA ALTERACAO DO ITEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIMA.
      *
      ***************************************************
      * LISTA NA AREA DE CONSULTA OS ITENS JA GRAVADOS   *
      * NA PROGRAMACAO CORRENTE (ATE 10 LINHAS)          *
      ***************************************************
      *
       LIS-ITE.
                MOVE ZEROS TO W-LINCON
                MOVE W-CPF TO PFI-CPF
                MOVE W-SEQ TO PFI-SEQ
                MOVE ZEROS TO PFI-ITEM
                START CADPFXI KEY IS NOT LESS PFI-CHAVE INVALID KEY
                      GO TO LIS-ITE-FIM.
       LIS-ITE-010.
                READ CADPFXI NEXT
                IF ST-ERRI NOT = "00"
                   GO TO LIS-ITE-FIM.
                IF PFI-CPF NOT = W-CPF OR PFI-SEQ NOT = W-SEQ
                   GO TO LIS-ITE-FIM.
                IF W-LINCON NOT < 10
                   GO TO LIS-ITE-FIM.
                ADD 1 TO W-LINCON
                MOVE PFI-ITEM TO DETI-ITEM
                MOVE PFI-CODIGO TO DETI-CODIGO
                MOVE PFI-CODIGO TO CODIGO
                READ CADPRO
                IF ST-ERRP = "00"
                   MOVE DENOMINACAO TO DETI-NOME
                ELSE
                   MOVE "*** NAO CADASTRADO ***" TO DETI-NOME.
                MOVE PFI-QTD TO DETI-QTD
                MOVE PFI-DESCONTO TO DETI-DESC
                COMPUTE W-POSLIN = (11 + W-LINCON) * 100 + 1
                DISPLAY DET-ITE AT W-POSLIN
                GO TO LIS-ITE-010.
       LIS-ITE-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIMA.
                CLOSE CADPFX CADPFXI CADPRO CADCLIENTE
                IF W-TEM-KIT = "S"
                   CLOSE CADKIT.
                IF W-TEM-CPG = "S"
                   CLOSE CADCPG.
                IF W-TEM-CEP = "S"
                   CLOSE CADCEP.
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
