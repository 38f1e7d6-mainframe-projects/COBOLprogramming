      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Anonimizacao de clientes (LGPD) - para um CPF ou
      *          para todo o cadastro, apaga do CADCLIENTE os dados
      *          pessoais (nome, RG, endereco, telefones, e-mail) do
      *          cliente sem parcela aberta no CADREC e sem movimento
      *          (pedido, parcela ou pontos) nos ultimos N anos,
      *          minimo 5. O CPF fica como chave, pois as notas
      *          fiscais, pedidos e parcelas nao sao alterados.
      *          Pessoa juridica, parcela aberta e movimento dentro
      *          do prazo de guarda sao recusados. Tudo fica em
      *          CADLGPD.LOG. Restrito ao nivel 2
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP109.
      **************************************
      * ANONIMIZACAO DE CLIENTES (LGPD)    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                         DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CADCLIENTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CPF-CLI
                    FILE STATUS  IS ST-ERRCL
                    ALTERNATE RECORD KEY IS NOME-CLI
                                            WITH DUPLICATES.
       SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDIDO
                    FILE STATUS  IS ST-ERRPD
                    ALTERNATE RECORD KEY IS NOMECLIENTE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CPF
                                                      WITH DUPLICATES.
       SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS REC-CPF
                                                      WITH DUPLICATES.
       SELECT CADPTS ASSIGN TO "CADPTS.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPT.
       SELECT CADLGPD ASSIGN TO "CADLGPD.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRLG.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * CADASTRO DE CLIENTES (MESMO LAYOUT DO SGP003).
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
      * CABECALHO DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
       01 REGPED.
                03 PEDIDO             PIC 9(05).
                03 CLIENTE.
                       04 NOMECLIENTE PIC X(05).
                       04 CPF         PIC X(14).
                03 QTDITENS             PIC 9(03).
                03 VALORPEDIDO          PIC 9(08)V99.
                03 CALCPRECO            PIC 9(03)V99.
                03 CONDPAG              PIC 9(01).
                03 PED-REGVERSAO        PIC 9(06).
                03 DATAPEDIDO           PIC 9(08).
                03 SITUACAO-PEDIDO      PIC X(10).
                03 OPERADOR-PED         PIC X(10).
                03 PED-ENTREGA          PIC X(01).
                03 PED-VENDEDOR         PIC 9(03).
                03 PED-FORMAPG          PIC 9(02).
                03 PED-DEPOSITO         PIC 9(02).
                03 PED-DTENTREGA        PIC 9(08).
                03 PED-ENDENT.
                       04 PED-ECEP      PIC 9(08).
                       04 PED-ELOGR     PIC X(40).
                       04 PED-ENUM      PIC X(13).
                       04 PED-EBAIRRO   PIC X(25).
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * CONTAS A RECEBER (MESMO LAYOUT DO SGP006).
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
       01 REGREC.
                03 REC-CHAVE.
                       04 REC-PEDIDO    PIC 9(05).
                       04 REC-PARCELA   PIC 9(02).
                03 REC-CPF              PIC X(14).
                03 REC-VENCIMENTO       PIC 9(08).
                03 REC-VALOR            PIC 9(08)V99.
                03 REC-PAGO             PIC X(01).
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * MOVIMENTO DOS PONTOS DE FIDELIDADE (MESMO LAYOUT DO SGP006).
       FD CADPTS.
       01 REGPTS.
                03 P-OPERADOR        PIC X(10).
                03 P-DATA            PIC 9(08).
                03 P-HORA            PIC 9(08).
                03 P-OPERACAO        PIC X(10).
                03 P-CPF             PIC X(14).
                03 P-DOCUMENTO       PIC 9(08).
                03 P-PONTOS          PIC 9(06).
                03 P-SALDO           PIC 9(06).
      *
      * REGISTRO DAS SOLICITACOES DO TITULAR (MESMO LAYOUT DO SGP108).
       FD CADLGPD.
       01 REGLGPD.
                03 LG-DATA           PIC 9(08).
                03 LG-HORA           PIC 9(08).
                03 LG-OPERADOR       PIC X(10).
                03 LG-OPERACAO       PIC X(10).
                03 LG-CPF            PIC X(14).
                03 LG-MOTIVO         PIC X(40).
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
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRPD     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRPT     PIC X(02) VALUE "00".
       77 ST-ERRLG     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-TEM-PED    PIC X(01) VALUE "N".
       77 W-TEM-REC    PIC X(01) VALUE "N".
       77 W-TEM-LOG    PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-CPFSEL     PIC X(14) VALUE SPACES.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-ANOS       PIC 9(02) VALUE 5.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DTCORTE    PIC 9(08) VALUE ZEROS.
       77 W-ULTMOV     PIC 9(08) VALUE ZEROS.
       77 W-SALDOP     PIC 9(08)V99 VALUE ZEROS.
       77 W-RECUSA     PIC X(40) VALUE SPACES.
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-ANONIM     PIC 9(06) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
      * A ANONIMIZACAO NAO TEM VOLTA: RESTRITA AO NIVEL 2, COMO A
      * EXCLUSAO DE CLIENTE DO SGP003.
      *
       INC-000.
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-NIVEL TO W-NIVEL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-NIVEL < 2
              DISPLAY "*** ANONIMIZACAO RESTRITA AO NIVEL 2 ***"
              GO TO ROT-FIMS.
           IF W-OPERADOR = SPACES
              DISPLAY "OPERADOR : "
              ACCEPT W-OPERADOR.
           OPEN I-O CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
      *
      * SEM CADPED OU CADREC NAO HA PEDIDO NEM PARCELA A CONFERIR.
      *
           OPEN INPUT CADPED
           IF ST-ERRPD = "00"
               MOVE "S" TO W-TEM-PED.
           OPEN INPUT CADREC
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-REC.
           OPEN EXTEND CADLGPD
           IF ST-ERRLG = "30" OR "35"
              OPEN OUTPUT CADLGPD
              CLOSE CADLGPD
              OPEN EXTEND CADLGPD.
           IF ST-ERRLG NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADLGPD.LOG ***"
              GO TO ROT-FIM.
           MOVE "S" TO W-TEM-LOG
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY "CPF/CNPJ (BRANCO = TODO O CADASTRO) : ".
           ACCEPT W-CPFSEL.
       INC-002.
           DISPLAY "ANOS SEM MOVIMENTO (MINIMO 5)       : ".
           ACCEPT W-ANOS.
      *
      * CINCO ANOS E O PRAZO DE GUARDA DOS DOCUMENTOS FISCAIS: ANTES
      * DISSO O CADASTRO AINDA PODE SER PEDIDO PELO FISCO.
      *
           IF W-ANOS < 5
                 DISPLAY "*** PRAZO DE GUARDA LEGAL E DE 5 ANOS ***"
                 GO TO INC-002.
       INC-003.
           DISPLAY "MOTIVO DA SOLICITACAO               : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
                 DISPLAY "*** INFORME O MOTIVO ***"
                 GO TO INC-003.
       INC-004.
           DISPLAY "CONFIRMA A ANONIMIZACAO (S/N)       : ".
           ACCEPT W-OPCAO.
           IF W-OPCAO = "N" OR "n"
                 DISPLAY "*** ANONIMIZACAO CANCELADA ***"
                 GO TO ROT-FIM.
           IF W-OPCAO NOT = "S" AND "s"
                 GO TO INC-004.
           COMPUTE W-DTCORTE = W-DATAHOJE - (W-ANOS * 10000)
           IF W-CPFSEL = SPACES
                 GO TO TOD-001.
      *
      *****************************************************
      * UM CPF: TODA RECUSA FICA NO LOG COM O MOTIVO       *
      *****************************************************
      *
       UNI-001.
           MOVE W-CPFSEL TO CPF-CLI
           READ CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** CPF NAO CADASTRADO ***"
                 MOVE "CPF NAO CADASTRADO" TO W-RECUSA
                 PERFORM GRA-RECUSA THRU GRA-RECUSA-FIM
                 GO TO ROT-FIM.
           ADD 1 TO W-LIDOS
           PERFORM AVA-CLI THRU AVA-CLI-FIM
           IF W-RECUSA NOT = SPACES
                 DISPLAY "*** RECUSADO: " W-RECUSA
                 PERFORM GRA-RECUSA THRU GRA-RECUSA-FIM
                 GO TO ROT-FIM.
           PERFORM ANO-CLI THRU ANO-CLI-FIM
           GO TO ROT-FIM.
      *
      *****************************************************
      * TODO O CADASTRO: SO O CLIENTE ANONIMIZADO VAI PARA *
      * O LOG; AS RECUSAS SAO SO CONTADAS                  *
      *****************************************************
      *
       TOD-001.
           MOVE SPACES TO CPF-CLI
           START CADCLIENTE KEY IS NOT LESS CPF-CLI INVALID KEY
                 GO TO ROT-FIM.
       TOD-010.
           READ CADCLIENTE NEXT
           IF ST-ERRCL NOT = "00"
                 GO TO ROT-FIM.
           ADD 1 TO W-LIDOS
           PERFORM AVA-CLI THRU AVA-CLI-FIM
           IF W-RECUSA NOT = SPACES
                 ADD 1 TO W-RECUSADOS
                 GO TO TOD-010.
           PERFORM ANO-CLI THRU ANO-CLI-FIM
           GO TO TOD-010.
      *
      *****************************************************
      * AVALIA O CLIENTE CORRENTE. W-RECUSA EM BRANCO = PODE *
      * ANONIMIZAR; SENAO TRAZ O MOTIVO DA RECUSA. O ULTIMO *
      * MOVIMENTO E A MAIOR DATA ENTRE PEDIDOS, PARCELAS   *
      * (VENCIMENTO E PAGAMENTO) E PONTOS                  *
      *****************************************************
      *
       AVA-CLI.
           MOVE SPACES TO W-RECUSA
           MOVE ZEROS TO W-ULTMOV
           IF SITUACAO = "ANONIMIZADO"
                 MOVE "CLIENTE JA ANONIMIZADO" TO W-RECUSA
                 GO TO AVA-CLI-FIM.
           IF CLI-TIPOPES = "J"
                 MOVE "PESSOA JURIDICA - FORA DA LGPD" TO W-RECUSA
                 GO TO AVA-CLI-FIM.
           IF W-TEM-REC = "N"
                 GO TO AVA-PED.
           MOVE CPF-CLI TO REC-CPF
           START CADREC KEY IS NOT LESS REC-CPF INVALID KEY
                 GO TO AVA-PED.
       AVA-REC.
           READ CADREC NEXT
           IF ST-ERRO NOT = "00"
                 GO TO AVA-PED.
           IF REC-CPF NOT = CPF-CLI
                 GO TO AVA-PED.
           IF REC-VENCIMENTO > W-ULTMOV
                 MOVE REC-VENCIMENTO TO W-ULTMOV.
           IF REC-DTPAGTO > W-ULTMOV
                 MOVE REC-DTPAGTO TO W-ULTMOV.
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                 GO TO AVA-REC.
           COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
           IF W-SALDOP = ZEROS
                 GO TO AVA-REC.
           MOVE "PARCELA EM ABERTO NO CADREC" TO W-RECUSA
           GO TO AVA-CLI-FIM.
       AVA-PED.
           IF W-TEM-PED = "N"
                 GO TO AVA-PTS.
           MOVE CPF-CLI TO CPF
           START CADPED KEY IS NOT LESS CPF INVALID KEY
                 GO TO AVA-PTS.
       AVA-PED1.
           READ CADPED NEXT
           IF ST-ERRPD NOT = "00"
                 GO TO AVA-PTS.
           IF CPF NOT = CPF-CLI
                 GO TO AVA-PTS.
           IF DATAPEDIDO > W-ULTMOV
                 MOVE DATAPEDIDO TO W-ULTMOV.
           IF PED-DTENTREGA > W-ULTMOV
                 MOVE PED-DTENTREGA TO W-ULTMOV.
           GO TO AVA-PED1.
       AVA-PTS.
           IF W-ULTMOV > W-DTCORTE
                 GO TO AVA-RETENCAO.
           OPEN INPUT CADPTS
           IF ST-ERRPT NOT = "00"
                 GO TO AVA-CLI-FIM.
       AVA-PTS1.
           READ CADPTS
           IF ST-ERRPT NOT = "00"
                 CLOSE CADPTS
                 GO TO AVA-DATA.
           IF P-CPF = CPF-CLI AND P-DATA > W-ULTMOV
                 MOVE P-DATA TO W-ULTMOV.
           GO TO AVA-PTS1.
       AVA-DATA.
           IF W-ULTMOV NOT > W-DTCORTE
                 GO TO AVA-CLI-FIM.
       AVA-RETENCAO.
           MOVE "RETENCAO LEGAL - MOVIMENTO NO PRAZO" TO W-RECUSA.
       AVA-CLI-FIM.
           EXIT.
      *
      *****************************************************
      * APAGA OS DADOS PESSOAIS DO CLIENTE CORRENTE. CPF,  *
      * CIDADE E UF FICAM (CHAVE DAS NOTAS E ESTATISTICA)  *
      *****************************************************
      *
       ANO-CLI.
           MOVE "ANONIMIZADO" TO NOME-CLI
           MOVE SPACES TO RG
           MOVE SPACES TO ESTADOCIVIL
           MOVE ZEROS TO CEP
           MOVE SPACES TO LOGRADOURO
           MOVE SPACES TO COMPLE
           MOVE ZEROS TO TELEFONE
           MOVE ZEROS TO TELEFONE-CEL
           MOVE SPACES TO NUM
           MOVE SPACES TO BAIRRO
           MOVE SPACES TO EMAIL
           MOVE "ANONIMIZADO" TO SITUACAO
           MOVE ZEROS TO CLI-LIMITE
           MOVE "N" TO CLI-CONSEMAIL
           MOVE "N" TO CLI-CONSTEL
           MOVE W-DATAHOJE TO CLI-DTCONS
           ADD 1 TO REGVERSAO
           REWRITE REGCLI
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ERRO NA REGRAVACAO DO CLIENTE "
                         CPF-CLI " STATUS " ST-ERRCL
                 GO TO ANO-CLI-FIM.
           ADD 1 TO W-ANONIM
           DISPLAY "ANONIMIZADO : " CPF-CLI
           ACCEPT LG-DATA FROM DATE YYYYMMDD
           ACCEPT LG-HORA FROM TIME
           MOVE W-OPERADOR TO LG-OPERADOR
           MOVE "ANONIMIZA" TO LG-OPERACAO
           MOVE CPF-CLI TO LG-CPF
           MOVE W-MOTIVO TO LG-MOTIVO
           WRITE REGLGPD.
       ANO-CLI-FIM.
           EXIT.
      *
       GRA-RECUSA.
           ADD 1 TO W-RECUSADOS
           ACCEPT LG-DATA FROM DATE YYYYMMDD
           ACCEPT LG-HORA FROM TIME
           MOVE W-OPERADOR TO LG-OPERADOR
           MOVE "RECUSADO" TO LG-OPERACAO
           MOVE W-CPFSEL TO LG-CPF
           MOVE W-RECUSA TO LG-MOTIVO
           WRITE REGLGPD.
       GRA-RECUSA-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                CLOSE CADCLIENTE
                IF W-TEM-PED = "S"
                   CLOSE CADPED.
                IF W-TEM-REC = "S"
                   CLOSE CADREC.
                IF W-TEM-LOG = "S"
                   CLOSE CADLGPD.
                DISPLAY "*** ANONIMIZACAO DE CLIENTES ***"
                DISPLAY "CLIENTES LIDOS         : " W-LIDOS
                DISPLAY "ANONIMIZADOS           : " W-ANONIM
                DISPLAY "RECUSADOS              : " W-RECUSADOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
