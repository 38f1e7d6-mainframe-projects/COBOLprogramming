      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 15-10-2026
      * Purpose: Relatorio do titular (LGPD) - reune em RELTITU.TXT
      *          tudo o que o sistema guarda de um CPF: o cadastro
      *          (CADCLIENTE, com os consentimentos de marketing), os
      *          pedidos com endereco de entrega (CADPED) e a
      *          confirmacao da entrega (CADENT), as notas fiscais
      *          (CADNF), as parcelas (CADREC) e o movimento de
      *          pontos de fidelidade (CADPTS.LOG). Cada emissao fica
      *          registrada em CADLGPD.LOG com operador e motivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SGP108.
      **************************************
      * RELATORIO DO TITULAR (LGPD)        *
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
       SELECT CADENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-PEDIDO
                    FILE STATUS  IS ST-ERRE.
       SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-CHAVE
                    FILE STATUS  IS ST-ERRNF.
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
       SELECT RELTITU ASSIGN TO "RELTITU.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRR.
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
      * CONFIRMACOES DE ENTREGA (MESMO LAYOUT DO SGP063).
       FD CADENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENT.DAT".
       01 REGENT.
                03 ENT-PEDIDO           PIC 9(05).
                03 ENT-SITUACAO         PIC X(10).
                03 ENT-DATA             PIC 9(08).
                03 ENT-RECEBEDOR        PIC X(30).
                03 ENT-MOTIVO           PIC X(30).
                03 ENT-OPERADOR         PIC X(10).
      *
      * NOTAS FISCAIS (MESMO LAYOUT DO SGP006).
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
                03 NF-CHAVE.
                       04 NF-FILIAL     PIC 9(02).
                       04 NF-NUMERO     PIC 9(06).
                03 NF-PEDIDO            PIC 9(05).
                03 NF-DATA              PIC 9(08).
                03 NF-CPF               PIC X(14).
                03 NF-NOME              PIC X(40).
                03 NF-LOGRADOURO        PIC X(40).
                03 NF-NUM               PIC X(13).
                03 NF-BAIRRO            PIC X(25).
                03 NF-CIDADE            PIC X(25).
                03 NF-UF                PIC X(02).
                03 NF-VALOR             PIC 9(08)V99.
                03 NF-IMPOSTO           PIC 9(08)V99.
                03 NF-IMP-TAB.
                       04 NF-IMP-LIN OCCURS 3 TIMES.
                          05 NFI-ALIQ      PIC 9(02)V99.
                          05 NFI-BASE      PIC 9(08)V99.
                          05 NFI-VALOR     PIC 9(08)V99.
                03 NF-FRETE             PIC 9(06)V99.
                03 NF-SITUACAO          PIC X(10).
                03 NF-DTCANC            PIC 9(08).
                03 NF-MOTIVO            PIC X(40).
                03 NF-OPECANC           PIC X(10).
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
      * REGISTRO DAS SOLICITACOES DO TITULAR (LGPD): RELATORIO
      * EMITIDO, ANONIMIZACAO FEITA OU RECUSADA (SGP108 E SGP109).
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
       FD RELTITU.
       01 LINHA-REL        PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRCL     PIC X(02) VALUE "00".
       77 ST-ERRPD     PIC X(02) VALUE "00".
       77 ST-ERRE      PIC X(02) VALUE "00".
       77 ST-ERRNF     PIC X(02) VALUE "00".
       77 ST-ERRO      PIC X(02) VALUE "00".
       77 ST-ERRPT     PIC X(02) VALUE "00".
       77 ST-ERRLG     PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-TEM-PED    PIC X(01) VALUE "N".
       77 W-TEM-ENT    PIC X(01) VALUE "N".
       77 W-TEM-NF     PIC X(01) VALUE "N".
       77 W-TEM-REC    PIC X(01) VALUE "N".
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-CPFSEL     PIC X(14) VALUE SPACES.
       77 W-MOTIVO     PIC X(40) VALUE SPACES.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-QTDCLI     PIC 9(06) VALUE ZEROS.
       77 W-QTDPED     PIC 9(06) VALUE ZEROS.
       77 W-QTDNF      PIC 9(06) VALUE ZEROS.
       77 W-QTDREC     PIC 9(06) VALUE ZEROS.
       77 W-QTDPTS     PIC 9(06) VALUE ZEROS.
       77 W-EDVAL      PIC ZZZZZZZ9,99.
      *----------------------------------------------------------------*
      *   LAYOUTS DO RELATORIO
       01 LINHA-TIT.
          03 FILLER        PIC X(40) VALUE
                            "*** DADOS PESSOAIS DO TITULAR (LGPD) ***".
          03 FILLER        PIC X(04) VALUE " EM ".
          03 TIT-DATA      PIC 9(08).
       01 LINHA-TIT2.
          03 FILLER        PIC X(16) VALUE "CPF/CNPJ      : ".
          03 TIT2-CPF      PIC X(14).
          03 FILLER        PIC X(12) VALUE "  OPERADOR: ".
          03 TIT2-OPER     PIC X(10).
       01 LINHA-TIT3.
          03 FILLER        PIC X(16) VALUE "MOTIVO        : ".
          03 TIT3-MOTIVO   PIC X(40).
       01 LINHA-SECAO.
          03 FILLER        PIC X(04) VALUE "=== ".
          03 SEC-NOME      PIC X(50).
       01 LINHA-CAMPO.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LC-ROTULO     PIC X(16).
          03 LC-VALOR      PIC X(60).
       01 LINHA-FONE.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(16) VALUE "TELEFONE      : ".
          03 FILLER        PIC X(01) VALUE "(".
          03 LF-DDD        PIC 9(02).
          03 FILLER        PIC X(02) VALUE ") ".
          03 LF-NUMERO     PIC 9(09).
          03 FILLER        PIC X(07) VALUE "  CEL (".
          03 LF-DDDCEL     PIC 9(02).
          03 FILLER        PIC X(02) VALUE ") ".
          03 LF-NUMCEL     PIC 9(09).
       01 LINHA-CONS.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(16) VALUE "CONSENTIMENTO : ".
          03 FILLER        PIC X(08) VALUE "E-MAIL: ".
          03 LCO-EMAIL     PIC X(01).
          03 FILLER        PIC X(08) VALUE "  FONE: ".
          03 LCO-FONE      PIC X(01).
          03 FILLER        PIC X(08) VALUE "  DATA: ".
          03 LCO-DATA      PIC 9(08).
       01 DET-PED.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETP-PEDIDO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETP-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETP-SIT      PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETP-VALOR    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(10) VALUE "  ENTREGA ".
          03 DETP-ENTREGA  PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETP-DTENT    PIC 9(08).
       01 DET-PEDEND1.
          03 FILLER        PIC X(12) VALUE "    ENDER.: ".
          03 DETE-LOGR     PIC X(40).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETE-NUM      PIC X(13).
       01 DET-PEDEND2.
          03 FILLER        PIC X(12) VALUE "            ".
          03 DETE-BAIRRO   PIC X(25).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETE-CIDADE   PIC X(25).
          03 FILLER        PIC X(01) VALUE "-".
          03 DETE-UF       PIC X(02).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETE-CEP      PIC 9(08).
       01 DET-ENT.
          03 FILLER        PIC X(12) VALUE "    CONFIR.:".
          03 DETC-SIT      PIC X(10).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETC-TEXTO    PIC X(30).
       01 DET-NF.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETN-NUMERO   PIC ZZZZZ9.
          03 FILLER        PIC X(05) VALUE " PED ".
          03 DETN-PEDIDO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETN-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETN-VALOR    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETN-SIT      PIC X(10).
       01 DET-NFNOME.
          03 FILLER        PIC X(12) VALUE "    NOME  : ".
          03 DETN-NOME     PIC X(40).
       01 DET-REC.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETR-PEDIDO   PIC ZZZZ9.
          03 FILLER        PIC X(01) VALUE "/".
          03 DETR-PARCELA  PIC 99.
          03 FILLER        PIC X(06) VALUE " VENC ".
          03 DETR-VENC     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-VALOR    PIC ZZZZZZZ9,99.
          03 FILLER        PIC X(06) VALUE " PAGO ".
          03 DETR-PAGO     PIC X(01).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-DTPAGTO  PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETR-VALPAGO  PIC ZZZZZZZ9,99.
       01 DET-PTS.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 DETT-DATA     PIC 9(08).
          03 FILLER        PIC X(01) VALUE SPACE.
          03 DETT-OPER     PIC X(10).
          03 FILLER        PIC X(05) VALUE " DOC ".
          03 DETT-DOC      PIC ZZZZZZZ9.
          03 FILLER        PIC X(08) VALUE " PONTOS ".
          03 DETT-PONTOS   PIC ZZZZZ9.
          03 FILLER        PIC X(07) VALUE " SALDO ".
          03 DETT-SALDO    PIC ZZZZZ9.
       01 LINHA-TOT.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 FILLER        PIC X(20) VALUE "REGISTROS LISTADOS: ".
          03 LT-QTD        PIC ZZZZZ9.
       01 LINHA-NADA.
          03 FILLER        PIC X(02) VALUE SPACES.
          03 LN-TEXTO      PIC X(50).
       01 LINHA-SEP.
          03 FILLER        PIC X(80) VALUE ALL "-".
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
              DISPLAY "OPERADOR : "
              ACCEPT W-OPERADOR.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
      *
      * OS DEMAIS ARQUIVOS SAO OPCIONAIS: O QUE NAO EXISTE NAO TEM
      * DADO DO TITULAR E A SECAO SAI VAZIA.
      *
           OPEN INPUT CADPED
           IF ST-ERRPD = "00"
               MOVE "S" TO W-TEM-PED.
           OPEN INPUT CADENT
           IF ST-ERRE = "00"
               MOVE "S" TO W-TEM-ENT.
           OPEN INPUT CADNF
           IF ST-ERRNF = "00"
               MOVE "S" TO W-TEM-NF.
           OPEN INPUT CADREC
           IF ST-ERRO = "00"
               MOVE "S" TO W-TEM-REC.
           OPEN OUTPUT RELTITU
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELTITU.TXT ***"
                 GO TO ROT-FIM.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.
       INC-001.
           DISPLAY "CPF/CNPJ DO TITULAR      : ".
           ACCEPT W-CPFSEL.
           IF W-CPFSEL = SPACES
                 DISPLAY "*** CPF INVALIDO ***"
                 GO TO INC-001.
       INC-002.
           DISPLAY "MOTIVO DA SOLICITACAO    : ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO = SPACES
                 DISPLAY "*** INFORME O MOTIVO ***"
                 GO TO INC-002.
           MOVE W-DATAHOJE TO TIT-DATA
           WRITE LINHA-REL FROM LINHA-TIT
           MOVE W-CPFSEL TO TIT2-CPF
           MOVE W-OPERADOR TO TIT2-OPER
           WRITE LINHA-REL FROM LINHA-TIT2
           MOVE W-MOTIVO TO TIT3-MOTIVO
           WRITE LINHA-REL FROM LINHA-TIT3
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * CADASTRO DO CLIENTE, CAMPO A CAMPO                 *
      *****************************************************
      *
       CLI-001.
           MOVE "CADASTRO DO CLIENTE (CADCLIENTE)" TO SEC-NOME
           WRITE LINHA-REL FROM LINHA-SECAO
           MOVE W-CPFSEL TO CPF-CLI
           READ CADCLIENTE KEY IS CPF-CLI
           IF ST-ERRCL NOT = "00"
                 MOVE "CPF NAO CONSTA DO CADASTRO DE CLIENTES"
                                                         TO LN-TEXTO
                 WRITE LINHA-REL FROM LINHA-NADA
                 GO TO CLI-FIM.
           MOVE 1 TO W-QTDCLI
           MOVE "NOME          : " TO LC-ROTULO
           MOVE NOME-CLI TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "RG            : " TO LC-ROTULO
           MOVE RG TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "ESTADO CIVIL  : " TO LC-ROTULO
           MOVE ESTADOCIVIL TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "CEP           : " TO LC-ROTULO
           MOVE CEP TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "LOGRADOURO    : " TO LC-ROTULO
           MOVE LOGRADOURO TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "NUMERO        : " TO LC-ROTULO
           MOVE NUM TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "COMPLEMENTO   : " TO LC-ROTULO
           MOVE COMPLE TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "BAIRRO        : " TO LC-ROTULO
           MOVE BAIRRO TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "CIDADE        : " TO LC-ROTULO
           MOVE CIDADE TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "UF            : " TO LC-ROTULO
           MOVE UF TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE DDD TO LF-DDD
           MOVE NUMERO TO LF-NUMERO
           MOVE DDD-CEL TO LF-DDDCEL
           MOVE NUMERO-CEL TO LF-NUMCEL
           WRITE LINHA-REL FROM LINHA-FONE
           MOVE "E-MAIL        : " TO LC-ROTULO
           MOVE EMAIL TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "SITUACAO      : " TO LC-ROTULO
           MOVE SITUACAO TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "TIPO PESSOA   : " TO LC-ROTULO
           MOVE CLI-TIPOPES TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           IF CLI-TIPOPES = "J"
                 MOVE "INSCR.ESTADUAL: " TO LC-ROTULO
                 MOVE CLI-IE TO LC-VALOR
                 WRITE LINHA-REL FROM LINHA-CAMPO
                 MOVE "RAZAO SOCIAL  : " TO LC-ROTULO
                 MOVE CLI-RAZAO TO LC-VALOR
                 WRITE LINHA-REL FROM LINHA-CAMPO.
           MOVE "LIMITE CREDITO: " TO LC-ROTULO
           MOVE CLI-LIMITE TO W-EDVAL
           MOVE W-EDVAL TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "PONTOS        : " TO LC-ROTULO
           MOVE CLI-PONTOS TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE "TABELA PRECO  : " TO LC-ROTULO
           MOVE CLI-TABPRECO TO LC-VALOR
           WRITE LINHA-REL FROM LINHA-CAMPO
           MOVE CLI-CONSEMAIL TO LCO-EMAIL
           MOVE CLI-CONSTEL TO LCO-FONE
           MOVE CLI-DTCONS TO LCO-DATA
           WRITE LINHA-REL FROM LINHA-CONS.
       CLI-FIM.
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * PEDIDOS PELA CHAVE ALTERNATIVA CPF, COM ENDERECO   *
      * DE ENTREGA E A CONFIRMACAO DO CADENT               *
      *****************************************************
      *
       PED-001.
           MOVE "PEDIDOS (CADPED) E ENTREGAS (CADENT)" TO SEC-NOME
           WRITE LINHA-REL FROM LINHA-SECAO
           IF W-TEM-PED = "N"
                 GO TO PED-FIM.
           MOVE W-CPFSEL TO CPF
           START CADPED KEY IS NOT LESS CPF INVALID KEY
                 GO TO PED-FIM.
       PED-010.
           READ CADPED NEXT
           IF ST-ERRPD NOT = "00"
                 GO TO PED-FIM.
           IF CPF NOT = W-CPFSEL
                 GO TO PED-FIM.
           ADD 1 TO W-QTDPED
           MOVE PEDIDO TO DETP-PEDIDO
           MOVE DATAPEDIDO TO DETP-DATA
           MOVE SITUACAO-PEDIDO TO DETP-SIT
           MOVE VALORPEDIDO TO DETP-VALOR
           MOVE PED-ENTREGA TO DETP-ENTREGA
           MOVE PED-DTENTREGA TO DETP-DTENT
           WRITE LINHA-REL FROM DET-PED
           IF PED-ELOGR NOT = SPACES
                 MOVE PED-ELOGR TO DETE-LOGR
                 MOVE PED-ENUM TO DETE-NUM
                 WRITE LINHA-REL FROM DET-PEDEND1
                 MOVE PED-EBAIRRO TO DETE-BAIRRO
                 MOVE PED-ECIDADE TO DETE-CIDADE
                 MOVE PED-EUF TO DETE-UF
                 MOVE PED-ECEP TO DETE-CEP
                 WRITE LINHA-REL FROM DET-PEDEND2.
           IF W-TEM-ENT = "N"
                 GO TO PED-010.
           MOVE PEDIDO TO ENT-PEDIDO
           READ CADENT
           IF ST-ERRE NOT = "00"
                 GO TO PED-010.
           MOVE ENT-SITUACAO TO DETC-SIT
           MOVE ENT-DATA TO DETC-DATA
           MOVE ENT-RECEBEDOR TO DETC-TEXTO
           IF ENT-MOTIVO NOT = SPACES
                 MOVE ENT-MOTIVO TO DETC-TEXTO.
           WRITE LINHA-REL FROM DET-ENT
           GO TO PED-010.
       PED-FIM.
           MOVE W-QTDPED TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * NOTAS FISCAIS - O CADNF NAO TEM CHAVE POR CPF, A   *
      * PASSAGEM E SEQUENCIAL PELO NUMERO DA NOTA          *
      *****************************************************
      *
       NF-001.
           MOVE "NOTAS FISCAIS (CADNF)" TO SEC-NOME
           WRITE LINHA-REL FROM LINHA-SECAO
           IF W-TEM-NF = "N"
                 GO TO NF-FIM.
           MOVE ZEROS TO NF-CHAVE
           START CADNF KEY IS NOT LESS NF-CHAVE INVALID KEY
                 GO TO NF-FIM.
       NF-010.
           READ CADNF NEXT
           IF ST-ERRNF NOT = "00"
                 GO TO NF-FIM.
           IF NF-CPF NOT = W-CPFSEL
                 GO TO NF-010.
           ADD 1 TO W-QTDNF
           MOVE NF-NUMERO TO DETN-NUMERO
           MOVE NF-PEDIDO TO DETN-PEDIDO
           MOVE NF-DATA TO DETN-DATA
           MOVE NF-VALOR TO DETN-VALOR
           MOVE NF-SITUACAO TO DETN-SIT
           WRITE LINHA-REL FROM DET-NF
           MOVE NF-NOME TO DETN-NOME
           WRITE LINHA-REL FROM DET-NFNOME
           MOVE NF-LOGRADOURO TO DETE-LOGR
           MOVE NF-NUM TO DETE-NUM
           WRITE LINHA-REL FROM DET-PEDEND1
           MOVE NF-BAIRRO TO DETE-BAIRRO
           MOVE NF-CIDADE TO DETE-CIDADE
           MOVE NF-UF TO DETE-UF
           MOVE ZEROS TO DETE-CEP
           WRITE LINHA-REL FROM DET-PEDEND2
           GO TO NF-010.
       NF-FIM.
           MOVE W-QTDNF TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * PARCELAS PELA CHAVE ALTERNATIVA REC-CPF            *
      *****************************************************
      *
       REC-001.
           MOVE "PARCELAS (CADREC)" TO SEC-NOME
           WRITE LINHA-REL FROM LINHA-SECAO
           IF W-TEM-REC = "N"
                 GO TO REC-FIM.
           MOVE W-CPFSEL TO REC-CPF
           START CADREC KEY IS NOT LESS REC-CPF INVALID KEY
                 GO TO REC-FIM.
       REC-010.
           READ CADREC NEXT
           IF ST-ERRO NOT = "00"
                 GO TO REC-FIM.
           IF REC-CPF NOT = W-CPFSEL
                 GO TO REC-FIM.
           ADD 1 TO W-QTDREC
           MOVE REC-PEDIDO TO DETR-PEDIDO
           MOVE REC-PARCELA TO DETR-PARCELA
           MOVE REC-VENCIMENTO TO DETR-VENC
           MOVE REC-VALOR TO DETR-VALOR
           MOVE REC-PAGO TO DETR-PAGO
           MOVE REC-DTPAGTO TO DETR-DTPAGTO
           MOVE REC-VALPAGO TO DETR-VALPAGO
           WRITE LINHA-REL FROM DET-REC
           GO TO REC-010.
       REC-FIM.
           MOVE W-QTDREC TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           WRITE LINHA-REL FROM LINHA-SEP.
      *
      *****************************************************
      * MOVIMENTO DE PONTOS DE FIDELIDADE DO CPF           *
      *****************************************************
      *
       PTS-001.
           MOVE "PONTOS DE FIDELIDADE (CADPTS.LOG)" TO SEC-NOME
           WRITE LINHA-REL FROM LINHA-SECAO
           OPEN INPUT CADPTS
           IF ST-ERRPT NOT = "00"
                 GO TO PTS-FIM.
       PTS-010.
           READ CADPTS
           IF ST-ERRPT NOT = "00"
                 CLOSE CADPTS
                 GO TO PTS-FIM.
           IF P-CPF NOT = W-CPFSEL
                 GO TO PTS-010.
           ADD 1 TO W-QTDPTS
           MOVE P-DATA TO DETT-DATA
           MOVE P-OPERACAO TO DETT-OPER
           MOVE P-DOCUMENTO TO DETT-DOC
           MOVE P-PONTOS TO DETT-PONTOS
           MOVE P-SALDO TO DETT-SALDO
           WRITE LINHA-REL FROM DET-PTS
           GO TO PTS-010.
       PTS-FIM.
           MOVE W-QTDPTS TO LT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           WRITE LINHA-REL FROM LINHA-SEP.
           PERFORM GRA-LOG THRU GRA-LOG-FIM.
           GO TO ROT-FIM.
      *
      *****************************************************
      * REGISTRA A EMISSAO NO CADLGPD.LOG                  *
      *****************************************************
      *
       GRA-LOG.
           OPEN EXTEND CADLGPD
           IF ST-ERRLG = "30" OR "35"
              OPEN OUTPUT CADLGPD
              CLOSE CADLGPD
              OPEN EXTEND CADLGPD.
           IF ST-ERRLG NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADLGPD.LOG ***"
              GO TO GRA-LOG-FIM.
           ACCEPT LG-DATA FROM DATE YYYYMMDD
           ACCEPT LG-HORA FROM TIME
           MOVE W-OPERADOR TO LG-OPERADOR
           MOVE "RELATORIO" TO LG-OPERACAO
           MOVE W-CPFSEL TO LG-CPF
           MOVE W-MOTIVO TO LG-MOTIVO
           WRITE REGLGPD
           CLOSE CADLGPD.
       GRA-LOG-FIM.
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
                IF W-TEM-ENT = "S"
                   CLOSE CADENT.
                IF W-TEM-NF = "S"
                   CLOSE CADNF.
                IF W-TEM-REC = "S"
                   CLOSE CADREC.
                IF ST-ERRR = "00"
                   CLOSE RELTITU.
                DISPLAY "*** RELATORIO DO TITULAR EM RELTITU.TXT ***"
                DISPLAY "CADASTRO       : " W-QTDCLI
                DISPLAY "PEDIDOS        : " W-QTDPED
                DISPLAY "NOTAS FISCAIS  : " W-QTDNF
                DISPLAY "PARCELAS       : " W-QTDREC
                DISPLAY "MOVTO. PONTOS  : " W-QTDPTS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
                STOP RUN.
      *
      *------------------*** FIM DE PROGRAMA ***-----------------------*
