      *          catalogo), tira numeros do CTLPED, baixa o estoque
      *          com movimento no kardex e grava CADPED/CADITEM;
      *          linhas recusadas vao para PEDREJ.TXT com codigo de
      *          motivo, com contadores nos moldes do SGP004. Cada
      *          arquivo fica registrado no CADCARGA.DAT (contagem,
      *          hash e data): arquivo ja processado so roda de novo
      *          forcado pelo supervisor, e a carga interrompida
      *          retoma depois do ultimo pedido gravado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT PEDREJ ASSIGN TO "PEDREJ.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRJ.
       SELECT CADCGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CGA-CHAVE
                    FILE STATUS  IS ST-ERRCG.
       SELECT CADPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       SELECT CADMOV ASSIGN TO "CADPRO.MOV"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRM.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRFI.
       SELECT CADMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MES-ANOMES
                    FILE STATUS  IS ST-ERRMS.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 REJ-LINHA         PIC X(53).
                03 REJ-MOTIVO        PIC X(02).
      *
      * CONTROLE DOS ARQUIVOS DE ENTRADA DAS CARGAS EM LOTE (SGP030
      * E SGP046): UM REGISTRO POR ARQUIVO, IDENTIFICADO PELO
      * PROGRAMA, PELO PRIMEIRO REGISTRO, PELA CONTAGEM E PELO HASH.
      * CGA-ULTREG E O ULTIMO REGISTRO JA EFETIVADO (PONTO DE
      * RETOMADA ENQUANTO A SITUACAO E "ANDAMENTO").
       FD CADCGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCARGA.DAT".
       01 REGCGA.
                03 CGA-CHAVE.
                       04 CGA-PROGRAMA  PIC X(06).
                       04 CGA-IDENT     PIC X(40).
                       04 CGA-QTDREG    PIC 9(06).
                       04 CGA-HASH      PIC 9(13)V99.
                03 CGA-ARQUIVO          PIC X(12).
                03 CGA-DATA             PIC 9(08).
                03 CGA-HORA             PIC 9(08).
                03 CGA-DTFIM            PIC 9(08).
                03 CGA-SITUACAO         PIC X(10).
                03 CGA-ULTREG           PIC 9(06).
                03 CGA-PROC             PIC 9(06).
                03 CGA-PULADOS          PIC 9(06).
                03 CGA-REJ              PIC 9(06).
                03 CGA-FORCADO          PIC 9(02).
                03 CGA-OPERADOR         PIC X(10).
      *
      * CABECALHO DO PEDIDO (MESMO LAYOUT DO SGP006).
       FD CADPED
               LABEL RECORD IS STANDARD
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
      * PENDENCIAS DE ESTOQUE (MESMO LAYOUT DO SGP006).
       FD CADBACK
                03 CPG-AJTIPO        PIC X(01).
      *
      * SALDO DE ESTOQUE POR DEPOSITO (MESMO LAYOUT DO SGP006): A
      * VENDA DAQUI SAI DO DEPOSITO DA FILIAL (W-DEPFIL, PADRAO 1).
       FD CADDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDEP.DAT".
                03 M-DEPOSITO        PIC 9(02).
                03 M-LOTE            PIC X(10).
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
      * FILIAIS (MESMO LAYOUT DO SGP111): DEPOSITO PADRAO DA FILIAL.
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
       77 ST-ERRA      PIC X(02) VALUE "00".
       77 W-ST-CTL     PIC X(02) VALUE "00".
       77 ST-ERRP      PIC X(02) VALUE "00".
       77 ST-ERRCL     PIC X(02) VALUE "00".
      *----------------------------------------------------------------*
      *   FILIAL DA SESSAO E DEPOSITO PADRAO DELA
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 W-DEPFIL     PIC 9(02) VALUE 1.
       77 ST-ERRB      PIC X(02) VALUE "00".
       77 ST-ERRM      PIC X(02) VALUE "00".
       77 W-FIM        PIC X(01) VALUE "N".
       77 W-VALORTOT   PIC 9(08)V99 VALUE ZEROS.
       77 W-VALITEM    PIC 9(08)V99 VALUE ZEROS.
       77 W-MOV-SAI    PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CONTROLE DO ARQUIVO (CADCARGA): CONTAGEM, HASH (SOMA DAS
      *   QUANTIDADES) E PRIMEIRA LINHA DO PEDIDOS.TXT, PONTO DE
      *   RETOMADA E LINHAS PULADAS POR JA TEREM SIDO EFETIVADAS
       77 ST-ERRCG     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-CGA-OK     PIC X(01) VALUE "N".
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-OPERADOR   PIC X(10) VALUE "LOTE".
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-QTDARQ     PIC 9(06) VALUE ZEROS.
       77 W-HASHARQ    PIC 9(13)V99 VALUE ZEROS.
       77 W-IDENTARQ   PIC X(40) VALUE SPACES.
       77 W-RETOMA     PIC 9(06) VALUE ZEROS.
       77 W-CHKLIN     PIC 9(06) VALUE ZEROS.
       77 W-PULADOS    PIC 9(06) VALUE ZEROS.
       77 W-PROC       PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-000.
      *
      * FILIAL DOS PEDIDOS GERADOS: A DA SESSAO DE QUEM RODA A
      * CARGA (SEM SESSAO, A 01); O ESTOQUE SAI DO DEPOSITO
      * PADRAO DELA NO CADFIL (SEM ELE, DEPOSITO 1).
      *
           OPEN INPUT SESSAO
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-FILIAL TO W-FILIAL
                 MOVE SES-NIVEL TO W-NIVEL
                 MOVE SES-OPERADOR TO W-OPERADOR.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
           OPEN INPUT CADFIL
           IF ST-ERRFI = "00"
              MOVE W-FILIAL TO FIL-CODIGO
              READ CADFIL
              IF ST-ERRFI = "00" AND FIL-DEPOSITO NOT = ZEROS
                 MOVE FIL-DEPOSITO TO W-DEPFIL.
           IF ST-ERRFI NOT = "30" AND "35"
              CLOSE CADFIL.
      *
      * OS PEDIDOS DA CARGA NASCEM COM A DATA DE HOJE: COM O MES
      * FECHADO NO CADMES A CARGA NEM COMECA (O ARQUIVO FICA INTEIRO
      * PARA RODAR DEPOIS).
      *
           ACCEPT W-DTMES FROM DATE YYYYMMDD
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 DISPLAY "*** MES FECHADO - CARGA RECUSADA ***"
                 GO TO ROT-FIMS.
           OPEN INPUT ARQPED
           IF ST-ERRA NOT = "00"
                 DISPLAY "*** ARQUIVO PEDIDOS.TXT NAO ENCONTRADO ***"
                 GO TO ROT-FIMS.
           PERFORM CTL-ARQ THRU CTL-ARQ-FIM
           IF W-CGA-OK NOT = "S"
                 GO TO ROT-FIMS.
      *
      * NA RETOMADA AS RECUSAS DA EXECUCAO INTERROMPIDA FICAM NO
      * PEDREJ.TXT E AS NOVAS VAO NO FIM DELE.
      *
           IF W-RETOMA NOT = ZEROS
                 OPEN EXTEND PEDREJ
           ELSE
                 OPEN OUTPUT PEDREJ.
           IF ST-ERRJ = "35"
                 OPEN OUTPUT PEDREJ.
           IF ST-ERRJ NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO PEDREJ.TXT ***"
                 CLOSE ARQPED CADCGA
                 GO TO ROT-FIMS.
           OPEN I-O CADPED
           IF ST-ERRO NOT = "00"
                      OPEN I-O CADPED
                   ELSE
                      DISPLAY "*** ERRO NA ABERTURA DO CADPED ***"
                      CLOSE ARQPED PEDREJ CADCGA
                      GO TO ROT-FIMS.
           OPEN I-O CADITEM
           IF ST-ERRI NOT = "00"
           OPEN I-O CADPRO
           IF ST-ERRP NOT = "00"
                 DISPLAY "*** ARQUIVO CADPRO.DAT NAO ENCONTRADO ***"
                 CLOSE ARQPED PEDREJ CADPED CADITEM CTLPED CADCGA
                 GO TO ROT-FIMS.
           OPEN INPUT CADCLIENTE
           IF ST-ERRCL NOT = "00"
                 DISPLAY "*** ARQUIVO CADCLIENTE NAO ENCONTRADO ***"
                 CLOSE ARQPED PEDREJ CADPED CADITEM CTLPED CADPRO
                 CLOSE CADCGA
                 GO TO ROT-FIMS.
           OPEN I-O CADBACK
           IF ST-ERRB NOT = "00"
       INC-001.
                PERFORM LER-ENT THRU LER-ENT-FIM
                        UNTIL W-FIM = "S".
                MOVE W-LIDOS TO W-CHKLIN
                PERFORM FEC-GRUPO THRU FEC-GRUPO-FIM.
                GO TO ROT-FIM.
      *
                      MOVE "S" TO W-FIM
                      GO TO LER-ENT-FIM.
                ADD 1 TO W-LIDOS
                IF W-LIDOS NOT > W-RETOMA
                      ADD 1 TO W-PULADOS
                      GO TO LER-ENT-FIM.
                IF ENT-CPF NOT = W-CPF-GRUPO
                      COMPUTE W-CHKLIN = W-LIDOS - 1
                      PERFORM FEC-GRUPO THRU FEC-GRUPO-FIM
                      PERFORM ABR-GRUPO THRU ABR-GRUPO-FIM.
                IF W-CLI-OK = "N"
      **********************************************
      * FECHA O GRUPO CORRENTE: TIRA O NUMERO DO    *
      * CTLPED, GRAVA CABECALHO, ITENS, PENDENCIAS, *
      * BAIXA O ESTOQUE E REGISTRA OS MOVIMENTOS.   *
      * NO FIM, COM O PEDIDO EFETIVADO (OU O GRUPO  *
      * TODO RECUSADO), MARCA NO CADCARGA A ULTIMA  *
      * LINHA DO GRUPO COMO PONTO DE RETOMADA       *
      **********************************************
      *
       FEC-GRUPO.
                IF W-QTDITENS = ZEROS
                      GO TO FEC-GRUPO-090.
                ADD 1 TO CTL-ULTPEDIDO
                MOVE CTL-ULTPEDIDO TO PEDIDO
                CLOSE CTLPED
                MOVE W-ENTREGA-G TO PED-ENTREGA
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
                IF ST-ERRO NOT = "00" AND "02"
                      DISPLAY "*** ERRO NA GRAVACAO DO PEDIDO *** "
                PERFORM GRA-BACK THRU GRA-BACK-FIM
                PERFORM DEC-ESTOQUE THRU DEC-ESTOQUE-FIM.
       FEC-GRUPO-090.
                MOVE ZEROS TO W-QTDITENS
                PERFORM GRA-CHK THRU GRA-CHK-FIM.
       FEC-GRUPO-FIM.
                EXIT.
      *
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
       GRA-MOV-FIM.
                EXIT.
      *
      ***************************************************
      * CONTROLE DO ARQUIVO DE ENTRADA: UMA PASSAGEM     *
      * PREVIA CONTA AS LINHAS, SOMA AS QUANTIDADES      *
      * (HASH) E GUARDA A PRIMEIRA LINHA; COM ISSO O     *
      * ARQUIVO E PROCURADO NO CADCARGA. NOVO: REGISTRA  *
      * E PROCESSA. INTERROMPIDO: RETOMA DEPOIS DA       *
      * ULTIMA LINHA EFETIVADA. JA PROCESSADO: SO RODA   *
      * DE NOVO SE O SUPERVISOR (NIVEL 2) FORCAR         *
      ***************************************************
      *
       CTL-ARQ.
                MOVE "N" TO W-CGA-OK
                MOVE ZEROS TO W-QTDARQ
                MOVE ZEROS TO W-HASHARQ
                MOVE SPACES TO W-IDENTARQ.
       CTL-ARQ-010.
                READ ARQPED
                   AT END
                      GO TO CTL-ARQ-020.
                ADD 1 TO W-QTDARQ
                IF W-QTDARQ = 1
                      MOVE REGENT TO W-IDENTARQ.
                IF ENT-QUANTIDADE NUMERIC
                      ADD ENT-QUANTIDADE TO W-HASHARQ.
                GO TO CTL-ARQ-010.
       CTL-ARQ-020.
                CLOSE ARQPED
                IF W-QTDARQ = ZEROS
                      DISPLAY "*** ARQUIVO PEDIDOS.TXT VAZIO ***"
                      GO TO CTL-ARQ-FIM.
                OPEN INPUT ARQPED
                OPEN I-O CADCGA
                IF ST-ERRCG = "30" OR "35"
                      OPEN OUTPUT CADCGA
                      CLOSE CADCGA
                      OPEN I-O CADCGA.
                IF ST-ERRCG NOT = "00"
                      DISPLAY "*** ERRO NA ABERTURA DO CADCARGA ***"
                      CLOSE ARQPED
                      GO TO CTL-ARQ-FIM.
                MOVE "SGP030" TO CGA-PROGRAMA
                MOVE W-IDENTARQ TO CGA-IDENT
                MOVE W-QTDARQ TO CGA-QTDREG
                MOVE W-HASHARQ TO CGA-HASH
                READ CADCGA
                IF ST-ERRCG = "23"
                      MOVE ZEROS TO CGA-FORCADO
                      PERFORM ABR-CGA THRU ABR-CGA-FIM
                      WRITE REGCGA
                      GO TO CTL-ARQ-080.
                IF ST-ERRCG NOT = "00"
                      DISPLAY "*** ERRO NA LEITURA DO CADCARGA ***"
                      GO TO CTL-ARQ-090.
                IF CGA-SITUACAO = "ANDAMENTO"
                      MOVE CGA-ULTREG TO W-RETOMA
                      DISPLAY "*** CARGA INTERROMPIDA - RETOMADA APOS A"
                              " LINHA " W-RETOMA " ***"
                      MOVE "S" TO W-CGA-OK
                      GO TO CTL-ARQ-FIM.
                DISPLAY "*** PEDIDOS.TXT JA PROCESSADO EM " CGA-DTFIM
                        " ***"
                IF W-NIVEL < 2
                      DISPLAY "*** SO O SUPERVISOR PODE FORCAR ***"
                      GO TO CTL-ARQ-090.
                DISPLAY "FORCAR NOVO PROCESSAMENTO (S/N) : ".
                ACCEPT W-OPCAO.
                IF W-OPCAO NOT = "S" AND "s"
                      GO TO CTL-ARQ-090.
                ADD 1 TO CGA-FORCADO
                PERFORM ABR-CGA THRU ABR-CGA-FIM
                REWRITE REGCGA.
       CTL-ARQ-080.
                IF ST-ERRCG NOT = "00" AND "02"
                      DISPLAY "*** ERRO NA GRAVACAO DO CADCARGA ***"
                      GO TO CTL-ARQ-090.
                MOVE "S" TO W-CGA-OK
                GO TO CTL-ARQ-FIM.
       CTL-ARQ-090.
                CLOSE ARQPED CADCGA.
       CTL-ARQ-FIM.
                EXIT.
      *
       ABR-CGA.
                MOVE "PEDIDOS.TXT" TO CGA-ARQUIVO
                ACCEPT CGA-DATA FROM DATE YYYYMMDD
                ACCEPT CGA-HORA FROM TIME
                MOVE ZEROS TO CGA-DTFIM
                MOVE "ANDAMENTO" TO CGA-SITUACAO
                MOVE ZEROS TO CGA-ULTREG
                MOVE ZEROS TO CGA-PROC
                MOVE ZEROS TO CGA-PULADOS
                MOVE ZEROS TO CGA-REJ
                MOVE W-OPERADOR TO CGA-OPERADOR.
       ABR-CGA-FIM.
                EXIT.
      *
      *********************************************
      * PONTO DE RETOMADA: ULTIMA LINHA DO ARQUIVO *
      * JA EFETIVADA (W-CHKLIN)                    *
      *********************************************
      *
       GRA-CHK.
                IF W-CHKLIN NOT > CGA-ULTREG
                   GO TO GRA-CHK-FIM.
                MOVE W-CHKLIN TO CGA-ULTREG
                REWRITE REGCGA.
       GRA-CHK-FIM.
                EXIT.
      *
      *********************************************
      * ARQUIVO TODO PROCESSADO: FECHA O REGISTRO  *
      * DO CADCARGA COM A DATA E OS CONTADORES     *
      *********************************************
      *
       FIM-CGA.
                ACCEPT CGA-DTFIM FROM DATE YYYYMMDD
                MOVE "CONCLUIDO" TO CGA-SITUACAO
                MOVE W-LIDOS TO CGA-ULTREG
                MOVE W-PROC TO CGA-PROC
                MOVE W-PULADOS TO CGA-PULADOS
                MOVE W-REJ TO CGA-REJ
                REWRITE REGCGA
                CLOSE CADCGA.
       FIM-CGA-FIM.
                EXIT.
      *
      *********************************************
      * GRAVA A LINHA RECUSADA COM O MOTIVO        *
      *********************************************
       GRA-REJ-FIM.
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
      *
       ROT-FIM.
                COMPUTE W-PROC = W-LIDOS - W-PULADOS - W-REJ
                PERFORM FIM-CGA THRU FIM-CGA-FIM
                CLOSE ARQPED PEDREJ
                CLOSE CADPED CADITEM CTLPED CADPRO CADCLIENTE CADBACK
                CLOSE CADDEP CADLOT
                DISPLAY "LINHAS LIDAS           : " W-LIDOS
                DISPLAY "PEDIDOS GERADOS         : " W-PEDIDOS
                DISPLAY "ITENS GRAVADOS          : " W-ITENS-GRAV
                DISPLAY "LINHAS PROCESSADAS      : " W-PROC
                DISPLAY "PULADAS (JA EFETIVADAS) : " W-PULADOS
                DISPLAY "LINHAS REJEITADAS       : " W-REJ.
       ROT-FIMS.
                EXIT PROGRAM.
