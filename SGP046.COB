      *          devolvido pelo banco (registros fixos de 240
      *          posicoes), baixa no CADREC.DAT as parcelas pagas
      *          (mesma baixa que o SGP021 faz na mao, com o
      *          recebimento lancado no livro caixa CADCXA.LOG, na
      *          conta do banco cobrador informada no inicio) e
      *          imprime em RELRETOR.TXT o que foi baixado, o que
      *          nao foi achado e o que veio com valor divergente.
      *          Cada retorno fica registrado no CADCARGA.DAT (mesmo
      *          controle do SGP030): retorno ja processado so roda
      *          de novo forcado pelo supervisor, e o processamento
      *          interrompido retoma depois do ultimo registro
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT CADCXA ASSIGN TO "CADCXA.LOG"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRX.
       SELECT CADCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRCT.
       SELECT SESSAO ASSIGN TO "SESSAO.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRS.
       SELECT CADPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-CHAVE
                    FILE STATUS  IS ST-ERRPE.
       SELECT NEGATIV ASSIGN TO "NEGATIV.TXT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRNG.
       SELECT CADCGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CGA-CHAVE
                    FILE STATUS  IS ST-ERRCG.
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
      * ARQUIVO DE RETORNO DO BANCO - REGISTROS DE 240 POSICOES NO
      * LAYOUT FIXO COMBINADO COM O BANCO (MESMO ESQUEMA DA REMESSA
                03 CX-PARCELA        PIC 9(02).
                03 CX-ENTRADA        PIC 9(08)V99.
                03 CX-SAIDA          PIC 9(08)V99.
                03 CX-CONTA          PIC 9(02).
                03 CX-FILIAL         PIC 9(02).
      *
      * CONTAS FINANCEIRAS (MESMO LAYOUT DO SGP090): A CONTA DO BANCO
      * COBRADOR TEM QUE SER DE BANCO. SEM O CADCTA VALE O CODIGO.
       FD CADCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCTA.DAT".
       01 REGCTA.
                03 CTA-CODIGO        PIC 9(02).
                03 CTA-DESCRICAO     PIC X(20).
                03 CTA-TIPO          PIC X(01).
      *
      * SESSAO DO OPERADOR AUTENTICADO NO SGP013 (MESMO LAYOUT).
       FD SESSAO.
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * PERDAS (MESMO LAYOUT DO SGP099).
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
      * CONTROLE DOS ARQUIVOS DE ENTRADA DAS CARGAS EM LOTE (MESMO
      * LAYOUT DO SGP030).
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
       77 ST-ERRX      PIC X(02) VALUE "00".
       77 ST-ERRS      PIC X(02) VALUE "00".
       77 W-OPERADOR   PIC X(10) VALUE "BANCO".
       77 W-FILIAL     PIC 9(02) VALUE 1.
       77 ST-ERRCT     PIC X(02) VALUE "00".
       77 W-CONTA      PIC 9(02) VALUE ZEROS.
       77 W-TEM-CTA    PIC X(01) VALUE "N".
       77 W-LIDOS      PIC 9(06) VALUE ZEROS.
       77 W-BAIXADAS   PIC 9(06) VALUE ZEROS.
       77 W-NAOACHOU   PIC 9(06) VALUE ZEROS.
      *   DO RETORNO E CONFERIDO
       77 W-SALDOP     PIC 9(08)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   PARCELA BAIXADA COMO PERDA (SGP099) PAGA NO BANCO: A PERDA
      *   FICA RECUPERADA NO CADPER (OPCIONAL) E A EXCLUSAO DA
      *   NEGATIVACAO SAI NO NEGATIV.TXT
       77 ST-ERRPE     PIC X(02) VALUE "00".
       77 ST-ERRNG     PIC X(02) VALUE "00".
       77 W-TEM-PER    PIC X(01) VALUE "N".
       77 W-PAGOANT    PIC X(01) VALUE SPACES.
       77 W-RECUPER    PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   CONTROLE DO ARQUIVO (CADCARGA): CONTAGEM, HASH (SOMA DOS
      *   VALORES DOS DETALHES) E PRIMEIRO REGISTRO DO RETORNO, PONTO
      *   DE RETOMADA (W-NREG CONTA TODOS OS REGISTROS DO ARQUIVO) E
      *   DETALHES PULADOS POR JA TEREM SIDO EFETIVADOS
       77 ST-ERRCG     PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 W-DTMES      PIC 9(08) VALUE ZEROS.
       77 W-MESOK      PIC X(01) VALUE "S".
       77 W-MESFEC     PIC 9(06) VALUE ZEROS.
       77 W-CGA-OK     PIC X(01) VALUE "N".
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-QTDARQ     PIC 9(06) VALUE ZEROS.
       77 W-HASHARQ    PIC 9(13)V99 VALUE ZEROS.
       77 W-IDENTARQ   PIC X(40) VALUE SPACES.
       77 W-RETOMA     PIC 9(06) VALUE ZEROS.
       77 W-NREG       PIC 9(06) VALUE ZEROS.
       77 W-CHKLIN     PIC 9(06) VALUE ZEROS.
       77 W-PULADOS    PIC 9(06) VALUE ZEROS.
       77 W-ERRBAIXA   PIC 9(06) VALUE ZEROS.
       77 W-RECUSADOS  PIC 9(06) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   VISAO DO REGISTRO DE DETALHE DO RETORNO
       01 RET-DETALHE.
          03 RET-TIPO      PIC X(01).
           IF ST-ERRS = "00"
              READ SESSAO
              IF ST-ERRS = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-NIVEL TO W-NIVEL
                 MOVE SES-FILIAL TO W-FILIAL.
           IF ST-ERRS NOT = "30" AND "35"
              CLOSE SESSAO.
           IF W-FILIAL = ZEROS
              MOVE 1 TO W-FILIAL.
      *
      * O LIVRO CAIXA RECEBE OS LANCAMENTOS COM A DATA DE HOJE: COM
      * O MES FECHADO NO CADMES O RETORNO NEM COMECA.
      *
           ACCEPT W-DTMES FROM DATE YYYYMMDD
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 DISPLAY "*** MES FECHADO - RETORNO RECUSADO ***"
                 GO TO ROT-FIMS.
           OPEN I-O CADREC
           IF ST-ERRO NOT = "00"
                 DISPLAY "*** ARQUIVO CADREC.DAT NAO ENCONTRADO ***"
                 DISPLAY "*** ARQUIVO RETORNO.TXT NAO ENCONTRADO ***"
                 CLOSE CADREC
                 GO TO ROT-FIMS.
           PERFORM CTL-ARQ THRU CTL-ARQ-FIM
           IF W-CGA-OK NOT = "S"
                 CLOSE CADREC
                 GO TO ROT-FIMS.
      *
      * NA RETOMADA O RELATORIO DA EXECUCAO INTERROMPIDA FICA NO
      * RELRETOR.TXT E O RESTANTE VAI NO FIM DELE.
      *
           IF W-RETOMA NOT = ZEROS
                 OPEN EXTEND RELRETOR
           ELSE
                 OPEN OUTPUT RELRETOR.
           IF ST-ERRR = "35"
                 OPEN OUTPUT RELRETOR.
           IF ST-ERRR NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO RELRETOR.TXT ***"
                 CLOSE CADREC RETORNO CADCGA
                 GO TO ROT-FIMS.
      *
      * O RECEBIMENTO ENTRA NO CAIXA NA CONTA DO BANCO COBRADOR.
      *
           OPEN INPUT CADCTA
           IF ST-ERRCT = "00"
                 MOVE "S" TO W-TEM-CTA
           ELSE
                 MOVE "N" TO W-TEM-CTA.
           OPEN I-O CADPER
           IF ST-ERRPE = "00"
                 MOVE "S" TO W-TEM-PER
           ELSE
                 MOVE "N" TO W-TEM-PER.
       INC-000B.
           DISPLAY "CONTA DO BANCO COBRADOR : ".
           ACCEPT W-CONTA.
           IF W-CONTA = ZEROS
                 DISPLAY "*** CONTA INVALIDA ***"
                 GO TO INC-000B.
           IF W-TEM-CTA = "N"
                 GO TO INC-000C.
           MOVE W-CONTA TO CTA-CODIGO
           READ CADCTA
           IF ST-ERRCT NOT = "00"
                 DISPLAY "*** CONTA NAO CADASTRADA NO CADCTA ***"
                 GO TO INC-000B.
           IF CTA-TIPO NOT = "B"
                 DISPLAY "*** A CONTA NAO E DE BANCO ***"
                 GO TO INC-000B.
       INC-000C.
           ACCEPT TIT-DATA FROM DATE YYYYMMDD
           WRITE LINHA-REL FROM LINHA-TIT.
      *
      * PROCURA A PARCELA NO CADREC; ACHANDO COM O MESMO   *
      * VALOR, BAIXA E LANCA NO CAIXA; VALOR DIFERENTE SO  *
      * APONTA NO RELATORIO (A BAIXA FICA PARA O SGP021,   *
      * ONDE O OPERADOR DECIDE); NAO ACHANDO, APONTA. A    *
      * CADA VOLTA O REGISTRO ANTERIOR, JA TRATADO, VIRA O *
      * PONTO DE RETOMADA NO CADCARGA; NA RETOMADA OS      *
      * REGISTROS ATE ELE SO SAO PULADOS                   *
      *****************************************************
      *
       INC-001.
           MOVE W-NREG TO W-CHKLIN
           PERFORM GRA-CHK THRU GRA-CHK-FIM
           READ RETORNO
              AT END
                 GO TO INC-FIM.
           ADD 1 TO W-NREG
           MOVE LINHA-RET TO RET-DETALHE
           IF RET-TIPO NOT = "1"
                 GO TO INC-001.
           IF W-NREG NOT > W-RETOMA
                 ADD 1 TO W-PULADOS
                 GO TO INC-001.
           ADD 1 TO W-LIDOS
           MOVE RET-PEDIDO TO DETR-PEDIDO
           MOVE RET-PARCELA TO DETR-PARCELA
                 MOVE "NAO ENCONTRADA" TO DETR-SITU
                 WRITE LINHA-REL FROM DET-REL
                 GO TO INC-001.
           IF REC-PAGO = "C"
                 ADD 1 TO W-JAPAGAS
                 MOVE "PARCELA CANCELADA" TO DETR-SITU
                 WRITE LINHA-REL FROM DET-REL
                 GO TO INC-001.
           IF REC-PAGO = "R"
                 ADD 1 TO W-JAPAGAS
                 MOVE "PARCELA RENEGOCIADA" TO DETR-SITU
                 WRITE LINHA-REL FROM DET-REL
                 GO TO INC-001.
           IF REC-PAGO = "S"
                 ADD 1 TO W-JAPAGAS
                 MOVE "JA ESTAVA BAIXADA" TO DETR-SITU
                 MOVE "VALOR DIVERGENTE" TO DETR-SITU
                 WRITE LINHA-REL FROM DET-REL
                 GO TO INC-001.
      *
      * PAGAMENTO COM DATA NUM MES FECHADO NO CADMES NAO E BAIXADO
      * AQUI: FICA NO RELATORIO PARA O SUPERVISOR DECIDIR.
      *
           MOVE RET-DTPAGTO TO W-DTMES
           PERFORM CHK-MES THRU CHK-MES-FIM
           IF W-MESOK = "N"
                 ADD 1 TO W-MESFEC
                 MOVE "PAGTO EM MES FECHADO" TO DETR-SITU
                 WRITE LINHA-REL FROM DET-REL
                 GO TO INC-001.
       INC-002.
           MOVE REC-PAGO TO W-PAGOANT
           MOVE "S" TO REC-PAGO
           MOVE REC-VALOR TO REC-VALPAGO
           MOVE RET-DTPAGTO TO REC-DTPAGTO
           REWRITE REGREC
           IF ST-ERRO NOT = "00" AND "02"
                 ADD 1 TO W-ERRBAIXA
                 MOVE "ERRO NA BAIXA" TO DETR-SITU
                 WRITE LINHA-REL FROM DET-REL
                 GO TO INC-001.
           ADD 1 TO W-BAIXADAS
           ADD W-SALDOP TO W-TOTBAIXA
           MOVE "BAIXADA" TO DETR-SITU
           IF W-PAGOANT = "P"
                 PERFORM REC-PER THRU REC-PER-FIM
                 ADD 1 TO W-RECUPER
                 MOVE "BAIXADA - PERDA RECUP." TO DETR-SITU.
           WRITE LINHA-REL FROM DET-REL
           GO TO INC-001.
      *
           MOVE "JA ESTAVAM BAIXADAS   : " TO TOTR-ROTULO
           MOVE W-JAPAGAS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "PERDAS RECUPERADAS    : " TO TOTR-ROTULO
           MOVE W-RECUPER TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "PAGTO EM MES FECHADO  : " TO TOTR-ROTULO
           MOVE W-MESFEC TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
      *
      * RESUMO DO CONTROLE DO ARQUIVO: PROCESSADOS (BAIXADOS), PULADOS
      * NA RETOMADA POR JA TEREM SIDO EFETIVADOS E RECUSADOS (NAO
      * ENCONTRADOS, VALOR DIVERGENTE, PAGAMENTO EM MES FECHADO E ERRO
      * NA BAIXA).
      *
           COMPUTE W-RECUSADOS = W-NAOACHOU + W-DIVERGE + W-ERRBAIXA
                               + W-MESFEC
           MOVE "PROCESSADOS           : " TO TOTR-ROTULO
           MOVE W-BAIXADAS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "PULADOS (JA EFETIVADOS): " TO TOTR-ROTULO
           MOVE W-PULADOS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           MOVE "RECUSADOS             : " TO TOTR-ROTULO
           MOVE W-RECUSADOS TO TOTR-QTD
           WRITE LINHA-REL FROM TOT-REL
           PERFORM FIM-CGA THRU FIM-CGA-FIM
           GO TO ROT-FIM.
      *
      ***************************************************
      * CONTROLE DO ARQUIVO DE ENTRADA (MESMO ESQUEMA DO *
      * SGP030): UMA PASSAGEM PREVIA CONTA OS REGISTROS, *
      * SOMA OS VALORES DOS DETALHES (HASH) E GUARDA O   *
      * PRIMEIRO REGISTRO; COM ISSO O RETORNO E PROCURADO*
      * NO CADCARGA. NOVO: REGISTRA E PROCESSA.          *
      * INTERROMPIDO: RETOMA DEPOIS DO ULTIMO REGISTRO   *
      * EFETIVADO. JA PROCESSADO: SO RODA DE NOVO SE O   *
      * SUPERVISOR (NIVEL 2) FORCAR                      *
      ***************************************************
      *
       CTL-ARQ.
           MOVE "N" TO W-CGA-OK
           MOVE ZEROS TO W-QTDARQ
           MOVE ZEROS TO W-HASHARQ
           MOVE SPACES TO W-IDENTARQ.
       CTL-ARQ-010.
           READ RETORNO
              AT END
                 GO TO CTL-ARQ-020.
           ADD 1 TO W-QTDARQ
           IF W-QTDARQ = 1
                 MOVE LINHA-RET TO W-IDENTARQ.
           MOVE LINHA-RET TO RET-DETALHE
           IF RET-TIPO = "1" AND RET-VALOR NUMERIC
                 ADD RET-VALOR TO W-HASHARQ.
           GO TO CTL-ARQ-010.
       CTL-ARQ-020.
           CLOSE RETORNO
           IF W-QTDARQ = ZEROS
                 DISPLAY "*** ARQUIVO RETORNO.TXT VAZIO ***"
                 GO TO CTL-ARQ-FIM.
           OPEN INPUT RETORNO
           OPEN I-O CADCGA
           IF ST-ERRCG = "30" OR "35"
                 OPEN OUTPUT CADCGA
                 CLOSE CADCGA
                 OPEN I-O CADCGA.
           IF ST-ERRCG NOT = "00"
                 DISPLAY "*** ERRO NA ABERTURA DO CADCARGA ***"
                 CLOSE RETORNO
                 GO TO CTL-ARQ-FIM.
           MOVE "SGP046" TO CGA-PROGRAMA
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
                 DISPLAY "*** RETORNO INTERROMPIDO - RETOMADA APOS O"
                         " REGISTRO " W-RETOMA " ***"
                 MOVE "S" TO W-CGA-OK
                 GO TO CTL-ARQ-FIM.
           DISPLAY "*** RETORNO.TXT JA PROCESSADO EM " CGA-DTFIM
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
           CLOSE RETORNO CADCGA.
       CTL-ARQ-FIM.
           EXIT.
      *
       ABR-CGA.
           MOVE "RETORNO.TXT" TO CGA-ARQUIVO
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
      * PONTO DE RETOMADA: ULTIMO REGISTRO DO      *
      * RETORNO JA TRATADO (W-CHKLIN)              *
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
      * RETORNO TODO PROCESSADO: FECHA O REGISTRO  *
      * DO CADCARGA COM A DATA E OS CONTADORES     *
      *********************************************
      *
       FIM-CGA.
           ACCEPT CGA-DTFIM FROM DATE YYYYMMDD
           MOVE "CONCLUIDO" TO CGA-SITUACAO
           MOVE W-NREG TO CGA-ULTREG
           MOVE W-BAIXADAS TO CGA-PROC
           MOVE W-PULADOS TO CGA-PULADOS
           MOVE W-RECUSADOS TO CGA-REJ
           REWRITE REGCGA
           CLOSE CADCGA.
       FIM-CGA-FIM.
           EXIT.
      *
      *********************************************
      * LANCA NO LIVRO CAIXA (CADCXA.LOG) A        *
      * ENTRADA DE DINHEIRO DA PARCELA BAIXADA     *
           MOVE REC-PARCELA TO CX-PARCELA
           MOVE W-SALDOP TO CX-ENTRADA
           MOVE ZEROS TO CX-SAIDA
           MOVE W-CONTA TO CX-CONTA
           MOVE W-FILIAL TO CX-FILIAL
           WRITE REGCXA
           CLOSE CADCXA.
       GRA-CXA-FIM.
           EXIT.
      *
      *********************************************
      * PERDA QUITADA PELO RETORNO: RECUPERADA NO  *
      * CADPER E, SE JA NEGATIVADA, EXCLUSAO NO    *
      * NEGATIV.TXT (MESMA ROTINA DO SGP021)       *
      *********************************************
      *
       REC-PER.
           IF W-TEM-PER NOT = "S"
              GO TO REC-PER-FIM.
           MOVE REC-PEDIDO TO PER-PEDIDO
           MOVE REC-PARCELA TO PER-PARCELA
           READ CADPER
           IF ST-ERRPE NOT = "00"
              GO TO REC-PER-FIM.
           ADD W-SALDOP TO PER-VALREC
           MOVE "RECUPERADA" TO PER-SITUACAO
           MOVE RET-DTPAGTO TO PER-DTREC
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
           MOVE TIT-DATA TO NEG-DATA
           WRITE REGNEG
           CLOSE NEGATIV
           MOVE TIT-DATA TO PER-DTEXCL.
       GRA-NEG-FIM.
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
       ROT-FIM.
                CLOSE CADREC RETORNO
                CLOSE RELRETOR
                IF W-TEM-CTA = "S"
                   CLOSE CADCTA.
                IF W-TEM-PER = "S"
                   CLOSE CADPER.
                DISPLAY "*** RETORNO BANCARIO PROCESSADO ***"
                DISPLAY "DETALHES LIDOS         : " W-LIDOS
                DISPLAY "PARCELAS BAIXADAS       : " W-BAIXADAS
                DISPLAY "NAO ENCONTRADAS         : " W-NAOACHOU
                DISPLAY "VALOR DIVERGENTE        : " W-DIVERGE
                DISPLAY "PERDAS RECUPERADAS      : " W-RECUPER
                DISPLAY "PAGTO EM MES FECHADO    : " W-MESFEC
                DISPLAY "PROCESSADOS             : " W-BAIXADAS
                DISPLAY "PULADOS (JA EFETIVADOS) : " W-PULADOS
                DISPLAY "RECUSADOS               : " W-RECUSADOS.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
