      * Purpose: Menu principal do sistema - login de operador contra
      *          o CADOPE.DAT (com validade de senha, troca forcada,
      *          bloqueio por tentativas e trilha CADOPE.LOG),
      *          escolha da filial (CADFIL), gravacao da sessao
      *          (SESSAO.DAT) e chamada dos programas, cada opcao
      *          com o seu nivel minimo de acesso; o desbloqueio e
      *          feito no SGP024
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       SELECT SISPARAM ASSIGN TO "SISPARAM.DAT"
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRPA.
       SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRFI.
      *----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * SESSAO DO OPERADOR AUTENTICADO, LIDA PELOS PROGRAMAS DE
      * MANUTENCAO PARA CARIMBAR O OPERADOR E CONFERIR O NIVEL.
      * SES-FILIAL E A FILIAL (LOJA) ESCOLHIDA NO LOGIN, CARIMBADA
      * NOS PEDIDOS, NOTAS, PARCELAS E LANCAMENTOS DE CAIXA.
       FD SESSAO.
       01 REGSES.
                03 SES-OPERADOR      PIC X(10).
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      * TRILHA DOS LOGINS (NOS MOLDES DO CADCEP.LOG): UM REGISTRO
      * POR SUCESSO (LOGIN), FALHA, BLOQUEIO, TROCA DE SENHA E
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
      * FILIAIS (MESMO LAYOUT DO SGP111). SEM O ARQUIVO (OU COM ELE
      * VAZIO) A EMPRESA TEM UMA LOJA SO E A SESSAO FICA NA 01.
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
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 W-SENHA      PIC X(08) VALUE SPACES.
       77 W-NIVEL      PIC 9(01) VALUE ZEROS.
       77 W-TENTATIVA  PIC 9(01) VALUE ZEROS.
       77 ST-ERRFI     PIC X(02) VALUE "00".
       77 W-FILIAL     PIC 9(02) VALUE 1.
      *----------------------------------------------------------------
      *   SEGURANCA DO LOGIN: VALIDADE DA SENHA (DIAS COMERCIAIS),
      *   TROCA FORCADA E CONTROLE DE BLOQUEIO
           MOVE OPE-NIVEL TO W-NIVEL
           CLOSE CADOPE.
       LOG-GRAVA.
           PERFORM LOG-FIL THRU LOG-FIL-FIM
           OPEN OUTPUT SESSAO
           IF ST-ERRS NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DA SESSAO ***"
           MOVE W-NIVEL TO SES-NIVEL
           ACCEPT SES-DATA FROM DATE YYYYMMDD
           ACCEPT SES-HORA FROM TIME
           MOVE W-FILIAL TO SES-FILIAL
           WRITE REGSES
           CLOSE SESSAO.
      *
           DISPLAY W-OPERADOR AT 2011.
           DISPLAY "NIVEL: " AT 2025.
           DISPLAY W-NIVEL AT 2032.
           DISPLAY "FILIAL: " AT 2054.
           DISPLAY W-FILIAL AT 2062.
                DISPLAY "OPCAO : " AT 2041.
                ACCEPT W-OPCAO AT 2050.
      *
           EXIT.
      *
      ***************************************************
      * FILIAL DA SESSAO: COM FILIAIS CADASTRADAS O      *
      * OPERADOR INFORMA EM QUE LOJA ESTA TRABALHANDO    *
      * (PADRAO 01) E SO ENTRA EM FILIAL ATIVA; SEM      *
      * CADFIL OU COM ELE VAZIO FICA NA FILIAL 01        *
      ***************************************************
      *
       LOG-FIL.
           MOVE 1 TO W-FILIAL
           OPEN INPUT CADFIL
           IF ST-ERRFI NOT = "00"
              GO TO LOG-FIL-FIM.
           MOVE ZEROS TO FIL-CODIGO
           START CADFIL KEY IS NOT LESS FIL-CODIGO INVALID KEY
              CLOSE CADFIL
              GO TO LOG-FIL-FIM.
       LOG-FIL-010.
           DISPLAY "FILIAL   : " AT 1805.
           ACCEPT W-FILIAL WITH UPDATE AT 1817.
           MOVE W-FILIAL TO FIL-CODIGO
           READ CADFIL
           IF ST-ERRFI NOT = "00"
              DISPLAY "*** FILIAL NAO CADASTRADA ***" AT 1905
              GO TO LOG-FIL-010.
           IF FIL-SITUACAO = "INATIVA"
              DISPLAY "*** FILIAL INATIVA         ***" AT 1905
              GO TO LOG-FIL-010.
           DISPLAY FIL-NOME AT 1822
           CLOSE CADFIL.
       LOG-FIL-FIM.
           EXIT.
      *
      ***************************************************
      * IDADE DA SENHA EM DIAS (CALENDARIO COMERCIAL DE  *
      * MESES DE 30 DIAS, COMO NOS DEMAIS PRAZOS)        *
      ***************************************************
