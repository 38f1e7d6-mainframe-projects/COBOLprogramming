      * Date: 09-08-2026
      * Purpose: Fechamento de mes - copia datada (backup) de CADCEP,
      *          CADCLIENTE, CADPRO e CADPED, e arquivamento dos
      *          pedidos de CADPED anteriores a uma data limite.
      *          Marca o mes informado como FECHADO no CADMES.DAT
      *          (periodo contabil): dali em diante os programas que
      *          lancam em CADPED, CADNF, CADNC, CADREC, CADPAG,
      *          CADCXA.LOG e CADPRO.MOV recusam datas desse mes. So
      *          o SGP115 (supervisor) reabre; fechamento e reabertura
      *          ficam registrados no CADMES.LOG
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SESSAO ASSIGN TO "SESSAO.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ST-ERRSES.
      *        *** PERIODOS CONTABEIS (SITUACAO POR MES) E REGISTRO ***
      *        *** DE QUEM FECHOU / REABRIU CADA MES                ***
           SELECT CADMES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MES-ANOMES
               FILE STATUS  IS ST-ERRMS.
           SELECT CADMSL ASSIGN TO "CADMES.LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS ST-ERRML.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002).
       FD CADPRO.
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * LAYOUT DO CADITEM.DAT (MESMO LAYOUT DO SGP006).
       FD CADITEM
       01 BKP-REG-CEP        PIC X(90).
       FD BKPCLI
               VALUE OF FILE-ID IS W-NOMEBCL.
       01 BKP-REG-CLI        PIC X(374).
       FD BKPPRO
               VALUE OF FILE-ID IS W-NOMEBPR.
       01 BKP-REG-PRO        PIC X(123).
       FD BKPPED
               VALUE OF FILE-ID IS W-NOMEBPD.
       01 BKP-REG-PED        PIC X(216).
       FD BKPITE
               VALUE OF FILE-ID IS W-NOMEBIT.
       01 BKP-REG-ITE        PIC X(96).
      *
       FD CADPEDA.
       01 REGPEDA.
                03 A-OPERADOR           PIC X(10).
                03 A-ENTREGA            PIC X(01).
                03 A-VENDEDOR           PIC 9(03).
                03 A-FILIAL             PIC 9(02).
      *
      * LINHAS DE ITEM DOS PEDIDOS ARQUIVADOS, RETIRADAS DO
      * CADITEM.DAT JUNTO COM O CABECALHO CORRESPONDENTE.
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
       FD CADITEMA.
       01 REGITEA.
                03 AI-CODIGO            PIC 9(08).
                03 AI-CUSTO             PIC 9(06)V99.
      *
      * PERIODOS CONTABEIS: UM REGISTRO POR MES (AAAAMM) QUE JA PASSOU
      * POR FECHAMENTO. MES SEM REGISTRO ESTA ABERTO. SITUACAO
      * "FECHADO" OU "ABERTO" (REABERTO PELO SGP115); GUARDA QUEM
      * FECHOU E QUEM FOI O ULTIMO A REABRIR.
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
      * REGISTRO DE FECHAMENTOS E REABERTURAS DE MES (O SGP115 GRAVA
      * O MESMO LAYOUT). ACAO "FECHAMENTO" OU "REABERTURA"; O MOTIVO
      * E OBRIGATORIO NA REABERTURA.
       FD CADMSL.
       01 REGMSL.
                03 MSL-DATA             PIC 9(08).
                03 MSL-HORA             PIC 9(08).
                03 MSL-OPERADOR         PIC X(10).
                03 MSL-ANOMES           PIC 9(06).
                03 MSL-ACAO             PIC X(10).
                03 MSL-MOTIVO           PIC X(40).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRCEP    PIC X(02) VALUE "00".
       77 ST-ERRARQ    PIC X(02) VALUE "00".
       77 ST-ERRARI    PIC X(02) VALUE "00".
       77 ST-ERRSES    PIC X(02) VALUE "00".
       77 ST-ERRMS     PIC X(02) VALUE "00".
       77 ST-ERRML     PIC X(02) VALUE "00".
       77 W-NIVEL      PIC 9(01) VALUE 1.
       77 W-OPERADOR   PIC X(10) VALUE SPACES.
       77 W-MESFECH    PIC 9(06) VALUE ZEROS.
       77 W-AAAA       PIC 9(04) VALUE ZEROS.
       77 W-MM         PIC 9(02) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DATALIMITE PIC 9(08) VALUE ZEROS.
       77 W-NOMEBCP    PIC X(40) VALUE SPACES.
           IF ST-ERRSES = "00"
              READ SESSAO
              IF ST-ERRSES = "00"
                 MOVE SES-OPERADOR TO W-OPERADOR
                 MOVE SES-NIVEL TO W-NIVEL.
           IF ST-ERRSES NOT = "30" AND "35"
              CLOSE SESSAO.
           ACCEPT W-DATALIMITE.
           IF W-DATALIMITE = ZEROS
              DISPLAY "*** NENHUM PEDIDO SERA ARQUIVADO NESTE RUN ***".
       INICIO-010.
           DISPLAY "MES A FECHAR (AAAAMM, 0 = NAO FECHA)          : "
                WITH NO ADVANCING.
           ACCEPT W-MESFECH.
           IF W-MESFECH = ZEROS
              DISPLAY "*** NENHUM MES SERA FECHADO NESTE RUN ***"
              GO TO INICIO-020.
           DIVIDE W-MESFECH BY 100 GIVING W-AAAA REMAINDER W-MM.
           IF W-MM < 1 OR W-MM > 12
              DISPLAY "*** MES INVALIDO ***"
              GO TO INICIO-010.
       INICIO-020.
      *
           PERFORM BKP-CEP THRU BKP-CEP-FIM
           PERFORM BKP-CLI THRU BKP-CLI-FIM
           PERFORM BKP-PED THRU BKP-PED-FIM
           PERFORM BKP-ITE THRU BKP-ITE-FIM
           PERFORM ARQ-PED THRU ARQ-PED-FIM
           PERFORM FEC-MES THRU FEC-MES-FIM
           PERFORM REL-FIM THRU REL-FIM-FIM.
           GO TO ROT-FIMS.
      *
           MOVE OPERADOR-PED    TO A-OPERADOR
           MOVE PED-ENTREGA     TO A-ENTREGA
           MOVE PED-VENDEDOR    TO A-VENDEDOR
           MOVE PED-FILIAL      TO A-FILIAL
           WRITE REGPEDA
           PERFORM ARQ-ITE THRU ARQ-ITE-FIM
           DELETE CADPED RECORD
           EXIT.
      *
      ****************************************************
      * MARCA O MES INFORMADO COMO FECHADO NO CADMES E    *
      * REGISTRA O FECHAMENTO NO CADMES.LOG. MES JA       *
      * FECHADO FICA COMO ESTA                            *
      ****************************************************
      *
       FEC-MES.
           IF W-MESFECH = ZEROS
              GO TO FEC-MES-FIM.
           OPEN I-O CADMES
           IF ST-ERRMS = "30" OR "35"
              OPEN OUTPUT CADMES
              CLOSE CADMES
              OPEN I-O CADMES.
           IF ST-ERRMS NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADMES - MES NAO FECHADO"
                      " ***"
              GO TO FEC-MES-FIM.
           MOVE W-MESFECH TO MES-ANOMES
           READ CADMES
           IF ST-ERRMS = "00" AND MES-SITUACAO = "FECHADO"
              DISPLAY "*** MES " W-MESFECH " JA ESTAVA FECHADO ***"
              CLOSE CADMES
              GO TO FEC-MES-FIM.
           MOVE "FECHADO" TO MES-SITUACAO
           MOVE W-DATAHOJE TO MES-DTFECH
           MOVE W-OPERADOR TO MES-OPFECH
           IF ST-ERRMS = "00"
              REWRITE REGMES
           ELSE
              MOVE ZEROS TO MES-DTREAB
              MOVE SPACES TO MES-OPREAB
              WRITE REGMES.
           IF ST-ERRMS NOT = "00"
              DISPLAY "*** ERRO NA GRAVACAO DO CADMES - MES NAO FECHADO"
                      " ***"
              CLOSE CADMES
              GO TO FEC-MES-FIM.
           CLOSE CADMES
           DISPLAY "*** MES " W-MESFECH " FECHADO ***".
           OPEN EXTEND CADMSL
           IF ST-ERRML = "30" OR "35"
              OPEN OUTPUT CADMSL
              CLOSE CADMSL
              OPEN EXTEND CADMSL.
           IF ST-ERRML NOT = "00"
              DISPLAY "*** ERRO NA ABERTURA DO CADMES.LOG ***"
              GO TO FEC-MES-FIM.
           MOVE W-DATAHOJE TO MSL-DATA
           ACCEPT MSL-HORA FROM TIME
           MOVE W-OPERADOR TO MSL-OPERADOR
           MOVE W-MESFECH TO MSL-ANOMES
           MOVE "FECHAMENTO" TO MSL-ACAO
           MOVE "FECHAMENTO DE MES (SGP016)" TO MSL-MOTIVO
           WRITE REGMSL
           CLOSE CADMSL.
       FEC-MES-FIM.
           EXIT.
      *
      ****************************************************
      * IMPRIME O RESUMO DO FECHAMENTO                    *
      ****************************************************
      *
