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
               03 UF-EXTENSO        PIC X(20).
      *
      * ARQUIVO DE SALVAMENTO - IMAGEM SEQUENCIAL DOS REGISTROS
      * LEGIVEIS, NO TAMANHO DO MAIOR REGISTRO (374, CADCLIENTE).
       FD SALVA
               VALUE OF FILE-ID IS W-NOMESLV.
       01 REG-SALVA         PIC X(374).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       VER-CLI.
           MOVE "CADCLIENTE.SLV" TO W-NOMESLV
           MOVE 374 TO W-TAMREG
           OPEN INPUT CADCLIENTE
           IF ST-ERRX NOT = "00"
                 DISPLAY "*** CADCLIENTE NAO ABRE - STATUS " ST-ERRX
      *
       VER-PRO.
           MOVE "CADPRO.SLV" TO W-NOMESLV
           MOVE 123 TO W-TAMREG
           OPEN INPUT CADPRO
           IF ST-ERRX NOT = "00"
                 DISPLAY "*** CADPRO NAO ABRE - STATUS " ST-ERRX
      *
       VER-PED.
           MOVE "CADPED.SLV" TO W-NOMESLV
           MOVE 216 TO W-TAMREG
           OPEN INPUT CADPED
           IF ST-ERRX NOT = "00"
                 DISPLAY "*** CADPED NAO ABRE - STATUS " ST-ERRX
      *
       VER-ITE.
           MOVE "CADITEM.SLV" TO W-NOMESLV
           MOVE 96 TO W-TAMREG
           OPEN INPUT CADITEM
           IF ST-ERRX NOT = "00"
                 DISPLAY "*** CADITEM NAO ABRE - STATUS " ST-ERRX
