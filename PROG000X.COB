               03 CLI-TIPOPES       PIC X(01).
               03 CLI-IE            PIC X(15).
               03 CLI-RAZAO         PIC X(40).
               03 CLI-CONSEMAIL     PIC X(01).
               03 CLI-CONSTEL       PIC X(01).
               03 CLI-DTCONS        PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       77  NUMEROX                     PIC 9(18).
