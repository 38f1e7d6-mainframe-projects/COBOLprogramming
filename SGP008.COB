                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006), CONFERIDOS LINHA A
      * LINHA CONTRA O CADPRO.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * LAYOUT DO CADPRO.DAT (MESMO LAYOUT DO SGP002).
       FD CADPRO.
