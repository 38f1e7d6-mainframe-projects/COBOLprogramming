                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
       FD RELABERTO.
       01 LINHA-REL        PIC X(80).
