                03 PAG-VALOR            PIC 9(08)V99.
                03 PAG-PAGO             PIC X(01).
                03 PAG-DTPAGTO          PIC 9(08).
                03 PAG-CATEGORIA        PIC 9(03).
      *
       FD RELAGPAG.
       01 LINHA-REL        PIC X(80).
