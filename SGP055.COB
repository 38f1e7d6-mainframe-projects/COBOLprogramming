                03 H-PRECOCUSTO-NOV  PIC 9(06)V99.
                03 H-PRECOVENDA-ANT  PIC 9(06)V99.
                03 H-PRECOVENDA-NOV  PIC 9(06)V99.
                03 H-OPERADOR        PIC X(10).
                03 H-HORA            PIC 9(08).
      *
      * PROMOCOES (MESMO LAYOUT DO SGP038).
       FD CADPROMO
