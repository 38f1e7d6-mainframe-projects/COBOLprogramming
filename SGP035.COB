                03 A-OPERADOR           PIC X(10).
                03 A-ENTREGA            PIC X(01).
                03 A-VENDEDOR           PIC 9(03).
                03 A-FILIAL             PIC 9(02).
      *
      * ITENS ARQUIVADOS (MESMO LAYOUT DO REGITEA DO SGP016).
       FD CADITEMA.
