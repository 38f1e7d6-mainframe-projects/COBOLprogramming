                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006). O VALOR ACUMULADO
      * POR CATEGORIA E O VALOR DE CADA LINHA DE ITEM.
                03 A-OPERADOR           PIC X(10).
                03 A-ENTREGA            PIC X(01).
                03 A-VENDEDOR           PIC 9(03).
                03 A-FILIAL             PIC 9(02).
      *
       FD RELCATEG.
       01 LINHA-REL          PIC X(80).
