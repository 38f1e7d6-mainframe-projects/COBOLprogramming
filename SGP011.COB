      ******************************************************************
      * Author: LAZARO V.A. SANTOS
      * Date: 08-08-2026
      * Purpose: Relatorio mensal de vendas por produto e por cliente,
      *          de uma filial ou consolidado (filial 0)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                       04 PED-ECIDADE   PIC X(25).
                       04 PED-EUF       PIC X(02).
                03 PED-FRETE            PIC 9(06)V99.
                03 PED-FILIAL           PIC 9(02).
      *
      * ITENS DO PEDIDO (MESMO LAYOUT DO SGP006), NAVEGADOS PELA
      * CHAVE ALTERNATIVA ITEM-PRODUTO NA PASSAGEM POR PRODUTO.
                03 A-OPERADOR           PIC X(10).
                03 A-ENTREGA            PIC X(01).
                03 A-VENDEDOR           PIC 9(03).
                03 A-FILIAL             PIC 9(02).
      *
       FD RELVENDAS.
       01 LINHA-REL        PIC X(80).
       77 W-ARQ-VAL         PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTAL-COMPLETO  PIC 9(09)V99 VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FILIAL DO RELATORIO (ZERO = CONSOLIDADO) E FILIAL DO PEDIDO
      *   LIDO (PEDIDO ANTIGO SEM FILIAL = 01)
       77 W-FILSEL          PIC 9(02) VALUE ZEROS.
       77 W-FILPED          PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *   FRETE DO MES COMO FIGURA PROPRIA (NAO ESTA DENTRO DO
      *   VALORPEDIDO, QUE CONTINUA SO MERCADORIA)
       77 W-TOTAL-FRETE     PIC 9(09)V99 VALUE ZEROS.
          03 CAB2-HORA     PIC 9(08).
          03 FILLER        PIC X(06) VALUE "  MES ".
          03 CAB2-MES      PIC 9(06).
          03 FILLER        PIC X(09) VALUE "  FILIAL ".
          03 CAB2-FILIAL   PIC X(11).
       01 CAB-COL.
          03 FILLER        PIC X(34) VALUE
                            "  PRODUTO/CLIENTE                 ".
       INC-000B.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : ".
           ACCEPT W-ANOMES.
           DISPLAY "FILIAL (0 = CONSOLIDADO)   : ".
           ACCEPT W-FILSEL.
           IF W-FILSEL = ZEROS
                 MOVE "CONSOLIDADO" TO CAB2-FILIAL
           ELSE
                 MOVE W-FILSEL TO CAB2-FILIAL.
           DISPLAY "INCLUIR PEDIDOS ARQUIVADOS (S/N) : ".
           ACCEPT W-INCARQ.
           IF W-INCARQ = "s"
      *
           IF SITUACAO-PEDIDO = "CANCELADO"
                 GO TO INC-PRO-002.
           MOVE PED-FILIAL TO W-FILPED
           IF W-FILPED = ZEROS
                 MOVE 1 TO W-FILPED.
           IF W-FILSEL NOT = ZEROS AND W-FILPED NOT = W-FILSEL
                 GO TO INC-PRO-002.
           ADD 1 TO W-SELECIONADOS
           IF ITEM-PRODUTO NOT = W-PRODUTO-ANT
                          AND W-PRODUTO-ANT NOT = SPACES
                 GO TO INC-CLI-002.
           IF SITUACAO-PEDIDO = "CANCELADO"
                 GO TO INC-CLI-002.
           MOVE PED-FILIAL TO W-FILPED
           IF W-FILPED = ZEROS
                 MOVE 1 TO W-FILPED.
           IF W-FILSEL NOT = ZEROS AND W-FILPED NOT = W-FILSEL
                 GO TO INC-CLI-002.
           IF CPF NOT = W-CPF-ANT AND W-CPF-ANT NOT = SPACES
                 MOVE W-SUBTOTAL-CLI TO SUBC-VALOR
                 MOVE SUB-CLI TO W-LINREL
                 GO TO ARQ-002.
           IF A-SITUACAO-PEDIDO = "CANCELADO"
                 GO TO ARQ-002.
           MOVE A-FILIAL TO W-FILPED
           IF W-FILPED = ZEROS
                 MOVE 1 TO W-FILPED.
           IF W-FILSEL NOT = ZEROS AND W-FILPED NOT = W-FILSEL
                 GO TO ARQ-002.
           ADD 1 TO W-ARQ-QTD
           ADD A-VALORPEDIDO TO W-ARQ-VAL
           GO TO ARQ-002.
