      * Author: LAZARO V.A. SANTOS
      * Date: 01-09-2026
      * Purpose: Manutencao e emissao de ordens de compra - revisa as
      *          ordens ABERTAS geradas pelo SGP049 ou pela cotacao
      *          do SGP077 (quantidade por linha, previsao de entrega,
      *          cancelamento) e emite a
      *          ordem para o fornecedor (imprime em ORDCOMP.TXT e
      *          muda a situacao para EMITIDA); o recebimento e
      *          conferido contra a ordem no SGP018
                03 SES-NIVEL         PIC 9(01).
                03 SES-DATA          PIC 9(08).
                03 SES-HORA          PIC 9(08).
                03 SES-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
