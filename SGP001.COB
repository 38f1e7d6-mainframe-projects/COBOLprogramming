               03 SES-NIVEL         PIC 9(01).
               03 SES-DATA          PIC 9(08).
               03 SES-HORA          PIC 9(08).
               03 SES-FILIAL        PIC 9(02).
      *
       WORKING-STORAGE SECTION.

