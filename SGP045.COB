                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * LAYOUT DO CADCLIENTE.DAT (MESMO LAYOUT DO SGP003), PARA OS
      * DADOS DO SACADO NO REGISTRO DE DETALHE.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * ARQUIVO DE REMESSA - REGISTROS DE 240 POSICOES NO LAYOUT
      * FIXO COMBINADO COM O BANCO: TIPO 0 = HEADER, 1 = DETALHE
           IF ST-ERRO NOT = "00"
                 GO TO INC-FIM.
           ADD 1 TO W-LIDAS
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                 GO TO INC-002.
           COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
           IF W-SALDOP = ZEROS
