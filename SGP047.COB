      *          por cliente com parcela aberta vencida ha mais de
      *          PAR-DIASCRED dias (SISPARAM.DAT, padrao 30), com o
      *          endereco do CADCLIENTE - sao os mesmos clientes que
      *          o SGP006 bloqueia na confirmacao de pedido. A carta
      *          vai sempre pelo correio; e-mail e telefone so saem
      *          na carta quando o cliente deu consentimento (LGPD)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                03 REC-DTPAGTO          PIC 9(08).
                03 REC-FORMAPG          PIC 9(02).
                03 REC-VALPAGO          PIC 9(08)V99.
                03 REC-FILIAL           PIC 9(02).
      *
      * LAYOUT DO CADCLIENTE.DAT (MESMO LAYOUT DO SGP003), PARA O
      * NOME E O ENDERECO DA CARTA.
                03 CLI-TIPOPES       PIC X(01).
                03 CLI-IE            PIC X(15).
                03 CLI-RAZAO         PIC X(40).
                03 CLI-CONSEMAIL     PIC X(01).
                03 CLI-CONSTEL       PIC X(01).
                03 CLI-DTCONS        PIC 9(08).
      *
      * PARAMETROS GERAIS DO SISTEMA (MESMO LAYOUT DO SGP006).
       FD SISPARAM.
                03 PAR-DIASCRED      PIC 9(03).
                03 PAR-NIVCRED       PIC 9(01).
                03 PAR-DIASSENHA     PIC 9(03).
                03 PAR-DIASCANC      PIC 9(03).
                03 PAR-DESCMAX       PIC 9(02)V99.
                03 PAR-DIASVALE      PIC 9(03).
                03 PAR-FPGVALE       PIC 9(02).
                03 PAR-CICA          PIC 9(03).
                03 PAR-CICB          PIC 9(03).
                03 PAR-CICC          PIC 9(03).
      *
       FD CARTACOB.
       01 LINHA-CAR        PIC X(80).
       77 ST-ERRR      PIC X(02) VALUE "00".
       77 W-LIDAS      PIC 9(06) VALUE ZEROS.
       77 W-CARTAS     PIC 9(06) VALUE ZEROS.
       77 W-CARTASEM   PIC 9(06) VALUE ZEROS.
       77 W-CARTASTL   PIC 9(06) VALUE ZEROS.
       77 W-DATAHOJE   PIC 9(08) VALUE ZEROS.
       77 W-DIASCRED   PIC 9(03) VALUE 30.
       77 W-SALDOP     PIC 9(08)V99 VALUE ZEROS.
          03 CART-CIDADE   PIC X(25).
          03 FILLER        PIC X(01) VALUE "-".
          03 CART-UF       PIC X(02).
       01 CAR-EMAIL.
          03 FILLER        PIC X(10) VALUE "E-MAIL   :".
          03 CARE-EMAIL    PIC X(40).
       01 CAR-FONE.
          03 FILLER        PIC X(10) VALUE "TELEFONE :".
          03 FILLER        PIC X(01) VALUE "(".
          03 CARF-DDD      PIC 9(02).
          03 FILLER        PIC X(02) VALUE ") ".
          03 CARF-NUMERO   PIC 9(09).
          03 FILLER        PIC X(07) VALUE "  CEL (".
          03 CARF-DDDCEL   PIC 9(02).
          03 FILLER        PIC X(02) VALUE ") ".
          03 CARF-NUMCEL   PIC 9(09).
       01 CAR-TEXTO.
          03 FILLER        PIC X(52) VALUE
               "CONSTAM EM NOSSOS REGISTROS AS PARCELAS VENCIDAS:   ".
           IF REC-CPF NOT = W-CPF-ANT AND W-CPF-ANT NOT = SPACES
                 PERFORM FEC-CARTA THRU FEC-CARTA-FIM.
           MOVE REC-CPF TO W-CPF-ANT
           IF REC-PAGO = "S" OR "C" OR "R" OR "P"
                 GO TO INC-002.
           COMPUTE W-SALDOP = REC-VALOR - REC-VALPAGO
           IF W-SALDOP = ZEROS
                 MOVE CIDADE TO CART-CIDADE
                 MOVE UF TO CART-UF
                 WRITE LINHA-CAR FROM CAR-END2
                 PERFORM CAB-CONTATO THRU CAB-CONTATO-FIM
           ELSE
                 MOVE REC-CPF TO CART-NOME
                 WRITE LINHA-CAR FROM CAR-NOME.
           EXIT.
      *
      ***************************************************
      * CONTATO ELETRONICO DA CARTA: E-MAIL E TELEFONE   *
      * SO SAEM COM O CONSENTIMENTO DO CLIENTE GRAVADO   *
      * NO CADCLIENTE (SGP003)                           *
      ***************************************************
      *
       CAB-CONTATO.
           IF CLI-CONSEMAIL = "S" AND EMAIL NOT = SPACES
                 MOVE EMAIL TO CARE-EMAIL
                 WRITE LINHA-CAR FROM CAR-EMAIL
                 ADD 1 TO W-CARTASEM.
           IF CLI-CONSTEL NOT = "S"
                 GO TO CAB-CONTATO-FIM.
           IF TELEFONE = ZEROS AND TELEFONE-CEL = ZEROS
                 GO TO CAB-CONTATO-FIM.
           MOVE DDD TO CARF-DDD
           MOVE NUMERO TO CARF-NUMERO
           MOVE DDD-CEL TO CARF-DDDCEL
           MOVE NUMERO-CEL TO CARF-NUMCEL
           WRITE LINHA-CAR FROM CAR-FONE
           ADD 1 TO W-CARTASTL.
       CAB-CONTATO-FIM.
           EXIT.
      *
      ***************************************************
      * FECHA A CARTA DO CLIENTE ANTERIOR (SE SAIU       *
      * CABECALHO) E ZERA OS ACUMULADORES DO CLIENTE     *
      ***************************************************
                CLOSE CARTACOB
                DISPLAY "*** CARTAS DE COBRANCA GERADAS ***"
                DISPLAY "PARCELAS LIDAS         : " W-LIDAS
                DISPLAY "CARTAS EMITIDAS         : " W-CARTAS
                DISPLAY "  COM E-MAIL AUTORIZADO : " W-CARTASEM
                DISPLAY "  COM FONE AUTORIZADO   : " W-CARTASTL.
       ROT-FIMS.
                EXIT PROGRAM.
       ROT-FIMX.
