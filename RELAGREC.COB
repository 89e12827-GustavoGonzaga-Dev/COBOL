      *  CADTITREC, CLASSIFICA POR CLIENTE VIA     *
      *  SORT (MESMO DESENHO DE GERAPED) E ACUMULA    *
      *  O SALDO EM ABERTO POR FAIXA: A VENCER,       *
      *  VENCIDO 1-30, 31-60 E ACIMA DE 60 DIAS.      *
      *  TITULO BAIXADO POR PERDA (X, BAIXAPERDA)     *
      *  FICA FORA DO AGING E SO E TOTALIZADO A PARTE *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-INT-VENCTO   PIC 9(09) VALUE ZEROS.
       01 W-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-PERDA-QTD    PIC 9(06) VALUE ZEROS.
       01 W-PERDA-SALDO  PIC 9(11)V99 VALUE ZEROS.

       01 W-FAIXA-FORN.
           03 W-CLI-AVENCER   PIC 9(11)V99 VALUE ZEROS.
               COMPUTE ORD-SALDO = TR-VALOR - TR-VALOR-PAGO
               RELEASE W-REGORD.

           IF TR-SITUACAO = "X"
               ADD 1 TO W-PERDA-QTD
               COMPUTE W-PERDA-SALDO = W-PERDA-SALDO
                   + TR-VALOR - TR-VALOR-PAGO.

           GO TO MR1.

       MR-FIM.
           DISPLAY "VENCIDO 31-60..: " W-GER-V60
           DISPLAY "VENCIDO + 60...: " W-GER-VMAIS
           DISPLAY "TITULOS EM ABERTO LISTADOS: " W-TOTTITULOS
           IF W-PERDA-QTD > ZEROS
               DISPLAY " "
               DISPLAY "BAIXADOS POR PERDA (FORA DO AGING): "
                   W-PERDA-QTD " TITULOS  SALDO " W-PERDA-SALDO.
           EXIT.

       IMPRIME-CABECALHO.
