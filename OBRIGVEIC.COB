      *  PLACA, COM VENCIMENTO, VALOR E REGISTRO DE   *
      *  PAGAMENTO. O CALENDARIO DE VENCIMENTOS,      *
      *  JUNTO COM AS VISTORIAS, SAI EM RELOBRIG      *
      *  SITUACAO: A=ABERTA P=PAGA C=CANCELADA (NA   *
      *  VENDA/SUCATA DO VEICULO EM VEICPATRIM)       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
               DISPLAY "*** OBRIGACAO JA PAGA EM " OB-DATA-PGTO
                   " ***"
               GO TO R1.
           IF OB-SITUACAO = "C"
               DISPLAY "*** OBRIGACAO CANCELADA NA VENDA DO VEICULO ***"
               GO TO R1.

           DISPLAY "VALOR: " OB-VALOR
           DISPLAY "CONFIRMA O PAGAMENTO (S/N): " WITH NO ADVANCING
