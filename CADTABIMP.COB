      *  FONTE) GUARDAM, EM FAIXA UNICA, A ALIQUOTA   *
      *  DE RETENCAO SOBRE PAGAMENTO A FORNECEDOR DE  *
      *  SERVICO (CADFORNSERV), USADA POR MANTITPAG   *
      *  E PAGTOLOTE. O TIPO P GUARDA A TABELA        *
      *  EXCLUSIVA DO IRRF SOBRE A PLR (PLRCALC)      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           GO TO R2-INCLUI.

       R3-LISTA.
           DISPLAY "TIPO (I/R/P): " WITH NO ADVANCING
           ACCEPT W-TIPO
           IF W-TIPO = "i" MOVE "I" TO W-TIPO.
           IF W-TIPO = "r" MOVE "R" TO W-TIPO.
           IF W-TIPO = "p" MOVE "P" TO W-TIPO.
           IF W-TIPO NOT = "I" AND W-TIPO NOT = "R"
              AND W-TIPO NOT = "P"
               GO TO R1.
           DISPLAY "VIGENCIA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-VIGENCIA
      *---------[ PEDE TIPO/VIGENCIA/FAIXA (TIPO X = VOLTAR) ]----------
       PEDE-CHAVE.
           DISPLAY "TIPO (I=INSS / R=IRRF / F=IRRF FONTE /"
               " S=INSS FONTE / P=IRRF PLR / X=VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-TIPO
           IF W-TIPO = "i" MOVE "I" TO W-TIPO.
           IF W-TIPO = "r" MOVE "R" TO W-TIPO.
           IF W-TIPO = "f" MOVE "F" TO W-TIPO.
           IF W-TIPO = "s" MOVE "S" TO W-TIPO.
           IF W-TIPO = "p" MOVE "P" TO W-TIPO.
           IF W-TIPO = "x" MOVE "X" TO W-TIPO.
           IF W-TIPO = "X"
               GO TO PEDE-CHAVE-FIM.
           IF W-TIPO NOT = "I" AND W-TIPO NOT = "R"
              AND W-TIPO NOT = "F" AND W-TIPO NOT = "S"
              AND W-TIPO NOT = "P"
               GO TO PEDE-CHAVE.
           MOVE W-TIPO TO TAB-TIPO.
       PEDE-CHAVE-2.
