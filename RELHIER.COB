           IF RES-COMPET NOT = W-COMPET
               MOVE "S" TO W-EOF
               GO TO R3A.
      *    ADIANTAMENTO (AD) JA ESTA DENTRO DO BRUTO DA FOLHA (FO)
           IF RES-TIPO = "AD"
               GO TO R3A.
           IF RES-CODDEP >= 1 AND RES-CODDEP <= 999
               ADD RES-BRUTO TO TBDEP-CUSTO (RES-CODDEP).
           GO TO R3A.
