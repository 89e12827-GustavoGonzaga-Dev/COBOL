           IF RES-COMPET NOT = W-COMPET
               MOVE "S" TO W-EOF-RES
               GO TO R1.
      *    ADIANTAMENTO (AD) JA ESTA DENTRO DO BRUTO DA FOLHA (FO)
           IF RES-TIPO = "AD"
               GO TO R1.
           IF RES-CODDEP >= 1 AND RES-CODDEP <= 999
               ADD RES-BRUTO TO REALIZADO-DEP (RES-CODDEP)
               ADD RES-BRUTO TO W-TOT-REAL.
