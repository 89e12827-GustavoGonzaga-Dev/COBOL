      *  REVERTE UMA VEZ SO - RODAR DE NOVO NAO       *
      *  DUPLICA. NO FIM SAI O RESUMO POR             *
      *  DEPARTAMENTO PARA O CONTADOR                 *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 W-DEP-ENT OCCURS 999 TIMES.
              05 W-DEP-SALDO13   PIC 9(11)V99.
              05 W-DEP-SALDOFER  PIC 9(11)V99.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA - NADA LANCADO ***"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.

       R0.
           OPEN INPUT ARQFUNC
