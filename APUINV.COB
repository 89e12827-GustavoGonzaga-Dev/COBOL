      *  (FALTA DE INVENTARIO) EM CADMOVEST COM       *
      *  CODIGO DE MOTIVO, E ACERTA A QUANTIDADE EM   *
      *  CADPROD - O KARDEX FICA INTEIRO              *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  MOVIMENTO E RECUSADO.                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-NAOCONTADOS  PIC 9(06) VALUE ZEROS.
       01 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-MOTIVO       PIC X(02) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF W-MOTIVO = SPACES
               DISPLAY "*** MOTIVO E OBRIGATORIO ***"
               GO TO R3A.
           MOVE "EST" TO W-CPR-MODULO
           MOVE ZEROS TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE - AJUSTES"
                   " NAO LANCADOS ***"
               CLOSE CADPROD
               GO TO ROT-FIM3.

           CLOSE CADPROD
           OPEN I-O CADPROD
