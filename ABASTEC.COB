      *  E CHAPA DO MOTORISTA. A PLACA DEVE EXISTIR   *
      *  EM CADVEIC, A CHAPA EM ARQFUNC E O ODOMETRO  *
      *  NUNCA PODE ANDAR PARA TRAS. O CONSUMO KM/L   *
      *  SAI EM RELCONSUMO. VALOR ZERO E TANQUE       *
      *  INTERNO; COM VALOR O ABASTECIMENTO E         *
      *  CONFERIDO CONTRA O EXTRATO DO CARTAO         *
      *  COMBUSTIVEL EM RECONCCARTAO                  *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) NA DATA  *
      *  DO ABASTECIMENTO, O ABASTECIMENTO COM BAIXA  *
      *  DO TANQUE E RECUSADO                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT ABAST-DATA
           IF ABAST-DATA NOT NUMERIC OR ABAST-DATA = ZEROS
               GO TO R2.
           IF W-PROD-DIESEL NOT = ZEROS
               MOVE "EST" TO W-CPR-MODULO
               MOVE ABAST-DATA TO W-CPR-DATA
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
               IF W-CPR-RESULT = "F"
                   DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
                   GO TO R2.

       R3.
           DISPLAY "ODOMETRO (KM): " WITH NO ADVANCING
               GO TO R4.

       R5.
           DISPLAY "VALOR PAGO (0 = TANQUE INTERNO): " WITH NO ADVANCING
           ACCEPT ABAST-VALOR.

       R6.
