      *  CNH/ASO), POR FUNCIONARIO E DEPARTAMENTO -   *
      *  E A TRILHA QUE A FISCALIZACAO DO TRABALHO    *
      *  PEDE                                         *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) A        *
      *  ENTREGA DE EPI E RECUSADA                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-QTDENTREGA   PIC 9(03) VALUE ZEROS.
       01 W-VALID-MESES  PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-INT-AUX      PIC 9(09) VALUE ZEROS.
       01 W-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       01 W-DIAS-AVISO   PIC 9(03) VALUE ZEROS.

      *---------[ ENTREGA COM BAIXA DE ESTOQUE E RECIBO ]---------------
       R2-ENTREGA.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
