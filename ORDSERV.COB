      *  "OS" EM CADMOVEST, E FECHA A OS COM O CUSTO  *
      *  DE MAO DE OBRA. O CUSTO POR VEICULO (OS +    *
      *  COMBUSTIVEL) SAI EM RELCUSTOVEIC             *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) A SAIDA  *
      *  DE PECAS PARA A OS E RECUSADA                *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-VALORLINHA   PIC 9(09)V99 VALUE ZEROS.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-EOF-OSI      PIC X(01) VALUE "N".
       01 W-RESP         PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------

      *---------[ PECAS: BAIXA DO ESTOQUE COM MOVIMENTO "S" ]-----------
       R3-PECA.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
           DISPLAY "NUMERO DA OS (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMOS
           IF W-NUMOS = ZEROS
