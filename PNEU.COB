      *  KM E MARCA O PNEU QUE PASSOU DA VIDA.        *
      *  SITUACAO: E=ESTOQUE M=MONTADO R=RECAPAGEM    *
      *  S=SUCATA                                     *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  CADASTRO DO PNEU (SAIDA DO ESTOQUE) E        *
      *  RECUSADO                                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-KM-TOTAL     PIC 9(07) VALUE ZEROS.
       01 W-CUSTO-KM     PIC 9(05)V9999 VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-PROX-SEQ     PIC 9(04) VALUE ZEROS.
       01 W-MOV-TIPO     PIC X(01) VALUE SPACES.

      *---------[ PNEU NOVO SAI DO ESTOQUE (MOTIVO PN) ]----------------
       R2-CADASTRA.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
           DISPLAY "IDENTIFICACAO DO PNEU (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-ID
