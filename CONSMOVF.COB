      *  FUNCIONARIO (ARQMOVFUNC) - INFORMA A CHAPA   *
      *  E LISTA AS TRANSFERENCIAS DE DEPARTAMENTO E  *
      *  PROMOCOES DE CARGO GRAVADAS POR FPP014, COM  *
      *  DATA DE EFEITO E MOTIVO, E AS PROMOCOES DE   *
      *  NIVEL SALARIAL POR MERITO (AVALIACAO)        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 MOVF-CARG-NOVO     PIC 9(03).
           03 MOVF-DATA          PIC 9(08).
           03 MOVF-MOTIVO        PIC X(02).
           03 MOVF-NIVEL-ANT     PIC 9(02).
           03 MOVF-NIVEL-NOVO    PIC 9(02).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
               INVALID KEY MOVE "S" TO W-EOF-MOVF.

           DISPLAY "SEQ  DATA      DEPTO DE/PARA   CARGO DE/PARA"
               "   NIVEL DE/PARA   MOTIVO".

       R2.
           IF W-EOF-MOVF = "S"
           DISPLAY MOVF-SEQ "  " MOVF-DATA "  "
               MOVF-CODDEP-ANT " > " MOVF-CODDEP-NOVO "       "
               MOVF-CARG-ANT " > " MOVF-CARG-NOVO "       "
               MOVF-NIVEL-ANT " > " MOVF-NIVEL-NOVO "         "
               MOVF-MOTIVO
           GO TO R2.

