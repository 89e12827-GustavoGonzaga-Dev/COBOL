      *  PROMOCOES - LE ARQMOVFUNC SEQUENCIALMENTE E  *
      *  LISTA TODA MOVIMENTACAO CUJA DATA DE EFEITO  *
      *  CAIA NA COMPETENCIA INFORMADA, COM O NOME    *
      *  RESOLVIDO EM ARQFUNC. A PROMOCAO DE NIVEL    *
      *  SALARIAL POR MERITO (AVALIACAO) SAI COM O    *
      *  NIVEL ANTERIOR/NOVO E MOTIVO PM              *
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
           OPEN INPUT ARQFUNC.

           DISPLAY "CHAPA   NOME                          DATA"
               "      DEPTO         CARGO        NIVEL      MOTIVO".

       R1.
           READ ARQMOVFUNC NEXT RECORD
           DISPLAY MOVF-CHAPA "  " NOME "  " MOVF-DATA "  "
               MOVF-CODDEP-ANT " > " MOVF-CODDEP-NOVO "  "
               MOVF-CARG-ANT " > " MOVF-CARG-NOVO "  "
               MOVF-NIVEL-ANT " > " MOVF-NIVEL-NOVO "    "
               MOVF-MOTIVO
           GO TO R1.

