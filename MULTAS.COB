      ***********************************************
      *  REGISTRO DE MULTAS DE TRANSITO (CADMULTA) -  *
      *  A MULTA ENTRA PELA PLACA DE CADVEIC COM      *
      *  DATA/HORA DA INFRACAO, VALOR E PONTOS NA     *
      *  CNH (3/4/5/7 PELA GRAVIDADE), E O PROGRAMA   *
      *  RESOLVE O MOTORISTA RESPONSAVEL SOZINHO      *
      *  PELA JANELA DE RETIRADA/DEVOLUCAO DE         *
      *  CADRETVEIC QUE COBRE AQUELE MOMENTO.         *
      *  COMPETENCIA EM CADMULTADESC PARA FOLPAG      *
      *  ABATER DO LIQUIDO. O HISTORICO POR           *
      *  MOTORISTA ALIMENTA A AVALIACAO DOS           *
      *  CONDUTORES (RELMOTOR)                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 MUL-CHAPA         PIC 9(06).
           03 MUL-PRAZO-IND     PIC 9(08).
           03 MUL-SITUACAO      PIC X(01).
           03 MUL-PONTOS        PIC 9(02).

       FD CADVEIC
            LABEL RECORD IS STANDARD
       01 W-PROX-SEQ     PIC 9(04) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
       01 W-TOT-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PONTOS   PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT MUL-VALOR
           DISPLAY "PRAZO DE INDICACAO (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT MUL-PRAZO-IND.
       R2A.
           DISPLAY "PONTOS NA CNH (3=LEVE 4=MEDIA 5=GRAVE "
               "7=GRAVISSIMA): " WITH NO ADVANCING
           ACCEPT MUL-PONTOS
           IF MUL-PONTOS NOT = 3 AND MUL-PONTOS NOT = 4
              AND MUL-PONTOS NOT = 5 AND MUL-PONTOS NOT = 7
               DISPLAY "*** PONTUACAO INVALIDA ***"
               GO TO R2A.

      *---------[ RESOLVE O MOTORISTA PELA JANELA DE RETIRADA ]---------
           PERFORM RESOLVE-MOTORISTA THRU RESOLVE-MOTORISTA-FIM
           ACCEPT W-CHAPA-REL
           IF W-CHAPA-REL = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS W-TOT-VALOR W-TOT-PONTOS
           CLOSE CADMULTA
           OPEN I-O CADMULTA.
       R5A.
               GO TO R5A.
           DISPLAY "  " MUL-PLACA " " MUL-SEQ "  " MUL-DATA " "
               MUL-HORA "  " MUL-VALOR "  SIT " MUL-SITUACAO
               "  PTS " MUL-PONTOS "  " MUL-DESCRICAO
           ADD 1 TO W-TOTLISTADOS
           ADD MUL-VALOR TO W-TOT-VALOR
           ADD MUL-PONTOS TO W-TOT-PONTOS
           GO TO R5A.
       R5B.
           DISPLAY "MULTAS DO MOTORISTA............: " W-TOTLISTADOS
           DISPLAY "VALOR ACUMULADO................: " W-TOT-VALOR
           DISPLAY "PONTOS NA CNH..................: " W-TOT-PONTOS
           GO TO R1.

      *---------[ PRAZO DE INDICACAO VENCENDO ]-------------------------
