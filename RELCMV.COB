      *  E TOTALIZA POR GRUPO DE APLICACAO DE         *
      *  CADPROD, COM AS DESCRICOES DE CADAPLIC E O   *
      *  TOTAL GERAL DO MES                           *
      *  O CMV DO MES E LANCADO NO DIARIO VIA LANCCTB *
      *  (EVENTO CMV) NO ULTIMO DIA DA COMPETENCIA,   *
      *  UMA VEZ SO POR COMPETENCIA                   *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE         *
      *  (CONSPERIODO, MODULO EST) O RELATORIO SAI    *
      *  MAS O CMV NAO E LANCADO (RETORNO 4)          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-TOT-GERAL    PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-MOVTOS   PIC 9(06) VALUE ZEROS.
       01 W-PRX-R.
           03 W-PRX-ANO     PIC 9(04).
           03 W-PRX-MES     PIC 9(02).
           03 W-PRX-DIA     PIC 9(02).
       01 W-PRX-DATA REDEFINES W-PRX-R PIC 9(08).
       01 W-CTB-OPERACAO PIC X(01) VALUE SPACES.
       01 W-CTB-LANC.
           03 W-CTB-EVENTO      PIC X(10).
           03 W-CTB-DATA        PIC 9(08).
           03 W-CTB-VALOR       PIC 9(11)V99.
           03 W-CTB-CODDEP      PIC 9(03).
           03 W-CTB-ORIGEM      PIC X(10).
           03 W-CTB-DOCUMENTO   PIC X(12).
           03 W-CTB-HISTORICO   PIC X(40).
       01 W-CTB-RESULT   PIC X(01) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.

       01 W-TAB-APL.
           03 W-APL-ENT OCCURS 99 TIMES.
       R3.
           DISPLAY " "
           DISPLAY "SAIDAS CUSTEADAS NO MES........: " W-TOT-MOVTOS
           DISPLAY "CMV TOTAL DO MES...............: " W-TOT-GERAL
           IF W-TOT-GERAL > ZEROS
               PERFORM CONTABILIZA-CMV THRU CONTABILIZA-CMV-FIM.

       ROT-FIM.
           CLOSE CADMOVCUSTO
       ROT-FIM3.
           GOBACK.

      *---------[ LANCAMENTO DO CMV DO MES NO DIARIO (LANCCTB) ]--------
       CONTABILIZA-CMV.
           MOVE "EST" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NO ESTOQUE - CMV NAO LANCADO ***"
               MOVE 4 TO RETURN-CODE
               GO TO CONTABILIZA-CMV-FIM.

           MOVE "CMV" TO W-CTB-EVENTO
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "RELCMV" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           STRING "CMV" W-COMPET DELIMITED BY SIZE
               INTO W-CTB-DOCUMENTO
           MOVE "V" TO W-CTB-OPERACAO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "J"
               DISPLAY "CMV DA COMPETENCIA JA LANCADO NO DIARIO"
               GO TO CONTABILIZA-CMV-FIM.

           MOVE W-COMPET TO W-PRX-DATA (1:6)
           MOVE 01 TO W-PRX-DIA
           IF W-PRX-MES = 12
               ADD 1 TO W-PRX-ANO
               MOVE 01 TO W-PRX-MES
           ELSE
               ADD 1 TO W-PRX-MES.
           COMPUTE W-CTB-DATA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-PRX-DATA) - 1)
           MOVE W-TOT-GERAL TO W-CTB-VALOR
           STRING "CMV DA COMPETENCIA " W-COMPET
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           MOVE "L" TO W-CTB-OPERACAO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "O"
               DISPLAY "CMV LANCADO NO DIARIO"
           ELSE
               DISPLAY "*** CMV NAO LANCADO NO DIARIO (" W-CTB-RESULT
                   ") - VERIFIQUE O EVENTO CMV ***"
               MOVE 4 TO RETURN-CODE.
       CONTABILIZA-CMV-FIM.
           EXIT.

       LIMPA-TABELA.
           MOVE ZEROS TO W-IND.
       LIMPA-TABELA-1.
