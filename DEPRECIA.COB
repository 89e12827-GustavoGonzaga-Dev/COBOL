      *  DEPARTAMENTO PARA O LANCAMENTO CONTABIL.     *
      *  CADA COMPETENCIA DEPRECIA UMA VEZ SO -       *
      *  RODAR DE NOVO NAO DUPLICA                    *
      *  A COTA DE CADA DEPARTAMENTO E LANCADA NO     *
      *  DIARIO VIA LANCCTB (EVENTO DEPREC) NO ULTIMO *
      *  DIA DA COMPETENCIA                           *
      *  OS VEICULOS DA FROTA ENTRAM COMO BENS        *
      *  COMUNS, COM A VIDA UTIL DADA NO VINCULO DA   *
      *  PLACA EM VEICPATRIM                          *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE         *
      *  (CONSPERIODO, MODULO EST) NADA E DEPRECIADO  *
      *  E O RETORNO E 8                              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-TOT-BENS     PIC 9(05) VALUE ZEROS.
       01 W-TOT-DEPREC   PIC 9(11)V99 VALUE ZEROS.
       01 W-SEM-DEP      PIC 9(11)V99 VALUE ZEROS.
       01 W-PRX-R.
           03 W-PRX-ANO     PIC 9(04).
           03 W-PRX-MES     PIC 9(02).
           03 W-PRX-DIA     PIC 9(02).
       01 W-PRX-DATA REDEFINES W-PRX-R PIC 9(08).
       01 W-DATA-LANC    PIC 9(08) VALUE ZEROS.
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

       01 W-TAB-DEP.
           03 W-DEP-ENT OCCURS 999 TIMES.
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.

           MOVE "EST" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NO ESTOQUE - NADA DEPRECIADO ***"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.

       R0.
           OPEN I-O CADPATRIM
           IF ST-PAT NOT = "00"
           ADD 1 TO W-TOT-BENS
           ADD W-COTA TO W-TOT-DEPREC
           IF PAT-CODDEP > ZEROS AND PAT-CODDEP NOT > 999
               ADD W-COTA TO W-DEP-VALOR (PAT-CODDEP)
           ELSE
               ADD W-COTA TO W-SEM-DEP.
           DISPLAY "  BEM " PAT-CODIGO "  COTA " W-COTA
               "  ACUMULADO " PAT-DEPREC-ACUM
           GO TO R1.
       R2.
           DISPLAY " "
           DISPLAY "*** DEPRECIACAO POR DEPARTAMENTO ***"
      *---------[ DATA DO LANCAMENTO: ULTIMO DIA DA COMPETENCIA ]-------
           MOVE W-COMPET TO W-PRX-DATA (1:6)
           MOVE 01 TO W-PRX-DIA
           IF W-PRX-MES = 12
               ADD 1 TO W-PRX-ANO
               MOVE 01 TO W-PRX-MES
           ELSE
               ADD 1 TO W-PRX-MES.
           COMPUTE W-DATA-LANC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-PRX-DATA) - 1)
           IF W-SEM-DEP > ZEROS
               MOVE ZEROS TO W-IND
               MOVE W-SEM-DEP TO W-CTB-VALOR
               PERFORM CONTABILIZA-DEP THRU CONTABILIZA-DEP-FIM.
           MOVE ZEROS TO W-IND.
       R2A.
           ADD 1 TO W-IND
               GO TO R2A.
           DISPLAY "DEP " W-IND "  DEPRECIACAO "
               W-DEP-VALOR (W-IND)
           MOVE W-DEP-VALOR (W-IND) TO W-CTB-VALOR
           PERFORM CONTABILIZA-DEP THRU CONTABILIZA-DEP-FIM
           GO TO R2A.

       R3.
       ROT-FIM3.
           GOBACK.

      *---------[ LANCAMENTO DA COTA DO DEPARTAMENTO (LANCCTB) ]--------
       CONTABILIZA-DEP.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "DEPREC" TO W-CTB-EVENTO
           MOVE W-DATA-LANC TO W-CTB-DATA
           MOVE W-IND TO W-CTB-CODDEP
           MOVE "DEPRECIA" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           STRING W-COMPET W-IND DELIMITED BY SIZE
               INTO W-CTB-DOCUMENTO
           STRING "DEPRECIACAO " W-COMPET " DEP " W-IND
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E" OR W-CTB-RESULT = "X"
               DISPLAY "*** DEPRECIACAO DO DEP " W-IND
                   " NAO LANCADA NO DIARIO (" W-CTB-RESULT ") ***"
               MOVE 4 TO RETURN-CODE.
       CONTABILIZA-DEP-FIM.
           EXIT.

       LIMPA-TABELA.
           MOVE ZEROS TO W-IND.
       LIMPA-TABELA-1.
