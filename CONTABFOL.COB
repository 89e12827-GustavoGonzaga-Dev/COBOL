      *  SALARIO E DE FGTS POR DEPARTAMENTO E         *
      *  CREDITOS DE INSS/IRRF/FGTS A RECOLHER,       *
      *  CONSIGNADO, VT, PLANO, PENSAO ALIMENTICIA A  *
      *  REPASSAR, MULTAS DESCONTADAS, OUTROS         *
      *  DESCONTOS (RUBRICAS DO RH EM CADLANCRUB E    *
      *  DEMAIS DESCONTOS SEM COLUNA PROPRIA EM       *
      *  ARQRESFOL, APURADOS PELA DIFERENCA ATE O     *
      *  LIQUIDO), ADIANTAMENTOS A COMPENSAR (O       *
      *  ADIANTAMENTO QUINZENAL, TIPO AD, ABATIDO     *
      *  PELA FOLHA) E SALARIO LIQUIDO A PAGAR.       *
      *  O RELATORIO DE CONFERENCIA FECHA COM         *
      *  OS TOTAIS DA FOLHA DE FOLPAG                 *
      *  OS MESMOS VALORES POR DEPARTAMENTO SAO       *
      *  LANCADOS NO DIARIO VIA LANCCTB (EVENTOS      *
      *  FOLSALARIO FOLFGTS FOLINSS FOLIRRF FOLCONSIG *
      *  FOLVT FOLPLANO FOLPENSAO FOLMULTA FOLOUTROS  *
      *  FOLADIANT)                                   *
      *  NO ULTIMO DIA DA COMPETENCIA, UMA VEZ SO POR *
      *  COMPETENCIA                                  *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-TOT-FGTS     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-LIQ      PIC 9(11)V99 VALUE ZEROS.
       01 W-VALOR-LANC   PIC 9(11)V99 VALUE ZEROS.
       01 W-OUTROS       PIC S9(09)V99 VALUE ZEROS.
       01 W-CONTA        PIC X(20) VALUE SPACES.
       01 W-DC           PIC X(01) VALUE SPACES.
       01 W-LANCA-DIARIO PIC X(01) VALUE "S".
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

       01 W-TAB-DEP.
           03 W-DEP-ENT OCCURS 999 TIMES.
              05 W-DEP-PLANO     PIC 9(09)V99.
              05 W-DEP-PENSAO    PIC 9(09)V99.
              05 W-DEP-MULTA     PIC 9(09)V99.
              05 W-DEP-OUTROS    PIC 9(09)V99.
              05 W-DEP-ADIANT    PIC 9(09)V99.
              05 W-DEP-LIQ       PIC 9(11)V99.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA - NADA LANCADO ***"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.

       R0.
           OPEN INPUT ARQRESFOL
               MOVE 999 TO W-IND
           ELSE
               MOVE RES-CODDEP TO W-IND.
      *    ADIANTAMENTO QUINZENAL (AD) NAO E DESPESA - JA ESTA NO BRUTO
      *    DA FOLHA DO MES, QUE O ABATE DO LIQUIDO
           IF RES-TIPO = "AD"
               ADD RES-LIQUIDO TO W-DEP-ADIANT (W-IND)
               GO TO R1.
           ADD RES-BRUTO TO W-DEP-BRUTO (W-IND)
           ADD RES-SALFAM-VAL TO W-DEP-SALFAM (W-IND)
           ADD RES-INSS TO W-DEP-INSS (W-IND)
           ADD RES-PENSAO TO W-DEP-PENSAO (W-IND)
           ADD RES-MULTA TO W-DEP-MULTA (W-IND)
           ADD RES-LIQUIDO TO W-DEP-LIQ (W-IND)
           COMPUTE W-OUTROS = RES-BRUTO + RES-SALFAM-VAL
               - RES-INSS - RES-IRRF - RES-EMPRESTIMO
               - RES-VALETRANSP - RES-PLANOSAUDE - RES-PENSAO
               - RES-MULTA - RES-LIQUIDO
           IF W-OUTROS > ZEROS
               ADD W-OUTROS TO W-DEP-OUTROS (W-IND).
           ADD RES-BRUTO TO W-TOT-BRUTO
           ADD RES-INSS TO W-TOT-INSS
           ADD RES-IRRF TO W-TOT-IRRF

           DISPLAY "*** CONTABILIZACAO DA FOLHA - COMPETENCIA "
               W-COMPET " ***"
           PERFORM PREPARA-DIARIO THRU PREPARA-DIARIO-FIM
           MOVE ZEROS TO W-IND.
       R2A.
           ADD 1 TO W-IND
           ELSE
               DISPLAY "DEPARTAMENTO " W-IND.

      *    O ADIANTAMENTO ABATIDO PELA FOLHA CAIU NOS OUTROS DESCONTOS
           IF W-DEP-ADIANT (W-IND) > W-DEP-OUTROS (W-IND)
               MOVE W-DEP-OUTROS (W-IND) TO W-DEP-ADIANT (W-IND).
           SUBTRACT W-DEP-ADIANT (W-IND) FROM W-DEP-OUTROS (W-IND)

           MOVE "DESPESA SALARIOS" TO W-CONTA
           MOVE "D" TO W-DC
           COMPUTE W-VALOR-LANC =
           MOVE W-DEP-MULTA (W-IND) TO W-VALOR-LANC
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM

           MOVE "OUTROS DESCONTOS" TO W-CONTA
           MOVE "C" TO W-DC
           MOVE W-DEP-OUTROS (W-IND) TO W-VALOR-LANC
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM

           MOVE "ADIANT. A COMPENSAR" TO W-CONTA
           MOVE "C" TO W-DC
           MOVE W-DEP-ADIANT (W-IND) TO W-VALOR-LANC
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM

           MOVE "SALARIOS A PAGAR" TO W-CONTA
           MOVE "C" TO W-DC
           MOVE W-DEP-LIQ (W-IND) TO W-VALOR-LANC
           PERFORM GRAVA-LANC THRU GRAVA-LANC-FIM
           IF W-LANCA-DIARIO = "S"
               PERFORM CONTABILIZA-DEP THRU CONTABILIZA-DEP-FIM.
           GO TO R2A.

      *---------[ LINHA DE CONTROLE E CONFERENCIA ]---------------------
       GRAVA-LANC-FIM.
           EXIT.

      *---------[ DIARIO: COMPETENCIA JA LANCADA NAO SE REPETE ]--------
       PREPARA-DIARIO.
           MOVE "S" TO W-LANCA-DIARIO
           MOVE "CONTABFOL" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO
           STRING "FOL" W-COMPET DELIMITED BY SIZE
               INTO W-CTB-DOCUMENTO
           MOVE "V" TO W-CTB-OPERACAO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "J"
               DISPLAY "*** FOLHA DA COMPETENCIA JA LANCADA NO DIARIO"
                   " - SO O LANCCONT.TXT SERA GERADO ***"
               MOVE "N" TO W-LANCA-DIARIO
               GO TO PREPARA-DIARIO-FIM.
           MOVE W-COMPET TO W-PRX-DATA (1:6)
           MOVE 01 TO W-PRX-DIA
           IF W-PRX-MES = 12
               ADD 1 TO W-PRX-ANO
               MOVE 01 TO W-PRX-MES
           ELSE
               ADD 1 TO W-PRX-MES.
           COMPUTE W-DATA-LANC = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (W-PRX-DATA) - 1).
       PREPARA-DIARIO-FIM.
           EXIT.

      *---------[ LANCAMENTOS DO DEPARTAMENTO NO DIARIO (LANCCTB) ]-----
      *  DESPESA CONTRA SALARIOS A PAGAR PELO BRUTO; CADA       *
      *  DESCONTO SAI DE SALARIOS A PAGAR PARA A SUA CONTA DE   *
      *  REPASSE, SOBRANDO NELA O LIQUIDO                       *
       CONTABILIZA-DEP.
           MOVE "FOLSALARIO" TO W-CTB-EVENTO
           COMPUTE W-CTB-VALOR =
               W-DEP-BRUTO (W-IND) + W-DEP-SALFAM (W-IND)
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLFGTS" TO W-CTB-EVENTO
           MOVE W-DEP-FGTS (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLINSS" TO W-CTB-EVENTO
           MOVE W-DEP-INSS (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLIRRF" TO W-CTB-EVENTO
           MOVE W-DEP-IRRF (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLCONSIG" TO W-CTB-EVENTO
           MOVE W-DEP-EMPREST (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLVT" TO W-CTB-EVENTO
           MOVE W-DEP-VT (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLPLANO" TO W-CTB-EVENTO
           MOVE W-DEP-PLANO (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLPENSAO" TO W-CTB-EVENTO
           MOVE W-DEP-PENSAO (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLMULTA" TO W-CTB-EVENTO
           MOVE W-DEP-MULTA (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLOUTROS" TO W-CTB-EVENTO
           MOVE W-DEP-OUTROS (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM
           MOVE "FOLADIANT" TO W-CTB-EVENTO
           MOVE W-DEP-ADIANT (W-IND) TO W-CTB-VALOR
           PERFORM LANCA-EVENTO THRU LANCA-EVENTO-FIM.
       CONTABILIZA-DEP-FIM.
           EXIT.

       LANCA-EVENTO.
           IF W-CTB-VALOR = ZEROS
               GO TO LANCA-EVENTO-FIM.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE W-DATA-LANC TO W-CTB-DATA
           MOVE W-IND TO W-CTB-CODDEP
           MOVE SPACES TO W-CTB-HISTORICO
           STRING "FOLHA " W-COMPET " DEP " W-IND " "
               W-CTB-EVENTO
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E" OR W-CTB-RESULT = "X"
               DISPLAY "  *** EVENTO " W-CTB-EVENTO " NAO LANCADO NO"
                   " DIARIO (" W-CTB-RESULT ") ***"
               MOVE 4 TO RETURN-CODE.
       LANCA-EVENTO-FIM.
           EXIT.

       LIMPA-TABELA.
           MOVE ZEROS TO W-IND.
       LIMPA-TABELA-1.
                         W-DEP-FGTS (W-IND) W-DEP-EMPREST (W-IND)
                         W-DEP-VT (W-IND) W-DEP-PLANO (W-IND)
                         W-DEP-PENSAO (W-IND) W-DEP-MULTA (W-IND)
                         W-DEP-OUTROS (W-IND) W-DEP-LIQ (W-IND)
                         W-DEP-ADIANT (W-IND)
           GO TO LIMPA-TABELA-1.
       LIMPA-TABELA-FIM.
           EXIT.
