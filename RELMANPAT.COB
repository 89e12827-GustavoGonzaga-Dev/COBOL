       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMANPAT.
      ***********************************************
      *  CUSTO DE MANUTENCAO X VALOR DE AQUISICAO -   *
      *  PARA CADA BEM ATIVO DE CADPATRIM SOMA AS OS  *
      *  DE CADOSPAT (PECAS + MAO DE OBRA + SERVICO   *
      *  DE TERCEIRO) ABERTAS NO PERIODO INFORMADO    *
      *  (ZEROS = TODO O HISTORICO) E CALCULA O PCT   *
      *  SOBRE O VALOR DE AQUISICAO. O RANKING E PELO *
      *  PCT, MAIOR PRIMEIRO, COM O VALOR CONTABIL    *
      *  (AQUISICAO - DEPRECIACAO ACUMULADA) AO LADO. *
      *  O BEM COM PCT IGUAL OU ACIMA DE MANUTPCT     *
      *  (CADPARAM, SEM ELE 50) OU COM CUSTO ACIMA DO *
      *  VALOR CONTABIL E MARCADO PARA AVALIAR A      *
      *  SUBSTITUICAO EM VEZ DO REPARO                *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPATRIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-CODIGO
                    FILE STATUS  IS ST-PAT.

           SELECT CADOSPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OSP-NUMERO
                    ALTERNATE RECORD KEY IS OSP-CODPAT WITH DUPLICATES
                    FILE STATUS  IS ST-OSP.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT W-ORDENACAO ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPATRIM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPATRIM.DAT".
       01 REGPATRIM.
           03 PAT-CODIGO        PIC 9(06).
           03 PAT-DESCRICAO     PIC X(30).
           03 PAT-CODDEP        PIC 9(03).
           03 PAT-DATA-AQUIS    PIC 9(08).
           03 PAT-VALOR-AQUIS   PIC 9(09)V99.
           03 PAT-VIDA-MESES    PIC 9(03).
           03 PAT-DEPREC-ACUM   PIC 9(09)V99.
           03 PAT-ULT-COMPET    PIC 9(06).
           03 PAT-SITUACAO      PIC X(01).
           03 PAT-ORIGEM-PED    PIC 9(06).

       FD CADOSPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOSPAT.DAT".
       01 REGOSPAT.
           03 OSP-NUMERO        PIC 9(06).
           03 OSP-CODPAT        PIC 9(06).
           03 OSP-TIPO          PIC X(01).
           03 OSP-DATA-ABERT    PIC 9(08).
           03 OSP-DATA-FECH     PIC 9(08).
           03 OSP-DESCRICAO     PIC X(40).
           03 OSP-MAODEOBRA     PIC 9(07)V99.
           03 OSP-VALPECAS      PIC 9(09)V99.
           03 OSP-VALTERC       PIC 9(09)V99.
           03 OSP-CNPJ-TERC     PIC 9(15).
           03 OSP-NF-TERC       PIC 9(06).
           03 OSP-SITUACAO      PIC X(01).
           03 OSP-OPERADOR      PIC X(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-PCT             PIC 9(05)V99.
           03 ORD-CODPAT          PIC 9(06).
           03 ORD-DESCRICAO       PIC X(30).
           03 ORD-VALOR-AQUIS     PIC 9(09)V99.
           03 ORD-VALOR-CONTABIL  PIC 9(09)V99.
           03 ORD-QTD-OS          PIC 9(04).
           03 ORD-PECAS           PIC 9(11)V99.
           03 ORD-MAODEOBRA       PIC 9(11)V99.
           03 ORD-TERCEIRO        PIC 9(11)V99.
           03 ORD-CUSTO           PIC 9(11)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PAT         PIC X(02) VALUE "00".
       01 ST-OSP         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-PCT-LIMITE   PIC 9(03)V99 VALUE ZEROS.
       01 W-RANK         PIC 9(05) VALUE ZEROS.
       01 W-TOT-AVALIAR  PIC 9(05) VALUE ZEROS.
       01 W-TOT-OS       PIC 9(07) VALUE ZEROS.
       01 W-TOT-CUSTO    PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-AQUIS    PIC 9(13)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R00.
           DISPLAY "*** CUSTO DE MANUTENCAO X VALOR DE AQUISICAO ***"
           DISPLAY "OS ABERTAS A PARTIR DE (AAAAMMDD, 0 = TODAS): "
               WITH NO ADVANCING
           ACCEPT W-DATA-INI
           DISPLAY "ATE (AAAAMMDD, 0 = HOJE): " WITH NO ADVANCING
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-FIM.
           IF W-DATA-INI > W-DATA-FIM
               DISPLAY "*** PERIODO INVALIDO ***"
               GO TO R00.

       R0.
           OPEN INPUT CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPATRIM"
               GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADOSPAT
           IF ST-OSP NOT = "00"
               DISPLAY "CADOSPAT AUSENTE - SEM OS DE EQUIPAMENTOS"
               CLOSE CADPATRIM
               GO TO ROT-FIM3.

           MOVE 50 TO W-PCT-LIMITE
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "MANUTPCT" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-PCT-LIMITE
               END-IF
               CLOSE CADPARAM.

           SORT W-ORDENACAO
               ON DESCENDING KEY ORD-PCT ORD-CUSTO
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.

       ROT-FIM.
           CLOSE CADPATRIM
           CLOSE CADOSPAT.
       ROT-FIM3.
           STOP RUN.

      *---------[ UM REGISTRO DE ORDENACAO POR BEM COM OS ]-------------
       MONTA-ORDENACAO.
           MOVE ZEROS TO PAT-CODIGO
           START CADPATRIM KEY IS NOT LESS PAT-CODIGO
               INVALID KEY GO TO MR-FIM.
       MR1.
           READ CADPATRIM NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.
           IF PAT-SITUACAO NOT = "A"
               GO TO MR1.
           MOVE ZEROS TO ORD-QTD-OS ORD-PECAS ORD-MAODEOBRA
                         ORD-TERCEIRO ORD-CUSTO ORD-PCT
           MOVE PAT-CODIGO TO OSP-CODPAT
           START CADOSPAT KEY IS NOT LESS OSP-CODPAT
               INVALID KEY GO TO MR1.
       MR2.
           READ CADOSPAT NEXT RECORD
               AT END
                 GO TO MR3
           END-READ.
           IF OSP-CODPAT NOT = PAT-CODIGO
               GO TO MR3.
           IF OSP-DATA-ABERT < W-DATA-INI
              OR OSP-DATA-ABERT > W-DATA-FIM
               GO TO MR2.
           ADD 1 TO ORD-QTD-OS
           ADD OSP-VALPECAS TO ORD-PECAS
           ADD OSP-MAODEOBRA TO ORD-MAODEOBRA
           ADD OSP-VALTERC TO ORD-TERCEIRO
           GO TO MR2.
       MR3.
           IF ORD-QTD-OS = ZEROS
               GO TO MR1.
           COMPUTE ORD-CUSTO = ORD-PECAS + ORD-MAODEOBRA + ORD-TERCEIRO
           IF PAT-VALOR-AQUIS > ZEROS
               COMPUTE ORD-PCT ROUNDED =
                   ORD-CUSTO * 100 / PAT-VALOR-AQUIS
                   ON SIZE ERROR MOVE 99999,99 TO ORD-PCT
               END-COMPUTE.
           MOVE PAT-CODIGO TO ORD-CODPAT
           MOVE PAT-DESCRICAO TO ORD-DESCRICAO
           MOVE PAT-VALOR-AQUIS TO ORD-VALOR-AQUIS
           MOVE ZEROS TO ORD-VALOR-CONTABIL
           IF PAT-VALOR-AQUIS > PAT-DEPREC-ACUM
               COMPUTE ORD-VALOR-CONTABIL =
                   PAT-VALOR-AQUIS - PAT-DEPREC-ACUM.
           RELEASE W-REGORD
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ IMPRIME O RANKING ]-----------------------------------
       IMPRIME-ORDENACAO.
           DISPLAY " "
           DISPLAY "*** CUSTO DE MANUTENCAO - OS DE " W-DATA-INI
               " A " W-DATA-FIM " - LIMITE " W-PCT-LIMITE
               " PCT DA AQUISICAO ***".
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.

           ADD 1 TO W-RANK
           ADD ORD-QTD-OS TO W-TOT-OS
           ADD ORD-CUSTO TO W-TOT-CUSTO
           ADD ORD-VALOR-AQUIS TO W-TOT-AQUIS
           DISPLAY " "
           DISPLAY W-RANK " - BEM " ORD-CODPAT "  " ORD-DESCRICAO
           DISPLAY "   AQUISICAO " ORD-VALOR-AQUIS
               "  VALOR CONTABIL " ORD-VALOR-CONTABIL
               "  OS " ORD-QTD-OS
           DISPLAY "   PECAS " ORD-PECAS "  MAO DE OBRA " ORD-MAODEOBRA
               "  TERCEIROS " ORD-TERCEIRO
           DISPLAY "   CUSTO DE MANUTENCAO " ORD-CUSTO
               "  " ORD-PCT " PCT DA AQUISICAO"
           IF ORD-PCT >= W-PCT-LIMITE
              OR ORD-CUSTO > ORD-VALOR-CONTABIL
               ADD 1 TO W-TOT-AVALIAR
               DISPLAY "   *** AVALIAR SUBSTITUICAO DO BEM EM VEZ DO "
                   "REPARO ***".
           GO TO IR1.

       IR-FIM.
           DISPLAY " "
           DISPLAY "BENS COM OS NO PERIODO.........: " W-RANK
           DISPLAY "OS CONSIDERADAS................: " W-TOT-OS
           DISPLAY "CUSTO TOTAL DE MANUTENCAO......: " W-TOT-CUSTO
           DISPLAY "AQUISICAO DOS BENS LISTADOS....: " W-TOT-AQUIS
           DISPLAY "BENS PARA AVALIAR SUBSTITUICAO.: " W-TOT-AVALIAR
           EXIT.
