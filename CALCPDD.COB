       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPDD.
      ***********************************************
      *  PROVISAO PARA DEVEDORES DUVIDOSOS (PDD) DO   *
      *  MES - RODAR NO FECHAMENTO DA COMPETENCIA.    *
      *  OS TITULOS EM ABERTO (A/P) DE CADTITREC SAO  *
      *  CLASSIFICADOS PELOS DIAS DE ATRASO NO ULTIMO *
      *  DIA DA COMPETENCIA E CADA FAIXA DE CADREGPDD *
      *  (CADPDD) PROVISIONA O SEU PERCENTUAL DO      *
      *  SALDO. TITULO BAIXADO POR PERDA (X), OU      *
      *  RENEGOCIADO (R), NAO ENTRA. A PDD NECESSARIA *
      *  E COMPARADA COM A DO MES ANTERIOR MENOS AS   *
      *  BAIXAS POR PERDA DO MES (CADPERDA) E A       *
      *  DIFERENCA E LANCADA NO DIARIO VIA LANCCTB NO *
      *  ULTIMO DIA DA COMPETENCIA (EVENTO PDDCONST   *
      *  QUANDO AUMENTA, PDDREVERS QUANDO DIMINUI).   *
      *  O RESULTADO FICA EM CADPDDMES; COMPETENCIA JA*
      *  CALCULADA SO REIMPRIME, SEM LANCAR DE NOVO   *
      *  (RC 4). SAI NO SPOOL CALCPDD.SPL; ERRO DE    *
      *  ARQUIVO OU TABELA VAZIA RC 8                 *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (CONSPERIODO, MODULO TES) NADA E GRAVADO NEM *
      *  LANCADO E O RETORNO E 8                      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSPOOL ASSIGN TO W-NOME-SPOOL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPOOL.

           SELECT ARQSPOOLDIR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPD.

           SELECT CADREGPDD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPD-DIAS
                    FILE STATUS  IS ST-RPD.

           SELECT CADPDDMES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDM-COMPET
                    FILE STATUS  IS ST-PDM.

           SELECT CADTITREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADPERDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-TITULO
                    FILE STATUS  IS ST-PER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSPOOL.
       01 REG-SPOOL            PIC X(132).

       FD ARQSPOOLDIR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SPOOLDIR.DAT".
       01 REG-SPOOLDIR.
           03 SPD-PROGRAMA     PIC X(12).
           03 SPD-ARQUIVO      PIC X(20).
           03 SPD-DATA-HORA    PIC X(21).
           03 SPD-OPERADOR     PIC X(08).

       FD CADREGPDD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREGPDD.DAT".
       01 REGREGPDD.
           03 RPD-DIAS          PIC 9(04).
           03 RPD-PERC          PIC 9(03)V99.
           03 RPD-DESCRICAO     PIC X(20).

       FD CADPDDMES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPDDMES.DAT".
       01 REGPDDMES.
           03 PDM-COMPET        PIC 9(06).
           03 PDM-DATA-REF      PIC 9(08).
           03 PDM-SALDO         PIC 9(11)V99.
           03 PDM-PROVISAO      PIC 9(11)V99.
           03 PDM-PROV-ANT      PIC 9(11)V99.
           03 PDM-PERDAS        PIC 9(11)V99.
           03 PDM-AJUSTE        PIC S9(11)V99.
           03 PDM-DATA          PIC 9(08).
           03 PDM-OPERADOR      PIC X(08).

       FD CADTITREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITREC.DAT".
       01 REGTITREC.
           03 TR-NUMERO        PIC 9(06).
           03 TR-CNPJCPF       PIC 9(15).
           03 TR-NUMNF         PIC 9(06).
           03 TR-VALOR         PIC 9(09)V99.
           03 TR-VALOR-PAGO    PIC 9(09)V99.
           03 TR-DATA-EMISSAO  PIC 9(08).
           03 TR-DATA-VENCTO   PIC 9(08).
           03 TR-SITUACAO      PIC X(01).

       FD CADPERDA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPERDA.DAT".
       01 REGPERDA.
           03 PER-TITULO        PIC 9(06).
           03 PER-CNPJCPF       PIC 9(15).
           03 PER-NUMNF         PIC 9(06).
           03 PER-DATA          PIC 9(08).
           03 PER-VALOR         PIC 9(09)V99.
           03 PER-DIAS-ATRASO   PIC 9(05).
           03 PER-MOTIVO        PIC X(40).
           03 PER-SUPERVISOR    PIC X(08).
           03 PER-OPERADOR      PIC X(08).
           03 PER-RECUPERADO    PIC 9(09)V99.
           03 PER-DATA-RECUP    PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "CALCPDD.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-RPD         PIC X(02) VALUE "00".
       01 ST-PDM         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-PER         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO   PIC 9(04).
           03 W-COMPET-MES   PIC 9(02).
       01 W-PRX-R.
           03 W-PRX-ANO     PIC 9(04).
           03 W-PRX-MES     PIC 9(02).
           03 W-PRX-DIA     PIC 9(02).
       01 W-PRX-DATA REDEFINES W-PRX-R PIC 9(08).
       01 W-DATA-REF     PIC 9(08) VALUE ZEROS.
       01 W-INT-REF      PIC 9(09) VALUE ZEROS.
       01 W-INT-VENCTO   PIC 9(09) VALUE ZEROS.
       01 W-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-JA-CALC      PIC X(01) VALUE "N".
       01 W-DATA-CALC    PIC 9(08) VALUE ZEROS.
       01 W-COMPET-ANT   PIC 9(06) VALUE ZEROS.
       01 W-PROV-ANT     PIC 9(11)V99 VALUE ZEROS.
       01 W-PERDAS       PIC 9(11)V99 VALUE ZEROS.
       01 W-PDD-ATUAL    PIC S9(11)V99 VALUE ZEROS.
       01 W-AJUSTE       PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(09)V99 VALUE ZEROS.
       01 W-PROV-TIT     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-QTD      PIC 9(06) VALUE ZEROS.
       01 W-TOT-SALDO    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-PROV     PIC 9(11)V99 VALUE ZEROS.
       01 W-SEM-QTD      PIC 9(06) VALUE ZEROS.
       01 W-SEM-SALDO    PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD-FAIXAS   PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-FX           PIC 9(02) VALUE ZEROS.
       01 W-TAB-FAIXA.
           03 W-FAIXA        OCCURS 20 TIMES.
              05 W-FX-DIAS       PIC 9(04).
              05 W-FX-PERC       PIC 9(03)V99.
              05 W-FX-DESCR      PIC X(20).
              05 W-FX-QTD        PIC 9(06).
              05 W-FX-SALDO      PIC 9(11)V99.
              05 W-FX-PROV       PIC 9(11)V99.
       01 W-QTD-ED       PIC ZZZ.ZZ9.
       01 W-PERC-ED      PIC ZZ9,99.
       01 W-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-PROV-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-SINAL-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R00.
           DISPLAY "COMPETENCIA DA PDD (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET-ANO < 1900
              OR W-COMPET-MES < 01 OR W-COMPET-MES > 12
               GO TO R00.
      *---------[ DATA DE REFERENCIA: ULTIMO DIA DA COMPETENCIA ]-------
           MOVE W-COMPET TO W-PRX-DATA (1:6)
           MOVE 01 TO W-PRX-DIA
           IF W-PRX-MES = 12
               ADD 1 TO W-PRX-ANO
               MOVE 01 TO W-PRX-MES
           ELSE
               ADD 1 TO W-PRX-MES.
           COMPUTE W-INT-REF =
               FUNCTION INTEGER-OF-DATE (W-PRX-DATA) - 1
           COMPUTE W-DATA-REF = FUNCTION DATE-OF-INTEGER (W-INT-REF)
           MOVE ZEROS TO W-TAB-FAIXA

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-REF TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               MOVE SPACES TO W-LINHA
               STRING "*** COMPETENCIA " W-COMPET " FECHADA NA "
                   "TESOURARIA - NADA GRAVADO NEM LANCADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.

      *---------[ TABELA DE FAIXAS EM MEMORIA, EM ORDEM DE DIAS ]-------
       R0.
           OPEN INPUT CADREGPDD
           IF ST-RPD NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADREGPDD - TABELA"
                   " DA PDD NAO CADASTRADA (CADPDD)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.
       R0A.
           READ CADREGPDD NEXT RECORD
               AT END
                 GO TO R0B
           END-READ.
           IF W-QTD-FAIXAS = 20
               MOVE SPACES TO W-LINHA
               STRING "*** MAIS DE 20 FAIXAS EM CADREGPDD - FAIXA "
                   RPD-DIAS " EM DIANTE IGNORADA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE
               GO TO R0B.
           ADD 1 TO W-QTD-FAIXAS
           MOVE RPD-DIAS TO W-FX-DIAS (W-QTD-FAIXAS)
           MOVE RPD-PERC TO W-FX-PERC (W-QTD-FAIXAS)
           MOVE RPD-DESCRICAO TO W-FX-DESCR (W-QTD-FAIXAS)
           GO TO R0A.
       R0B.
           CLOSE CADREGPDD
           IF W-QTD-FAIXAS = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "*** TABELA CADREGPDD VAZIA - NADA A PROVISIONAR"
                   " ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.

           OPEN INPUT CADTITREC
           IF ST-TR NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.
       R0C.
           OPEN I-O CADPDDMES
           IF ST-PDM NOT = "00"
              IF ST-PDM = "30"
                 OPEN OUTPUT CADPDDMES
                 CLOSE CADPDDMES
                 GO TO R0C
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADPDDMES"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 MOVE 8 TO RETURN-CODE
                 CLOSE CADTITREC
                 GO TO ROT-FIM2.

      *  SEM CADPERDA NAO HOUVE BAIXA POR PERDA NO MES          *
           OPEN INPUT CADPERDA
           IF ST-PER NOT = "00"
               MOVE "99" TO ST-PER.

      *---------[ PDD DO MES ANTERIOR E COMPETENCIA JA CALCULADA ]------
       R1.
           MOVE ZEROS TO PDM-COMPET
           START CADPDDMES KEY IS NOT LESS PDM-COMPET
               INVALID KEY GO TO R2.
       R1A.
           READ CADPDDMES NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF PDM-COMPET < W-COMPET
               MOVE PDM-COMPET TO W-COMPET-ANT
               MOVE PDM-PROVISAO TO W-PROV-ANT
               GO TO R1A.
           IF PDM-COMPET = W-COMPET
               MOVE "S" TO W-JA-CALC
               MOVE PDM-DATA TO W-DATA-CALC
               GO TO R1A.
           MOVE SPACES TO W-LINHA
           STRING "*** JA HA PDD CALCULADA EM " PDM-COMPET
               ", POSTERIOR A " W-COMPET " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 4 TO RETURN-CODE.

      *---------[ TITULOS EM ABERTO POR FAIXA DE ATRASO ]---------------
       R2.
           READ CADTITREC NEXT RECORD
               AT END
                 GO TO R3
           END-READ.
           IF TR-SITUACAO NOT = "A" AND TR-SITUACAO NOT = "P"
               GO TO R2.
           IF TR-DATA-EMISSAO > W-DATA-REF
               GO TO R2.
           COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
           IF W-SALDOTIT NOT > ZEROS
               GO TO R2.
           COMPUTE W-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE (TR-DATA-VENCTO)
           COMPUTE W-DIAS-ATRASO = W-INT-REF - W-INT-VENCTO
           IF W-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO W-DIAS-ATRASO.
           MOVE ZEROS TO W-FX
           MOVE 1 TO W-IND
           PERFORM PROCURA-FAIXA THRU PROCURA-FAIXA-FIM
           IF W-FX = ZEROS
               ADD 1 TO W-SEM-QTD
               ADD W-SALDOTIT TO W-SEM-SALDO
               GO TO R2.
           COMPUTE W-PROV-TIT ROUNDED =
               W-SALDOTIT * W-FX-PERC (W-FX) / 100
           ADD 1 TO W-FX-QTD (W-FX) W-TOT-QTD
           ADD W-SALDOTIT TO W-FX-SALDO (W-FX) W-TOT-SALDO
           ADD W-PROV-TIT TO W-FX-PROV (W-FX) W-TOT-PROV
           GO TO R2.

      *---------[ BAIXAS POR PERDA DO MES (CONSOMEM A PDD) ]------------
       R3.
           IF ST-PER = "99"
               GO TO R4.
       R3A.
           READ CADPERDA NEXT RECORD
               AT END
                 GO TO R4
           END-READ.
           IF PER-DATA (1:6) = W-COMPET
               ADD PER-VALOR TO W-PERDAS.
           GO TO R3A.

      *---------[ QUADRO DA PDD POR FAIXA ]-----------------------------
       R4.
           MOVE SPACES TO W-LINHA
           STRING "*** PDD DA COMPETENCIA " W-COMPET
               " - ATRASO CONTADO ATE " W-DATA-REF " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "A PARTIR DE  FAIXA                 TITULOS"
               "         SALDO ABERTO    PCT           PROVISAO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 1 TO W-IND
           PERFORM IMPRIME-FAIXA THRU IMPRIME-FAIXA-FIM
           MOVE W-TOT-QTD TO W-QTD-ED
           MOVE W-TOT-SALDO TO W-VALOR-ED
           MOVE W-TOT-PROV TO W-PROV-ED
           MOVE SPACES TO W-LINHA
           STRING "TOTAL                             " W-QTD-ED
               "  " W-VALOR-ED "         " W-PROV-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-SEM-QTD > ZEROS
               MOVE W-SEM-QTD TO W-QTD-ED
               MOVE W-SEM-SALDO TO W-VALOR-ED
               MOVE SPACES TO W-LINHA
               STRING "SEM FAIXA EM CADREGPDD (NAO PROVISIONADO) "
                   W-QTD-ED "  " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.

      *---------[ AJUSTE CONTRA O SALDO DA PDD DO MES ANTERIOR ]--------
           COMPUTE W-PDD-ATUAL = W-PROV-ANT - W-PERDAS
           COMPUTE W-AJUSTE = W-TOT-PROV - W-PDD-ATUAL
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-PROV-ANT TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "PDD ANTERIOR (" W-COMPET-ANT ")..........: "
               W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-PERDAS TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) BAIXAS POR PERDA DO MES........: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-PDD-ATUAL TO W-SINAL-ED
           MOVE SPACES TO W-LINHA
           STRING "(=) SALDO DA PDD ANTES DO AJUSTE...:" W-SINAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-TOT-PROV TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "PDD NECESSARIA NA COMPETENCIA......: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-AJUSTE TO W-SINAL-ED
           MOVE SPACES TO W-LINHA
           IF W-AJUSTE < ZEROS
               STRING "REVERSAO DA PDD (PDDREVERS)........:" W-SINAL-ED
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "CONSTITUICAO DA PDD (PDDCONST).....:" W-SINAL-ED
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL.

      *---------[ GRAVA CADPDDMES E LANCA O AJUSTE NO DIARIO ]----------
       R5.
           IF W-JA-CALC = "S"
               MOVE SPACES TO W-LINHA
               STRING "*** COMPETENCIA " W-COMPET " JA CALCULADA EM "
                   W-DATA-CALC " - NADA GRAVADO NEM LANCADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE W-COMPET TO PDM-COMPET
           MOVE W-DATA-REF TO PDM-DATA-REF
           MOVE W-TOT-SALDO TO PDM-SALDO
           MOVE W-TOT-PROV TO PDM-PROVISAO
           MOVE W-PROV-ANT TO PDM-PROV-ANT
           MOVE W-PERDAS TO PDM-PERDAS
           MOVE W-AJUSTE TO PDM-AJUSTE
           MOVE W-DATA-HOJE TO PDM-DATA
           MOVE W-OPERADOR-SPL TO PDM-OPERADOR
           WRITE REGPDDMES
           IF ST-PDM NOT = "00" AND ST-PDM NOT = "02"
               MOVE SPACES TO W-LINHA
               STRING "ERRO " ST-PDM " NA GRAVACAO DE CADPDDMES - "
                   "AJUSTE NAO LANCADO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           IF W-AJUSTE = ZEROS
               GO TO ROT-FIM.

           MOVE "L" TO W-CTB-OPERACAO
           IF W-AJUSTE < ZEROS
               MOVE "PDDREVERS" TO W-CTB-EVENTO
               COMPUTE W-CTB-VALOR = W-AJUSTE * -1
           ELSE
               MOVE "PDDCONST" TO W-CTB-EVENTO
               MOVE W-AJUSTE TO W-CTB-VALOR.
           MOVE W-DATA-REF TO W-CTB-DATA
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "CALCPDD" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE W-COMPET TO W-CTB-DOCUMENTO
           STRING "AJUSTE DA PDD " W-COMPET
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E" OR W-CTB-RESULT = "X"
               MOVE SPACES TO W-LINHA
               STRING "*** AJUSTE NAO LANCADO NO DIARIO (EVENTO "
                   W-CTB-EVENTO " - " W-CTB-RESULT ") ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE.

       ROT-FIM.
           CLOSE CADTITREC
           CLOSE CADPDDMES
           IF ST-PER NOT = "99"
               CLOSE CADPERDA.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ MAIOR FAIXA QUE NAO PASSA DO ATRASO DO TITULO ]-------
       PROCURA-FAIXA.
           IF W-IND > W-QTD-FAIXAS
               GO TO PROCURA-FAIXA-FIM.
           IF W-FX-DIAS (W-IND) > W-DIAS-ATRASO
               GO TO PROCURA-FAIXA-FIM.
           MOVE W-IND TO W-FX
           ADD 1 TO W-IND
           GO TO PROCURA-FAIXA.
       PROCURA-FAIXA-FIM.
           EXIT.

       IMPRIME-FAIXA.
           IF W-IND > W-QTD-FAIXAS
               GO TO IMPRIME-FAIXA-FIM.
           MOVE W-FX-QTD (W-IND) TO W-QTD-ED
           MOVE W-FX-PERC (W-IND) TO W-PERC-ED
           MOVE W-FX-SALDO (W-IND) TO W-VALOR-ED
           MOVE W-FX-PROV (W-IND) TO W-PROV-ED
           MOVE SPACES TO W-LINHA
           STRING W-FX-DIAS (W-IND) " DIAS   " W-FX-DESCR (W-IND)
               "  " W-QTD-ED "  " W-VALOR-ED "  " W-PERC-ED "  "
               W-PROV-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-IND
           GO TO IMPRIME-FAIXA.
       IMPRIME-FAIXA-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (CALCPDD.SPL) ]--------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: CALCPDD     EMISSAO: "
               FUNCTION CURRENT-DATE (1:14)
               "   OPERADOR: " W-OPERADOR-SPL
               DELIMITED BY SIZE INTO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA
           MOVE ALL "-" TO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA

           OPEN EXTEND ARQSPOOLDIR
           IF ST-SPD NOT = "00"
              OPEN OUTPUT ARQSPOOLDIR
              CLOSE ARQSPOOLDIR
              OPEN EXTEND ARQSPOOLDIR.
           MOVE "CALCPDD" TO SPD-PROGRAMA
           MOVE W-NOME-SPOOL TO SPD-ARQUIVO
           MOVE FUNCTION CURRENT-DATE TO SPD-DATA-HORA
           MOVE W-OPERADOR-SPL TO SPD-OPERADOR
           WRITE REG-SPOOLDIR
           CLOSE ARQSPOOLDIR.
       ABRE-SPOOL-FIM.
           EXIT.

       GRAVA-SPOOL.
           WRITE REG-SPOOL FROM W-LINHA
           DISPLAY W-LINHA (1:78).
