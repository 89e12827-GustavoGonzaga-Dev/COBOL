       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCETE.
      ***********************************************
      *  BALANCETE MENSAL DE VERIFICACAO - CARREGA O  *
      *  PLANO DE CONTAS (CADPLCONTA) E LE O DIARIO   *
      *  (CADDIARIO): O QUE E ANTERIOR A COMPETENCIA  *
      *  FORMA O SALDO ANTERIOR, O QUE E DA           *
      *  COMPETENCIA VAI PARA DEBITOS E CREDITOS DO   *
      *  MES. AS CONTAS ANALITICAS SOBEM PELA CONTA   *
      *  PAI ATE A RAIZ, TOTALIZANDO AS SINTETICAS.   *
      *  O SALDO SAI COM O INDICADOR D/C. NO FIM      *
      *  CONFERE DEBITOS = CREDITOS (RC 8 SE NAO      *
      *  FECHAR). SAI NO SPOOL BALANCETE.SPL          *
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

           SELECT CADPLCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLC-CONTA
                    FILE STATUS  IS ST-PLC.

           SELECT CADDIARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIA-KEY
                    ALTERNATE RECORD KEY IS DIA-CONTA-DATA
                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DIA-ORIGEM-DOC
                        WITH DUPLICATES
                    FILE STATUS  IS ST-DIA.
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

       FD CADPLCONTA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPLCONTA.DAT".
       01 REGPLCONTA.
           03 PLC-CONTA            PIC 9(07).
           03 PLC-DESCRICAO        PIC X(30).
           03 PLC-TIPO             PIC X(01).
           03 PLC-NATUREZA         PIC X(01).
           03 PLC-ANALITICA        PIC X(01).
           03 PLC-CONTA-PAI        PIC 9(07).
           03 PLC-SITUACAO         PIC X(01).

       FD CADDIARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDIARIO.DAT".
       01 REGDIARIO.
           03 DIA-KEY.
              05 DIA-LOTE          PIC 9(08).
              05 DIA-SEQ           PIC 9(02).
           03 DIA-CONTA-DATA.
              05 DIA-CONTA         PIC 9(07).
              05 DIA-DATA          PIC 9(08).
           03 DIA-DC               PIC X(01).
           03 DIA-VALOR            PIC 9(11)V99.
           03 DIA-CODDEP           PIC 9(03).
           03 DIA-EVENTO           PIC X(10).
           03 DIA-ORIGEM-DOC.
              05 DIA-ORIGEM        PIC X(10).
              05 DIA-DOCUMENTO     PIC X(12).
           03 DIA-HISTORICO        PIC X(40).
           03 DIA-OPERADOR         PIC X(08).
           03 DIA-DATA-HORA        PIC X(21).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "BALANCETE.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-PLC         PIC X(02) VALUE "00".
       01 ST-DIA         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO  PIC 9(04).
           03 W-COMPET-MES  PIC 9(02).
       01 W-DIA-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-ACHOU        PIC 9(03) VALUE ZEROS.
       01 W-PAI          PIC 9(03) VALUE ZEROS.
       01 W-NIVEL        PIC 9(02) VALUE ZEROS.
       01 W-PROCURA      PIC 9(07) VALUE ZEROS.
       01 W-SALDO-ATU    PIC S9(13)V99 VALUE ZEROS.
       01 W-SALDO-IMP    PIC 9(13)V99 VALUE ZEROS.
       01 W-DC-IMP       PIC X(01) VALUE SPACES.
       01 W-ANT-IMP      PIC 9(13)V99 VALUE ZEROS.
       01 W-DCANT-IMP    PIC X(01) VALUE SPACES.
       01 W-TOT-DEB      PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-CRED     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-SEMCONTA PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS    PIC 9(07) VALUE ZEROS.

      *---------[ PLANO EM MEMORIA: SALDO EM CONVENCAO DEVEDORA ]-------
       01 W-TAB-CTA.
           03 W-CTA-QTD      PIC 9(03) VALUE ZEROS.
           03 W-CTA-ENT OCCURS 500 TIMES.
              05 W-CTA-CONTA     PIC 9(07).
              05 W-CTA-DESC      PIC X(30).
              05 W-CTA-ANALIT    PIC X(01).
              05 W-CTA-PAI       PIC 9(07).
              05 W-CTA-SALANT    PIC S9(13)V99.
              05 W-CTA-DEB       PIC 9(13)V99.
              05 W-CTA-CRED      PIC 9(13)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R00.
           DISPLAY "COMPETENCIA DO BALANCETE (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
              OR W-COMPET-MES < 1 OR W-COMPET-MES > 12
               GO TO R00.

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADPLCONTA
           IF ST-PLC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADPLCONTA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT CADDIARIO
           IF ST-DIA NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADDIARIO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE CADPLCONTA
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.

      *---------[ CARREGA O PLANO NA ORDEM DO CODIGO ]------------------
       R1.
           READ CADPLCONTA NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF W-CTA-QTD >= 500
               MOVE SPACES TO W-LINHA
               STRING "*** PLANO COM MAIS DE 500 CONTAS - CONTA "
                   PLC-CONTA " FORA DO BALANCETE ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE
               GO TO R1.
           ADD 1 TO W-CTA-QTD
           MOVE PLC-CONTA TO W-CTA-CONTA (W-CTA-QTD)
           MOVE PLC-DESCRICAO TO W-CTA-DESC (W-CTA-QTD)
           MOVE PLC-ANALITICA TO W-CTA-ANALIT (W-CTA-QTD)
           MOVE PLC-CONTA-PAI TO W-CTA-PAI (W-CTA-QTD)
           MOVE ZEROS TO W-CTA-SALANT (W-CTA-QTD)
                         W-CTA-DEB (W-CTA-QTD) W-CTA-CRED (W-CTA-QTD)
           GO TO R1.

      *---------[ ACUMULA O DIARIO ATE O FIM DA COMPETENCIA ]----------
       R2.
           READ CADDIARIO NEXT RECORD
               AT END
                 GO TO R3-SOBE
           END-READ.
           MOVE DIA-DATA (1:6) TO W-DIA-COMPET
           IF W-DIA-COMPET > W-COMPET
               GO TO R2.
           ADD 1 TO W-TOT-LIDOS
           MOVE DIA-CONTA TO W-PROCURA
           PERFORM PROCURA-CONTA THRU PROCURA-CONTA-FIM
           IF W-ACHOU = ZEROS
               ADD 1 TO W-TOT-SEMCONTA
               GO TO R2.
           IF W-DIA-COMPET < W-COMPET
               IF DIA-DC = "D"
                   ADD DIA-VALOR TO W-CTA-SALANT (W-ACHOU)
               ELSE
                   SUBTRACT DIA-VALOR FROM W-CTA-SALANT (W-ACHOU)
               END-IF
               GO TO R2.
           IF DIA-DC = "D"
               ADD DIA-VALOR TO W-CTA-DEB (W-ACHOU)
               ADD DIA-VALOR TO W-TOT-DEB
           ELSE
               ADD DIA-VALOR TO W-CTA-CRED (W-ACHOU)
               ADD DIA-VALOR TO W-TOT-CRED.
           GO TO R2.

      *---------[ ANALITICAS SOBEM PELA CONTA PAI ]---------------------
       R3-SOBE.
           MOVE ZEROS TO W-IND.
       R3A.
           ADD 1 TO W-IND
           IF W-IND > W-CTA-QTD
               GO TO R4-IMPRIME.
           IF W-CTA-ANALIT (W-IND) NOT = "S"
               GO TO R3A.
           PERFORM SOBE-CONTA THRU SOBE-CONTA-FIM
           GO TO R3A.

       R4-IMPRIME.
           MOVE SPACES TO W-LINHA
           STRING "*** BALANCETE DE VERIFICACAO - COMPETENCIA "
               W-COMPET " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CONTA    DESCRICAO                       "
               "SALDO ANTERIOR     DEBITOS          CREDITOS"
               "         SALDO ATUAL"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-IND.
       R4A.
           ADD 1 TO W-IND
           IF W-IND > W-CTA-QTD
               GO TO R5-TOTAL.
           IF W-CTA-SALANT (W-IND) = ZEROS
              AND W-CTA-DEB (W-IND) = ZEROS
              AND W-CTA-CRED (W-IND) = ZEROS
               GO TO R4A.
           IF W-CTA-SALANT (W-IND) < ZEROS
               COMPUTE W-ANT-IMP = ZEROS - W-CTA-SALANT (W-IND)
               MOVE "C" TO W-DCANT-IMP
           ELSE
               MOVE W-CTA-SALANT (W-IND) TO W-ANT-IMP
               MOVE "D" TO W-DCANT-IMP.
           COMPUTE W-SALDO-ATU = W-CTA-SALANT (W-IND)
                               + W-CTA-DEB (W-IND)
                               - W-CTA-CRED (W-IND)
           IF W-SALDO-ATU < ZEROS
               COMPUTE W-SALDO-IMP = ZEROS - W-SALDO-ATU
               MOVE "C" TO W-DC-IMP
           ELSE
               MOVE W-SALDO-ATU TO W-SALDO-IMP
               MOVE "D" TO W-DC-IMP.
           MOVE SPACES TO W-LINHA
           STRING W-CTA-CONTA (W-IND) "  " W-CTA-DESC (W-IND) "  "
               W-ANT-IMP W-DCANT-IMP "  " W-CTA-DEB (W-IND) "  "
               W-CTA-CRED (W-IND) "  " W-SALDO-IMP W-DC-IMP
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO R4A.

      *---------[ PARTIDAS DOBRADAS: DEBITOS = CREDITOS ]---------------
       R5-TOTAL.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "TOTAL DE DEBITOS DO MES........: " W-TOT-DEB
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "TOTAL DE CREDITOS DO MES.......: " W-TOT-CRED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "LANCAMENTOS ATE A COMPETENCIA..: " W-TOT-LIDOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-TOT-SEMCONTA > ZEROS
               MOVE SPACES TO W-LINHA
               STRING "*** LANCAMENTOS EM CONTA FORA DO PLANO: "
                   W-TOT-SEMCONTA " ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO W-LINHA
           IF W-TOT-DEB = W-TOT-CRED
               STRING "*** BALANCETE FECHADO: DEBITOS = CREDITOS ***"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "*** BALANCETE NAO FECHA: DEBITOS DIFERENTES"
                   " DOS CREDITOS ***"
                   DELIMITED BY SIZE INTO W-LINHA
               MOVE 8 TO RETURN-CODE.
           PERFORM GRAVA-SPOOL
           CLOSE CADPLCONTA
           CLOSE CADDIARIO.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ LOCALIZA A CONTA NA TABELA ]--------------------------
       PROCURA-CONTA.
           MOVE ZEROS TO W-ACHOU W-PAI.
       PROCURA-CONTA-1.
           ADD 1 TO W-PAI
           IF W-PAI > W-CTA-QTD
               GO TO PROCURA-CONTA-FIM.
           IF W-CTA-CONTA (W-PAI) = W-PROCURA
               MOVE W-PAI TO W-ACHOU
               GO TO PROCURA-CONTA-FIM.
           GO TO PROCURA-CONTA-1.
       PROCURA-CONTA-FIM.
           EXIT.

      *---------[ SOMA A ANALITICA EM CADA SINTETICA ACIMA DELA ]-------
       SOBE-CONTA.
           MOVE ZEROS TO W-NIVEL
           MOVE W-CTA-PAI (W-IND) TO W-PROCURA.
       SOBE-CONTA-1.
           IF W-PROCURA = ZEROS
               GO TO SOBE-CONTA-FIM.
           ADD 1 TO W-NIVEL
           IF W-NIVEL > 20
               GO TO SOBE-CONTA-FIM.
           PERFORM PROCURA-CONTA THRU PROCURA-CONTA-FIM
           IF W-ACHOU = ZEROS OR W-ACHOU = W-IND
               GO TO SOBE-CONTA-FIM.
           ADD W-CTA-SALANT (W-IND) TO W-CTA-SALANT (W-ACHOU)
           ADD W-CTA-DEB (W-IND) TO W-CTA-DEB (W-ACHOU)
           ADD W-CTA-CRED (W-IND) TO W-CTA-CRED (W-ACHOU)
           MOVE W-CTA-PAI (W-ACHOU) TO W-PROCURA
           GO TO SOBE-CONTA-1.
       SOBE-CONTA-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (BALANCETE.SPL) ]------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: BALANCETE   EMISSAO: "
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
           MOVE "BALANCETE" TO SPD-PROGRAMA
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
