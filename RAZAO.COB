       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAZAO.
      ***********************************************
      *  RAZAO POR CONTA - LE O DIARIO (CADDIARIO)    *
      *  PELA CHAVE CONTA+DATA. PARA CADA CONTA (OU   *
      *  SO A INFORMADA) OS LANCAMENTOS ANTERIORES AO *
      *  PERIODO FORMAM O SALDO ANTERIOR E OS DO      *
      *  PERIODO SAEM UM A UM COM O SALDO CORRENTE    *
      *  (INDICADOR D/C), TOTAL DE DEBITOS, CREDITOS  *
      *  E SALDO FINAL DA CONTA.                      *
      *  SAI NO SPOOL RAZAO.SPL                       *
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
       01 W-NOME-SPOOL   PIC X(20) VALUE "RAZAO.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-PLC         PIC X(02) VALUE "00".
       01 ST-DIA         PIC X(02) VALUE "00".
       01 W-CONTA-SEL    PIC 9(07) VALUE ZEROS.
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-CONTA-ATU    PIC 9(07) VALUE ZEROS.
       01 W-SALDO        PIC S9(13)V99 VALUE ZEROS.
       01 W-SALDO-IMP    PIC 9(13)V99 VALUE ZEROS.
       01 W-DC-IMP       PIC X(01) VALUE SPACES.
       01 W-CTA-DEB      PIC 9(13)V99 VALUE ZEROS.
       01 W-CTA-CRED     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-CONTAS   PIC 9(05) VALUE ZEROS.
       01 W-TOT-LANC     PIC 9(07) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R00.
           DISPLAY "CONTA (0 = TODAS): " WITH NO ADVANCING
           ACCEPT W-CONTA-SEL
           IF W-CONTA-SEL NOT NUMERIC
               GO TO R00.
       R00B.
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA-INI
           IF W-DATA-INI NOT NUMERIC OR W-DATA-INI = ZEROS
               GO TO R00B.
       R00C.
           DISPLAY "DATA FINAL   (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM NOT NUMERIC OR W-DATA-FIM < W-DATA-INI
               DISPLAY "*** DATA FINAL ANTERIOR A INICIAL ***"
               GO TO R00C.

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADDIARIO
           IF ST-DIA NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADDIARIO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT CADPLCONTA.

           MOVE SPACES TO W-LINHA
           STRING "*** RAZAO DE " W-DATA-INI " A " W-DATA-FIM " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE W-CONTA-SEL TO DIA-CONTA
           MOVE ZEROS TO DIA-DATA
           START CADDIARIO KEY IS NOT LESS DIA-CONTA-DATA
               INVALID KEY
                 GO TO R9-FIM.
           MOVE ZEROS TO W-CONTA-ATU.

      *---------[ LE NA ORDEM CONTA + DATA ]----------------------------
       R1.
           READ CADDIARIO NEXT RECORD
               AT END
                 GO TO R8-QUEBRA
           END-READ.
           IF W-CONTA-SEL NOT = ZEROS AND DIA-CONTA NOT = W-CONTA-SEL
               GO TO R8-QUEBRA.
           IF DIA-CONTA NOT = W-CONTA-ATU
               PERFORM FECHA-CONTA THRU FECHA-CONTA-FIM
               MOVE DIA-CONTA TO W-CONTA-ATU
               MOVE ZEROS TO W-SALDO W-CTA-DEB W-CTA-CRED.
           IF DIA-DATA > W-DATA-FIM
               GO TO R1.
           IF DIA-DATA < W-DATA-INI
               IF DIA-DC = "D"
                   ADD DIA-VALOR TO W-SALDO
               ELSE
                   SUBTRACT DIA-VALOR FROM W-SALDO
               END-IF
               GO TO R1.

      *---------[ PRIMEIRO LANCAMENTO DO PERIODO ABRE A CONTA ]---------
           IF W-CTA-DEB = ZEROS AND W-CTA-CRED = ZEROS
               PERFORM CABEC-CONTA THRU CABEC-CONTA-FIM.
           IF DIA-DC = "D"
               ADD DIA-VALOR TO W-SALDO
               ADD DIA-VALOR TO W-CTA-DEB
           ELSE
               SUBTRACT DIA-VALOR FROM W-SALDO
               ADD DIA-VALOR TO W-CTA-CRED.
           PERFORM EDITA-SALDO THRU EDITA-SALDO-FIM
           MOVE SPACES TO W-LINHA
           STRING DIA-DATA "  " DIA-LOTE "-" DIA-SEQ "  "
               DIA-HISTORICO "  " DIA-DC " " DIA-VALOR "  "
               W-SALDO-IMP W-DC-IMP "  " DIA-ORIGEM " "
               DIA-DOCUMENTO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-TOT-LANC
           GO TO R1.

       R8-QUEBRA.
           PERFORM FECHA-CONTA THRU FECHA-CONTA-FIM.

       R9-FIM.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CONTAS COM MOVIMENTO NO PERIODO: " W-TOT-CONTAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "LANCAMENTOS LISTADOS...........: " W-TOT-LANC
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           CLOSE CADDIARIO
           IF ST-PLC NOT = "35"
               CLOSE CADPLCONTA.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ CABECALHO DA CONTA COM O SALDO ANTERIOR ]-------------
       CABEC-CONTA.
           ADD 1 TO W-TOT-CONTAS
           MOVE DIA-CONTA TO PLC-CONTA
           READ CADPLCONTA
           IF ST-PLC NOT = "00"
               MOVE "(FORA DO PLANO DE CONTAS)" TO PLC-DESCRICAO.
           PERFORM EDITA-SALDO THRU EDITA-SALDO-FIM
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CONTA " DIA-CONTA " - " PLC-DESCRICAO
               "   SALDO ANTERIOR: " W-SALDO-IMP W-DC-IMP
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       CABEC-CONTA-FIM.
           EXIT.

      *---------[ TOTAIS DA CONTA QUE TEVE MOVIMENTO NO PERIODO ]-------
       FECHA-CONTA.
           IF W-CONTA-ATU = ZEROS
               GO TO FECHA-CONTA-FIM.
           IF W-CTA-DEB = ZEROS AND W-CTA-CRED = ZEROS
               GO TO FECHA-CONTA-FIM.
           PERFORM EDITA-SALDO THRU EDITA-SALDO-FIM
           MOVE SPACES TO W-LINHA
           STRING "   DEBITOS: " W-CTA-DEB "  CREDITOS: " W-CTA-CRED
               "  SALDO FINAL: " W-SALDO-IMP W-DC-IMP
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       FECHA-CONTA-FIM.
           EXIT.

       EDITA-SALDO.
           IF W-SALDO < ZEROS
               COMPUTE W-SALDO-IMP = ZEROS - W-SALDO
               MOVE "C" TO W-DC-IMP
           ELSE
               MOVE W-SALDO TO W-SALDO-IMP
               MOVE "D" TO W-DC-IMP.
       EDITA-SALDO-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (RAZAO.SPL) ]----------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RAZAO       EMISSAO: "
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
           MOVE "RAZAO" TO SPD-PROGRAMA
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
