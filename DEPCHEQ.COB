       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCHEQ.
      ***********************************************
      *  LISTA DIARIA DE DEPOSITO DOS CHEQUES         *
      *  PRE-DATADOS EM CUSTODIA (CADCHEQUE,          *
      *  SITUACAO C) QUE JA VENCERAM (BOM PARA ATE    *
      *  HOJE). CADA CHEQUE LISTADO E MARCADO COMO    *
      *  DEPOSITADO (D) NA CONTA PADRAO (CADPARAM     *
      *  CTAPADRAO) E ENTRA COMO CREDITO EM CADMOVBCO *
      *  (ORIGEM CHEQUE, DOCUMENTO = NUMERO DE        *
      *  CUSTODIA) PARA A CONCILIACAO. SEM CONTA      *
      *  PADRAO SAI SO A PREVIA, NADA E DEPOSITADO    *
      *  (RC 4). SAI NO SPOOL DEPCHEQ.SPL; ERRO DE    *
      *  ARQUIVO RC 8                                 *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  NADA E DEPOSITADO E O PASSO TERMINA COM RC 8 *
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

           SELECT CADCHEQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUMERO
                    ALTERNATE RECORD KEY IS CHQ-CLIENTE WITH DUPLICATES
                    FILE STATUS  IS ST-CHQ.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADCONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-CTA.

           SELECT CADMOVBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVB-KEY
                    FILE STATUS  IS ST-MVB.
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

       FD CADCHEQUE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCHEQUE.DAT".
       01 REGCHEQUE.
           03 CHQ-NUMERO        PIC 9(06).
           03 CHQ-BANCO         PIC 9(03).
           03 CHQ-AGENCIA       PIC 9(05).
           03 CHQ-CHEQUE        PIC 9(06).
           03 CHQ-EMITENTE      PIC 9(15).
           03 CHQ-CLIENTE       PIC 9(15).
           03 CHQ-VALOR         PIC 9(09)V99.
           03 CHQ-DATA-RECEB    PIC 9(08).
           03 CHQ-BOM-PARA      PIC 9(08).
           03 CHQ-SITUACAO      PIC X(01).
           03 CHQ-DATA-DEPOS    PIC 9(08).
           03 CHQ-CONTA         PIC 9(02).
           03 CHQ-DATA-DEVOL    PIC 9(08).
           03 CHQ-ALINEA        PIC 9(02).
           03 CHQ-OPERADOR      PIC X(08).
           03 CHQ-QTD-TIT       PIC 9(01).
           03 CHQ-TITULOS.
              05 CHQ-TIT        OCCURS 5 TIMES.
                 07 CHQ-TIT-NUMERO  PIC 9(06).
                 07 CHQ-TIT-VALOR   PIC 9(09)V99.

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADCONTABCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTABCO.DAT".
       01 REGCONTABCO.
           03 CTA-CODIGO        PIC 9(02).
           03 CTA-NOME          PIC X(20).
           03 CTA-BANCO         PIC 9(03).
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 MVB-KEY.
              05 MVB-CONTA      PIC 9(02).
              05 MVB-SEQ        PIC 9(06).
           03 MVB-DATA          PIC 9(08).
           03 MVB-TIPO          PIC X(01).
           03 MVB-ORIGEM        PIC X(10).
           03 MVB-DOCUMENTO     PIC 9(06).
           03 MVB-VALOR         PIC 9(09)V99.
           03 MVB-CONCILIADO    PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "DEPCHEQ.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CTA         PIC X(02) VALUE "00".
       01 ST-MVB         PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-TOT-CHQ      PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR    PIC 9(13)V99 VALUE ZEROS.
       01 W-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-CHQ-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-CTA-PADRAO   PIC 9(02) VALUE ZEROS.
       01 W-MVB-TIPO     PIC X(01) VALUE SPACES.
       01 W-MVB-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-MVB-DOC      PIC 9(06) VALUE ZEROS.
       01 W-MVB-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-CTAPADRAO THRU LE-CTAPADRAO-FIM
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               MOVE SPACES TO W-LINHA
               STRING "*** COMPETENCIA FECHADA NA TESOURARIA - NADA"
                   " DEPOSITADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.
           OPEN I-O CADCHEQUE
           IF ST-CHQ = "35"
               MOVE SPACES TO W-LINHA
               STRING "CADCHEQUE AUSENTE - NENHUM CHEQUE EM CUSTODIA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM2.
           IF ST-CHQ NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADCHEQUE"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.

           MOVE SPACES TO W-LINHA
           STRING "*** CHEQUES PRE-DATADOS A DEPOSITAR EM "
               W-DATA-HOJE " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           IF W-CTA-PADRAO = ZEROS
               STRING "*** PREVIA - SEM CONTA PADRAO (CTAPADRAO) EM"
                   " CADPARAM, NADA SERA DEPOSITADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               MOVE 4 TO RETURN-CODE
           ELSE
               STRING "DEPOSITO NA CONTA " W-CTA-PADRAO
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CUSTODIA BCO AGENCIA CHEQUE  EMITENTE        "
               "  BOM PARA            VALOR"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ CHEQUES EM CUSTODIA JA VENCIDOS ]---------------------
       R1.
           READ CADCHEQUE NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF CHQ-SITUACAO NOT = "C" OR CHQ-BOM-PARA > W-DATA-HOJE
               GO TO R1.
           MOVE CHQ-VALOR TO W-CHQ-ED
           MOVE SPACES TO W-LINHA
           STRING CHQ-NUMERO "   " CHQ-BANCO " " CHQ-AGENCIA "   "
               CHQ-CHEQUE "  " CHQ-EMITENTE "  " CHQ-BOM-PARA "  "
               W-CHQ-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-TOT-CHQ
           ADD CHQ-VALOR TO W-TOT-VALOR
           IF W-CTA-PADRAO = ZEROS
               GO TO R1.

           MOVE "D" TO CHQ-SITUACAO
           MOVE W-DATA-HOJE TO CHQ-DATA-DEPOS
           MOVE W-CTA-PADRAO TO CHQ-CONTA
           REWRITE REGCHEQUE
           IF ST-CHQ NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** ERRO " ST-CHQ " NA REGRAVACAO DO CHEQUE "
                   CHQ-NUMERO " - NAO DEPOSITADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO R1.
           MOVE CHQ-VALOR TO W-MVB-VALOR
           MOVE "C" TO W-MVB-TIPO
           MOVE "CHEQUE" TO W-MVB-ORIGEM
           MOVE CHQ-NUMERO TO W-MVB-DOC
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           GO TO R1.

       R2.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-TOT-VALOR TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "CHEQUES: " W-TOT-CHQ "   VALOR TOTAL: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       ROT-FIM.
           CLOSE CADCHEQUE.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ LANCAMENTO NO LIVRO DA TESOURARIA ]-------------------
      *  O DEPOSITO ENTRA NA CONTA PADRAO (CADPARAM CTAPADRAO)  *
      *  DE CADCONTABCO, COM O SALDO DA CONTA ATUALIZADO E O    *
      *  MOVIMENTO EM CADMOVBCO PARA A CONCILIACAO DE           *
      *  TESOURARIA                                             *
       GRAVA-MOVBCO.
           IF W-CTA-PADRAO = ZEROS OR W-MVB-VALOR = ZEROS
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADCONTABCO
           IF ST-CTA NOT = "00"
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MVB NOT = "00"
              IF ST-MVB = "30"
                 OPEN OUTPUT CADMOVBCO
                 CLOSE CADMOVBCO
                 OPEN I-O CADMOVBCO
              ELSE
                 CLOSE CADCONTABCO
                 GO TO GRAVA-MOVBCO-FIM.
           MOVE W-CTA-PADRAO TO CTA-CODIGO
           READ CADCONTABCO
           IF ST-CTA NOT = "00"
               CLOSE CADCONTABCO
               CLOSE CADMOVBCO
               GO TO GRAVA-MOVBCO-FIM.

           MOVE ZEROS TO W-MVB-SEQ
           MOVE "N" TO W-MVB-EOF
           MOVE W-CTA-PADRAO TO MVB-CONTA
           MOVE ZEROS TO MVB-SEQ
           START CADMOVBCO KEY IS NOT LESS MVB-KEY
               INVALID KEY MOVE "S" TO W-MVB-EOF.
       GRAVA-MOVBCO-1.
           IF W-MVB-EOF = "S"
               GO TO GRAVA-MOVBCO-2.
           READ CADMOVBCO NEXT RECORD
               AT END
                 MOVE "S" TO W-MVB-EOF
                 GO TO GRAVA-MOVBCO-1
           END-READ.
           IF MVB-CONTA NOT = W-CTA-PADRAO
               MOVE "S" TO W-MVB-EOF
               GO TO GRAVA-MOVBCO-1.
           MOVE MVB-SEQ TO W-MVB-SEQ
           GO TO GRAVA-MOVBCO-1.
       GRAVA-MOVBCO-2.
           ADD 1 TO W-MVB-SEQ
           MOVE W-CTA-PADRAO TO MVB-CONTA
           MOVE W-MVB-SEQ TO MVB-SEQ
           MOVE W-DATA-HOJE TO MVB-DATA
           MOVE W-MVB-TIPO TO MVB-TIPO
           MOVE W-MVB-ORIGEM TO MVB-ORIGEM
           MOVE W-MVB-DOC TO MVB-DOCUMENTO
           MOVE W-MVB-VALOR TO MVB-VALOR
           MOVE "N" TO MVB-CONCILIADO
           WRITE REGMOVBCO
           IF ST-MVB = "22"
               REWRITE REGMOVBCO.
           IF W-MVB-TIPO = "C"
               ADD W-MVB-VALOR TO CTA-SALDO
           ELSE
               SUBTRACT W-MVB-VALOR FROM CTA-SALDO.
           REWRITE REGCONTABCO
           CLOSE CADCONTABCO
           CLOSE CADMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.

       LE-CTAPADRAO.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-CTAPADRAO-FIM.
           MOVE "CTAPADRAO" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-CTA-PADRAO.
           CLOSE CADPARAM.
       LE-CTAPADRAO-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (DEPCHEQ.SPL) ]--------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: DEPCHEQ     EMISSAO: "
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
           MOVE "DEPCHEQ" TO SPD-PROGRAMA
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
