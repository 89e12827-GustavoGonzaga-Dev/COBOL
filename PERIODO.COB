       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODO.
      ***********************************************
      *  CONTROLE DE COMPETENCIA POR MODULO           *
      *  (CADPERIODO) - DEPOIS DE FECHADO E ENTREGUE  *
      *  O MES, A COMPETENCIA AAAAMM E FECHADA NO     *
      *  MODULO (EST=ESTOQUE VEN=VENDAS COM=COMPRAS   *
      *  FOL=FOLHA TES=TESOURARIA, OU TOD = OS CINCO) *
      *  E OS PROGRAMAS QUE LANCAM MOVIMENTO RECUSAM  *
      *  DATA NELA (SUBPROGRAMA CONSPERIODO).         *
      *  COMPETENCIA SEM REGISTRO ESTA ABERTA. A      *
      *  REABERTURA SO SAI COM MOTIVO E SENHA DE      *
      *  SUPERVISOR (PERFIL A DE CADUSUARIO), COMO EM *
      *  BAIXAPERDA. FECHAMENTO E REABERTURA FICAM    *
      *  CARIMBADOS EM ARQTRANSLOG (ANTES/DEPOIS).    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDO-KEY
                    FILE STATUS  IS ST-PDO.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERIODO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPERIODO.DAT".
       01 REGPERIODO.
           03 PDO-KEY.
              05 PDO-MODULO        PIC X(03).
              05 PDO-COMPET        PIC 9(06).
           03 PDO-SITUACAO         PIC X(01).
           03 PDO-DATA-FECHA       PIC 9(08).
           03 PDO-OPER-FECHA       PIC X(08).
           03 PDO-DATA-REABRE      PIC 9(08).
           03 PDO-OPER-REABRE      PIC X(08).
           03 PDO-SUPERVISOR       PIC X(08).
           03 PDO-MOTIVO           PIC X(40).

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).

       FD ARQTRANSLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQTRANSLOG.DAT".
       01 REGTRANSLOG.
           03 TL-DATA-HORA         PIC X(21).
           03 TL-ARQUIVO           PIC X(10).
           03 TL-CHAVE             PIC X(20).
           03 TL-OPERACAO          PIC X(01).
           03 TL-ANTES             PIC X(210).
           03 TL-DEPOIS            PIC X(210).
           03 TL-OPERADOR          PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PDO         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-MODULO       PIC X(03) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO   PIC 9(04).
           03 W-COMPET-MES   PIC 9(02).
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 W-TOTFECHA     PIC 9(01) VALUE ZEROS.
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-TL-OPER      PIC X(01) VALUE SPACES.
       01 W-REG-ANTES    PIC X(90) VALUE SPACES.

       01 TABMODULO.
           03 FILLER PIC X(03) VALUE "EST".
           03 FILLER PIC X(03) VALUE "VEN".
           03 FILLER PIC X(03) VALUE "COM".
           03 FILLER PIC X(03) VALUE "FOL".
           03 FILLER PIC X(03) VALUE "TES".
       01 TABMODULOX REDEFINES TABMODULO.
           03 TBMODULO PIC X(03) OCCURS 5 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADPERIODO
           IF ST-PDO NOT = "00"
              IF ST-PDO = "30"
                 OPEN OUTPUT CADPERIODO
                 CLOSE CADPERIODO
                 DISPLAY "*** ARQUIVO CADPERIODO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPERIODO"
                 GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** CONTROLE DE COMPETENCIA POR MODULO ***"
           DISPLAY "  1 - FECHAR COMPETENCIA"
           DISPLAY "  2 - REABRIR COMPETENCIA (SUPERVISOR)"
           DISPLAY "  3 - LISTAR COMPETENCIAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-FECHA
              WHEN 2
                 GO TO R3-REABRE
              WHEN 3
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ FECHAMENTO DA COMPETENCIA ]---------------------------
       R2-FECHA.
           DISPLAY "MODULO (EST VEN COM FOL TES TOD, VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-MODULO
           IF W-MODULO = SPACES
               GO TO R1.
           IF W-MODULO NOT = "TOD"
               PERFORM CONFERE-MODULO THRU CONFERE-MODULO-FIM
               IF W-IND = ZEROS
                   DISPLAY "*** MODULO INVALIDO ***"
                   GO TO R2-FECHA.
       R2A.
           PERFORM LE-COMPET THRU LE-COMPET-FIM
           IF W-COMPET = ZEROS
               GO TO R2-FECHA.
           IF W-COMPET NOT < W-DATA-HOJE (1:6)
               DISPLAY "*** SO FECHA COMPETENCIA JA ENCERRADA ***"
               GO TO R2A.
           DISPLAY "CONFIRMA O FECHAMENTO DE " W-COMPET " NO MODULO "
               W-MODULO " (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** FECHAMENTO ABANDONADO ***"
               GO TO R1.
           MOVE ZEROS TO W-TOTFECHA
           IF W-MODULO NOT = "TOD"
               PERFORM FECHA-MODULO THRU FECHA-MODULO-FIM
               GO TO R2C.
           MOVE 1 TO W-IND.
       R2B.
           MOVE TBMODULO (W-IND) TO W-MODULO
           PERFORM FECHA-MODULO THRU FECHA-MODULO-FIM
           IF W-IND < 5
               ADD 1 TO W-IND
               GO TO R2B.
       R2C.
           DISPLAY "*** " W-TOTFECHA " MODULO(S) FECHADO(S) EM "
               W-COMPET " ***"
           GO TO R1.

      *---------[ REABERTURA - MOTIVO E SUPERVISOR PERFIL A ]-----------
       R3-REABRE.
           DISPLAY "MODULO (EST VEN COM FOL TES, VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-MODULO
           IF W-MODULO = SPACES
               GO TO R1.
           PERFORM CONFERE-MODULO THRU CONFERE-MODULO-FIM
           IF W-IND = ZEROS
               DISPLAY "*** MODULO INVALIDO ***"
               GO TO R3-REABRE.
           PERFORM LE-COMPET THRU LE-COMPET-FIM
           IF W-COMPET = ZEROS
               GO TO R3-REABRE.
           MOVE W-MODULO TO PDO-MODULO
           MOVE W-COMPET TO PDO-COMPET
           READ CADPERIODO
           IF ST-PDO NOT = "00" OR PDO-SITUACAO NOT = "F"
               DISPLAY "*** COMPETENCIA NAO ESTA FECHADA ***"
               GO TO R3-REABRE.
           DISPLAY "FECHADA EM " PDO-DATA-FECHA " POR " PDO-OPER-FECHA.
       R3A.
           DISPLAY "MOTIVO DA REABERTURA (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-MOTIVO
           IF W-MOTIVO = SPACES
               GO TO R1.
       R3B.
           DISPLAY "CODIGO DO SUPERVISOR: " WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO R1.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA

           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO R1.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO R3B.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO R1.
           CLOSE CADUSUARIO.

           DISPLAY "CONFIRMA A REABERTURA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** REABERTURA ABANDONADA ***"
               GO TO R1.
           MOVE REGPERIODO TO W-REG-ANTES
           MOVE "A" TO PDO-SITUACAO
           MOVE W-DATA-HOJE TO PDO-DATA-REABRE
           MOVE W-OPERADOR-LOG TO PDO-OPER-REABRE
           MOVE W-SUP-CODIGO TO PDO-SUPERVISOR
           MOVE W-MOTIVO TO PDO-MOTIVO
           REWRITE REGPERIODO
           IF ST-PDO NOT = "00"
               DISPLAY "ERRO NA REGRAVACAO DE CADPERIODO ST=" ST-PDO
               GO TO R1.
           MOVE "A" TO W-TL-OPER
           PERFORM CARIMBA-PERIODO THRU CARIMBA-PERIODO-FIM
           DISPLAY "*** COMPETENCIA " PDO-COMPET " REABERTA NO MODULO "
               PDO-MODULO " ***"
           GO TO R1.

      *---------[ LISTA DAS COMPETENCIAS REGISTRADAS ]------------------
       R4-LISTA.
           DISPLAY "MOD COMPET SIT FECHADA  POR      REABERTA POR"
               "      SUPERV.  MOTIVO"
           MOVE LOW-VALUES TO PDO-KEY
           START CADPERIODO KEY IS NOT LESS PDO-KEY
               INVALID KEY GO TO R1.
       R4A.
           READ CADPERIODO NEXT RECORD
               AT END
                 GO TO R1
           END-READ.
           DISPLAY PDO-MODULO " " PDO-COMPET " " PDO-SITUACAO "   "
               PDO-DATA-FECHA " " PDO-OPER-FECHA " " PDO-DATA-REABRE
               " " PDO-OPER-REABRE " " PDO-SUPERVISOR " " PDO-MOTIVO
           GO TO R4A.

       ROT-FIM.
           CLOSE CADPERIODO.
       ROT-FIM3.
           STOP RUN.

      *---------[ COMPETENCIA AAAAMM ]----------------------------------
       LE-COMPET.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
               GO TO LE-COMPET-FIM.
           IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
              OR W-COMPET-ANO < 1900
               DISPLAY "*** COMPETENCIA INVALIDA ***"
               GO TO LE-COMPET.
       LE-COMPET-FIM.
           EXIT.

       CONFERE-MODULO.
           MOVE 1 TO W-IND.
       CONFERE-MODULO-1.
           IF TBMODULO (W-IND) = W-MODULO
               GO TO CONFERE-MODULO-FIM.
           IF W-IND < 5
               ADD 1 TO W-IND
               GO TO CONFERE-MODULO-1.
           MOVE ZEROS TO W-IND.
       CONFERE-MODULO-FIM.
           EXIT.

      *---------[ FECHA A COMPETENCIA NUM MODULO ]----------------------
       FECHA-MODULO.
           MOVE W-MODULO TO PDO-MODULO
           MOVE W-COMPET TO PDO-COMPET
           READ CADPERIODO
           IF ST-PDO = "00"
               IF PDO-SITUACAO = "F"
                   DISPLAY "   " W-MODULO " JA ESTAVA FECHADO"
                   GO TO FECHA-MODULO-FIM
               END-IF
               MOVE REGPERIODO TO W-REG-ANTES
               MOVE "A" TO W-TL-OPER
           ELSE
               MOVE SPACES TO REGPERIODO W-REG-ANTES
               MOVE W-MODULO TO PDO-MODULO
               MOVE W-COMPET TO PDO-COMPET
               MOVE ZEROS TO PDO-DATA-REABRE
               MOVE "I" TO W-TL-OPER.
           MOVE "F" TO PDO-SITUACAO
           MOVE W-DATA-HOJE TO PDO-DATA-FECHA
           MOVE W-OPERADOR-LOG TO PDO-OPER-FECHA
           IF W-TL-OPER = "I"
               WRITE REGPERIODO
           ELSE
               REWRITE REGPERIODO.
           IF ST-PDO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DE CADPERIODO ST=" ST-PDO
               GO TO FECHA-MODULO-FIM.
           PERFORM CARIMBA-PERIODO THRU CARIMBA-PERIODO-FIM
           ADD 1 TO W-TOTFECHA.
       FECHA-MODULO-FIM.
           EXIT.

      *---------[ ALTERACAO DA COMPETENCIA CARIMBADA EM ARQTRANSLOG ]---
       CARIMBA-PERIODO.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS TL-CHAVE
           MOVE W-REG-ANTES TO TL-ANTES
           MOVE REGPERIODO TO TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADPERIODO" TO TL-ARQUIVO
           MOVE PDO-KEY TO TL-CHAVE
           MOVE W-TL-OPER TO TL-OPERACAO
           MOVE W-OPERADOR-LOG TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-PERIODO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
