       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCIPLIN.
      ***********************************************
      *  REGISTRO DISCIPLINAR (CADDISCIP) - POR CHAPA *
      *  DE ARQFUNC REGISTRA A ADVERTENCIA (A) OU A   *
      *  SUSPENSAO (S) COM DATA, MOTIVO E TESTEMUNHA  *
      *  E IMPRIME O AVISO PARA ASSINATURA DO         *
      *  FUNCIONARIO. A SUSPENSAO (1 A 30 DIAS        *
      *  CORRIDOS A PARTIR DO INICIO) E DESCONTADA    *
      *  POR FOLPAG COMO FALTA NAO REMUNERADA NA      *
      *  RUBRICA 051, JUNTO COM O DSR DE CADA SEMANA  *
      *  ATINGIDA. O HISTORICO DA CHAPA E CONSULTADO  *
      *  AQUI E TAMBEM POR RESCISAO ANTES DE UMA      *
      *  DISPENSA POR JUSTA CAUSA                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSC-KEY
                    FILE STATUS  IS ST-DSC.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDISCIP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDISCIP.DAT".
       01 REGDISCIP.
           03 DSC-KEY.
              05 DSC-CHAPA      PIC 9(06).
              05 DSC-SEQ        PIC 9(03).
           03 DSC-TIPO          PIC X(01).
           03 DSC-DATA          PIC 9(08).
           03 DSC-DATA-INI      PIC 9(08).
           03 DSC-DIAS          PIC 9(02).
           03 DSC-MOTIVO        PIC X(60).
           03 DSC-TEST-CHAPA    PIC 9(06).
           03 DSC-TESTEMUNHA    PIC X(30).
           03 DSC-DATA-REG      PIC 9(08).
           03 DSC-OPERADOR      PIC X(08).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME-FUNC         PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO-FUNC         PIC X(01).
           03 GENERO-FUNC       PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 DATAADMISSAO      PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-DSC         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-NOME         PIC X(30) VALUE SPACES.
       01 W-SEQ          PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-INT          PIC 9(09) VALUE ZEROS.
       01 W-EOF-DSC      PIC X(01) VALUE "N".
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-QTD-ADV      PIC 9(03) VALUE ZEROS.
       01 W-QTD-SUSP     PIC 9(03) VALUE ZEROS.
       01 W-TOT-DIAS     PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADDISCIP
           IF ST-DSC NOT = "00"
              IF ST-DSC = "30"
                 OPEN OUTPUT CADDISCIP
                 CLOSE CADDISCIP
                 DISPLAY "*** ARQUIVO CADDISCIP FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDISCIP"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADDISCIP
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** REGISTRO DISCIPLINAR ***"
           DISPLAY "  1 - REGISTRAR ADVERTENCIA/SUSPENSAO"
           DISPLAY "  2 - REIMPRIMIR AVISO"
           DISPLAY "  3 - HISTORICO DA CHAPA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-REGISTRA
              WHEN 2
                 GO TO R3-REIMPRIME
              WHEN 3
                 GO TO R4-HISTORICO
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ NOVA OCORRENCIA - MOSTRA O HISTORICO ANTES ]----------
       R2-REGISTRA.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** CHAPA NAO CADASTRADA ***"
               GO TO R2-REGISTRA.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** FUNCIONARIO NAO ESTA ATIVO ***"
               GO TO R2-REGISTRA.
           MOVE NOME-FUNC TO W-NOME
           DISPLAY "FUNCIONARIO: " W-NOME
           PERFORM LISTA-HISTORICO THRU LISTA-HISTORICO-FIM.

       R2B.
           DISPLAY "TIPO (A=ADVERTENCIA S=SUSPENSAO): "
               WITH NO ADVANCING
           ACCEPT DSC-TIPO
           IF DSC-TIPO = "a"
               MOVE "A" TO DSC-TIPO.
           IF DSC-TIPO = "s"
               MOVE "S" TO DSC-TIPO.
           IF DSC-TIPO NOT = "A" AND DSC-TIPO NOT = "S"
               GO TO R2B.
       R2C.
           DISPLAY "DATA DA OCORRENCIA (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               MOVE W-DATA-HOJE TO W-DATA.
           IF W-DATA NOT NUMERIC OR W-DATA < 19000101
              OR W-DATA > W-DATA-HOJE
               DISPLAY "*** DATA INVALIDA ***"
               GO TO R2C.
           MOVE W-DATA TO DSC-DATA
           MOVE ZEROS TO DSC-DATA-INI DSC-DIAS
           IF DSC-TIPO = "A"
               GO TO R2E.
       R2D.
           DISPLAY "INICIO DA SUSPENSAO (AAAAMMDD): "
               WITH NO ADVANCING
           ACCEPT DSC-DATA-INI
           IF DSC-DATA-INI NOT NUMERIC OR DSC-DATA-INI < DSC-DATA
               DISPLAY "*** INICIO ANTERIOR A OCORRENCIA ***"
               GO TO R2D.
           DISPLAY "DIAS DE SUSPENSAO (1 A 30): " WITH NO ADVANCING
           ACCEPT DSC-DIAS
           IF DSC-DIAS = ZEROS OR DSC-DIAS > 30
               DISPLAY "*** SUSPENSAO VAI DE 1 A 30 DIAS ***"
               GO TO R2D.
       R2E.
           DISPLAY "MOTIVO: " WITH NO ADVANCING
           ACCEPT DSC-MOTIVO
           IF DSC-MOTIVO = SPACES
               GO TO R2E.
       R2F.
           DISPLAY "CHAPA DA TESTEMUNHA (0 = NAO FUNCIONARIO): "
               WITH NO ADVANCING
           ACCEPT DSC-TEST-CHAPA
           IF DSC-TEST-CHAPA = W-CHAPA
               DISPLAY "*** TESTEMUNHA NAO PODE SER O PROPRIO"
                   " FUNCIONARIO ***"
               GO TO R2F.
           IF DSC-TEST-CHAPA = ZEROS
               DISPLAY "NOME DA TESTEMUNHA: " WITH NO ADVANCING
               ACCEPT DSC-TESTEMUNHA
               IF DSC-TESTEMUNHA = SPACES
                   GO TO R2F
               END-IF
           ELSE
               MOVE DSC-TEST-CHAPA TO CHAPA
               READ ARQFUNC
               IF ST-FUNC NOT = "00"
                   DISPLAY "*** TESTEMUNHA NAO CADASTRADA ***"
                   GO TO R2F
               END-IF
               MOVE NOME-FUNC TO DSC-TESTEMUNHA
               DISPLAY "TESTEMUNHA: " DSC-TESTEMUNHA.

           DISPLAY "CONFIRMA O REGISTRO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           PERFORM PROXIMA-SEQ THRU PROXIMA-SEQ-FIM
           MOVE W-CHAPA TO DSC-CHAPA
           MOVE W-SEQ TO DSC-SEQ
           MOVE W-DATA-HOJE TO DSC-DATA-REG
           MOVE W-OPERADOR-LOG TO DSC-OPERADOR
           WRITE REGDISCIP
           IF ST-DSC NOT = "00" AND ST-DSC NOT = "02"
               DISPLAY "ERRO NA GRAVACAO ST=" ST-DSC
               GO TO R1.
           DISPLAY "*** OCORRENCIA " DSC-SEQ " REGISTRADA ***"
           PERFORM IMPRIME-AVISO THRU IMPRIME-AVISO-FIM
           GO TO R1.

       R3-REIMPRIME.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           DISPLAY "SEQUENCIA DA OCORRENCIA: " WITH NO ADVANCING
           ACCEPT W-SEQ
           MOVE W-CHAPA TO DSC-CHAPA
           MOVE W-SEQ TO DSC-SEQ
           READ CADDISCIP
           IF ST-DSC NOT = "00"
               DISPLAY "*** OCORRENCIA NAO CADASTRADA ***"
               GO TO R3-REIMPRIME.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO NOME-FUNC.
           MOVE NOME-FUNC TO W-NOME
           PERFORM IMPRIME-AVISO THRU IMPRIME-AVISO-FIM
           GO TO R1.

       R4-HISTORICO.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** CHAPA NAO CADASTRADA ***"
               GO TO R4-HISTORICO.
           DISPLAY "FUNCIONARIO: " NOME-FUNC "  ADMISSAO "
               DATAADMISSAO
           PERFORM LISTA-HISTORICO THRU LISTA-HISTORICO-FIM
           GO TO R1.

       ROT-FIM.
           CLOSE CADDISCIP
           CLOSE ARQFUNC.
       ROT-FIM3.
           STOP RUN.

      *---------[ OCORRENCIAS DA CHAPA E TOTAIS ]-----------------------
       LISTA-HISTORICO.
           MOVE ZEROS TO W-TOTLISTADOS W-QTD-ADV W-QTD-SUSP W-TOT-DIAS
           MOVE "N" TO W-EOF-DSC
           MOVE W-CHAPA TO DSC-CHAPA
           MOVE ZEROS TO DSC-SEQ
           START CADDISCIP KEY IS NOT LESS DSC-KEY
               INVALID KEY MOVE "S" TO W-EOF-DSC.
       LISTA-HISTORICO-1.
           IF W-EOF-DSC = "S"
               GO TO LISTA-HISTORICO-2.
           READ CADDISCIP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-DSC
                 GO TO LISTA-HISTORICO-1
           END-READ.
           IF DSC-CHAPA NOT = W-CHAPA
               MOVE "S" TO W-EOF-DSC
               GO TO LISTA-HISTORICO-1.
           IF DSC-TIPO = "S"
               DISPLAY "  SEQ " DSC-SEQ "  " DSC-DATA
                   "  SUSPENSAO " DSC-DIAS " DIAS DE " DSC-DATA-INI
               ADD 1 TO W-QTD-SUSP
               ADD DSC-DIAS TO W-TOT-DIAS
           ELSE
               DISPLAY "  SEQ " DSC-SEQ "  " DSC-DATA
                   "  ADVERTENCIA"
               ADD 1 TO W-QTD-ADV.
           DISPLAY "      " DSC-MOTIVO
           DISPLAY "      TESTEMUNHA: " DSC-TESTEMUNHA
           ADD 1 TO W-TOTLISTADOS
           GO TO LISTA-HISTORICO-1.
       LISTA-HISTORICO-2.
           IF W-TOTLISTADOS = ZEROS
               DISPLAY "*** CHAPA SEM OCORRENCIA DISCIPLINAR ***"
           ELSE
               DISPLAY "ADVERTENCIAS: " W-QTD-ADV "  SUSPENSOES: "
                   W-QTD-SUSP "  DIAS SUSPENSOS: " W-TOT-DIAS.
       LISTA-HISTORICO-FIM.
           EXIT.

      *---------[ PROXIMA SEQUENCIA DA CHAPA ]--------------------------
       PROXIMA-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE "N" TO W-EOF-DSC
           MOVE W-CHAPA TO DSC-CHAPA
           MOVE ZEROS TO DSC-SEQ
           START CADDISCIP KEY IS NOT LESS DSC-KEY
               INVALID KEY MOVE "S" TO W-EOF-DSC.
       PROXIMA-SEQ-1.
           IF W-EOF-DSC = "S"
               GO TO PROXIMA-SEQ-2.
           READ CADDISCIP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-DSC
                 GO TO PROXIMA-SEQ-1
           END-READ.
           IF DSC-CHAPA NOT = W-CHAPA
               MOVE "S" TO W-EOF-DSC
               GO TO PROXIMA-SEQ-1.
           MOVE DSC-SEQ TO W-SEQ
           GO TO PROXIMA-SEQ-1.
       PROXIMA-SEQ-2.
           ADD 1 TO W-SEQ.
       PROXIMA-SEQ-FIM.
           EXIT.

      *---------[ AVISO PARA ASSINATURA DO FUNCIONARIO ]----------------
      *  O REGISTRO LIDO/GRAVADO ESTA EM REGDISCIP E O NOME DA  *
      *  CHAPA EM W-NOME                                        *
       IMPRIME-AVISO.
           DISPLAY "!============================================="
           IF DSC-TIPO = "S"
               DISPLAY "! AVISO DE SUSPENSAO DISCIPLINAR - " DSC-DATA
           ELSE
               DISPLAY "! ADVERTENCIA DISCIPLINAR - " DSC-DATA.
           DISPLAY "! CHAPA " DSC-CHAPA " - " W-NOME
           DISPLAY "! OCORRENCIA " DSC-SEQ " - MOTIVO:"
           DISPLAY "! " DSC-MOTIVO
           IF DSC-TIPO = "S"
               COMPUTE W-INT = FUNCTION INTEGER-OF-DATE (DSC-DATA-INI)
                   + DSC-DIAS - 1
               COMPUTE W-DATA-FIM = FUNCTION DATE-OF-INTEGER (W-INT)
               DISPLAY "! FICA SUSPENSO POR " DSC-DIAS " DIAS, DE "
                   DSC-DATA-INI " A " W-DATA-FIM ","
               DISPLAY "! SEM REMUNERACAO DOS DIAS E DO DSR DA SEMANA."
           ELSE
               DISPLAY "! A REINCIDENCIA PODERA ACARRETAR SUSPENSAO"
               DISPLAY "! OU DISPENSA POR JUSTA CAUSA.".
           DISPLAY "! DECLARO TER SIDO COMUNICADO DA PENALIDADE."
           DISPLAY "!"
           DISPLAY "! ASSINATURA: ______________________________"
           DISPLAY "!"
           DISPLAY "! TESTEMUNHA: ______________________________"
           DISPLAY "!             " DSC-TESTEMUNHA
           DISPLAY "!=============================================".
       IMPRIME-AVISO-FIM.
           EXIT.

       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
