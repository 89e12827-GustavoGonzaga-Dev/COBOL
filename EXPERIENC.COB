       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPERIENC.
      ***********************************************
      *  CONTRATO DE EXPERIENCIA (CADEXPER) - O       *
      *  PRAZO E GRAVADO NA ADMISSAO EM FPP014: 1O    *
      *  PERIODO (PADRAO 45 DIAS) E PRORROGACAO       *
      *  (PADRAO ATE COMPLETAR 90), CONTADOS DA DATA  *
      *  DE ADMISSAO. AQUI SE REGISTRA A DECISAO DO   *
      *  GESTOR: P = PRORROGAR (SO NO 1O PERIODO),    *
      *  E = EFETIVAR, T = TERMINAR NO FIM DO         *
      *  PERIODO CORRENTE - O TERMINO FICA A ESPERA   *
      *  DE RESCISAO, QUE ASSUME O MOTIVO TE          *
      *  (TERMINO DE EXPERIENCIA) E DA BAIXA NO       *
      *  CONTRATO. O GESTOR VEM DE CADGESTOR PELO     *
      *  DEPARTAMENTO DA CHAPA (OU DO DEPARTAMENTO    *
      *  PAI). O AVISO NOTURNO DE VENCIMENTO SAI EM   *
      *  RELEXPER                                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXP-CHAPA
                    FILE STATUS  IS ST-EXP.

           SELECT CADGESTOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GST-CODDEP
                    FILE STATUS  IS ST-GST.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEXPER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXPER.DAT".
       01 REGEXPER.
           03 EXP-CHAPA         PIC 9(06).
           03 EXP-DATA-INI      PIC 9(08).
           03 EXP-DIAS1         PIC 9(03).
           03 EXP-DIAS2         PIC 9(03).
           03 EXP-FIM1          PIC 9(08).
           03 EXP-FIM2          PIC 9(08).
           03 EXP-SITUACAO      PIC X(01).
           03 EXP-DECISAO       PIC X(01).
           03 EXP-DATA-DECISAO  PIC 9(08).
           03 EXP-GESTOR        PIC X(30).
           03 EXP-DATA-TERMINO  PIC 9(08).
           03 EXP-OBS           PIC X(30).

       FD CADGESTOR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADGESTOR.DAT".
       01 REGGESTOR.
           03 GST-CODDEP        PIC 9(03).
           03 GST-CHAPA         PIC 9(06).
           03 GST-DATA-ATU      PIC 9(08).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

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
           03 DTADMISSAO REDEFINES DATAADMISSAO.
            05 DIAADM               PIC 9(02).
            05 MESADM               PIC 9(02).
            05 ANOADM               PIC 9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-EXP         PIC X(02) VALUE "00".
       01 ST-GST         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DECISAO      PIC X(01) VALUE SPACES.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-NOME         PIC X(30) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-FIM-ATUAL    PIC 9(08) VALUE ZEROS.
       01 W-DIAS-RESTAM  PIC S9(05) VALUE ZEROS.
       01 W-EXISTE       PIC X(01) VALUE "N".
       01 W-EOF-EXP      PIC X(01) VALUE "N".
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
      *---------[ PRAZO DO CONTRATO ]-----------------------------------
       01 W-DIAS1        PIC 9(03) VALUE ZEROS.
       01 W-DIAS2        PIC 9(03) VALUE ZEROS.
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-INT-DATA     PIC 9(09) VALUE ZEROS.
      *---------[ GESTOR DO DEPARTAMENTO (CADGESTOR / CODDEPPAI) ]------
       01 W-DEP-BUSCA    PIC 9(03) VALUE ZEROS.
       01 W-NIVEL-BUSCA  PIC 9(02) VALUE ZEROS.
       01 W-NOME-GESTOR  PIC X(30) VALUE SPACES.

       01 TABSITEXP1.
          03 FILLER     PIC X(15) VALUE "11O PERIODO".
          03 FILLER     PIC X(15) VALUE "2PRORROGADO".
          03 FILLER     PIC X(15) VALUE "EEFETIVADO".
          03 FILLER     PIC X(15) VALUE "TA RESCINDIR".
          03 FILLER     PIC X(15) VALUE "RRESCINDIDO".
      *
       01 TABSITEXP REDEFINES TABSITEXP1.
          03 TBSITEXP   PIC X(15) OCCURS 5 TIMES.
      *
       01 TXTSITEXP.
          03 TXTSITEXP1 PIC X(01) VALUE SPACES.
          03 TXTSITEXP2 PIC X(14) VALUE SPACES.
       01 AUX            PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADEXPER
           IF ST-EXP NOT = "00"
              IF ST-EXP = "30"
                 OPEN OUTPUT CADEXPER
                 CLOSE CADEXPER
                 DISPLAY "*** ARQUIVO CADEXPER FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXPER"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADEXPER
               GO TO ROT-FIM3.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "99" TO ST-DEP.
           OPEN INPUT CADGESTOR
           IF ST-GST NOT = "00"
               MOVE "99" TO ST-GST.

       R1.
           DISPLAY " "
           DISPLAY "*** CONTRATO DE EXPERIENCIA ***"
           DISPLAY "  1 - DECISAO DO GESTOR (PRORROGAR/EFETIVAR/"
               "TERMINAR)"
           DISPLAY "  2 - INCLUIR/CORRIGIR PRAZO DO CONTRATO"
           DISPLAY "  3 - CONTRATOS EM ANDAMENTO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-DECISAO
              WHEN 2
                 GO TO R3-PRAZO
              WHEN 3
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ DECISAO DO GESTOR ]-----------------------------------
       R2-DECISAO.
           DISPLAY "CHAPA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO EXP-CHAPA
           READ CADEXPER
           IF ST-EXP NOT = "00"
               DISPLAY "*** CHAPA SEM CONTRATO DE EXPERIENCIA ***"
               GO TO R2-DECISAO.
           PERFORM LE-FUNCIONARIO THRU LE-FUNCIONARIO-FIM
           PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM
           IF EXP-SITUACAO NOT = "1" AND EXP-SITUACAO NOT = "2"
               DISPLAY "*** CONTRATO JA DECIDIDO - SITUACAO "
                   TXTSITEXP2 " ***"
               GO TO R2-DECISAO.
           DISPLAY "GESTOR.........: " W-NOME-GESTOR.
       R2B.
           DISPLAY "DECISAO (P=PRORROGAR E=EFETIVAR T=TERMINAR"
               " 0=VOLTAR): " WITH NO ADVANCING
           ACCEPT W-DECISAO
           IF W-DECISAO = "0"
               GO TO R2-DECISAO.
           IF W-DECISAO = "p" MOVE "P" TO W-DECISAO.
           IF W-DECISAO = "e" MOVE "E" TO W-DECISAO.
           IF W-DECISAO = "t" MOVE "T" TO W-DECISAO.
           IF W-DECISAO NOT = "P" AND W-DECISAO NOT = "E"
              AND W-DECISAO NOT = "T"
               DISPLAY "*** DECISAO INVALIDA ***"
               GO TO R2B.
           IF W-DECISAO = "P" AND EXP-SITUACAO NOT = "1"
               DISPLAY "*** CONTRATO JA PRORROGADO - SO UMA"
                   " PRORROGACAO E PERMITIDA ***"
               GO TO R2B.
           IF W-DECISAO = "P" AND EXP-DIAS2 = ZEROS
               DISPLAY "*** CONTRATO SEM PERIODO DE PRORROGACAO ***"
               GO TO R2B.
           IF W-DECISAO = "P"
               DISPLAY "PRORROGAR ATE " EXP-FIM2.
           IF W-DECISAO = "T"
               DISPLAY "TERMINO EM " W-FIM-ATUAL.
           DISPLAY "CONFIRMA A DECISAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R2-DECISAO.
           MOVE W-DECISAO TO EXP-DECISAO
           MOVE W-DATA-HOJE TO EXP-DATA-DECISAO
           MOVE W-NOME-GESTOR TO EXP-GESTOR
           EVALUATE W-DECISAO
              WHEN "P"
                 MOVE "2" TO EXP-SITUACAO
              WHEN "E"
                 MOVE "E" TO EXP-SITUACAO
              WHEN "T"
                 MOVE "T" TO EXP-SITUACAO
                 MOVE W-FIM-ATUAL TO EXP-DATA-TERMINO
           END-EVALUATE.
           REWRITE REGEXPER
           IF ST-EXP NOT = "00"
               DISPLAY "ERRO NA GRAVACAO ST=" ST-EXP
               GO TO R2-DECISAO.
           IF W-DECISAO = "T"
               DISPLAY "*** TERMINO REGISTRADO - PROCESSAR EM"
                   " RESCISAO (MOTIVO TE) ***"
           ELSE
               DISPLAY "*** DECISAO GRAVADA ***".
           GO TO R2-DECISAO.

      *---------[ INCLUSAO / CORRECAO DO PRAZO ]------------------------
      *  CHAPA ADMITIDA SEM O PRAZO GRAVADO EM FPP014, OU PRAZO *
      *  DIGITADO ERRADO; SO ENQUANTO O CONTRATO ESTA EM CURSO  *
       R3-PRAZO.
           DISPLAY "CHAPA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO R3-PRAZO.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** FUNCIONARIO NAO ESTA ATIVO ***"
               GO TO R3-PRAZO.
           DISPLAY "FUNCIONARIO....: " NOME-FUNC
           MOVE W-CHAPA TO EXP-CHAPA
           READ CADEXPER
           IF ST-EXP = "00"
               MOVE "S" TO W-EXISTE
               PERFORM LE-FUNCIONARIO THRU LE-FUNCIONARIO-FIM
               PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM
               IF EXP-SITUACAO NOT = "1" AND EXP-SITUACAO NOT = "2"
                   DISPLAY "*** CONTRATO JA DECIDIDO - PRAZO NAO"
                       " PODE MAIS SER ALTERADO ***"
                   GO TO R3-PRAZO
               END-IF
           ELSE
               MOVE "N" TO W-EXISTE
               MOVE W-CHAPA TO EXP-CHAPA
               MOVE "1" TO EXP-SITUACAO
               MOVE SPACES TO EXP-DECISAO EXP-GESTOR EXP-OBS
               MOVE ZEROS TO EXP-DATA-DECISAO EXP-DATA-TERMINO
               COMPUTE EXP-DATA-INI =
                   ANOADM * 10000 + MESADM * 100 + DIAADM.
       R3B.
           DISPLAY "INICIO (AAAAMMDD, 0 = " EXP-DATA-INI "): "
               WITH NO ADVANCING
           ACCEPT W-DATA-INI
           IF W-DATA-INI = ZEROS
               MOVE EXP-DATA-INI TO W-DATA-INI.
           IF W-DATA-INI NOT NUMERIC OR W-DATA-INI < 19000101
               DISPLAY "*** DATA INVALIDA ***"
               GO TO R3B.
           DISPLAY "DIAS DO 1O PERIODO (0 = 45): " WITH NO ADVANCING
           ACCEPT W-DIAS1
           IF W-DIAS1 = ZEROS
               MOVE 45 TO W-DIAS1.
           DISPLAY "DIAS DA PRORROGACAO (0 = ATE COMPLETAR 90): "
               WITH NO ADVANCING
           ACCEPT W-DIAS2
           IF W-DIAS2 = ZEROS AND W-DIAS1 < 90
               COMPUTE W-DIAS2 = 90 - W-DIAS1.
           IF W-DIAS1 + W-DIAS2 > 90
               DISPLAY "*** CONTRATO DE EXPERIENCIA NAO PASSA DE 90"
                   " DIAS ***"
               GO TO R3B.
           IF EXP-SITUACAO = "2" AND W-DIAS2 = ZEROS
               DISPLAY "*** CONTRATO JA PRORROGADO - INFORME OS DIAS"
                   " DA PRORROGACAO ***"
               GO TO R3B.
           MOVE W-DATA-INI TO EXP-DATA-INI
           MOVE W-DIAS1 TO EXP-DIAS1
           MOVE W-DIAS2 TO EXP-DIAS2
           PERFORM CALCULA-PRAZO THRU CALCULA-PRAZO-FIM
           DISPLAY "1O PERIODO ATE.: " EXP-FIM1
               "   PRORROGACAO ATE: " EXP-FIM2
           DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R3-PRAZO.
           IF W-EXISTE = "S"
               REWRITE REGEXPER
           ELSE
               WRITE REGEXPER.
           IF ST-EXP = "00" OR "02"
               DISPLAY "*** PRAZO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-EXP.
           GO TO R3-PRAZO.

      *---------[ CONTRATOS EM ANDAMENTO ]------------------------------
       R4-LISTA.
           DISPLAY "CHAPA  NOME                           SIT"
               "            FIM PERIODO  DIAS"
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE ZEROS TO EXP-CHAPA
           MOVE "N" TO W-EOF-EXP
           START CADEXPER KEY IS NOT LESS EXP-CHAPA
               INVALID KEY MOVE "S" TO W-EOF-EXP.
       R4A.
           IF W-EOF-EXP = "S"
               GO TO R4B.
           READ CADEXPER NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-EXP
                 GO TO R4A
           END-READ.
           IF EXP-SITUACAO NOT = "1" AND EXP-SITUACAO NOT = "2"
              AND EXP-SITUACAO NOT = "T"
               GO TO R4A.
           MOVE EXP-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO NOME-FUNC.
           PERFORM FIM-ATUAL THRU FIM-ATUAL-FIM
           PERFORM TXT-SITUACAO THRU TXT-SITUACAO-FIM
           DISPLAY EXP-CHAPA " " NOME-FUNC " " TXTSITEXP2 " "
               W-FIM-ATUAL "  " W-DIAS-RESTAM
           ADD 1 TO W-TOTLISTADOS
           GO TO R4A.
       R4B.
           DISPLAY "CONTRATOS EM ANDAMENTO.........: " W-TOTLISTADOS
           GO TO R1.

       ROT-FIM.
           CLOSE CADEXPER
           CLOSE ARQFUNC
           IF ST-DEP NOT = "99"
               CLOSE ARQDEP.
           IF ST-GST NOT = "99"
               CLOSE CADGESTOR.
       ROT-FIM3.
           STOP RUN.

      *---------[ FUNCIONARIO E GESTOR DO CONTRATO LIDO ]---------------
       LE-FUNCIONARIO.
           MOVE EXP-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO NOME-FUNC
               MOVE ZEROS TO CODDEP.
           MOVE NOME-FUNC TO W-NOME
           PERFORM BUSCA-GESTOR THRU BUSCA-GESTOR-FIM.
       LE-FUNCIONARIO-FIM.
           EXIT.

       MOSTRA-CONTRATO.
           PERFORM FIM-ATUAL THRU FIM-ATUAL-FIM
           PERFORM TXT-SITUACAO THRU TXT-SITUACAO-FIM
           DISPLAY "FUNCIONARIO....: " W-NOME
           DISPLAY "INICIO.........: " EXP-DATA-INI
               "   DIAS: " EXP-DIAS1 " + " EXP-DIAS2
           DISPLAY "1O PERIODO ATE.: " EXP-FIM1
               "   PRORROGACAO ATE: " EXP-FIM2
           DISPLAY "SITUACAO.......: " TXTSITEXP2
           IF EXP-SITUACAO = "1" OR EXP-SITUACAO = "2"
               DISPLAY "FIM DO PERIODO.: " W-FIM-ATUAL
                   "   DIAS RESTANTES: " W-DIAS-RESTAM.
       MOSTRA-CONTRATO-FIM.
           EXIT.

      *---------[ FIM DO PERIODO CORRENTE E DIAS QUE FALTAM ]-----------
       FIM-ATUAL.
           IF EXP-SITUACAO = "1"
               MOVE EXP-FIM1 TO W-FIM-ATUAL
           ELSE
               IF EXP-SITUACAO = "T"
                   MOVE EXP-DATA-TERMINO TO W-FIM-ATUAL
               ELSE
                   MOVE EXP-FIM2 TO W-FIM-ATUAL.
           COMPUTE W-DIAS-RESTAM =
               FUNCTION INTEGER-OF-DATE (W-FIM-ATUAL) -
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE).
       FIM-ATUAL-FIM.
           EXIT.

      *---------[ FIM DO 1O PERIODO E DA PRORROGACAO ]------------------
       CALCULA-PRAZO.
           COMPUTE W-INT-DATA =
               FUNCTION INTEGER-OF-DATE (EXP-DATA-INI) + EXP-DIAS1 - 1
           COMPUTE EXP-FIM1 = FUNCTION DATE-OF-INTEGER (W-INT-DATA)
           ADD EXP-DIAS2 TO W-INT-DATA
           COMPUTE EXP-FIM2 = FUNCTION DATE-OF-INTEGER (W-INT-DATA).
       CALCULA-PRAZO-FIM.
           EXIT.

      *---------[ GESTOR: DEPARTAMENTO, SENAO DEPARTAMENTO PAI ]--------
       BUSCA-GESTOR.
           MOVE "*** SEM GESTOR CADASTRADO ***" TO W-NOME-GESTOR
           MOVE CODDEP TO W-DEP-BUSCA
           MOVE ZEROS TO W-NIVEL-BUSCA
           IF ST-GST = "99"
               GO TO BUSCA-GESTOR-FIM.
       BUSCA-GESTOR-1.
           IF W-DEP-BUSCA = ZEROS OR W-NIVEL-BUSCA > 9
               GO TO BUSCA-GESTOR-FIM.
           ADD 1 TO W-NIVEL-BUSCA
           MOVE W-DEP-BUSCA TO GST-CODDEP
           READ CADGESTOR
           IF ST-GST = "00"
               MOVE GST-CHAPA TO CHAPA
               READ ARQFUNC
               IF ST-FUNC = "00"
                   MOVE NOME-FUNC TO W-NOME-GESTOR
               END-IF
               GO TO BUSCA-GESTOR-FIM.
           IF ST-DEP = "99"
               GO TO BUSCA-GESTOR-FIM.
           MOVE W-DEP-BUSCA TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00" OR CODDEPPAI = W-DEP-BUSCA
               GO TO BUSCA-GESTOR-FIM.
           MOVE CODDEPPAI TO W-DEP-BUSCA
           GO TO BUSCA-GESTOR-1.
       BUSCA-GESTOR-FIM.
           EXIT.

       TXT-SITUACAO.
           MOVE 1 TO AUX.
       TXT-SITUACAO-1.
           MOVE TBSITEXP (AUX) TO TXTSITEXP
           IF TXTSITEXP1 NOT = EXP-SITUACAO
               ADD 1 TO AUX
               IF AUX < 6
                   GO TO TXT-SITUACAO-1
               ELSE
                   MOVE SPACES TO TXTSITEXP2.
       TXT-SITUACAO-FIM.
           EXIT.
