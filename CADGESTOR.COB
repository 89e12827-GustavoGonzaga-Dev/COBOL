       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADGESTOR.
      ***********************************************
      *  GESTOR DE CADA DEPARTAMENTO (CADGESTOR) -    *
      *  LIGA O CODIGO DE ARQDEP A CHAPA ATIVA QUE    *
      *  RESPONDE PELO DEPARTAMENTO. DEPARTAMENTO     *
      *  SEM GESTOR PROPRIO RESPONDE PELO GESTOR DO   *
      *  DEPARTAMENTO PAI (CODDEPPAI) - OS AVISOS DE  *
      *  RH (EX. VENCIMENTO DE CONTRATO DE            *
      *  EXPERIENCIA EM RELEXPER) SAEM COM O NOME     *
      *  DESSE GESTOR                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-GST         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CODDEP       PIC 9(03) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADGESTOR
           IF ST-GST NOT = "00"
              IF ST-GST = "30"
                 OPEN OUTPUT CADGESTOR
                 CLOSE CADGESTOR
                 DISPLAY "*** ARQUIVO CADGESTOR FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADGESTOR"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               CLOSE CADGESTOR
               GO TO ROT-FIM3.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADGESTOR ARQDEP
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** GESTOR DO DEPARTAMENTO ***"
           DISPLAY "  1 - INCLUIR/ALTERAR GESTOR"
           DISPLAY "  2 - EXCLUIR GESTOR"
           DISPLAY "  3 - LISTAR GESTORES"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-INCLUI
              WHEN 2
                 GO TO R3-EXCLUI
              WHEN 3
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

       R2-INCLUI.
           DISPLAY "CODIGO DO DEPARTAMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
               GO TO R2-INCLUI.
           DISPLAY "DEPARTAMENTO: " DENOMINACAO

           MOVE W-CODDEP TO GST-CODDEP
           READ CADGESTOR
           IF ST-GST = "00"
               MOVE GST-CHAPA TO CHAPA
               READ ARQFUNC
               IF ST-FUNC NOT = "00"
                   MOVE SPACES TO NOME-FUNC
               END-IF
               DISPLAY "GESTOR ATUAL: " GST-CHAPA "  " NOME-FUNC
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP.
       R2B.
           DISPLAY "CHAPA DO GESTOR: " WITH NO ADVANCING
           ACCEPT W-CHAPA
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO R2B.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** FUNCIONARIO NAO ESTA ATIVO ***"
               GO TO R2B.
           DISPLAY "GESTOR: " NOME-FUNC

           MOVE W-CODDEP TO GST-CODDEP
           MOVE W-CHAPA TO GST-CHAPA
           MOVE FUNCTION CURRENT-DATE (1:8) TO GST-DATA-ATU
           IF W-RESP = "A"
               REWRITE REGGESTOR
           ELSE
               WRITE REGGESTOR.
           IF ST-GST = "00" OR "02"
               DISPLAY "*** GESTOR GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-GST.
           GO TO R2-INCLUI.

       R3-EXCLUI.
           DISPLAY "CODIGO DO DEPARTAMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO GST-CODDEP
           READ CADGESTOR
           IF ST-GST NOT = "00"
               DISPLAY "*** DEPARTAMENTO SEM GESTOR CADASTRADO ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADGESTOR RECORD
               DISPLAY "*** GESTOR EXCLUIDO ***".
           GO TO R1.

       R4-LISTA.
           DISPLAY "DEP  DEPARTAMENTO               CHAPA   GESTOR"
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE ZEROS TO GST-CODDEP
           START CADGESTOR KEY IS NOT LESS GST-CODDEP
               INVALID KEY GO TO R4B.
       R4A.
           READ CADGESTOR NEXT RECORD
               AT END
                 GO TO R4B
           END-READ.
           MOVE GST-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               MOVE SPACES TO DENOMINACAO.
           MOVE GST-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE "*** CHAPA NAO CADASTRADA ***" TO NOME-FUNC.
           DISPLAY GST-CODDEP "  " DENOMINACAO "  " GST-CHAPA "  "
               NOME-FUNC
           ADD 1 TO W-TOTLISTADOS
           GO TO R4A.
       R4B.
           DISPLAY "DEPARTAMENTOS COM GESTOR.......: " W-TOTLISTADOS
           GO TO R1.

       ROT-FIM.
           CLOSE CADGESTOR
           CLOSE ARQDEP
           CLOSE ARQFUNC.
       ROT-FIM3.
           STOP RUN.
