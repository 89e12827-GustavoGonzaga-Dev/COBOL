       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINAM.
      ***********************************************
      *  TREINAMENTOS OBRIGATORIOS - CATALOGO DE      *
      *  CURSOS (CADCURSO: CODIGO, CARGA HORARIA E    *
      *  VALIDADE EM MESES, 0 = NAO VENCE), MATRIZ    *
      *  DE CURSOS EXIGIDOS POR CARGO DE ARQCARG      *
      *  (CADCURCARG) E REGISTRO DO TREINAMENTO       *
      *  REALIZADO POR CHAPA (CADTREINO) COM DATA,    *
      *  HORAS E VALIDADE. AS PENDENCIAS POR          *
      *  DEPARTAMENTO SAEM EM RELTREINO E A RETIRADA  *
      *  DE VEICULO (RETIRAVEIC) EXIGE O CURSO DIRDEF *
      *  (DIRECAO DEFENSIVA) VALIDO                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCURSO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUR-CODIGO
                    FILE STATUS  IS ST-CUR.

           SELECT CADCURCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CCG-KEY
                    FILE STATUS  IS ST-CCG.

           SELECT CADTREINO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRN-KEY
                    FILE STATUS  IS ST-TRN.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-CARG.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCURSO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCURSO.DAT".
       01 REGCURSO.
           03 CUR-CODIGO        PIC X(06).
           03 CUR-DESCRICAO     PIC X(30).
           03 CUR-CARGA-HORAS   PIC 9(03).
           03 CUR-VALID-MESES   PIC 9(03).
           03 CUR-SITUACAO      PIC X(01).

       FD CADCURCARG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCURCARG.DAT".
       01 REGCURCARG.
           03 CCG-KEY.
              05 CCG-CODCARG    PIC 9(03).
              05 CCG-CURSO      PIC X(06).

       FD CADTREINO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTREINO.DAT".
       01 REGTREINO.
           03 TRN-KEY.
              05 TRN-CHAPA      PIC 9(06).
              05 TRN-CURSO      PIC X(06).
              05 TRN-DATA       PIC 9(08).
           03 TRN-HORAS         PIC 9(03)V9.
           03 TRN-VALIDADE      PIC 9(08).
           03 TRN-ENTIDADE      PIC X(30).

       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).

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
       01 ST-CUR         PIC X(02) VALUE "00".
       01 ST-CCG         PIC X(02) VALUE "00".
       01 ST-TRN         PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CURSO        PIC X(06) VALUE SPACES.
       01 W-CODCARG      PIC 9(03) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX      PIC 9(09) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-SITUACAO-TRN PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADCURSO
           IF ST-CUR NOT = "00"
              IF ST-CUR = "30"
                 OPEN OUTPUT CADCURSO
                 CLOSE CADCURSO
                 DISPLAY "*** ARQUIVO CADCURSO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCURSO"
                 GO TO ROT-FIM3.
       R0A.
           OPEN I-O CADCURCARG
           IF ST-CCG NOT = "00"
              IF ST-CCG = "30"
                 OPEN OUTPUT CADCURCARG
                 CLOSE CADCURCARG
                 DISPLAY "*** ARQUIVO CADCURCARG FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCURCARG"
                 CLOSE CADCURSO
                 GO TO ROT-FIM3.
       R0B.
           OPEN I-O CADTREINO
           IF ST-TRN NOT = "00"
              IF ST-TRN = "30"
                 OPEN OUTPUT CADTREINO
                 CLOSE CADTREINO
                 DISPLAY "*** ARQUIVO CADTREINO FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTREINO"
                 CLOSE CADCURSO CADCURCARG
                 GO TO ROT-FIM3.
       R0C.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCARG"
               CLOSE CADCURSO CADCURCARG CADTREINO
               GO TO ROT-FIM3.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADCURSO CADCURCARG CADTREINO ARQCARG
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** TREINAMENTOS OBRIGATORIOS ***"
           DISPLAY "  1 - CATALOGO DE CURSOS"
           DISPLAY "  2 - CURSOS EXIGIDOS POR CARGO"
           DISPLAY "  3 - REGISTRAR TREINAMENTO REALIZADO"
           DISPLAY "  4 - TREINAMENTOS DA CHAPA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-CURSO
              WHEN 2
                 GO TO R3-MATRIZ
              WHEN 3
                 GO TO R4-REGISTRA
              WHEN 4
                 GO TO R5-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ CATALOGO DE CURSOS ]----------------------------------
       R2-CURSO.
           DISPLAY "CODIGO  CURSO                           HORAS"
               " VALID SIT"
           MOVE SPACES TO CUR-CODIGO
           START CADCURSO KEY IS NOT LESS CUR-CODIGO
               INVALID KEY GO TO R2A.
       R2-LISTA.
           READ CADCURSO NEXT RECORD
               AT END
                 GO TO R2A
           END-READ.
           DISPLAY CUR-CODIGO "  " CUR-DESCRICAO "  " CUR-CARGA-HORAS
               "   " CUR-VALID-MESES "  " CUR-SITUACAO
           GO TO R2-LISTA.
       R2A.
           DISPLAY "CODIGO DO CURSO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CURSO
           IF W-CURSO = SPACES
               GO TO R1.
           MOVE W-CURSO TO CUR-CODIGO
           READ CADCURSO
           IF ST-CUR = "00"
               DISPLAY "ATUAL: " CUR-DESCRICAO "  HORAS "
                   CUR-CARGA-HORAS "  VALIDADE " CUR-VALID-MESES
                   " MESES  SITUACAO " CUR-SITUACAO
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE W-CURSO TO CUR-CODIGO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT CUR-DESCRICAO
           DISPLAY "CARGA HORARIA: " WITH NO ADVANCING
           ACCEPT CUR-CARGA-HORAS
           DISPLAY "VALIDADE EM MESES (0 = NAO VENCE): "
               WITH NO ADVANCING
           ACCEPT CUR-VALID-MESES
           DISPLAY "SITUACAO (A=ATIVO I=INATIVO): " WITH NO ADVANCING
           ACCEPT CUR-SITUACAO
           IF CUR-SITUACAO NOT = "I"
               MOVE "A" TO CUR-SITUACAO.
           IF W-RESP = "A"
               REWRITE REGCURSO
           ELSE
               WRITE REGCURSO.
           IF ST-CUR = "00" OR "02"
               DISPLAY "*** CURSO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CUR.
           GO TO R2A.

      *---------[ MATRIZ: CURSOS EXIGIDOS PELO CARGO ]------------------
       R3-MATRIZ.
           DISPLAY "CODIGO DO CARGO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODCARG
           IF W-CODCARG = ZEROS
               GO TO R1.
           MOVE W-CODCARG TO COD
           READ ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "*** CARGO NAO CADASTRADO ***"
               GO TO R3-MATRIZ.
           DISPLAY "CARGO: " DENOM.
       R3A.
           PERFORM LISTA-MATRIZ THRU LISTA-MATRIZ-FIM
           DISPLAY "CURSO A INCLUIR/EXCLUIR (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CURSO
           IF W-CURSO = SPACES
               GO TO R3-MATRIZ.
           MOVE W-CODCARG TO CCG-CODCARG
           MOVE W-CURSO TO CCG-CURSO
           READ CADCURCARG
           IF ST-CCG = "00"
               DISPLAY "EXCLUIR O CURSO DO CARGO (S/N): "
                   WITH NO ADVANCING
               ACCEPT W-RESP
               IF W-RESP = "S" OR "s"
                   DELETE CADCURCARG RECORD
                   DISPLAY "*** CURSO RETIRADO DO CARGO ***"
               END-IF
               GO TO R3A.
           MOVE W-CURSO TO CUR-CODIGO
           READ CADCURSO
           IF ST-CUR NOT = "00"
               DISPLAY "*** CURSO NAO CADASTRADO ***"
               GO TO R3A.
           IF CUR-SITUACAO NOT = "A"
               DISPLAY "*** CURSO INATIVO ***"
               GO TO R3A.
           MOVE W-CODCARG TO CCG-CODCARG
           MOVE W-CURSO TO CCG-CURSO
           WRITE REGCURCARG
           IF ST-CCG = "00" OR "02"
               DISPLAY "*** CURSO EXIGIDO PARA O CARGO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CCG.
           GO TO R3A.

      *---------[ TREINAMENTO REALIZADO PELA CHAPA ]--------------------
       R4-REGISTRA.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** CHAPA NAO CADASTRADA ***"
               GO TO R4-REGISTRA.
           DISPLAY "FUNCIONARIO: " NOME-FUNC.
       R4A.
           DISPLAY "CODIGO DO CURSO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CURSO
           IF W-CURSO = SPACES
               GO TO R4-REGISTRA.
           MOVE W-CURSO TO CUR-CODIGO
           READ CADCURSO
           IF ST-CUR NOT = "00"
               DISPLAY "*** CURSO NAO CADASTRADO ***"
               GO TO R4A.
           DISPLAY "CURSO: " CUR-DESCRICAO.
       R4B.
           DISPLAY "DATA DE CONCLUSAO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT TRN-DATA
           IF TRN-DATA NOT NUMERIC OR TRN-DATA < 19000101
              OR TRN-DATA > W-DATA-HOJE
               DISPLAY "*** DATA INVALIDA ***"
               GO TO R4B.
           DISPLAY "HORAS CUMPRIDAS (0 = " CUR-CARGA-HORAS "): "
               WITH NO ADVANCING
           ACCEPT TRN-HORAS
           IF TRN-HORAS = ZEROS
               MOVE CUR-CARGA-HORAS TO TRN-HORAS.
           DISPLAY "ENTIDADE/INSTRUTOR: " WITH NO ADVANCING
           ACCEPT TRN-ENTIDADE
           MOVE W-CHAPA TO TRN-CHAPA
           MOVE W-CURSO TO TRN-CURSO
           PERFORM CALCULA-VALIDADE THRU CALCULA-VALIDADE-FIM
           WRITE REGTREINO
           IF ST-TRN = "22"
               REWRITE REGTREINO.
           IF ST-TRN = "00" OR "02"
               DISPLAY "*** TREINAMENTO REGISTRADO - VALIDO ATE "
                   TRN-VALIDADE " ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-TRN.
           GO TO R4A.

      *---------[ TREINAMENTOS DA CHAPA ]-------------------------------
       R5-LISTA.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-CHAPA TO TRN-CHAPA
           MOVE SPACES TO TRN-CURSO
           MOVE ZEROS TO TRN-DATA
           START CADTREINO KEY IS NOT LESS TRN-KEY
               INVALID KEY GO TO R5B.
       R5A.
           READ CADTREINO NEXT RECORD
               AT END
                 GO TO R5B
           END-READ.
           IF TRN-CHAPA NOT = W-CHAPA
               GO TO R5B.
           IF TRN-VALIDADE < W-DATA-HOJE
               MOVE "*VENCIDO*" TO W-SITUACAO-TRN
           ELSE
               MOVE SPACES TO W-SITUACAO-TRN.
           DISPLAY "  " TRN-CURSO "  " TRN-DATA "  " TRN-HORAS
               " H  VALIDO ATE " TRN-VALIDADE "  " W-SITUACAO-TRN
               "  " TRN-ENTIDADE
           ADD 1 TO W-TOTLISTADOS
           GO TO R5A.
       R5B.
           IF W-TOTLISTADOS = ZEROS
               DISPLAY "*** CHAPA SEM TREINAMENTO REGISTRADO ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADCURSO
           CLOSE CADCURCARG
           CLOSE CADTREINO
           CLOSE ARQCARG
           CLOSE ARQFUNC.
       ROT-FIM3.
           STOP RUN.

      *---------[ CURSOS EXIGIDOS PELO CARGO W-CODCARG ]----------------
       LISTA-MATRIZ.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE "N" TO W-EOF
           MOVE W-CODCARG TO CCG-CODCARG
           MOVE SPACES TO CCG-CURSO
           START CADCURCARG KEY IS NOT LESS CCG-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       LISTA-MATRIZ-1.
           IF W-EOF = "S"
               GO TO LISTA-MATRIZ-2.
           READ CADCURCARG NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO LISTA-MATRIZ-1
           END-READ.
           IF CCG-CODCARG NOT = W-CODCARG
               MOVE "S" TO W-EOF
               GO TO LISTA-MATRIZ-1.
           MOVE CCG-CURSO TO CUR-CODIGO
           READ CADCURSO
           IF ST-CUR NOT = "00"
               MOVE "*** CURSO NAO CADASTRADO ***" TO CUR-DESCRICAO.
           DISPLAY "  " CCG-CURSO "  " CUR-DESCRICAO
           ADD 1 TO W-TOTLISTADOS
           GO TO LISTA-MATRIZ-1.
       LISTA-MATRIZ-2.
           IF W-TOTLISTADOS = ZEROS
               DISPLAY "*** CARGO SEM CURSO EXIGIDO ***".
       LISTA-MATRIZ-FIM.
           EXIT.

      *---------[ VALIDADE = CONCLUSAO + MESES DO CURSO (X 30) ]--------
       CALCULA-VALIDADE.
           IF CUR-VALID-MESES = ZEROS
               MOVE 99991231 TO TRN-VALIDADE
               GO TO CALCULA-VALIDADE-FIM.
           COMPUTE W-INT-AUX =
               FUNCTION INTEGER-OF-DATE (TRN-DATA)
               + (CUR-VALID-MESES * 30)
           COMPUTE TRN-VALIDADE =
               FUNCTION DATE-OF-INTEGER (W-INT-AUX).
       CALCULA-VALIDADE-FIM.
           EXIT.
