       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTREINO.
      ***********************************************
      *  PENDENCIAS DE TREINAMENTO OBRIGATORIO POR    *
      *  DEPARTAMENTO - ORDENA AS CHAPAS ATIVAS DE    *
      *  ARQFUNC POR CODDEP (SORT, MESMO PADRAO DE    *
      *  RELDEPTO) E, PARA CADA CURSO QUE O CARGO     *
      *  EXIGE EM CADCURCARG, PROCURA EM CADTREINO A  *
      *  MAIOR VALIDADE DA CHAPA NAQUELE CURSO. LISTA *
      *  O CURSO NAO REALIZADO OU VENCIDO. SO AVISA - *
      *  TERMINA COM RETURN-CODE ZERO; SO ERRO DE     *
      *  ARQUIVO DA RC 8                              *
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

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

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

           SELECT W-ORDENACAO ASSIGN TO DISK.
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

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

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

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-CODDEP       PIC 9(03).
           03 ORD-CHAPA        PIC 9(06).
           03 ORD-CODCARG      PIC 9(03).
           03 ORD-NOME         PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELTREINO.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-CUR         PIC X(02) VALUE "00".
       01 ST-CCG         PIC X(02) VALUE "00".
       01 ST-TRN         PIC X(02) VALUE "00".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CODDEP-ANT   PIC 9(03) VALUE ZEROS.
       01 W-DEP-IMPRESSO PIC X(01) VALUE "N".
       01 W-PRIMEIRO     PIC X(01) VALUE "S".
       01 W-EOF-CCG      PIC X(01) VALUE "N".
       01 W-EOF-TRN      PIC X(01) VALUE "N".
       01 W-MAIOR-VALID  PIC 9(08) VALUE ZEROS.
       01 W-PEND-CHAPA   PIC 9(03) VALUE ZEROS.
       01 W-TOTPEND      PIC 9(06) VALUE ZEROS.
       01 W-TOTCHAPAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTVERIF     PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADCURCARG
           IF ST-CCG NOT = "00"
              IF ST-CCG = "35"
                  MOVE SPACES TO W-LINHA
                  STRING
                      "NENHUM CURSO EXIGIDO POR CARGO (CADCURCARG)"
                      DELIMITED BY SIZE INTO W-LINHA
                  PERFORM GRAVA-SPOOL
                  GO TO ROT-FIM2
              ELSE
                  MOVE SPACES TO W-LINHA
                  STRING
                      "ERRO NA ABERTURA DO ARQUIVO CADCURCARG"
                      DELIMITED BY SIZE INTO W-LINHA
                  PERFORM GRAVA-SPOOL
                  MOVE 8 TO RETURN-CODE
                  GO TO ROT-FIM2.

           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING
                   "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               CLOSE CADCURCARG
               GO TO ROT-FIM2.

           OPEN INPUT CADTREINO
           IF ST-TRN NOT = "00"
               MOVE "99" TO ST-TRN.
           OPEN INPUT CADCURSO
           IF ST-CUR NOT = "00"
               MOVE "99" TO ST-CUR.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "99" TO ST-DEP.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE

           MOVE SPACES TO W-LINHA
           STRING
               "*** TREINAMENTOS OBRIGATORIOS PENDENTES EM " W-HOJE
               " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CHAPA   NOME                            CURSO   "
               "DESCRICAO                       SITUACAO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-CODDEP ORD-CHAPA
               INPUT PROCEDURE IS MONTA-ORDENACAO THRU MR-FIM
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO
                   THRU IR-FIM-EXIT.

       ROT-FIM.
           CLOSE CADCURCARG
           CLOSE ARQFUNC
           IF ST-TRN NOT = "99"
               CLOSE CADTREINO.
           IF ST-CUR NOT = "99"
               CLOSE CADCURSO.
           IF ST-DEP NOT = "99"
               CLOSE ARQDEP.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ CHAPAS ATIVAS PARA O ARQUIVO DE ORDENACAO ]-----------
       MONTA-ORDENACAO.
       MR1.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.
           IF FUNCSTATUS NOT = "A"
               GO TO MR1.
           MOVE CODDEP      TO ORD-CODDEP
           MOVE CHAPA       TO ORD-CHAPA
           MOVE CODIGOCARG  TO ORD-CODCARG
           MOVE NOME-FUNC   TO ORD-NOME
           RELEASE W-REGORD
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ CURSOS DO CARGO CONTRA O REALIZADO, POR DEPTO ]-------
       IMPRIME-ORDENACAO.
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.
           IF W-PRIMEIRO = "S" OR ORD-CODDEP NOT = W-CODDEP-ANT
               MOVE "N" TO W-PRIMEIRO
               MOVE ORD-CODDEP TO W-CODDEP-ANT
               MOVE "N" TO W-DEP-IMPRESSO.
           ADD 1 TO W-TOTVERIF
           MOVE ZEROS TO W-PEND-CHAPA
           MOVE "N" TO W-EOF-CCG
           MOVE ORD-CODCARG TO CCG-CODCARG
           MOVE SPACES TO CCG-CURSO
           START CADCURCARG KEY IS NOT LESS CCG-KEY
               INVALID KEY MOVE "S" TO W-EOF-CCG.
       IR2.
           IF W-EOF-CCG = "S"
               GO TO IR3.
           READ CADCURCARG NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CCG
                 GO TO IR2
           END-READ.
           IF CCG-CODCARG NOT = ORD-CODCARG
               MOVE "S" TO W-EOF-CCG
               GO TO IR2.
           IF ST-CUR NOT = "99"
               MOVE CCG-CURSO TO CUR-CODIGO
               READ CADCURSO
               IF ST-CUR NOT = "00"
                   MOVE SPACES TO CUR-DESCRICAO
                   MOVE "00" TO ST-CUR
               ELSE
                   IF CUR-SITUACAO NOT = "A"
                       GO TO IR2
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO CUR-DESCRICAO.
           PERFORM MAIOR-VALIDADE THRU MAIOR-VALIDADE-FIM
           IF W-MAIOR-VALID NOT < W-HOJE
               GO TO IR2.
           IF W-DEP-IMPRESSO = "N"
               PERFORM IMPRIME-DEPTO THRU IMPRIME-DEPTO-FIM.
           MOVE SPACES TO W-LINHA
           IF W-MAIOR-VALID = ZEROS
               STRING
                   ORD-CHAPA "  " ORD-NOME "  " CCG-CURSO "  "
                   CUR-DESCRICAO "  NAO REALIZADO"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING
                   ORD-CHAPA "  " ORD-NOME "  " CCG-CURSO "  "
                   CUR-DESCRICAO "  VENCIDO EM " W-MAIOR-VALID
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-PEND-CHAPA
           ADD 1 TO W-TOTPEND
           GO TO IR2.
       IR3.
           IF W-PEND-CHAPA > ZEROS
               ADD 1 TO W-TOTCHAPAS.
           GO TO IR1.
       IR-FIM.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CHAPAS ATIVAS VERIFICADAS......: " W-TOTVERIF
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CHAPAS COM PENDENCIA...........: " W-TOTCHAPAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CURSOS PENDENTES OU VENCIDOS...: " W-TOTPEND
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       IR-FIM-EXIT.
           EXIT.

      *---------[ CABECALHO DO DEPTO NA 1A PENDENCIA DELE ]-------------
       IMPRIME-DEPTO.
           MOVE "S" TO W-DEP-IMPRESSO
           MOVE SPACES TO DENOMINACAO
           IF ST-DEP NOT = "99"
               MOVE W-CODDEP-ANT TO CODIGO
               READ ARQDEP
               IF ST-DEP NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO
                   MOVE "00" TO ST-DEP
               END-IF
           END-IF.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "DEPARTAMENTO " W-CODDEP-ANT " - " DENOMINACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       IMPRIME-DEPTO-FIM.
           EXIT.

      *---------[ MAIOR VALIDADE DA CHAPA NO CURSO (0 = NUNCA FEZ) ]----
       MAIOR-VALIDADE.
           MOVE ZEROS TO W-MAIOR-VALID
           IF ST-TRN = "99"
               GO TO MAIOR-VALIDADE-FIM.
           MOVE "N" TO W-EOF-TRN
           MOVE ORD-CHAPA TO TRN-CHAPA
           MOVE CCG-CURSO TO TRN-CURSO
           MOVE ZEROS TO TRN-DATA
           START CADTREINO KEY IS NOT LESS TRN-KEY
               INVALID KEY MOVE "S" TO W-EOF-TRN.
       MAIOR-VALIDADE-1.
           IF W-EOF-TRN = "S"
               GO TO MAIOR-VALIDADE-FIM.
           READ CADTREINO NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-TRN
                 GO TO MAIOR-VALIDADE-1
           END-READ.
           IF TRN-CHAPA NOT = ORD-CHAPA OR TRN-CURSO NOT = CCG-CURSO
               MOVE "S" TO W-EOF-TRN
               GO TO MAIOR-VALIDADE-1.
           IF TRN-VALIDADE > W-MAIOR-VALID
               MOVE TRN-VALIDADE TO W-MAIOR-VALID.
           GO TO MAIOR-VALIDADE-1.
       MAIOR-VALIDADE-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (RELTREINO.SPL) ]---------
      *  O RELATORIO E GRAVADO NO SPOOL COM CABECALHO DE       *
      *  EXECUCAO (PROGRAMA, DATA/HORA, OPERADOR) E REGISTRADO *
      *  EM SPOOLDIR.DAT; O CONSOLE SPOOLCON LISTA, REIMPRIME  *
      *  POR FAIXA DE PAGINA E EXCLUI. A LINHA TAMBEM SAI NA   *
      *  TELA PARA O OPERADOR ACOMPANHAR                       *
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELTREINO   EMISSAO: "
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
           MOVE "RELTREINO" TO SPD-PROGRAMA
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
