       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEXPER.
      ***********************************************
      *  AVISO DE VENCIMENTO DE CONTRATO DE           *
      *  EXPERIENCIA - PASSO DA ESTEIRA NOTURNA       *
      *  (JOBSTEPS). LE CADEXPER SEQUENCIALMENTE E    *
      *  LISTA O CONTRATO NO 1O PERIODO OU            *
      *  PRORROGADO CUJO FIM CAIA NOS PROXIMOS 10     *
      *  DIAS (OU JA PASSOU SEM DECISAO), COM OS      *
      *  DIAS QUE FALTAM E O GESTOR DO DEPARTAMENTO   *
      *  (CADGESTOR, SENAO O DO DEPARTAMENTO PAI).    *
      *  TERMINO DECIDIDO E AINDA NAO RESCINDIDO      *
      *  SAI EM BLOCO PROPRIO. SO AVISA - TERMINA     *
      *  COM RETURN-CODE ZERO PARA NAO PARAR A        *
      *  ESTEIRA; SO ERRO DE ARQUIVO DA RC 8          *
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELEXPER.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-EXP         PIC X(02) VALUE "00".
       01 ST-GST         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
      *---------[ JANELA DO AVISO EM DIAS ]-----------------------------
       01 W-DIAS-AVISO   PIC 9(03) VALUE 10.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-LIMITE   PIC 9(09) VALUE ZEROS.
       01 W-FIM-ATUAL    PIC 9(08) VALUE ZEROS.
       01 W-DIAS-RESTAM  PIC S9(05) VALUE ZEROS.
       01 W-DIAS-ED      PIC -ZZZ9.
       01 W-PERIODO      PIC X(11) VALUE SPACES.
       01 W-NOME         PIC X(30) VALUE SPACES.
       01 W-TOTVENCENDO  PIC 9(06) VALUE ZEROS.
       01 W-TOTVENCIDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOTTERMINO   PIC 9(06) VALUE ZEROS.
       01 W-PASSADA      PIC 9(01) VALUE ZEROS.
      *---------[ GESTOR DO DEPARTAMENTO (CADGESTOR / CODDEPPAI) ]------
       01 W-DEP-BUSCA    PIC 9(03) VALUE ZEROS.
       01 W-NIVEL-BUSCA  PIC 9(02) VALUE ZEROS.
       01 W-NOME-GESTOR  PIC X(30) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADEXPER
           IF ST-EXP NOT = "00"
              IF ST-EXP = "35"
                  MOVE SPACES TO W-LINHA
                  STRING
                      "NENHUM CONTRATO DE EXPERIENCIA CADASTRADO"
                      DELIMITED BY SIZE INTO W-LINHA
                  PERFORM GRAVA-SPOOL
                  GO TO ROT-FIM2
              ELSE
                  MOVE SPACES TO W-LINHA
                  STRING
                      "ERRO NA ABERTURA DO ARQUIVO CADEXPER"
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
               CLOSE CADEXPER
               GO TO ROT-FIM2.

           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "99" TO ST-DEP.
           OPEN INPUT CADGESTOR
           IF ST-GST NOT = "00"
               MOVE "99" TO ST-GST.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-HOJE)
           COMPUTE W-INT-LIMITE = W-INT-HOJE + W-DIAS-AVISO
           COMPUTE W-LIMITE =
               FUNCTION DATE-OF-INTEGER (W-INT-LIMITE).

           MOVE SPACES TO W-LINHA
           STRING
               "*** CONTRATOS DE EXPERIENCIA VENCENDO ATE " W-LIMITE
               " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CHAPA   NOME                            PERIODO    "
               " FIM       DIAS  GESTOR"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 1 TO W-PASSADA.

      *---------[ 1A PASSADA: PERIODO VENCENDO / 2A: TERMINOS ]---------
       R1.
           READ CADEXPER NEXT RECORD
               AT END
                 GO TO R2
           END-READ.

           IF W-PASSADA = 1
              IF EXP-SITUACAO NOT = "1" AND EXP-SITUACAO NOT = "2"
                  GO TO R1
              END-IF
           ELSE
              IF EXP-SITUACAO NOT = "T"
                  GO TO R1.

           IF EXP-SITUACAO = "1"
               MOVE EXP-FIM1 TO W-FIM-ATUAL
               MOVE "1O PERIODO" TO W-PERIODO
           ELSE
               IF EXP-SITUACAO = "2"
                   MOVE EXP-FIM2 TO W-FIM-ATUAL
                   MOVE "PRORROGACAO" TO W-PERIODO
               ELSE
                   MOVE EXP-DATA-TERMINO TO W-FIM-ATUAL
                   MOVE "TERMINO" TO W-PERIODO.
           IF W-PASSADA = 1 AND W-FIM-ATUAL > W-LIMITE
               GO TO R1.

           MOVE EXP-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               GO TO R1.
           IF FUNCSTATUS NOT = "A"
               GO TO R1.
           MOVE NOME-FUNC TO W-NOME
           PERFORM BUSCA-GESTOR THRU BUSCA-GESTOR-FIM

           COMPUTE W-DIAS-RESTAM =
               FUNCTION INTEGER-OF-DATE (W-FIM-ATUAL) - W-INT-HOJE
           MOVE W-DIAS-RESTAM TO W-DIAS-ED
           MOVE SPACES TO W-LINHA
           IF W-PASSADA = 2
               ADD 1 TO W-TOTTERMINO
               STRING
                   EXP-CHAPA "  " W-NOME "  " W-PERIODO "  "
                   W-FIM-ATUAL "  " W-DIAS-ED "  " W-NOME-GESTOR
                   "  *** RODAR RESCISAO ***"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               IF W-DIAS-RESTAM < ZEROS
                   ADD 1 TO W-TOTVENCIDOS
                   STRING
                       EXP-CHAPA "  " W-NOME "  " W-PERIODO "  "
                       W-FIM-ATUAL "  " W-DIAS-ED "  " W-NOME-GESTOR
                       "  *** VENCIDO SEM DECISAO ***"
                       DELIMITED BY SIZE INTO W-LINHA
               ELSE
                   ADD 1 TO W-TOTVENCENDO
                   STRING
                       EXP-CHAPA "  " W-NOME "  " W-PERIODO "  "
                       W-FIM-ATUAL "  " W-DIAS-ED "  " W-NOME-GESTOR
                       DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL
           GO TO R1.

       R2.
           IF W-PASSADA = 2
               GO TO R-FIM-REL.
           MOVE 2 TO W-PASSADA
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "*** TERMINO DECIDIDO PELO GESTOR - AGUARDANDO "
               "RESCISAO (MOTIVO TE) ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO EXP-CHAPA
           START CADEXPER KEY IS NOT LESS EXP-CHAPA
               INVALID KEY GO TO R-FIM-REL.
           GO TO R1.

       R-FIM-REL.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CONTRATOS VENCENDO NO PRAZO....: " W-TOTVENCENDO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "VENCIDOS SEM DECISAO DO GESTOR.: " W-TOTVENCIDOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "TERMINOS A RESCINDIR...........: " W-TOTTERMINO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       ROT-FIM.
           CLOSE CADEXPER
           CLOSE ARQFUNC
           IF ST-DEP NOT = "99"
               CLOSE ARQDEP.
           IF ST-GST NOT = "99"
               CLOSE CADGESTOR.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

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

      *---------[ SPOOL DE RELATORIO (RELEXPER.SPL) ]----------
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
           STRING "RELATORIO: RELEXPER    EMISSAO: "
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
           MOVE "RELEXPER" TO SPD-PROGRAMA
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
