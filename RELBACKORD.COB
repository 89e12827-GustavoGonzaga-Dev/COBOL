       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBACKORD.
      ***********************************************
      *  RELATORIO DIARIO DE BACKORDERS DE VENDA      *
      *  (CADBACKORD, PASSO DA ESTEIRA). PRIMEIRO OS  *
      *  LIBERADOS PARA FATURAR (SITUACAO L - O SALDO *
      *  JA COBRE A QUANTIDADE DEVIDA), DEPOIS OS QUE *
      *  AINDA AGUARDAM ESTOQUE (SITUACAO A), POR     *
      *  PRODUTO NA ORDEM DA DATA DO PEDIDO, COM OS   *
      *  DIAS EM ABERTO DE CADA UM. SAI NO SPOOL      *
      *  RELBACKORD.SPL                               *
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

           SELECT CADBACKORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BKO-KEY
                    ALTERNATE RECORD KEY IS BKO-FILA WITH DUPLICATES
                    FILE STATUS  IS ST-BKO.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
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

       FD CADBACKORD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBACKORD.DAT".
       01 REGBACKORD.
           03 BKO-KEY.
              05 BKO-NUMPV         PIC 9(06).
              05 BKO-CODGPRODUTO   PIC 9(06).
           03 BKO-FILA.
              05 BKO-FILA-PROD     PIC 9(06).
              05 BKO-DATA-PEDIDO   PIC 9(08).
              05 BKO-FILA-PV       PIC 9(06).
           03 BKO-CNPJCPF          PIC 9(15).
           03 BKO-QTD-DEVIDA       PIC 9(05)V9.
           03 BKO-DATA-ABERT       PIC 9(08).
           03 BKO-DATA-LIB         PIC 9(08).
           03 BKO-DATA-BAIXA       PIC 9(08).
           03 BKO-SITUACAO         PIC X(01).

       FD CADPROD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODGPRODUTO PIC 9(06).
           03 DESCRICAO PIC X(30).
           03 UNIDADE PIC X(02).
           03 UNIDADE-VENDA PIC X(02).
           03 FATOR-CONVERSAO PIC 9(03)V9999.
           03 APLICACAO PIC 9(02).
           03 QUANTIDADE PIC 9(05)V9.
           03 QUANTIDADE-MINIMA PIC 9(05)V9.
           03 PRECO PIC 9(07)V99.
           03 CNPJ-PROD  PIC 9(15).
           03 SITUACAO-PROD PIC X(01).
           03 CODBARRA PIC 9(13).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELBACKORD.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-BKO         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-SITU-LISTA   PIC X(01) VALUE SPACES.
       01 W-DIAS-ABERTO  PIC 9(05) VALUE ZEROS.
       01 W-DESCRICAO    PIC X(30) VALUE SPACES.
       01 W-QTD-SECAO    PIC 9(05) VALUE ZEROS.
       01 W-DEV-SECAO    PIC 9(07)V9 VALUE ZEROS.
       01 W-TOT-LIB      PIC 9(05) VALUE ZEROS.
       01 W-TOT-AGU      PIC 9(05) VALUE ZEROS.
       01 W-MAIOR-DIAS   PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADBACKORD
           IF ST-BKO NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "SEM BACKORDERS DE VENDA (CADBACKORD)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM.

           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               MOVE "99" TO ST-ERRO.

      *---------[ SECAO 1 - LIBERADOS PARA FATURAR ]--------------------
       R1.
           MOVE "L" TO W-SITU-LISTA
           MOVE SPACES TO W-LINHA
           STRING "*** BACKORDERS LIBERADOS PARA FATURAR ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE W-QTD-SECAO TO W-TOT-LIB.

      *---------[ SECAO 2 - AGUARDANDO ESTOQUE ]------------------------
       R2.
           MOVE "A" TO W-SITU-LISTA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           STRING "*** BACKORDERS AGUARDANDO ESTOQUE ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           PERFORM LISTA-SECAO THRU LISTA-SECAO-FIM
           MOVE W-QTD-SECAO TO W-TOT-AGU.

       R-FIM.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "LIBERADOS PARA FATURAR.........: " W-TOT-LIB
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "AGUARDANDO ESTOQUE.............: " W-TOT-AGU
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "MAIOR ATRASO EM DIAS...........: " W-MAIOR-DIAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           CLOSE CADBACKORD
           IF ST-ERRO NOT = "99"
               CLOSE CADPROD.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ LISTA OS BACKORDERS DA SITUACAO W-SITU-LISTA ]--------
      *  NA ORDEM DA FILA (PRODUTO + DATA DO PEDIDO)            *
       LISTA-SECAO.
           MOVE ZEROS TO W-QTD-SECAO W-DEV-SECAO
           MOVE ZEROS TO BKO-FILA-PROD BKO-DATA-PEDIDO BKO-FILA-PV
           START CADBACKORD KEY IS NOT LESS BKO-FILA
               INVALID KEY GO TO LISTA-SECAO-TOT.
       LISTA-SECAO-LE.
           READ CADBACKORD NEXT RECORD
               AT END
                 GO TO LISTA-SECAO-TOT
           END-READ.
           IF BKO-SITUACAO NOT = W-SITU-LISTA
               GO TO LISTA-SECAO-LE.

           MOVE SPACES TO W-DESCRICAO
           IF ST-ERRO NOT = "99"
               MOVE BKO-CODGPRODUTO TO CODGPRODUTO
               READ CADPROD
               IF ST-ERRO = "00"
                   MOVE DESCRICAO TO W-DESCRICAO
               END-IF.
           COMPUTE W-DIAS-ABERTO =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE (BKO-DATA-ABERT)
           IF W-DIAS-ABERTO > W-MAIOR-DIAS
               MOVE W-DIAS-ABERTO TO W-MAIOR-DIAS.
           ADD 1 TO W-QTD-SECAO
           ADD BKO-QTD-DEVIDA TO W-DEV-SECAO
           MOVE SPACES TO W-LINHA
           STRING "PEDIDO " BKO-NUMPV "  PROD " BKO-CODGPRODUTO
               " " W-DESCRICAO "  CLIENTE " BKO-CNPJCPF
               "  QTD " BKO-QTD-DEVIDA "  PEDIDO EM " BKO-DATA-PEDIDO
               "  DIAS " W-DIAS-ABERTO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO LISTA-SECAO-LE.
       LISTA-SECAO-TOT.
           MOVE SPACES TO W-LINHA
           STRING "   LINHAS: " W-QTD-SECAO
               "   QUANTIDADE DEVIDA: " W-DEV-SECAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       LISTA-SECAO-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (RELBACKORD.SPL) ]-----------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELBACKORD  EMISSAO: "
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
           MOVE "RELBACKORD" TO SPD-PROGRAMA
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
