       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRMA.
      ***********************************************
      *  RELATORIO DE RMA POR FORNECEDOR E IDADE      *
      *  LE CADRMA (RMACLI), ORDENA POR FORNECEDOR E  *
      *  IDADE DECRESCENTE E LISTA OS RMA EM ABERTO   *
      *  (NAO DEVOLVIDOS AO CLIENTE) COM OS DIAS      *
      *  DESDE A ABERTURA. POR FORNECEDOR TOTALIZA OS *
      *  RMA DO PERIODO, OS ABERTOS E OS EM GARANTIA, *
      *  PARA MOSTRAR DE QUEM SAO OS PRODUTOS QUE     *
      *  MAIS VOLTAM. NO FIM RESUME OS ABERTOS POR    *
      *  FAIXA DE IDADE: ATE 15, 16 A 30, 31 A 60 E   *
      *  MAIS DE 60 DIAS                              *
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

           SELECT CADRMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMA-NUMERO
                    FILE STATUS  IS ST-RMA.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

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

       FD CADRMA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRMA.DAT".
       01 REGRMA.
           03 RMA-NUMERO           PIC 9(06).
           03 RMA-NUMNF            PIC 9(06).
           03 RMA-CODGPRODUTO      PIC 9(06).
           03 RMA-SERIE            PIC X(20).
           03 RMA-CNPJCPF          PIC 9(15).
           03 RMA-CNPJ-FORN        PIC 9(15).
           03 RMA-DATA-NF          PIC 9(08).
           03 RMA-DATA-ABERT       PIC 9(08).
           03 RMA-LIMITE-GAR       PIC 9(08).
           03 RMA-GARANTIA         PIC X(01).
           03 RMA-DEFEITO          PIC X(40).
           03 RMA-SITUACAO         PIC X(01).
           03 RMA-DATA-ENVIO       PIC 9(08).
           03 RMA-DATA-REPARO      PIC 9(08).
           03 RMA-DATA-DEVOL       PIC 9(08).
           03 RMA-SERIE-TROCA      PIC X(20).
           03 RMA-VALOR-PECAS      PIC 9(09)V99.
           03 RMA-OPERADOR         PIC X(08).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ            PIC 9(15).
           03 RAZAO           PIC X(40).
           03 NOME            PIC X(12).
           03 NUM             PIC 9(04).
           03 COMPREMENTO     PIC X(12).
           03 CEP-FORN        PIC 9(08).
           03 SITUACAO        PIC X(01).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-CNPJ-FORN   PIC 9(15).
           03 ORD-IDADE       PIC 9(05).
           03 ORD-NUMERO      PIC 9(06).
           03 ORD-CODGPRODUTO PIC 9(06).
           03 ORD-NUMNF       PIC 9(06).
           03 ORD-DATA-ABERT  PIC 9(08).
           03 ORD-GARANTIA    PIC X(01).
           03 ORD-SITUACAO    PIC X(01).
           03 ORD-SERIE       PIC X(20).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELRMA.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RMA         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 W-PRIMEIRO     PIC X(01) VALUE "S".
       01 W-FORN-ANT     PIC 9(15) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(07) VALUE ZEROS.
       01 W-INT-ABERT    PIC 9(07) VALUE ZEROS.
       01 W-RAZAO        PIC X(40) VALUE SPACES.
       01 W-DESC-SIT     PIC X(10) VALUE SPACES.
       01 W-FRN-TOTAL    PIC 9(05) VALUE ZEROS.
       01 W-FRN-ABERTO   PIC 9(05) VALUE ZEROS.
       01 W-FRN-GARANT   PIC 9(05) VALUE ZEROS.
       01 W-TOT-RMA      PIC 9(06) VALUE ZEROS.
       01 W-TOT-ABERTO   PIC 9(06) VALUE ZEROS.
       01 W-TOT-FORN     PIC 9(05) VALUE ZEROS.
       01 W-FX-15        PIC 9(06) VALUE ZEROS.
       01 W-FX-30        PIC 9(06) VALUE ZEROS.
       01 W-FX-60        PIC 9(06) VALUE ZEROS.
       01 W-FX-MAIS      PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADRMA
           IF ST-RMA NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING
                   "ERRO NA ABERTURA DO ARQUIVO CADRMA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM3.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)

           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-CNPJ-FORN
               ON DESCENDING KEY ORD-IDADE
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.

       ROT-FIM.
           CLOSE CADRMA
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           CLOSE ARQSPOOL
           STOP RUN.

      *---------[ LE CADRMA E GRAVA NO ARQUIVO DE ORDENACAO ]----------
       MONTA-ORDENACAO.
       MR1.
           READ CADRMA NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.

           MOVE ZEROS TO ORD-IDADE
           IF RMA-DATA-ABERT > ZEROS
               COMPUTE W-INT-ABERT =
                   FUNCTION INTEGER-OF-DATE (RMA-DATA-ABERT)
               IF W-INT-HOJE > W-INT-ABERT
                   COMPUTE ORD-IDADE = W-INT-HOJE - W-INT-ABERT.
           MOVE RMA-CNPJ-FORN   TO ORD-CNPJ-FORN
           MOVE RMA-NUMERO      TO ORD-NUMERO
           MOVE RMA-CODGPRODUTO TO ORD-CODGPRODUTO
           MOVE RMA-NUMNF       TO ORD-NUMNF
           MOVE RMA-DATA-ABERT  TO ORD-DATA-ABERT
           MOVE RMA-GARANTIA    TO ORD-GARANTIA
           MOVE RMA-SITUACAO    TO ORD-SITUACAO
           MOVE RMA-SERIE       TO ORD-SERIE
           RELEASE W-REGORD
           GO TO MR1.

       MR-FIM.
           EXIT.

      *---------[ LE O ARQUIVO JA ORDENADO E IMPRIME COM QUEBRA ]------
       IMPRIME-ORDENACAO.
           MOVE SPACES TO W-LINHA
           STRING
               "*** RMA EM ABERTO POR FORNECEDOR E IDADE ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.

           IF W-PRIMEIRO = "S" OR ORD-CNPJ-FORN NOT = W-FORN-ANT
               IF W-PRIMEIRO = "N"
                   PERFORM TOTAL-FORN THRU TOTAL-FORN-FIM
               END-IF
               MOVE "N" TO W-PRIMEIRO
               MOVE ORD-CNPJ-FORN TO W-FORN-ANT
               PERFORM CABEC-FORN THRU CABEC-FORN-FIM.

           ADD 1 TO W-FRN-TOTAL W-TOT-RMA
           IF ORD-SITUACAO = "D"
               GO TO IR1.
           ADD 1 TO W-FRN-ABERTO W-TOT-ABERTO
           IF ORD-GARANTIA = "S"
               ADD 1 TO W-FRN-GARANT.
           EVALUATE TRUE
              WHEN ORD-IDADE NOT > 15
                 ADD 1 TO W-FX-15
              WHEN ORD-IDADE NOT > 30
                 ADD 1 TO W-FX-30
              WHEN ORD-IDADE NOT > 60
                 ADD 1 TO W-FX-60
              WHEN OTHER
                 ADD 1 TO W-FX-MAIS
           END-EVALUATE
           EVALUATE ORD-SITUACAO
              WHEN "R"
                 MOVE "RECEBIDO" TO W-DESC-SIT
              WHEN "F"
                 MOVE "NO FORNEC" TO W-DESC-SIT
              WHEN "C"
                 MOVE "CONSERTADO" TO W-DESC-SIT
              WHEN "T"
                 MOVE "TROCADO" TO W-DESC-SIT
              WHEN OTHER
                 MOVE "?" TO W-DESC-SIT
           END-EVALUATE

           MOVE SPACES TO W-LINHA
           STRING
               "   RMA " ORD-NUMERO "  PROD " ORD-CODGPRODUTO
               "  NF " ORD-NUMNF "  ABERTO " ORD-DATA-ABERT
               "  DIAS " ORD-IDADE "  GAR " ORD-GARANTIA
               "  " W-DESC-SIT "  " ORD-SERIE
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO IR1.

       IR-FIM.
           IF W-PRIMEIRO = "N"
               PERFORM TOTAL-FORN THRU TOTAL-FORN-FIM.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "RMA EM ABERTO POR IDADE (DIAS DESDE A ABERTURA)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "   ATE 15.....: " W-FX-15
               "   16 A 30..: " W-FX-30
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "   31 A 60....: " W-FX-60
               "   MAIS DE 60: " W-FX-MAIS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "TOTAL DE FORNECEDORES..........: " W-TOT-FORN
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "TOTAL DE RMA...................: " W-TOT-RMA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "TOTAL DE RMA EM ABERTO.........: " W-TOT-ABERTO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           EXIT.

      *---------[ CABECALHO DO FORNECEDOR ]-----------------------------
       CABEC-FORN.
           MOVE ZEROS TO W-FRN-TOTAL W-FRN-ABERTO W-FRN-GARANT
           ADD 1 TO W-TOT-FORN
           MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO W-RAZAO
           IF ST-FOR NOT = "99"
               MOVE ORD-CNPJ-FORN TO CNPJ
               READ CADFORN
               IF ST-FOR = "00"
                   MOVE RAZAO TO W-RAZAO.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "FORNECEDOR: " ORD-CNPJ-FORN "  " W-RAZAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       CABEC-FORN-FIM.
           EXIT.

      *---------[ TOTAL DO FORNECEDOR ]---------------------------------
       TOTAL-FORN.
           MOVE SPACES TO W-LINHA
           STRING
               "   TOTAL DE RMA: " W-FRN-TOTAL
               "   EM ABERTO: " W-FRN-ABERTO
               "   ABERTOS EM GARANTIA: " W-FRN-GARANT
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       TOTAL-FORN-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (RELRMA.SPL) ]---------
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
           STRING "RELATORIO: RELRMA   EMISSAO: "
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
           MOVE "RELRMA" TO SPD-PROGRAMA
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
