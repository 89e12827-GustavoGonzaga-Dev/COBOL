       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURICMS.
      ***********************************************
      *  APURACAO MENSAL DO ICMS - PARA A COMPETENCIA *
      *  INFORMADA CONFRONTA OS DEBITOS DAS SAIDAS    *
      *  (ICMS DE CADNF, MENOS AS NOTAS DE CREDITO DE *
      *  DEVOLCLI - SITUACAO D; CANCELADA NAO ENTRA)  *
      *  COM OS CREDITOS DAS ENTRADAS (ICMS DAS LINHAS*
      *  CONFERIDAS SEM DIVERGENCIA EM CADCONFNF PELA *
      *  DATA DA CONFERENCIA, MENOS OS ESTORNOS DAS   *
      *  DEVOLUCOES A FORNECEDOR EM ARQESTICMS) E SOMA*
      *  O SALDO CREDOR DO MES ANTERIOR GUARDADO EM   *
      *  CADAPURICMS. IMPRIME O ICMS A RECOLHER OU O  *
      *  SALDO CREDOR A TRANSPORTAR E GRAVA A APURACAO*
      *  DO MES (REAPURAR REGRAVA). SAI NO SPOOL      *
      *  APURICMS.SPL. RC 4 SE FALTA A APURACAO DO MES*
      *  ANTERIOR OU SE JA HA MES POSTERIOR APURADO   *
      *  (REAPURE OS SEGUINTES); ERRO DE ARQUIVO RC 8 *
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

           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADCONFNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-KEY
                    FILE STATUS  IS ST-CNF.

           SELECT ARQESTICMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EST.

           SELECT CADAPURICMS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APU-COMPET
                    FILE STATUS  IS ST-APU.
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

       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
           03 NF-KEY.
              05 NF-NUMERO         PIC 9(06).
              05 NF-CODGPRODUTO    PIC 9(06).
           03 NF-CNPJCPF           PIC 9(15).
           03 NF-NUMPV             PIC 9(06).
           03 NF-QUANTIDADE        PIC 9(05)V9.
           03 NF-PRECO             PIC 9(07)V99.
           03 NF-DATA              PIC 9(08).
           03 NF-SITUACAO          PIC X(01).
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADCONFNF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONFNF.DAT".
       01 REGCONFNF.
           03 CNF-KEY.
              05 CNF-NUMPED        PIC 9(06).
              05 CNF-CODGPRODUTO   PIC 9(06).
           03 CNF-NF-FORN          PIC 9(09).
           03 CNF-DATA-NF          PIC 9(08).
           03 CNF-QTD-NF           PIC 9(05)V9.
           03 CNF-PRECO-NF         PIC 9(07)V99.
           03 CNF-DATA-CONF        PIC 9(08).
           03 CNF-RESULTADO        PIC X(01).
           03 CNF-ICMS-BASE        PIC 9(09)V99.
           03 CNF-ICMS-ALIQ        PIC 9(02)V99.
           03 CNF-ICMS-VALOR       PIC 9(07)V99.
           03 CNF-ALIQ-PIS         PIC 9(02)V99.
           03 CNF-VALOR-PIS        PIC 9(07)V99.
           03 CNF-ALIQ-COFINS      PIC 9(02)V99.
           03 CNF-VALOR-COFINS     PIC 9(07)V99.

       FD ARQESTICMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTICMS.DAT".
       01 REGESTICMS.
           03 EST-DATA          PIC 9(08).
           03 EST-NUMPED        PIC 9(06).
           03 EST-CODGPRODUTO   PIC 9(06).
           03 EST-CNPJ          PIC 9(15).
           03 EST-NF-FORN       PIC 9(09).
           03 EST-QTD           PIC 9(05)V9.
           03 EST-VALOR-ICMS    PIC 9(07)V99.
           03 EST-OPERADOR      PIC X(08).
           03 EST-VALOR-PIS     PIC 9(07)V99.
           03 EST-VALOR-COFINS  PIC 9(07)V99.

       FD CADAPURICMS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAPURICMS.DAT".
       01 REGAPURICMS.
           03 APU-COMPET        PIC 9(06).
           03 APU-DEBITOS       PIC 9(11)V99.
           03 APU-DEB-DEVOL     PIC 9(11)V99.
           03 APU-CREDITOS      PIC 9(11)V99.
           03 APU-ESTORNOS      PIC 9(11)V99.
           03 APU-SALDO-ANT     PIC 9(11)V99.
           03 APU-A-RECOLHER    PIC 9(11)V99.
           03 APU-SALDO-CREDOR  PIC 9(11)V99.
           03 APU-DATA          PIC 9(08).
           03 APU-OPERADOR      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "APURICMS.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-CNF         PIC X(02) VALUE "00".
       01 ST-EST         PIC X(02) VALUE "00".
       01 ST-APU         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO   PIC 9(04).
           03 W-COMPET-MES   PIC 9(02).
       01 W-COMPET-ANT   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET-ANT.
           03 W-ANT-ANO      PIC 9(04).
           03 W-ANT-MES      PIC 9(02).
       01 W-DATA-COMPET  PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DEBITOS      PIC 9(11)V99 VALUE ZEROS.
       01 W-DEB-DEVOL    PIC 9(11)V99 VALUE ZEROS.
       01 W-CREDITOS     PIC 9(11)V99 VALUE ZEROS.
       01 W-ESTORNOS     PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDO-ANT    PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDO        PIC S9(11)V99 VALUE ZEROS.
       01 W-A-RECOLHER   PIC 9(11)V99 VALUE ZEROS.
       01 W-SALDO-CREDOR PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD-CRED     PIC 9(06) VALUE ZEROS.
       01 W-QTD-EST      PIC 9(06) VALUE ZEROS.
       01 W-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-ICMS-ED      PIC Z.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R00.
           DISPLAY "COMPETENCIA DA APURACAO DO ICMS (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET-ANO < 1900
              OR W-COMPET-MES < 01 OR W-COMPET-MES > 12
               GO TO R00.
           MOVE W-COMPET TO W-COMPET-ANT
           IF W-COMPET-MES = 01
               SUBTRACT 1 FROM W-ANT-ANO
               MOVE 12 TO W-ANT-MES
           ELSE
               SUBTRACT 1 FROM W-ANT-MES.

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADNF"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADAPURICMS
           IF ST-APU NOT = "00"
              IF ST-APU = "30"
                 OPEN OUTPUT CADAPURICMS
                 CLOSE CADAPURICMS
                 GO TO R0A
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADAPURICMS"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 MOVE 8 TO RETURN-CODE
                 CLOSE CADNF
                 GO TO ROT-FIM2.

      *  SEM CADCONFNF/ARQESTICMS NAO HA CREDITO/ESTORNO NO MES *
           OPEN INPUT CADCONFNF
           IF ST-CNF NOT = "00"
               MOVE "99" TO ST-CNF.
           OPEN INPUT ARQESTICMS
           IF ST-EST NOT = "00"
               MOVE "99" TO ST-EST.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           MOVE SPACES TO W-LINHA
           STRING "*** APURACAO DO ICMS - COMPETENCIA " W-COMPET
               " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ SALDO CREDOR TRANSPORTADO DO MES ANTERIOR ]-----------
       R1.
           MOVE ZEROS TO W-SALDO-ANT
           MOVE W-COMPET-ANT TO APU-COMPET
           READ CADAPURICMS
           IF ST-APU = "00"
               MOVE APU-SALDO-CREDOR TO W-SALDO-ANT
               GO TO R1B.
           MOVE ZEROS TO APU-COMPET
           START CADAPURICMS KEY IS NOT LESS APU-COMPET
               INVALID KEY GO TO R1A.
           READ CADAPURICMS NEXT RECORD
               AT END GO TO R1A
           END-READ.
           IF APU-COMPET NOT < W-COMPET
               GO TO R1A.
           MOVE SPACES TO W-LINHA
           STRING "*** APURACAO DE " W-COMPET-ANT " NAO ENCONTRADA -"
               " SALDO CREDOR ANTERIOR TOMADO COMO ZERO ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 4 TO RETURN-CODE
           GO TO R1B.
       R1A.
           MOVE SPACES TO W-LINHA
           STRING "PRIMEIRA APURACAO - SEM SALDO CREDOR ANTERIOR"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       R1B.
           MOVE W-COMPET TO APU-COMPET
           START CADAPURICMS KEY IS GREATER APU-COMPET
               INVALID KEY GO TO R2.
           MOVE SPACES TO W-LINHA
           STRING "*** JA HA APURACAO POSTERIOR A " W-COMPET
               " - REAPURE OS MESES SEGUINTES PARA TRANSPORTAR O"
               " SALDO ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 4 TO RETURN-CODE.

      *---------[ DEBITOS: ICMS DAS SAIDAS DO MES (CADNF) ]-------------
       R2.
           MOVE ZEROS TO W-DEBITOS W-DEB-DEVOL.
       R2A.
           READ CADNF NEXT RECORD
               AT END
                 GO TO R3
           END-READ.
           MOVE NF-DATA (1:6) TO W-DATA-COMPET
           IF W-DATA-COMPET NOT = W-COMPET OR NF-SITUACAO = "C"
               GO TO R2A.
           IF NF-SITUACAO = "D"
               ADD NF-VALOR-ICMS TO W-DEB-DEVOL
           ELSE
               ADD NF-VALOR-ICMS TO W-DEBITOS.
           GO TO R2A.

      *---------[ CREDITOS: ICMS DAS ENTRADAS CONFERIDAS NO MES ]-------
       R3.
           MOVE ZEROS TO W-CREDITOS W-QTD-CRED
           IF ST-CNF = "99"
               GO TO R4.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CREDITOS DAS ENTRADAS (PEDIDO PRODUTO NF FORN"
               " CONFERENCIA BASE ALIQ ICMS)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       R3A.
           READ CADCONFNF NEXT RECORD
               AT END
                 GO TO R4
           END-READ.
           MOVE CNF-DATA-CONF (1:6) TO W-DATA-COMPET
           IF W-DATA-COMPET NOT = W-COMPET
               GO TO R3A.
           IF CNF-RESULTADO NOT = "O" OR CNF-ICMS-VALOR = ZEROS
               GO TO R3A.
           MOVE CNF-ICMS-VALOR TO W-ICMS-ED
           MOVE SPACES TO W-LINHA
           STRING "  " CNF-NUMPED "  " CNF-CODGPRODUTO "  "
               CNF-NF-FORN "  " CNF-DATA-CONF "  " CNF-ICMS-BASE
               "  " CNF-ICMS-ALIQ "  " W-ICMS-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD CNF-ICMS-VALOR TO W-CREDITOS
           ADD 1 TO W-QTD-CRED
           GO TO R3A.

      *---------[ ESTORNOS: DEVOLUCOES A FORNECEDOR DO MES ]------------
       R4.
           MOVE ZEROS TO W-ESTORNOS W-QTD-EST
           IF ST-EST = "99"
               GO TO R5.
       R4A.
           READ ARQESTICMS
               AT END
                 GO TO R5
           END-READ.
           MOVE EST-DATA (1:6) TO W-DATA-COMPET
           IF W-DATA-COMPET NOT = W-COMPET
               GO TO R4A.
      *  ESTORNO SO DE PIS/COFINS NAO ENTRA NA APURACAO DO ICMS *
           IF EST-VALOR-ICMS = ZEROS
               GO TO R4A.
           IF W-QTD-EST = ZEROS
               MOVE SPACES TO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE SPACES TO W-LINHA
               STRING "ESTORNOS DE CREDITO (PEDIDO PRODUTO NF FORN"
                   " DATA QTD ICMS)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           MOVE EST-VALOR-ICMS TO W-ICMS-ED
           MOVE SPACES TO W-LINHA
           STRING "  " EST-NUMPED "  " EST-CODGPRODUTO "  "
               EST-NF-FORN "  " EST-DATA "  " EST-QTD "  " W-ICMS-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD EST-VALOR-ICMS TO W-ESTORNOS
           ADD 1 TO W-QTD-EST
           GO TO R4A.

      *---------[ CONFRONTO DEBITO X CREDITO E SALDO ]------------------
       R5.
           COMPUTE W-SALDO = W-DEBITOS - W-DEB-DEVOL
               - W-CREDITOS + W-ESTORNOS - W-SALDO-ANT
           IF W-SALDO > ZEROS
               MOVE W-SALDO TO W-A-RECOLHER
               MOVE ZEROS TO W-SALDO-CREDOR
           ELSE
               MOVE ZEROS TO W-A-RECOLHER
               COMPUTE W-SALDO-CREDOR = ZEROS - W-SALDO.

           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-DEBITOS TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(+) DEBITOS PELAS SAIDAS.............: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-DEB-DEVOL TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) NOTAS DE CREDITO DE DEVOLUCAO....: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-CREDITOS TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) CREDITOS PELAS ENTRADAS..........: " W-VALOR-ED
               "  (" W-QTD-CRED " LINHAS)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-ESTORNOS TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(+) ESTORNOS DE CREDITO (DEVOLFORN)..: " W-VALOR-ED
               "  (" W-QTD-EST " DEVOLUCOES)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-SALDO-ANT TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) SALDO CREDOR DE " W-COMPET-ANT
               "...........: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-A-RECOLHER > ZEROS
               MOVE W-A-RECOLHER TO W-VALOR-ED
               MOVE SPACES TO W-LINHA
               STRING "ICMS A RECOLHER......................: "
                   W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               MOVE W-SALDO-CREDOR TO W-VALOR-ED
               MOVE SPACES TO W-LINHA
               STRING "SALDO CREDOR A TRANSPORTAR...........: "
                   W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL.

      *---------[ GRAVA (OU REGRAVA) A APURACAO DO MES ]----------------
       R6.
           MOVE W-COMPET TO APU-COMPET
           MOVE W-DEBITOS TO APU-DEBITOS
           MOVE W-DEB-DEVOL TO APU-DEB-DEVOL
           MOVE W-CREDITOS TO APU-CREDITOS
           MOVE W-ESTORNOS TO APU-ESTORNOS
           MOVE W-SALDO-ANT TO APU-SALDO-ANT
           MOVE W-A-RECOLHER TO APU-A-RECOLHER
           MOVE W-SALDO-CREDOR TO APU-SALDO-CREDOR
           MOVE W-HOJE TO APU-DATA
           MOVE W-OPERADOR-SPL TO APU-OPERADOR
           WRITE REGAPURICMS
           IF ST-APU = "22"
               REWRITE REGAPURICMS.
           IF ST-APU NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** ERRO " ST-APU " NA GRAVACAO DE CADAPURICMS"
                   " ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE.

       ROT-FIM.
           CLOSE CADNF
           CLOSE CADAPURICMS
           IF ST-CNF NOT = "99"
               CLOSE CADCONFNF.
           IF ST-EST NOT = "99"
               CLOSE ARQESTICMS.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ SPOOL DE RELATORIO (APURICMS.SPL) ]-------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: APURICMS    EMISSAO: "
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
           MOVE "APURICMS" TO SPD-PROGRAMA
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
