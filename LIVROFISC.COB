      *  CTRLNF.DAT: BURACO OU NUMERO ALEM DA SERIE   *
      *  E APONTADO - NUMERO PULADO E PROBLEMA        *
      *  FISCAL. SAI NO SPOOL LIVROFISC.SPL           *
      *  RODA POR FILIAL OU CONSOLIDADO (FILIAL 0):   *
      *  A SAIDA MOSTRA FILIAL-NUMERO FISCAL E, POR   *
      *  FILIAL, A SERIE CONFERIDA E A DA PROPRIA     *
      *  FILIAL (NF-NUMFISCAL CONTRA FIL-ULTNF). O    *
      *  REGISTRO DE ENTRADAS SO SAI NO CONSOLIDADO   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQCTRLNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLN.

           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADPEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLNF.DAT".
       01 REG-CTRLNF.
           03 CTRL-ULTNF       PIC 9(06).

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 FIL-CODIGO        PIC 9(02).
           03 FIL-CNPJ          PIC 9(15).
           03 FIL-RAZAO         PIC X(40).
           03 FIL-IE            PIC X(14).
           03 FIL-CEP           PIC 9(08).
           03 FIL-NUMERO        PIC 9(04).
           03 FIL-COMPLEMENTO   PIC X(12).
           03 FIL-ULTNF         PIC 9(06).
           03 FIL-SITUACAO      PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-CTRLN       PIC X(02) VALUE "00".
       01 ST-FIL         PIC X(02) VALUE "00".
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
       01 W-NF-FILIAL    PIC 9(02) VALUE ZEROS.
       01 W-NUM-SERIE    PIC 9(06) VALUE ZEROS.
       01 W-FIL-RAZAO    PIC X(40) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-NF-COMPET    PIC 9(06) VALUE ZEROS.
       01 W-ULTNF-SERIE  PIC 9(06) VALUE ZEROS.
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.
           DISPLAY "FILIAL (0 = TODAS - CONSOLIDADO): "
               WITH NO ADVANCING
           ACCEPT W-FILIAL

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.

      *---------[ POR FILIAL A SERIE CONFERIDA E A FISCAL DA FILIAL ]---
      *  (NF-NUMFISCAL CONTRA FIL-ULTNF); NO CONSOLIDADO E A       *
      *  NUMERACAO INTERNA DE CADNF CONTRA CTRLNF                  *
           IF W-FILIAL NOT = ZEROS
               PERFORM LE-FILIAL THRU LE-FILIAL-FIM
               GO TO R0-SAIDAS.

           OPEN INPUT ARQCTRLNF
           IF ST-CTRLN = "00"
              READ ARQCTRLNF
              CLOSE ARQCTRLNF.

      *---------[ REGISTRO DE SAIDAS (CADNF EM ORDEM DE NUMERO) ]-------
       R0-SAIDAS.
           MOVE SPACES TO W-LINHA
           STRING "*** REGISTRO DE SAIDAS - COMPETENCIA " W-COMPET
               " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           IF W-FILIAL = ZEROS
               STRING "*** CONSOLIDADO - TODAS AS FILIAIS ***"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "*** FILIAL " W-FILIAL " - " W-FIL-RAZAO " ***"
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-TOT-DIA W-TOT-MES W-ICMS-MES
                         W-DIA-ANT W-NUM-ANT W-TOT-BURACOS.
       R1.
               AT END
                 GO TO R1-FIM
           END-READ.
           MOVE NF-FILIAL TO W-NF-FILIAL
           IF W-NF-FILIAL = ZEROS
               MOVE 1 TO W-NF-FILIAL.
           IF W-FILIAL = ZEROS
               MOVE NF-NUMERO TO W-NUM-SERIE
           ELSE
               IF W-NF-FILIAL NOT = W-FILIAL
                   GO TO R1
               ELSE
                   MOVE NF-NUMFISCAL TO W-NUM-SERIE.
           PERFORM CONFERE-SERIE THRU CONFERE-SERIE-FIM
           MOVE NF-DATA (1:6) TO W-NF-COMPET
           IF W-NF-COMPET NOT = W-COMPET

           IF NF-SITUACAO = "C"
               MOVE SPACES TO W-LINHA
               STRING W-NF-FILIAL "-" NF-NUMFISCAL "  " NF-DATA
                   "  *** CANCELADA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R1.
           COMPUTE W-VALORLINHA = NF-QUANTIDADE * NF-PRECO
           MOVE SPACES TO W-LINHA
           IF NF-SITUACAO = "D"
               STRING W-NF-FILIAL "-" NF-NUMFISCAL "  " NF-DATA
                   "  " NF-CNPJCPF
                   "  " W-VALORLINHA "  ICMS " NF-VALOR-ICMS
                   "  (NOTA DE CREDITO NF " NF-NUMPV ")"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING W-NF-FILIAL "-" NF-NUMFISCAL "  " NF-DATA
                   "  " NF-CNPJCPF
                   "  " W-VALORLINHA "  ICMS " NF-VALOR-ICMS
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL

           IF W-NUM-ANT < W-ULTNF-SERIE
               MOVE SPACES TO W-LINHA
               IF W-FILIAL = ZEROS
                   STRING "*** SERIE EM CTRLNF CHEGA A " W-ULTNF-SERIE
                       " MAS A MAIOR NF GRAVADA E " W-NUM-ANT " ***"
                       DELIMITED BY SIZE INTO W-LINHA
               ELSE
                   STRING "*** SERIE DA FILIAL CHEGA A " W-ULTNF-SERIE
                       " MAS A MAIOR NF GRAVADA E " W-NUM-ANT " ***"
                       DELIMITED BY SIZE INTO W-LINHA
               END-IF
               PERFORM GRAVA-SPOOL
               ADD 1 TO W-TOT-BURACOS.
           MOVE SPACES TO W-LINHA
           CLOSE CADNF.

      *---------[ REGISTRO DE ENTRADAS (RECEBIMENTOS DO MES) ]----------
      *  O PEDIDO DE COMPRA NAO TEM FILIAL: AS ENTRADAS SO SAEM    *
      *  NO CONSOLIDADO                                            *
       R2.
           IF W-FILIAL NOT = ZEROS
               MOVE SPACES TO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE SPACES TO W-LINHA
               STRING "REGISTRO DE ENTRADAS SO NO CONSOLIDADO"
                   " (FILIAL 0)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM.
           OPEN INPUT CADPEDCOMP
           IF ST-PED NOT = "00"
               MOVE SPACES TO W-LINHA
      *  A CHAVE DE CADNF E NUMERO+PRODUTO: A MESMA NF TEM       *
      *  VARIAS LINHAS, ENTAO SO O SALTO DE NUMERO E CRITICADO   *
       CONFERE-SERIE.
           IF W-NUM-SERIE = W-NUM-ANT
               GO TO CONFERE-SERIE-FIM.
           IF W-NUM-ANT NOT = ZEROS
              AND W-NUM-SERIE > W-NUM-ANT
              AND W-NUM-SERIE NOT = W-NUM-ANT + 1
               COMPUTE W-FALTA-DE = W-NUM-ANT + 1
               COMPUTE W-FALTA-ATE = W-NUM-SERIE - 1
               MOVE SPACES TO W-LINHA
               STRING "*** BURACO NA SERIE: FALTAM AS NF "
                   W-FALTA-DE " A " W-FALTA-ATE " ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               ADD 1 TO W-TOT-BURACOS.
           MOVE W-NUM-SERIE TO W-NUM-ANT.
       CONFERE-SERIE-FIM.
           EXIT.

      *---------[ FILIAL DO LIVRO E ULTIMO NUMERO DA SUA SERIE ]-------
       LE-FILIAL.
           MOVE ZEROS TO W-ULTNF-SERIE
           MOVE "(FILIAL SEM CADASTRO)" TO W-FIL-RAZAO
           OPEN INPUT CADFILIAL
           IF ST-FIL NOT = "00"
               GO TO LE-FILIAL-FIM.
           MOVE W-FILIAL TO FIL-CODIGO
           READ CADFILIAL
           IF ST-FIL = "00"
               MOVE FIL-ULTNF TO W-ULTNF-SERIE
               MOVE FIL-RAZAO TO W-FIL-RAZAO.
           CLOSE CADFILIAL.
       LE-FILIAL-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (LIVROFISC.SPL) ]------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
