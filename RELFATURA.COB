      *  E RANKING DOS MAIORES CLIENTES E PRODUTOS.   *
      *  SAI NO SPOOL RELFATURA.SPL REGISTRADO EM     *
      *  SPOOLDIR PARA REIMPRESSAO POR SPOOLCON       *
      *  RODA POR FILIAL (NF-FILIAL; ZERO = 01) OU    *
      *  CONSOLIDADO COM FILIAL 0                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADPROD
            LABEL RECORD IS STANDARD
           03 W-ANT-ANO     PIC 9(04).
           03 W-ANT-MES     PIC 9(02).
       01 W-NF-COMPET    PIC 9(06) VALUE ZEROS.
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
       01 W-NF-FILIAL    PIC 9(02) VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ATUAL    PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-ANTER    PIC 9(13)V99 VALUE ZEROS.
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.
           DISPLAY "FILIAL (0 = TODAS - CONSOLIDADO): "
               WITH NO ADVANCING
           ACCEPT W-FILIAL
           MOVE W-COMPET TO W-COMPET-ANT
           IF W-ANT-MES = 1
               SUBTRACT 1 FROM W-ANT-ANO
           END-READ.
           IF NF-SITUACAO NOT = "A"
               GO TO R1.
           MOVE NF-FILIAL TO W-NF-FILIAL
           IF W-NF-FILIAL = ZEROS
               MOVE 1 TO W-NF-FILIAL.
           IF W-FILIAL NOT = ZEROS AND W-NF-FILIAL NOT = W-FILIAL
               GO TO R1.
           MOVE NF-DATA (1:6) TO W-NF-COMPET
           IF W-NF-COMPET NOT = W-COMPET
              AND W-NF-COMPET NOT = W-COMPET-ANT
               " (COMPARADO COM " W-COMPET-ANT ") ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           IF W-FILIAL = ZEROS
               STRING "*** CONSOLIDADO - TODAS AS FILIAIS ***"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "*** FILIAL " W-FILIAL " ***"
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL

           MOVE SPACES TO W-LINHA
           STRING "--- POR PRODUTO (QTDE / VALOR / MES ANTERIOR) ---"
