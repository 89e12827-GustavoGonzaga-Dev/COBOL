      *  (TIPO 13) POR CHAPA: RENDIMENTOS             *
      *  TRIBUTAVEIS, INSS RETIDO, IRRF RETIDO E      *
      *  PARCELAS NAO TRIBUTAVEIS (SALARIO-FAMILIA).  *
      *  A PLR (TIPO PL) SAI EM SEPARADO, COM O IRRF  *
      *  DA TABELA EXCLUSIVA (TRIBUTACAO EXCLUSIVA).  *
      *  UMA PAGINA DE 60 LINHAS POR FUNCIONARIO,     *
      *  COM A IDENTIFICACAO DA EMPRESA DE            *
      *  CADEMPRESA.DAT NO CABECALHO, NO SPOOL        *
       01 W-TOT-INSS     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-IRRF     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-ISENTO   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PLR      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-IRRFPLR  PIC 9(09)V99 VALUE ZEROS.
       01 W-LINHAS-PAG   PIC 9(02) VALUE ZEROS.
       01 W-TOT-PAGINAS  PIC 9(05) VALUE ZEROS.
       01 W-TEM-EMPRESA  PIC X(01) VALUE "N".
           END-READ.
           PERFORM SOMA-ANO THRU SOMA-ANO-FIM
           IF W-TOT-TRIB = ZEROS AND W-TOT-13 = ZEROS
              AND W-TOT-PLR = ZEROS
               GO TO R1.
           PERFORM IMPRIME-PAGINA THRU IMPRIME-PAGINA-FIM
           GO TO R1.
       SOMA-ANO.
           MOVE ZEROS TO W-TOT-TRIB W-TOT-13 W-TOT-INSS
                         W-TOT-IRRF W-TOT-ISENTO
                         W-TOT-PLR W-TOT-IRRFPLR
           MOVE ZEROS TO W-MES.
       SOMA-ANO-1.
           ADD 1 TO W-MES
           PERFORM SOMA-RESULT THRU SOMA-RESULT-FIM
           MOVE "13" TO RES-TIPO
           PERFORM SOMA-13 THRU SOMA-13-FIM
           MOVE "PL" TO RES-TIPO
           PERFORM SOMA-PLR THRU SOMA-PLR-FIM
           GO TO SOMA-ANO-1.
       SOMA-ANO-FIM.
           EXIT.
       SOMA-13-FIM.
           EXIT.

       SOMA-PLR.
           READ ARQRESFOL
           IF ST-RES NOT = "00"
               GO TO SOMA-PLR-FIM.
           ADD RES-BRUTO TO W-TOT-PLR
           ADD RES-IRRF TO W-TOT-IRRFPLR.
       SOMA-PLR-FIM.
           EXIT.

      *---------[ PAGINA DE 60 LINHAS DO FUNCIONARIO ]------------------
       IMPRIME-PAGINA.
           ADD 1 TO W-TOT-PAGINAS
           MOVE SPACES TO W-LINHA
           STRING "RENDIMENTOS NAO TRIBUTAVEIS....: " W-TOT-ISENTO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PAG
           MOVE SPACES TO W-LINHA
           STRING "PARTICIPACAO NOS LUCROS (PLR)..: " W-TOT-PLR
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PAG
           MOVE SPACES TO W-LINHA
           STRING "IRRF SOBRE PLR (EXCLUSIVA).....: " W-TOT-IRRFPLR
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-PAG.

      *---------[ COMPLETA A PAGINA DE 60 LINHAS (SPOOLCON) ]-----------
