      *  ATRASO (15/30/60 DIAS) E A RELACAO DOS       *
      *  TITULOS VENCIDOS. SAI NO SPOOL COBCARTA.SPL  *
      *  REGISTRADO EM SPOOLDIR PARA REIMPRESSAO      *
      *  A CARTA SAI AOS CUIDADOS DO CONTATO          *
      *  FINANCEIRO DO CLIENTE EM CADCONTEMP (VIA     *
      *  CONSCONT)                                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-MAIOR-DIAS   PIC 9(05) VALUE ZEROS.
       01 W-TOT-CLI      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-CARTAS   PIC 9(06) VALUE ZEROS.
       01 W-CNT-PARAM.
           03 W-CNT-CNPJCPF       PIC 9(15).
           03 W-CNT-FUNCAO        PIC 9(01).
           03 W-CNT-NOME          PIC X(30).
           03 W-CNT-TELEFONE      PIC X(15).
           03 W-CNT-EMAIL         PIC X(30).
           03 W-CNT-FUNCAO-ACHADA PIC 9(01).
       01 W-CNT-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   PERFORM GRAVA-SPOOL
               END-IF
           END-IF.
           MOVE ORD-CNPJ TO W-CNT-CNPJCPF
           MOVE 1 TO W-CNT-FUNCAO
           CALL "CONSCONT" USING W-CNT-PARAM W-CNT-RESULT
           IF W-CNT-RESULT = "S"
               MOVE SPACES TO W-LINHA
               STRING "A/C: " W-CNT-NOME "  FONE " W-CNT-TELEFONE
                   "  E-MAIL " W-CNT-EMAIL
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       ABRE-CARTA-FIM.
           EXIT.

