      *  DISPONIVEL QUE STP004, RELESTMIN E GERAPED   *
      *  ENXERGAM. O RELATORIO DO QUE EXPIROU SAI NO  *
      *  SPOOL EXPIRAPV.SPL PARA O VENDEDOR COBRAR O  *
      *  CLIENTE ANTES DE REDIGITAR. LINHA COM        *
      *  BACKORDER ABERTO (BACKORD) NAO EXPIRA - ESTA *
      *  ESPERANDO ESTOQUE, NAO O CLIENTE             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-TOT-LINHAS   PIC 9(06) VALUE ZEROS.
       01 W-VAL-EXPIRADO PIC 9(12)V99 VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(11)V99 VALUE ZEROS.
       01 W-BKO-OPERACAO PIC X(01) VALUE SPACES.
       01 W-BKO-PARAM.
           03 W-BKP-NUMPV       PIC 9(06).
           03 W-BKP-CODGPRODUTO PIC 9(06).
           03 W-BKP-CNPJCPF     PIC 9(15).
           03 W-BKP-QUANTIDADE  PIC 9(05)V9.
           03 W-BKP-DATA-PEDIDO PIC 9(08).
           03 W-BKP-LIBERADOS   PIC 9(03).
       01 W-BKO-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               GO TO R1.
           IF PV-DATA > W-DATA-CORTE
               GO TO R1.
           MOVE "V" TO W-BKO-OPERACAO
           MOVE PV-NUMERO TO W-BKP-NUMPV
           MOVE PV-CODGPRODUTO TO W-BKP-CODGPRODUTO
           MOVE PV-CNPJCPF TO W-BKP-CNPJCPF
           MOVE PV-QUANTIDADE TO W-BKP-QUANTIDADE
           MOVE PV-DATA TO W-BKP-DATA-PEDIDO
           MOVE ZEROS TO W-BKP-LIBERADOS
           CALL "BACKORD" USING W-BKO-OPERACAO W-BKO-PARAM
                                W-BKO-RESULT
           IF W-BKO-RESULT = "O"
               GO TO R1.

           MOVE "C" TO PV-SITUACAO
           REWRITE REGPV
