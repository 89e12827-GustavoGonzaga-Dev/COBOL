      *  SAEM BLOQUEADAS (B) PARA O SUPERVISOR        *
      *  LIBERAR. SITUACAO DO ORCAMENTO:              *
      *  A=ABERTO V=CONVERTIDO C=CANCELADO            *
      *  O SALDO NO DEPOSITO DE TERCEIROS (CADPARAM   *
      *  DEPTERC, MERCADORIA EM REMESSA) TAMBEM SAI   *
      *  DO DISPONIVEL, COMO A QUARENTENA.            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-SIT-GRAV     PIC X(01) VALUE "A".
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-QUARENTENA   PIC 9(05)V9 VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-TERCEIROS    PIC 9(05)V9 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           CLOSE CADRESERV
           IF ST-TR NOT = "99"
               CLOSE CADTITREC.
           IF W-DEP-QUAR > ZEROS OR W-DEP-TERC > ZEROS
               CLOSE CADSALDODEP.
       ROT-FIM3.
           STOP RUN.
      *  NO DEPOSITO DE QUARENTENA, COMO EM PEDVENDA            *
           PERFORM LE-QUARENTENA THRU LE-QUARENTENA-FIM
           COMPUTE W-DISPONIVEL = QUANTIDADE - W-RESERVADO
               - W-QUARENTENA - W-TERCEIROS
           IF ORC-QUANTIDADE > W-DISPONIVEL
               DISPLAY "   " ORC-CODGPRODUTO " - DISPONIVEL "
                   W-DISPONIVEL " MENOR QUE O ORCADO "
      *  O SALDO PARADO NA QUARENTENA NAO CONTA COMO DISPONIVEL *
      *  PARA VENDA ATE A LIBERACAO DO INSPETOR (LIBQUAR)       *
       LE-DEPQUAR.
           MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-DEPQUAR-FIM.
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-QUAR.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-QUAR = ZEROS AND W-DEP-TERC = ZEROS
               GO TO LE-DEPQUAR-FIM.
           OPEN INPUT CADSALDODEP
           IF ST-SAL NOT = "00"
               MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC.
       LE-DEPQUAR-FIM.
           EXIT.

       LE-QUARENTENA.
           MOVE ZEROS TO W-QUARENTENA W-TERCEIROS
           IF W-DEP-QUAR = ZEROS
               GO TO LE-QUARENTENA-1.
           MOVE ORC-CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-QUAR TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-QUARENTENA.
      *---------[ SALDO EM PODER DE TERCEIROS (REMESSA) ]---------------
       LE-QUARENTENA-1.
           IF W-DEP-TERC = ZEROS
               GO TO LE-QUARENTENA-FIM.
           MOVE ORC-CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-TERC TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-TERCEIROS.
       LE-QUARENTENA-FIM.
           EXIT.

