      *  ENTAO GRAVA, NUMA OPERACAO SO, OS            *
      *  MOVIMENTOS "S" DOS COMPONENTES E O "E" DO    *
      *  KIT EM CADMOVEST COM MOTIVO KT, ATUALIZANDO  *
      *  AS QUANTIDADES DE CADPROD. HAVENDO ORDEM DE  *
      *  MONTAGEM SUGERIDA PELO ULTIMO CALCULO DE     *
      *  NECESSIDADE (CADMRP, GERADO POR MRPCALC), A  *
      *  QUANTIDADE E A DATA SUGERIDAS SAO MOSTRADAS  *
      *  O SALDO NO DEPOSITO DE TERCEIROS (CADPARAM   *
      *  DEPTERC, MERCADORIA EM REMESSA) TAMBEM SAI   *
      *  DO DISPONIVEL, COMO A QUARENTENA.            *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  MOVIMENTO E RECUSADO.                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-KEY
                    FILE STATUS  IS ST-SAL.

           SELECT CADMRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MRP-CODGPRODUTO
                    FILE STATUS  IS ST-MRP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
              05 SAL-CODGPRODUTO   PIC 9(06).
              05 SAL-DEPOSITO      PIC 9(02).
           03 SAL-QUANTIDADE       PIC 9(05)V9.

       FD CADMRP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMRP.DAT".
       01 REGMRP.
           03 MRP-CODGPRODUTO      PIC 9(06).
           03 MRP-KIT              PIC X(01).
           03 MRP-QTD-PV           PIC 9(07)V9.
           03 MRP-QTD-ORC          PIC 9(07)V9.
           03 MRP-QTD-DEPEND       PIC 9(07)V9.
           03 MRP-QTD-PEDCOMP      PIC 9(07)V9.
           03 MRP-QTD-REQ          PIC 9(07)V9.
           03 MRP-DISPONIVEL       PIC S9(07)V9.
           03 MRP-QTD-NECES        PIC 9(07)V9.
           03 MRP-DATA-NECES       PIC 9(08).
           03 MRP-ACAO             PIC X(01).
           03 MRP-NUMREQ           PIC 9(06).
           03 MRP-DATA-CALC        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-RSV         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-MRP         PIC X(02) VALUE "00".
       01 W-KIT          PIC 9(06) VALUE ZEROS.
       01 W-QTDKIT       PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDNECESS    PIC 9(07)V9 VALUE ZEROS.
       01 W-RESERVADO    PIC 9(05)V9 VALUE ZEROS.
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-QUARENTENA   PIC 9(05)V9 VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-TERCEIROS    PIC 9(05)V9 VALUE ZEROS.
       01 W-DISPONIVEL   PIC S9(06)V9 VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADRESERV
           IF ST-RSV NOT = "00"
               MOVE "99" TO ST-RSV.
           OPEN INPUT CADMRP
           IF ST-MRP NOT = "00"
               MOVE "99" TO ST-MRP.

       R1.
           DISPLAY " "
           IF ST-ERRO NOT = "00"
               DISPLAY "*** KIT NAO CADASTRADO ***"
               GO TO R1.
           DISPLAY "KIT: " DESCRICAO "  SALDO ATUAL: " QUANTIDADE
           IF ST-MRP NOT = "99"
               MOVE W-KIT TO MRP-CODGPRODUTO
               READ CADMRP
               IF ST-MRP = "00" AND MRP-ACAO = "M"
                   DISPLAY "MRP DE " MRP-DATA-CALC " SUGERE MONTAR "
                       MRP-QTD-NECES " ATE " MRP-DATA-NECES
               END-IF
               MOVE "00" TO ST-MRP.

       R1B.
           DISPLAY "QUANTIDADE DE KITS A MONTAR: " WITH NO ADVANCING
           PERFORM LE-RESERVA THRU LE-RESERVA-FIM
           PERFORM LE-QUARENTENA THRU LE-QUARENTENA-FIM
           COMPUTE W-DISPONIVEL = QUANTIDADE - W-RESERVADO
               - W-QUARENTENA - W-TERCEIROS
           IF W-QTDNECESS > W-DISPONIVEL
               DISPLAY "  FALTA " CMP-COMPONENTE "  " DESCRICAO
                   ": PRECISA " W-QTDNECESS "  TEM " QUANTIDADE
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "EST" TO W-CPR-MODULO
           MOVE ZEROS TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.

      *---------[ BAIXA OS COMPONENTES (MOVIMENTO "S" / KT) ]-----------
       R3.
           CLOSE CADMOVEST
           IF ST-RSV NOT = "99"
               CLOSE CADRESERV.
           IF ST-MRP NOT = "99"
               CLOSE CADMRP.
           IF W-DEP-QUAR > ZEROS OR W-DEP-TERC > ZEROS
               CLOSE CADSALDODEP.
       ROT-FIM3.
           STOP RUN.
      *  O SALDO PARADO NA QUARENTENA NAO CONTA COMO DISPONIVEL *
      *  ATE A LIBERACAO DO INSPETOR (LIBQUAR)                  *
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
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-QUAR TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-QUARENTENA.
      *---------[ SALDO EM PODER DE TERCEIROS (REMESSA) ]---------------
       LE-QUARENTENA-1.
           IF W-DEP-TERC = ZEROS
               GO TO LE-QUARENTENA-FIM.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-TERC TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-TERCEIROS.
       LE-QUARENTENA-FIM.
           EXIT.

