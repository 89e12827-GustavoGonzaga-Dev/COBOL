      *  QUARENTENA. A OPCAO 3 LISTA O QUE ESTA       *
      *  PARADO HA MAIS DE QUARDIAS DIAS (CADPARAM,   *
      *  PADRAO 5)                                    *
      *  A FICHA LIBERADA OFERECE O SALDO LIVRE DO    *
      *  PRODUTO AOS BACKORDERS DE VENDA EM ESPERA    *
      *  (BACKORD), NA ORDEM DO PEDIDO                *
      *  ESCOLHIDA A FICHA NA CAIXA DE PENDENCIAS     *
      *  (CAIXAPEND, VIA DOCSESSAO) A PRIMEIRA        *
      *  LIBERACAO OU REJEICAO USA A FICHA SEM PEDIR  *
      *  A CHAVE; TERMINA COM GOBACK PARA VOLTAR A    *
      *  MENUPRINC                                    *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) A        *
      *  LIBERACAO E RECUSADA                         *
      *  O SALDO EM PODER DE TERCEIROS (CADPARAM      *
      *  DEPTERC) TAMBEM FICA FORA DO SALDO LIVRE     *
      *  OFERECIDO AOS BACKORDERS                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

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
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADMOVEST
            LABEL RECORD IS STANDARD
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

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
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-DEP-DEST     PIC 9(02) VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-DIAS-AGING   PIC 9(03) VALUE 5.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-DATA     PIC 9(09) VALUE ZEROS.
       01 W-DIAS-PARADO  PIC S9(05) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-SALDO-QUAR   PIC 9(05)V9 VALUE ZEROS.
       01 W-SALDO-TERC   PIC 9(05)V9 VALUE ZEROS.
       01 W-BKO-OPERACAO PIC X(01) VALUE SPACES.
       01 W-BKO-PARAM.
           03 W-BKP-NUMPV       PIC 9(06).
           03 W-BKP-CODGPRODUTO PIC 9(06).
           03 W-BKP-CNPJCPF     PIC 9(15).
           03 W-BKP-QUANTIDADE  PIC 9(05)V9.
           03 W-BKP-DATA-PEDIDO PIC 9(08).
           03 W-BKP-LIBERADOS   PIC 9(03).
       01 W-BKO-RESULT   PIC X(01) VALUE SPACES.
       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DCS-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-DOC-PEND     PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           PERFORM LE-DOCPEND THRU LE-DOCPEND-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE).
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DIAS-AGING.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-QUAR = ZEROS
               DISPLAY "*** PARAMETRO DEPQUAR NAO CADASTRADO ***"
       R1.
           DISPLAY " "
           DISPLAY "*** LIBERACAO DE QUARENTENA ***"
           IF W-DOC-PEND NOT = SPACES
               DISPLAY "*** CAIXA DE PENDENCIAS - PRODUTO "
                   W-DOC-PEND (1:6) " PEDIDO " W-DOC-PEND (7:6)
                   ": LIBERAR (1) OU REJEITAR (2) ***".
           DISPLAY "  1 - LIBERAR FICHA PARA ESTOQUE LIVRE"
           DISPLAY "  2 - REJEITAR FICHA (DEVOLVER AO FORNECEDOR)"
           DISPLAY "  3 - FICHAS PARADAS (ENVELHECIMENTO)"
               DISPLAY "*** DEPOSITO INATIVO ***"
               GO TO R2B.

           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE - FICHA"
                   " CONTINUA EM QUARENTENA ***"
               GO TO R1.

      *---------[ TRANSFERE O SALDO ENTRE DEPOSITOS ]-------------------
           MOVE QUA-CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-QUAR TO SAL-DEPOSITO
               GO TO R1.
           SUBTRACT QUA-QUANTIDADE FROM SAL-QUANTIDADE
           REWRITE REGSALDODEP
           MOVE SAL-QUANTIDADE TO W-SALDO-QUAR

           MOVE QUA-CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-DEST TO SAL-DEPOSITO
           REWRITE REGQUAR
           DISPLAY "*** FICHA LIBERADA: " QUA-QUANTIDADE
               " MOVIDOS PARA O DEPOSITO " W-DEP-DEST " ***"
           PERFORM ALOCA-BACKORDER THRU ALOCA-BACKORDER-FIM
           GO TO R1.

      *---------[ REJEICAO: SEGUE PARA DEVOLFORN ]----------------------
           CLOSE CADDEPOS
           CLOSE CADMOVEST.
       ROT-FIM3.
           GOBACK.

      *---------[ SALDO LIVRE VAI PARA OS BACKORDERS (BACKORD) ]--------
      *  LIVRE = SALDO DO PRODUTO MENOS O QUE AINDA ESTA NA     *
      *  QUARENTENA E O QUE ESTA EM PODER DE TERCEIROS (DEPTERC)*
       ALOCA-BACKORDER.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               GO TO ALOCA-BACKORDER-FIM.
           MOVE QUA-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               CLOSE CADPROD
               GO TO ALOCA-BACKORDER-FIM.
           CLOSE CADPROD
           MOVE ZEROS TO W-SALDO-TERC
           IF W-DEP-TERC > ZEROS
               MOVE QUA-CODGPRODUTO TO SAL-CODGPRODUTO
               MOVE W-DEP-TERC TO SAL-DEPOSITO
               READ CADSALDODEP
               IF ST-SAL = "00"
                   MOVE SAL-QUANTIDADE TO W-SALDO-TERC.
           IF QUANTIDADE NOT > W-SALDO-QUAR + W-SALDO-TERC
               GO TO ALOCA-BACKORDER-FIM.
           COMPUTE W-BKP-QUANTIDADE = QUANTIDADE - W-SALDO-QUAR
                                    - W-SALDO-TERC
           MOVE "A" TO W-BKO-OPERACAO
           MOVE QUA-CODGPRODUTO TO W-BKP-CODGPRODUTO
           MOVE ZEROS TO W-BKP-NUMPV W-BKP-CNPJCPF W-BKP-DATA-PEDIDO
                         W-BKP-LIBERADOS
           CALL "BACKORD" USING W-BKO-OPERACAO W-BKO-PARAM
                                W-BKO-RESULT
           IF W-BKP-LIBERADOS > ZEROS
               DISPLAY "*** " W-BKP-LIBERADOS " BACKORDER(S) DE VENDA"
                   " LIBERADO(S) PARA FATURAR ***".
       ALOCA-BACKORDER-FIM.
           EXIT.

       LE-FICHA.
           IF W-DOC-PEND NOT = SPACES
               MOVE W-DOC-PEND (1:6) TO W-CODPROD
               MOVE W-DOC-PEND (7:6) TO W-NUMPED
               MOVE SPACES TO W-DOC-PEND
               GO TO LE-FICHA-1.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
               MOVE "99" TO ST-QUA
               GO TO LE-FICHA-FIM.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA: " WITH NO ADVANCING
           ACCEPT W-NUMPED.
       LE-FICHA-1.
           MOVE W-CODPROD TO QUA-CODGPRODUTO
           MOVE W-NUMPED TO QUA-NUMPED
           READ CADQUAR
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.

      *---------[ DOCUMENTO ESCOLHIDO NA CAIXA DE PENDENCIAS ]----------
       LE-DOCPEND.
           MOVE "L" TO W-DCS-OPERACAO
           MOVE "LIBQUAR" TO W-DCS-PROGRAMA
           CALL "DOCSESSAO" USING W-DCS-OPERACAO W-DCS-PROGRAMA
                                  W-DOC-PEND.
       LE-DOCPEND-FIM.
           EXIT.
