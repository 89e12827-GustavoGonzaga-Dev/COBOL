      *  CADCOTACAO (MODULO COTACAO), O PEDIDO USA O   *
      *  CNPJ E O PRECO DA VENCEDORA NO LUGAR DO       *
      *  CNPJ-PROD/PRECO DE CADPROD                    *
      *  FORNECEDOR RECUSADO EM CONSHOMOL (BLOQUEADO  *
      *  OU COM DOCUMENTO VENCIDO) NAO ENTRA NO       *
      *  PEDIDO E DEIXA RC 4; CONDICIONAL OU SEM      *
      *  HOMOLOGACAO SAI COM AVISO NA FOLHA           *
      *  A EMISSAO DE CADA PEDIDO FICA EM ARQTRANSLOG *
      *  COMO PASSO GERAPED DO OPERADOR DA SESSAO     *
      *  (CONSSEGREG) - QUEM EMITE NAO APROVA NEM     *
      *  PAGA O PEDIDO (REGRAS DE CADSEGREG)          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 ST-RSV         PIC X(02) VALUE "00".
       01 W-RESERVADO    PIC 9(05)V9 VALUE ZEROS.
       01 W-DISPONIVEL   PIC S9(06)V9 VALUE ZEROS.
       01 W-TOTRECUSADOS PIC 9(06) VALUE ZEROS.
       01 W-NUMPED-LOG   PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.

       01 W-SGP-PARAM.
           03 W-SGP-FUNCAO      PIC X(01).
           03 W-SGP-PASSO       PIC X(10).
           03 W-SGP-NUMPED      PIC 9(06).
           03 W-SGP-OPERADOR    PIC X(08).
           03 W-SGP-PASSO-CONFL PIC X(10).
           03 W-SGP-DATA-CONFL  PIC X(14).
       01 W-SGP-RESULT   PIC X(01) VALUE SPACES.

       01 W-HOM-PARAM.
           03 W-HOM-CNPJ        PIC 9(15).
           03 W-HOM-DATA        PIC 9(08).
           03 W-HOM-SITUACAO    PIC X(01).
           03 W-HOM-TIPO-VENC   PIC X(03).
           03 W-HOM-VALIDADE    PIC 9(08).
       01 W-HOM-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               COMPUTE ORD-QTD-PEDIDO =
                   QUANTIDADE-MINIMA - W-DISPONIVEL
               PERFORM BUSCA-COTACAO THRU BUSCA-COTACAO-FIM
               PERFORM CONFERE-HOMOL THRU CONFERE-HOMOL-FIM
               IF W-HOM-RESULT = "R"
                   ADD 1 TO W-TOTRECUSADOS
               ELSE
                   RELEASE W-REGORD.

           GO TO MR1.

       BUSCA-COTACAO-FIM.
           EXIT.

      *---------[ HOMOLOGACAO DO FORNECEDOR (CONSHOMOL) ]---------------
      *  RECUSADO: O ITEM NAO ENTRA NO PEDIDO; CONDICIONAL OU   *
      *  SEM HOMOLOGACAO: AVISO NA FOLHA DO FORNECEDOR          *
       CONFERE-HOMOL.
           MOVE ORD-CNPJ TO W-HOM-CNPJ
           MOVE W-DATA-HOJE TO W-HOM-DATA
           CALL "CONSHOMOL" USING W-HOM-PARAM W-HOM-RESULT
           IF W-HOM-RESULT = "L"
               GO TO CONFERE-HOMOL-FIM.
           IF W-HOM-RESULT = "A"
               IF W-HOM-SITUACAO = "C"
                   DISPLAY "*** AVISO: FORNECEDOR COM HOMOLOGACAO"
                       " CONDICIONAL ***"
               ELSE
                   DISPLAY "*** AVISO: FORNECEDOR SEM HOMOLOGACAO ***"
               END-IF
               GO TO CONFERE-HOMOL-FIM.
           IF W-HOM-TIPO-VENC NOT = SPACES
               DISPLAY "   " ORD-CODGPRODUTO "  " ORD-DESCRICAO
                   " *** NAO PEDIDO - " ORD-CNPJ " COM " W-HOM-TIPO-VENC
                   " VENCIDO EM " W-HOM-VALIDADE " ***"
           ELSE
               IF W-HOM-SITUACAO = "B"
                   DISPLAY "   " ORD-CODGPRODUTO "  " ORD-DESCRICAO
                       " *** NAO PEDIDO - FORNECEDOR " ORD-CNPJ
                       " BLOQUEADO ***"
               ELSE
                   DISPLAY "   " ORD-CODGPRODUTO "  " ORD-DESCRICAO
                       " *** NAO PEDIDO - FORNECEDOR " ORD-CNPJ
                       " SEM HOMOLOGACAO ***".
       CONFERE-HOMOL-FIM.
           EXIT.

      *---------[ IMPRIME UMA FOLHA DE PEDIDO POR FORNECEDOR ]----------
       IMPRIME-ORDENACAO.
           DISPLAY "*** GERACAO DE PEDIDO DE COMPRA POR FORNECEDOR ***".
       IR-FIM.
           DISPLAY " "
           DISPLAY "TOTAL DE ITENS PEDIDOS.........: " W-TOTITENS
           IF W-TOTRECUSADOS > ZEROS
               DISPLAY "ITENS RECUSADOS (HOMOLOGACAO)..: "
                   W-TOTRECUSADOS
               MOVE 4 TO RETURN-CODE.
           IF W-TOTITENS > ZEROS
               DISPLAY "PEDIDOS GERADOS DE " W-PRIMPED " ATE " W-NUMPED
               DISPLAY "PEDIDOS EMITIDOS AGUARDAM APROVACAO (APROVPED)".
               DISPLAY "PEDIDO DE COMPRA " W-NUMPED
                   " - FORNECEDOR NAO CADASTRADO"
               DISPLAY "CNPJ: " ORD-CNPJ.
           PERFORM CONFERE-HOMOL THRU CONFERE-HOMOL-FIM.

      *---------[ GRAVA A LINHA DO PEDIDO EM CADPEDCOMP ]---------------
       GRAVA-PEDIDO.
           WRITE REGPED
           IF ST-PED NOT = "00" AND ST-PED NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO PEDIDO " PED-NUMERO
                   " ITEM " PED-CODGPRODUTO " ST=" ST-PED
           ELSE
               IF W-NUMPED NOT = W-NUMPED-LOG
                   MOVE W-NUMPED TO W-NUMPED-LOG
                   PERFORM GRAVA-PASSO THRU GRAVA-PASSO-FIM.

      *---------[ EMISSAO DO PEDIDO NO LOG (SEGREGACAO DE FUNCOES) ]----
       GRAVA-PASSO.
           MOVE "G" TO W-SGP-FUNCAO
           MOVE "GERAPED" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT.
       GRAVA-PASSO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
