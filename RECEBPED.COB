      *  DEPOSITO DE ENTRADA (SALDO POR DEPOSITO EM   *
      *  CADSALDODEP) E O LOTE/VALIDADE DO ITEM       *
      *  (CADLOTE) QUANDO O PRODUTO E LOTEADO         *
      *  O RECEBIMENTO E LANCADO NO DIARIO VIA        *
      *  LANCCTB PELO VALOR DO TITULO: EVENTO COMPRA  *
      *  (OU COMPRAIMOB PARA ITEM DO IMOBILIZADO)     *
      *  O SALDO LIVRE DO PRODUTO (FORA A QUARENTENA) *
      *  E OFERECIDO AOS BACKORDERS DE VENDA EM       *
      *  ESPERA (BACKORD), NA ORDEM DO PEDIDO         *
      *  PRODUTO CONTROLADO POR SERIE (CADPRODSER)    *
      *  PEDE UMA SERIE POR UNIDADE RECEBIDA, GRAVADA *
      *  EM CADSERIE/CADSERMOV VIA MOVSERIE           *
      *  ADIANTAMENTO PAGO AO FORNECEDOR CONTRA O     *
      *  PEDIDO (ADIANTFORN/CADADIANTF) E COMPENSADO  *
      *  NO TITULO GERADO: O SALDO PAGO E NAO         *
      *  APLICADO ENTRA COMO VALOR JA PAGO DO TITULO  *
      *  CADA LINHA RECEBIDA FICA EM CADRECEB (CHAVE  *
      *  = TITULO) PARA O RATEIO DO CUSTO ACESSORIO   *
      *  (FRETE/SEGURO/IMPORTACAO) EM DESPACESS       *
      *  COM A COMPETENCIA FECHADA EM COMPRAS OU NO   *
      *  ESTOQUE (MODULOS COM E EST DE CADPERIODO,    *
      *  VIA CONSPERIODO) NADA E LANCADO.             *
      *  O RECEBIMENTO E RECUSADO QUANDO O OPERADOR   *
      *  DA SESSAO FEZ NO PEDIDO PASSO INCOMPATIVEL   *
      *  (REGRAS DE CADSEGREG VIA CONSSEGREG); COM    *
      *  LINHA RECEBIDA, O PASSO RECEBPED FICA EM     *
      *  ARQTRANSLOG                                  *
      *  O SALDO EM PODER DE TERCEIROS (CADPARAM      *
      *  DEPTERC) TAMBEM FICA FORA DO SALDO LIVRE     *
      *  OFERECIDO AOS BACKORDERS                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS PRF-KEY
                    FILE STATUS  IS ST-PRF.

           SELECT CADADIANTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADF-TITULO
                    ALTERNATE RECORD KEY IS ADF-NUMPED WITH DUPLICATES
                    FILE STATUS  IS ST-ADF.

           SELECT ARQCTRLTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLT.
                    RECORD KEY   IS PAT-CODIGO
                    FILE STATUS  IS ST-PAT.

           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCB-TITULO
                    ALTERNATE RECORD KEY IS RCB-NUMPED WITH DUPLICATES
                    FILE STATUS  IS ST-RCB.

           SELECT ARQCTRLPAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLPT.
              05 PRF-CNPJ         PIC 9(15).
           03 PRF-PRECO        PIC 9(07)V99.

       FD CADADIANTF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADIANTF.DAT".
       01 REGADIANTF.
           03 ADF-TITULO        PIC 9(06).
           03 ADF-NUMPED        PIC 9(06).
           03 ADF-CNPJ          PIC 9(15).
           03 ADF-DATA          PIC 9(08).
           03 ADF-VALOR         PIC 9(09)V99.
           03 ADF-APLICADO      PIC 9(09)V99.
           03 ADF-DATA-APLIC    PIC 9(08).
           03 ADF-SITUACAO      PIC X(01).
           03 ADF-OPERADOR      PIC X(08).

       FD ARQCTRLTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTIT.DAT".
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
           03 PAT-SITUACAO      PIC X(01).
           03 PAT-ORIGEM-PED    PIC 9(06).

       FD CADRECEB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
           03 RCB-TITULO        PIC 9(06).
           03 RCB-NUMPED        PIC 9(06).
           03 RCB-CODGPRODUTO   PIC 9(06).
           03 RCB-CNPJ          PIC 9(15).
           03 RCB-DATA          PIC 9(08).
           03 RCB-QUANTIDADE    PIC 9(05)V9.
           03 RCB-PRECO         PIC 9(07)V99.
           03 RCB-VALOR         PIC 9(09)V99.
           03 RCB-ACESSORIO     PIC 9(09)V99.

       FD ARQCTRLPAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLPAT.DAT".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.

       01 W-SGP-PARAM.
           03 W-SGP-FUNCAO      PIC X(01).
           03 W-SGP-PASSO       PIC X(10).
           03 W-SGP-NUMPED      PIC 9(06).
           03 W-SGP-OPERADOR    PIC X(08).
           03 W-SGP-PASSO-CONFL PIC X(10).
           03 W-SGP-DATA-CONFL  PIC X(14).
       01 W-SGP-RESULT   PIC X(01) VALUE SPACES.
       01 W-QTDENTREGUE  PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDFALTA     PIC 9(05)V9 VALUE ZEROS.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 ST-PRF         PIC X(02) VALUE "00".
       01 ST-CTRLT       PIC X(02) VALUE "00".
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 ST-ADF         PIC X(02) VALUE "00".
       01 W-VALTIT       PIC 9(09)V99 VALUE ZEROS.
       01 W-COMPENSADO   PIC 9(09)V99 VALUE ZEROS.
       01 W-ADF-LIVRE    PIC S9(09)V99 VALUE ZEROS.
       01 W-ADF-APLICA   PIC 9(09)V99 VALUE ZEROS.
       01 W-EOF-ADF      PIC X(01) VALUE "N".
       01 W-PRECOFORN    PIC 9(07)V99 VALUE ZEROS.
       01 W-PRAZODIAS    PIC 9(03) VALUE ZEROS.
       01 W-INT-VENCTO   PIC 9(09) VALUE ZEROS.
       01 W-LOTE-INF     PIC X(10) VALUE SPACES.
       01 W-VALID-INF    PIC 9(08) VALUE ZEROS.
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-RCB         PIC X(02) VALUE "00".
       01 W-CUSTO-ATUAL  PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTO-NOVO   PIC 9(07)V99 VALUE ZEROS.
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-QUA         PIC X(02) VALUE "00".
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 ST-PAT         PIC X(02) VALUE "00".
       01 ST-CTRLPT      PIC X(02) VALUE "00".
       01 W-APLIC-IMOB   PIC 9(02) VALUE ZEROS.
       01 W-VIDA-PADRAO  PIC 9(03) VALUE 60.
       01 W-ULTPAT       PIC 9(06) VALUE ZEROS.
       01 W-CTB-OPERACAO PIC X(01) VALUE SPACES.
       01 W-CTB-LANC.
           03 W-CTB-EVENTO      PIC X(10).
           03 W-CTB-DATA        PIC 9(08).
           03 W-CTB-VALOR       PIC 9(11)V99.
           03 W-CTB-CODDEP      PIC 9(03).
           03 W-CTB-ORIGEM      PIC X(10).
           03 W-CTB-DOCUMENTO   PIC X(12).
           03 W-CTB-HISTORICO   PIC X(40).
       01 W-CTB-RESULT   PIC X(01) VALUE SPACES.
       01 W-BKO-OPERACAO PIC X(01) VALUE SPACES.
       01 W-BKO-PARAM.
           03 W-BKP-NUMPV       PIC 9(06).
           03 W-BKP-CODGPRODUTO PIC 9(06).
           03 W-BKP-CNPJCPF     PIC 9(15).
           03 W-BKP-QUANTIDADE  PIC 9(05)V9.
           03 W-BKP-DATA-PEDIDO PIC 9(08).
           03 W-BKP-LIBERADOS   PIC 9(03).
       01 W-BKO-RESULT   PIC X(01) VALUE SPACES.
       01 W-SER-OPERACAO PIC X(01) VALUE SPACES.
       01 W-SER-PARAM.
           03 W-SRP-CODGPRODUTO PIC 9(06).
           03 W-SRP-NUMERO      PIC X(20).
           03 W-SRP-DOCUMENTO   PIC 9(06).
           03 W-SRP-DOC-ORIG    PIC 9(06).
           03 W-SRP-PARTICIPANTE PIC 9(15).
           03 W-SRP-OPERADOR    PIC X(08).
           03 W-SRP-QUANTIDADE  PIC 9(05).
       01 W-SER-RESULT   PIC X(01) VALUE SPACES.
       01 W-QTD-SERIES   PIC 9(05) VALUE ZEROS.
       01 W-QTD-INTEIRA  PIC 9(05) VALUE ZEROS.
       01 W-IND-SER      PIC 9(03) VALUE ZEROS.
       01 W-IND-BUSCA    PIC 9(03) VALUE ZEROS.
       01 W-SERIE-INF    PIC X(20) VALUE SPACES.
       01 W-SERIE-REPET  PIC X(01) VALUE "N".
       01 W-TAB-SERIE.
           03 W-TS-NUMERO    PIC X(20) OCCURS 99 TIMES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCUSTO"
                 GO TO ROT-FIM.

       R0E5B.
           OPEN I-O CADRECEB
           IF ST-RCB NOT = "00"
              IF ST-RCB = "30"
                 OPEN OUTPUT CADRECEB
                 CLOSE CADRECEB
                 GO TO R0E5B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECEB"
                 GO TO ROT-FIM.

       R0E6.
           OPEN I-O CADADIANTF
           IF ST-ADF NOT = "00" AND ST-ADF NOT = "02"
               MOVE "99" TO ST-ADF.

       R0F.
           OPEN INPUT CADPRODFORN
           IF ST-PRF NOT = "00"
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-DEP-QUAR
               END-IF
               MOVE "DEPTERC" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-DEP-TERC
               END-IF
               MOVE "APLICIMOB" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
               GO TO ROT-FIM.
           MOVE "COM" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT NOT = "F"
               MOVE "EST" TO W-CPR-MODULO
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT.
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - RECEBIMENTO RECUSADO ***"
               GO TO R1.
           PERFORM CONFERE-SEGREG THRU CONFERE-SEGREG-FIM
           IF W-SGP-RESULT = "R"
               DISPLAY "*** RECEBIMENTO RECUSADO ***"
               GO TO R1.

       R1B.
           IF W-DEP-QUAR > ZEROS
               IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                   GO TO R3.

      *---------[ UMA SERIE POR UNIDADE (PRODUTO CONTROLADO) ]----------
           MOVE ZEROS TO W-QTD-SERIES
           MOVE "V" TO W-SER-OPERACAO
           MOVE CODGPRODUTO TO W-SRP-CODGPRODUTO
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               GO TO R3B.
           MOVE W-QTDENTREGUE TO W-QTD-INTEIRA
           IF W-QTD-INTEIRA NOT = W-QTDENTREGUE
               DISPLAY "  *** PRODUTO COM SERIE - QUANTIDADE"
                   " INTEIRA ***"
               GO TO R3.
           IF W-QTD-INTEIRA > 99
               DISPLAY "  *** MAXIMO DE 99 SERIES POR RECEBIMENTO ***"
               GO TO R3.
       R3S.
           IF W-QTD-SERIES NOT < W-QTD-INTEIRA
               GO TO R3B.
           MOVE SPACES TO W-SERIE-INF
           COMPUTE W-IND-SER = W-QTD-SERIES + 1
           DISPLAY "  SERIE " W-IND-SER " DE " W-QTD-INTEIRA
               " (VAZIO = DESISTE DO ITEM): " WITH NO ADVANCING
           ACCEPT W-SERIE-INF
           IF W-SERIE-INF = SPACES
               DISPLAY "  *** ITEM NAO RECEBIDO ***"
               GO TO R2.
           PERFORM PROCURA-SERIE THRU PROCURA-SERIE-FIM
           IF W-SERIE-REPET = "S"
               DISPLAY "  *** SERIE JA INFORMADA NESTE ITEM ***"
               GO TO R3S.
           MOVE "R" TO W-SER-OPERACAO
           MOVE W-SERIE-INF TO W-SRP-NUMERO
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               DISPLAY "  *** SERIE JA ESTA EM ESTOQUE ***"
               GO TO R3S.
           ADD 1 TO W-QTD-SERIES
           MOVE W-SERIE-INF TO W-TS-NUMERO (W-QTD-SERIES)
           GO TO R3S.

      *---------[ LOTE/VALIDADE DO ITEM (VAZIO = SEM LOTE) ]------------
       R3B.
           MOVE SPACES TO W-LOTE-INF
           WRITE REGMOVEST

           PERFORM SOMA-SALDO-DEP THRU SOMA-SALDO-DEP-FIM
           PERFORM ENTRADA-LOTE THRU ENTRADA-LOTE-FIM
           PERFORM ENTRADA-SERIES THRU ENTRADA-SERIES-FIM.

      *---------[ ATUALIZA A LINHA DO PEDIDO ]--------------------------
       R5.
           IF W-APLIC-IMOB > ZEROS
              AND APLICACAO = W-APLIC-IMOB
               PERFORM GERA-PATRIMONIO THRU GERA-PATRIMONIO-FIM.
           PERFORM ALOCA-BACKORDER THRU ALOCA-BACKORDER-FIM
           DISPLAY "  *** RECEBIMENTO GRAVADO - SITUACAO "
               PED-SITUACAO " ***"
           GO TO R2.
               DISPLAY " "
               DISPLAY "LINHAS DO PEDIDO....: " W-TOTLINHAS
               DISPLAY "LINHAS RECEBIDAS....: " W-TOTRECEB.
           IF W-TOTRECEB > ZEROS
               PERFORM GRAVA-PASSO THRU GRAVA-PASSO-FIM.
           GO TO R1.

       ROT-FIM.
           CLOSE CADSALDODEP
           CLOSE CADLOTE
           CLOSE CADCUSTO
           CLOSE CADRECEB
           IF W-DEP-QUAR > ZEROS
               CLOSE CADQUAR.
           IF W-APLIC-IMOB > ZEROS
               CLOSE CADPRAZOF.
           IF ST-PRF NOT = "99"
               CLOSE CADPRODFORN.
           IF ST-ADF NOT = "99"
               CLOSE CADADIANTF.
       ROT-FIM3.
           STOP RUN.

               IF ST-PRZ = "00"
                   MOVE PRZ-DIAS TO W-PRAZODIAS.

           COMPUTE W-VALTIT ROUNDED = W-QTDENTREGUE * W-PRECOFORN
           MOVE ZEROS TO W-COMPENSADO
           IF ST-ADF NOT = "99"
               PERFORM COMPENSA-ADIANT THRU COMPENSA-ADIANT-FIM.
       GERA-TITULO-1.
           ADD 1 TO W-NUMTIT
           MOVE W-NUMTIT TO TIT-NUMERO
           MOVE PED-CNPJ TO TIT-CNPJ
           MOVE PED-NUMERO TO TIT-NUMPED
           MOVE PED-CODGPRODUTO TO TIT-CODGPRODUTO
           MOVE W-VALTIT TO TIT-VALOR
           MOVE W-COMPENSADO TO TIT-VALOR-PAGO
           MOVE W-DATA-HOJE TO TIT-DATA-EMISSAO
           COMPUTE W-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) + W-PRAZODIAS
               FUNCTION DATE-OF-INTEGER (W-INT-VENCTO)
           MOVE "B" TO TIT-SITUACAO
           WRITE REGTITPAG
      *    NUMERO JA USADO POR ADIANTFORN/GERACONTR: PULA
           IF ST-TIT = "22"
               GO TO GERA-TITULO-1.
           IF ST-TIT = "00" OR "02"
               DISPLAY "  TITULO A PAGAR " TIT-NUMERO " GERADO - VENC "
                   TIT-DATA-VENCTO " VALOR " TIT-VALOR
               IF W-COMPENSADO > ZEROS
                   DISPLAY "  ADIANTAMENTO COMPENSADO NO TITULO: "
                       W-COMPENSADO.
           IF ST-TIT = "00" OR "02"
               DISPLAY "  TITULO BLOQUEADO ATE A CONFERENCIA DA NF"
                   " (CONFNF)"
               PERFORM GRAVA-RECEBIMENTO THRU GRAVA-RECEBIMENTO-FIM
               PERFORM CONTABILIZA-REC THRU CONTABILIZA-REC-FIM
           ELSE
               DISPLAY "  ERRO NA GRAVACAO DO TITULO A PAGAR ST="
                   ST-TIT.
       GERA-TITULO-FIM.
           EXIT.

      *---------[ COMPENSA ADIANTAMENTOS PAGOS DO PEDIDO ]--------------
      *  SO O QUE JA FOI PAGO AO FORNECEDOR (TIT-VALOR-PAGO DO  *
      *  TITULO DO ADIANTAMENTO) E AINDA NAO FOI APLICADO ENTRA *
      *  NA COMPENSACAO - ADIANTAMENTO EM ABERTO SO E AVISADO   *
       COMPENSA-ADIANT.
           MOVE "N" TO W-EOF-ADF
           MOVE PED-NUMERO TO ADF-NUMPED
           START CADADIANTF KEY IS = ADF-NUMPED
               INVALID KEY MOVE "S" TO W-EOF-ADF.
       COMPENSA-ADIANT-1.
           IF W-EOF-ADF = "S"
               GO TO COMPENSA-ADIANT-FIM.
           IF W-COMPENSADO NOT < W-VALTIT
               GO TO COMPENSA-ADIANT-FIM.
           READ CADADIANTF NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-ADF
                 GO TO COMPENSA-ADIANT-1
           END-READ.
           IF ADF-NUMPED NOT = PED-NUMERO
               MOVE "S" TO W-EOF-ADF
               GO TO COMPENSA-ADIANT-1.
           IF ADF-SITUACAO NOT = "A"
               GO TO COMPENSA-ADIANT-1.
           MOVE ADF-TITULO TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               GO TO COMPENSA-ADIANT-1.
           COMPUTE W-ADF-LIVRE = TIT-VALOR-PAGO - ADF-APLICADO
           IF W-ADF-LIVRE NOT > ZEROS
               DISPLAY "  ADIANTAMENTO " ADF-TITULO " AINDA NAO PAGO"
                   " - NAO COMPENSADO"
               GO TO COMPENSA-ADIANT-1.
           COMPUTE W-ADF-APLICA = W-VALTIT - W-COMPENSADO
           IF W-ADF-APLICA > W-ADF-LIVRE
               MOVE W-ADF-LIVRE TO W-ADF-APLICA.
           ADD W-ADF-APLICA TO ADF-APLICADO
           MOVE W-DATA-HOJE TO ADF-DATA-APLIC
           IF ADF-APLICADO NOT < ADF-VALOR
               MOVE "Q" TO ADF-SITUACAO.
           REWRITE REGADIANTF
           IF ST-ADF NOT = "00" AND ST-ADF NOT = "02"
               DISPLAY "  ERRO NA REGRAVACAO DE CADADIANTF ST=" ST-ADF
               GO TO COMPENSA-ADIANT-1.
           ADD W-ADF-APLICA TO W-COMPENSADO
           GO TO COMPENSA-ADIANT-1.
       COMPENSA-ADIANT-FIM.
           EXIT.

      *---------[ SALDO LIVRE VAI PARA OS BACKORDERS (BACKORD) ]--------
      *  O QUE ESTA NO DEPOSITO DE QUARENTENA NAO CONTA - ESSE  *
      *  SALDO E OFERECIDO QUANDO LIBQUAR LIBERAR A FICHA. O    *
      *  SALDO EM PODER DE TERCEIROS (DEPTERC) TAMBEM NAO CONTA *
       ALOCA-BACKORDER.
           MOVE QUANTIDADE TO W-BKP-QUANTIDADE
           IF W-DEP-QUAR > ZEROS
               MOVE CODGPRODUTO TO SAL-CODGPRODUTO
               MOVE W-DEP-QUAR TO SAL-DEPOSITO
               READ CADSALDODEP
               IF ST-SAL = "00"
                   IF SAL-QUANTIDADE < W-BKP-QUANTIDADE
                       SUBTRACT SAL-QUANTIDADE FROM W-BKP-QUANTIDADE
                   ELSE
                       MOVE ZEROS TO W-BKP-QUANTIDADE
                   END-IF
               END-IF
           END-IF.
           IF W-DEP-TERC > ZEROS
               MOVE CODGPRODUTO TO SAL-CODGPRODUTO
               MOVE W-DEP-TERC TO SAL-DEPOSITO
               READ CADSALDODEP
               IF ST-SAL = "00"
                   IF SAL-QUANTIDADE < W-BKP-QUANTIDADE
                       SUBTRACT SAL-QUANTIDADE FROM W-BKP-QUANTIDADE
                   ELSE
                       MOVE ZEROS TO W-BKP-QUANTIDADE
                   END-IF
               END-IF
           END-IF.
           IF W-BKP-QUANTIDADE = ZEROS
               GO TO ALOCA-BACKORDER-FIM.
           MOVE "A" TO W-BKO-OPERACAO
           MOVE CODGPRODUTO TO W-BKP-CODGPRODUTO
           MOVE ZEROS TO W-BKP-NUMPV W-BKP-CNPJCPF W-BKP-DATA-PEDIDO
                         W-BKP-LIBERADOS
           CALL "BACKORD" USING W-BKO-OPERACAO W-BKO-PARAM
                                W-BKO-RESULT
           IF W-BKP-LIBERADOS > ZEROS
               DISPLAY "  *** " W-BKP-LIBERADOS " BACKORDER(S) DE VENDA"
                   " LIBERADO(S) PARA FATURAR ***".
       ALOCA-BACKORDER-FIM.
           EXIT.

      *---------[ LINHA RECEBIDA EM CADRECEB (BASE DO RATEIO) ]---------
      *  A CHAVE E O TITULO DO RECEBIMENTO; DESPACESS RATEIA    *
      *  FRETE/SEGURO/IMPOSTOS DE IMPORTACAO SOBRE ESTAS LINHAS *
       GRAVA-RECEBIMENTO.
           MOVE TIT-NUMERO TO RCB-TITULO
           MOVE PED-NUMERO TO RCB-NUMPED
           MOVE PED-CODGPRODUTO TO RCB-CODGPRODUTO
           MOVE PED-CNPJ TO RCB-CNPJ
           MOVE W-DATA-HOJE TO RCB-DATA
           MOVE W-QTDENTREGUE TO RCB-QUANTIDADE
           MOVE W-PRECOFORN TO RCB-PRECO
           MOVE TIT-VALOR TO RCB-VALOR
           MOVE ZEROS TO RCB-ACESSORIO
           WRITE REGRECEB
           IF ST-RCB NOT = "00" AND ST-RCB NOT = "02"
               DISPLAY "  ERRO NA GRAVACAO DE CADRECEB ST=" ST-RCB.
       GRAVA-RECEBIMENTO-FIM.
           EXIT.

      *---------[ LANCAMENTO DO RECEBIMENTO NO DIARIO (LANCCTB) ]-------
      *  ESTOQUE (OU IMOBILIZADO) CONTRA RECEBIMENTOS A FATURAR *
      *  ATE A NF DO FORNECEDOR SER CONFERIDA EM CONFNF         *
       CONTABILIZA-REC.
           MOVE "L" TO W-CTB-OPERACAO
           IF W-APLIC-IMOB > ZEROS
              AND APLICACAO = W-APLIC-IMOB
               MOVE "COMPRAIMOB" TO W-CTB-EVENTO
           ELSE
               MOVE "COMPRA" TO W-CTB-EVENTO.
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE TIT-VALOR TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "RECEBPED" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE TIT-NUMERO TO W-CTB-DOCUMENTO
           STRING "RECEB PEDIDO " PED-NUMERO " PROD "
               PED-CODGPRODUTO
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E"
               DISPLAY "  *** EVENTO " W-CTB-EVENTO " SEM CONTAS"
                   " VALIDAS - NAO LANCADO NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "  *** ERRO NA GRAVACAO DO DIARIO ***".
       CONTABILIZA-REC-FIM.
           EXIT.

      *---------[ SOMA A ENTRADA AO SALDO DO DEPOSITO ]-----------------
       SOMA-SALDO-DEP.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
       SOMA-SALDO-DEP-FIM.
           EXIT.

      *---------[ SERIES DO ITEM EM CADSERIE (MOVSERIE) ]---------------
       ENTRADA-SERIES.
           MOVE ZEROS TO W-IND-SER.
       ENTRADA-SERIES-1.
           ADD 1 TO W-IND-SER
           IF W-IND-SER > W-QTD-SERIES
               GO TO ENTRADA-SERIES-FIM.
           MOVE "E" TO W-SER-OPERACAO
           MOVE CODGPRODUTO TO W-SRP-CODGPRODUTO
           MOVE W-TS-NUMERO (W-IND-SER) TO W-SRP-NUMERO
           MOVE PED-NUMERO TO W-SRP-DOCUMENTO
           MOVE ZEROS TO W-SRP-DOC-ORIG
           MOVE PED-CNPJ TO W-SRP-PARTICIPANTE
           MOVE W-OPERADOR-LOG TO W-SRP-OPERADOR
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               DISPLAY "  *** SERIE " W-SRP-NUMERO
                   " NAO GRAVADA EM CADSERIE ***".
           GO TO ENTRADA-SERIES-1.
       ENTRADA-SERIES-FIM.
           EXIT.

       PROCURA-SERIE.
           MOVE "N" TO W-SERIE-REPET
           MOVE ZEROS TO W-IND-BUSCA.
       PROCURA-SERIE-1.
           ADD 1 TO W-IND-BUSCA
           IF W-IND-BUSCA > W-QTD-SERIES
               GO TO PROCURA-SERIE-FIM.
           IF W-TS-NUMERO (W-IND-BUSCA) = W-SERIE-INF
               MOVE "S" TO W-SERIE-REPET
               GO TO PROCURA-SERIE-FIM.
           GO TO PROCURA-SERIE-1.
       PROCURA-SERIE-FIM.
           EXIT.

      *---------[ ENTRADA DO RECEBIMENTO NO LOTE (CADLOTE) ]------------
       ENTRADA-LOTE.
           IF W-LOTE-INF = SPACES
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.

      *---------[ SEGREGACAO DE FUNCOES (CONSSEGREG) ]------------------
      *  RECUSA (W-SGP-RESULT = R) QUANDO O OPERADOR JA FEZ NO  *
      *  PEDIDO UM PASSO INCOMPATIVEL COM ESTE (CADSEGREG)      *
       CONFERE-SEGREG.
           MOVE "V" TO W-SGP-FUNCAO
           MOVE "RECEBPED" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT
           IF W-SGP-RESULT = "R"
               DISPLAY "*** SEGREGACAO DE FUNCOES: " W-OPERADOR-LOG
                   " JA FEZ " W-SGP-PASSO-CONFL " NO PEDIDO "
                   W-SGP-NUMPED " EM " W-SGP-DATA-CONFL " ***"
               DISPLAY "*** " W-SGP-PASSO " DEVE SER FEITO POR OUTRO"
                   " OPERADOR ***".
       CONFERE-SEGREG-FIM.
           EXIT.

       GRAVA-PASSO.
           MOVE "G" TO W-SGP-FUNCAO
           MOVE "RECEBPED" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT.
       GRAVA-PASSO-FIM.
           EXIT.
