       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTFORN.
      ***********************************************
      *  ADIANTAMENTO A FORNECEDOR CONTRA PEDIDO DE   *
      *  COMPRA - O ADIANTAMENTO E LIGADO A UM PEDIDO *
      *  APROVADO/ENVIADO/PARCIAL DE CADPEDCOMP, ATE O*
      *  VALOR AINDA NAO RECEBIDO DO PEDIDO MENOS OS  *
      *  ADIANTAMENTOS EM ABERTO. CADA ADIANTAMENTO   *
      *  NASCE COMO UM TITULO EM CADTITPAG (SERIE DE  *
      *  CTRLTIT.DAT, SITUACAO A, SEM PRODUTO) E E    *
      *  PAGO NA RODADA NORMAL (PAGTOLOTE/MANTITPAG,  *
      *  LIVRO DA TESOURARIA). O CONTROLE FICA EM     *
      *  CADADIANTF: VALOR, QUANTO JA FOI APLICADO E  *
      *  SITUACAO (A=ABERTO Q=TOTALMENTE APLICADO     *
      *  C=CANCELADO). O QUE FOI PAGO E AINDA NAO     *
      *  APLICADO E COMPENSADO POR RECEBPED NO TITULO *
      *  DO RECEBIMENTO DO PEDIDO. SO CANCELA         *
      *  ADIANTAMENTO SEM PAGAMENTO. OS NAO APLICADOS *
      *  SAEM EM RELADIANTF                           *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  O ADIANTAMENTO E O CANCELAMENTO SAO          *
      *  RECUSADOS                                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADADIANTF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADF-TITULO
                    ALTERNATE RECORD KEY IS ADF-NUMPED WITH DUPLICATES
                    FILE STATUS  IS ST-ADF.

           SELECT CADTITPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-KEY
                    FILE STATUS  IS ST-PED.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT ARQCTRLTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADTITPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITPAG.DAT".
       01 REGTITPAG.
           03 TIT-NUMERO        PIC 9(06).
           03 TIT-CNPJ          PIC 9(15).
           03 TIT-NUMPED        PIC 9(06).
           03 TIT-CODGPRODUTO   PIC 9(06).
           03 TIT-VALOR         PIC 9(09)V99.
           03 TIT-VALOR-PAGO    PIC 9(09)V99.
           03 TIT-DATA-EMISSAO  PIC 9(08).
           03 TIT-DATA-VENCTO   PIC 9(08).
           03 TIT-SITUACAO      PIC X(01).

       FD CADPEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPED.
           03 PED-KEY.
              05 PED-NUMERO        PIC 9(06).
              05 PED-CODGPRODUTO   PIC 9(06).
           03 PED-CNPJ             PIC 9(15).
           03 PED-QTD-PEDIDA       PIC 9(05)V9.
           03 PED-QTD-RECEBIDA     PIC 9(05)V9.
           03 PED-PRECO            PIC 9(07)V99.
           03 PED-DATA-EMISSAO     PIC 9(08).
           03 PED-DATA-RECEBTO     PIC 9(08).
           03 PED-SITUACAO         PIC X(01).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ            PIC 9(15).
           03 RAZAO           PIC X(40).
           03 NOME            PIC X(12).
           03 NUM             PIC 9(04).
           03 COMPREMENTO     PIC X(12).
           03 CEP-FORN        PIC 9(08).
           03 SITUACAO        PIC X(01).

       FD ARQCTRLTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTIT.DAT".
       01 REG-CTRLTIT.
           03 CTRL-ULTTIT      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ADF         PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-CTRLT       PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 W-CNPJ         PIC 9(15) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-VENCTO       PIC 9(08) VALUE ZEROS.
       01 W-VALOR        PIC 9(09)V99 VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-LINHAS       PIC 9(03) VALUE ZEROS.
       01 W-PED-ABERTO   PIC 9(03) VALUE ZEROS.
       01 W-PED-EMITIDO  PIC 9(03) VALUE ZEROS.
       01 W-VAL-PEDIDO   PIC 9(11)V99 VALUE ZEROS.
       01 W-VAL-ADIANT   PIC 9(11)V99 VALUE ZEROS.
       01 W-VAL-LIVRE    PIC S9(11)V99 VALUE ZEROS.
       01 W-SALDO-ADF    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADADIANTF
           IF ST-ADF NOT = "00"
              IF ST-ADF = "30" OR ST-ADF = "35"
                 OPEN OUTPUT CADADIANTF
                 CLOSE CADADIANTF
                 DISPLAY "*** ARQUIVO CADADIANTF FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADIANTF"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADTITPAG
           IF ST-TIT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITPAG"
               CLOSE CADADIANTF
               GO TO ROT-FIM3.

           OPEN INPUT CADPEDCOMP
           IF ST-PED NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDCOMP"
               CLOSE CADADIANTF
               CLOSE CADTITPAG
               GO TO ROT-FIM3.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

       R1.
           DISPLAY " "
           DISPLAY "*** ADIANTAMENTO A FORNECEDOR ***"
           DISPLAY "  1 - NOVO ADIANTAMENTO CONTRA PEDIDO"
           DISPLAY "  2 - CONSULTAR ADIANTAMENTOS DO PEDIDO"
           DISPLAY "  3 - CANCELAR ADIANTAMENTO NAO PAGO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-NOVO
              WHEN 2
                 GO TO R3-CONSULTA
              WHEN 3
                 GO TO R4-CANCELA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ NOVO ADIANTAMENTO ]-----------------------------------
       R2-NOVO.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
               GO TO R1.
           PERFORM SOMA-PEDIDO THRU SOMA-PEDIDO-FIM
           IF W-LINHAS = ZEROS
               DISPLAY "*** PEDIDO NAO ENCONTRADO ***"
               GO TO R2-NOVO.
           IF W-PED-EMITIDO > ZEROS
               DISPLAY "*** PEDIDO AINDA NAO APROVADO (APROVPED) ***"
               GO TO R2-NOVO.
           IF W-PED-ABERTO = ZEROS
               DISPLAY "*** PEDIDO FECHADO OU CANCELADO ***"
               GO TO R2-NOVO.
           PERFORM MOSTRA-FORNECEDOR THRU MOSTRA-FORNECEDOR-FIM
           PERFORM SOMA-ADIANT THRU SOMA-ADIANT-FIM
           COMPUTE W-VAL-LIVRE = W-VAL-PEDIDO - W-VAL-ADIANT
           DISPLAY "A RECEBER NO PEDIDO............: " W-VAL-PEDIDO
           DISPLAY "ADIANTAMENTOS EM ABERTO........: " W-VAL-ADIANT
           IF W-VAL-LIVRE NOT > ZEROS
               DISPLAY "*** PEDIDO JA COBERTO POR ADIANTAMENTOS ***"
               GO TO R2-NOVO.
       R2A.
           DISPLAY "VALOR DO ADIANTAMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
               GO TO R2-NOVO.
           IF W-VALOR > W-VAL-LIVRE
               DISPLAY "*** ACIMA DO SALDO DO PEDIDO ("
                   W-VAL-LIVRE ") ***"
               GO TO R2A.
       R2B.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-VENCTO
           IF W-VENCTO = ZEROS
               MOVE W-DATA-HOJE TO W-VENCTO.
           IF W-VENCTO < W-DATA-HOJE
               DISPLAY "*** DATA NAO PODE SER PASSADA ***"
               GO TO R2B.
           DISPLAY "CONFIRMA O ADIANTAMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R2-NOVO.

           PERFORM LE-CTRLTIT THRU LE-CTRLTIT-FIM.
       R2C.
           ADD 1 TO W-NUMTIT
           MOVE W-NUMTIT TO TIT-NUMERO
           MOVE W-CNPJ TO TIT-CNPJ
           MOVE W-NUMPED TO TIT-NUMPED
           MOVE ZEROS TO TIT-CODGPRODUTO TIT-VALOR-PAGO
           MOVE W-VALOR TO TIT-VALOR
           MOVE W-DATA-HOJE TO TIT-DATA-EMISSAO
           MOVE W-VENCTO TO TIT-DATA-VENCTO
           MOVE "A" TO TIT-SITUACAO
           WRITE REGTITPAG
      *    NUMERO JA USADO POR RECEBPED EM SESSAO ABERTA: PULA
           IF ST-TIT = "22"
               GO TO R2C.
           IF ST-TIT NOT = "00" AND ST-TIT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO TITULO ST=" ST-TIT
               GO TO R2-NOVO.
           PERFORM GRAVA-CTRLTIT THRU GRAVA-CTRLTIT-FIM

           MOVE W-NUMTIT TO ADF-TITULO
           MOVE W-NUMPED TO ADF-NUMPED
           MOVE W-CNPJ TO ADF-CNPJ
           MOVE W-DATA-HOJE TO ADF-DATA
           MOVE W-VALOR TO ADF-VALOR
           MOVE ZEROS TO ADF-APLICADO ADF-DATA-APLIC
           MOVE "A" TO ADF-SITUACAO
           MOVE W-OPERADOR-LOG TO ADF-OPERADOR
           WRITE REGADIANTF
           IF ST-ADF NOT = "00" AND ST-ADF NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADADIANTF ST=" ST-ADF
               GO TO R2-NOVO.
           DISPLAY "*** ADIANTAMENTO GRAVADO - TITULO A PAGAR "
               W-NUMTIT " VENC " W-VENCTO " ***"
           GO TO R2-NOVO.

      *---------[ CONSULTA POR PEDIDO ]---------------------------------
       R3-CONSULTA.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE "N" TO W-EOF
           MOVE W-NUMPED TO ADF-NUMPED
           START CADADIANTF KEY IS = ADF-NUMPED
               INVALID KEY MOVE "S" TO W-EOF.
       R3A.
           IF W-EOF = "S"
               GO TO R3B.
           READ CADADIANTF NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO R3A
           END-READ.
           IF ADF-NUMPED NOT = W-NUMPED
               MOVE "S" TO W-EOF
               GO TO R3A.
           MOVE ADF-TITULO TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               MOVE ZEROS TO TIT-VALOR-PAGO
               MOVE "?" TO TIT-SITUACAO.
           DISPLAY "TITULO " ADF-TITULO "  DE " ADF-DATA "  "
               ADF-SITUACAO "  VALOR " ADF-VALOR
           DISPLAY "       PAGO " TIT-VALOR-PAGO " (TITULO "
               TIT-SITUACAO ")  APLICADO " ADF-APLICADO
               "  EM " ADF-DATA-APLIC
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "ADIANTAMENTOS DO PEDIDO........: " W-TOTLISTADOS
           GO TO R3-CONSULTA.

      *---------[ CANCELAMENTO (SO SEM PAGAMENTO) ]---------------------
       R4-CANCELA.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "TITULO DO ADIANTAMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMTIT
           IF W-NUMTIT = ZEROS
               GO TO R1.
           MOVE W-NUMTIT TO ADF-TITULO
           READ CADADIANTF
           IF ST-ADF NOT = "00"
               DISPLAY "*** ADIANTAMENTO NAO CADASTRADO ***"
               GO TO R4-CANCELA.
           IF ADF-SITUACAO NOT = "A"
               DISPLAY "*** ADIANTAMENTO JA APLICADO OU CANCELADO ***"
               GO TO R4-CANCELA.
           MOVE ADF-TITULO TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               DISPLAY "*** TITULO DO ADIANTAMENTO NAO ENCONTRADO ***"
               GO TO R4-CANCELA.
           IF TIT-VALOR-PAGO > ZEROS OR ADF-APLICADO > ZEROS
               DISPLAY "*** ADIANTAMENTO JA PAGO - COBRAR A DEVOLUCAO"
                   " DO FORNECEDOR ***"
               GO TO R4-CANCELA.
           DISPLAY "PEDIDO " ADF-NUMPED "  VALOR " ADF-VALOR
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R4-CANCELA.
           MOVE "C" TO TIT-SITUACAO
           REWRITE REGTITPAG
           MOVE "C" TO ADF-SITUACAO
           REWRITE REGADIANTF
           DISPLAY "*** ADIANTAMENTO E TITULO CANCELADOS ***"
           GO TO R4-CANCELA.

       ROT-FIM.
           CLOSE CADADIANTF
           CLOSE CADTITPAG
           CLOSE CADPEDCOMP
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ VALOR AINDA NAO RECEBIDO DAS LINHAS DO PEDIDO ]-------
       SOMA-PEDIDO.
           MOVE ZEROS TO W-LINHAS W-PED-ABERTO W-PED-EMITIDO
               W-VAL-PEDIDO W-CNPJ
           MOVE "N" TO W-EOF
           MOVE W-NUMPED TO PED-NUMERO
           MOVE ZEROS TO PED-CODGPRODUTO
           START CADPEDCOMP KEY IS NOT LESS PED-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       SOMA-PEDIDO-1.
           IF W-EOF = "S"
               GO TO SOMA-PEDIDO-FIM.
           READ CADPEDCOMP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO SOMA-PEDIDO-1
           END-READ.
           IF PED-NUMERO NOT = W-NUMPED
               MOVE "S" TO W-EOF
               GO TO SOMA-PEDIDO-1.
           ADD 1 TO W-LINHAS
           MOVE PED-CNPJ TO W-CNPJ
           IF PED-SITUACAO = "E"
               ADD 1 TO W-PED-EMITIDO.
           IF PED-SITUACAO = "A" OR PED-SITUACAO = "V"
              OR PED-SITUACAO = "P"
               ADD 1 TO W-PED-ABERTO
               IF PED-QTD-RECEBIDA < PED-QTD-PEDIDA
                   COMPUTE W-VAL-PEDIDO ROUNDED = W-VAL-PEDIDO
                       + (PED-QTD-PEDIDA - PED-QTD-RECEBIDA)
                       * PED-PRECO.
           GO TO SOMA-PEDIDO-1.
       SOMA-PEDIDO-FIM.
           EXIT.

      *---------[ ADIANTAMENTOS DO PEDIDO AINDA NAO APLICADOS ]---------
       SOMA-ADIANT.
           MOVE ZEROS TO W-VAL-ADIANT
           MOVE "N" TO W-EOF
           MOVE W-NUMPED TO ADF-NUMPED
           START CADADIANTF KEY IS = ADF-NUMPED
               INVALID KEY MOVE "S" TO W-EOF.
       SOMA-ADIANT-1.
           IF W-EOF = "S"
               GO TO SOMA-ADIANT-FIM.
           READ CADADIANTF NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO SOMA-ADIANT-1
           END-READ.
           IF ADF-NUMPED NOT = W-NUMPED
               MOVE "S" TO W-EOF
               GO TO SOMA-ADIANT-1.
           IF ADF-SITUACAO = "A"
               COMPUTE W-SALDO-ADF = ADF-VALOR - ADF-APLICADO
               ADD W-SALDO-ADF TO W-VAL-ADIANT.
           GO TO SOMA-ADIANT-1.
       SOMA-ADIANT-FIM.
           EXIT.

       MOSTRA-FORNECEDOR.
           IF ST-FOR = "99"
               DISPLAY "FORNECEDOR: CNPJ " W-CNPJ
               GO TO MOSTRA-FORNECEDOR-FIM.
           MOVE W-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR = "00"
               DISPLAY "FORNECEDOR: " RAZAO
           ELSE
               DISPLAY "FORNECEDOR NAO CADASTRADO - CNPJ " W-CNPJ.
           MOVE "00" TO ST-FOR.
       MOSTRA-FORNECEDOR-FIM.
           EXIT.

      *---------[ SERIE DE TITULOS A PAGAR (CTRLTIT.DAT) ]--------------
       LE-CTRLTIT.
           OPEN INPUT ARQCTRLTIT
           IF ST-CTRLT = "00"
              READ ARQCTRLTIT
                 AT END MOVE ZEROS TO W-NUMTIT
              END-READ
              IF ST-CTRLT = "00"
                 MOVE CTRL-ULTTIT TO W-NUMTIT
              END-IF
              CLOSE ARQCTRLTIT
           ELSE
              MOVE ZEROS TO W-NUMTIT.
       LE-CTRLTIT-FIM.
           EXIT.

       GRAVA-CTRLTIT.
           OPEN OUTPUT ARQCTRLTIT
           MOVE W-NUMTIT TO CTRL-ULTTIT
           WRITE REG-CTRLTIT
           CLOSE ARQCTRLTIT.
       GRAVA-CTRLTIT-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
