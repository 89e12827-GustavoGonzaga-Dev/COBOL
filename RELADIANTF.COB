       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELADIANTF.
      ***********************************************
      *  RELATORIO DOS ADIANTAMENTOS A FORNECEDOR     *
      *  NAO APLICADOS - LE CADADIANTF, CLASSIFICA POR*
      *  FORNECEDOR VIA SORT (MESMO DESENHO DE        *
      *  RELAGREC) E ACUMULA O SALDO PAGO E AINDA NAO *
      *  COMPENSADO (PAGO NO TITULO MENOS APLICADO)   *
      *  POR IDADE DO ADIANTAMENTO: ATE 30 DIAS,      *
      *  31-60, 61-90 E ACIMA DE 90. PEDIDO SEM LINHA *
      *  ABERTA EM CADPEDCOMP E MARCADO PARA COBRAR A *
      *  DEVOLUCAO. O SALDO AINDA NAO PAGO DO         *
      *  ADIANTAMENTO SO E TOTALIZADO A PARTE         *
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

           SELECT W-ORDENACAO ASSIGN TO DISK.
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

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-CNPJ            PIC 9(15).
           03 ORD-DATA            PIC 9(08).
           03 ORD-TITULO          PIC 9(06).
           03 ORD-NUMPED          PIC 9(06).
           03 ORD-SALDO           PIC 9(09)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ADF         PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 W-PRIMEIRO     PIC X(01) VALUE "S".
       01 W-CNPJ-ANT     PIC 9(15) VALUE ZEROS.
       01 W-TOTADIANT    PIC 9(06) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-DATA     PIC 9(09) VALUE ZEROS.
       01 W-DIAS         PIC S9(05) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-SALDO        PIC S9(09)V99 VALUE ZEROS.
       01 W-APAGAR-QTD   PIC 9(06) VALUE ZEROS.
       01 W-APAGAR-SALDO PIC 9(11)V99 VALUE ZEROS.
       01 W-EOF-PED      PIC X(01) VALUE "N".
       01 W-PED-ABERTO   PIC 9(03) VALUE ZEROS.
       01 W-AVISO        PIC X(40) VALUE SPACES.

       01 W-FAIXA-FORN.
           03 W-FOR-A30       PIC 9(11)V99 VALUE ZEROS.
           03 W-FOR-A60       PIC 9(11)V99 VALUE ZEROS.
           03 W-FOR-A90       PIC 9(11)V99 VALUE ZEROS.
           03 W-FOR-AMAIS     PIC 9(11)V99 VALUE ZEROS.

       01 W-FAIXA-GERAL.
           03 W-GER-A30        PIC 9(11)V99 VALUE ZEROS.
           03 W-GER-A60        PIC 9(11)V99 VALUE ZEROS.
           03 W-GER-A90        PIC 9(11)V99 VALUE ZEROS.
           03 W-GER-AMAIS      PIC 9(11)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT CADADIANTF
           IF ST-ADF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADIANTF"
               GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADTITPAG
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

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)

           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-CNPJ ORD-DATA
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.

       ROT-FIM.
           CLOSE CADADIANTF
           CLOSE CADTITPAG
           CLOSE CADPEDCOMP
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ SELECIONA OS ADIANTAMENTOS EM ABERTO ]----------------
       MONTA-ORDENACAO.
       MR1.
           READ CADADIANTF NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.

           IF ADF-SITUACAO NOT = "A"
               GO TO MR1.
           MOVE ADF-TITULO TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               MOVE ZEROS TO TIT-VALOR-PAGO.

           IF TIT-VALOR-PAGO < ADF-VALOR
               ADD 1 TO W-APAGAR-QTD
               COMPUTE W-APAGAR-SALDO = W-APAGAR-SALDO
                   + ADF-VALOR - TIT-VALOR-PAGO.

           COMPUTE W-SALDO = TIT-VALOR-PAGO - ADF-APLICADO
           IF W-SALDO > ZEROS
               MOVE ADF-CNPJ TO ORD-CNPJ
               MOVE ADF-DATA TO ORD-DATA
               MOVE ADF-TITULO TO ORD-TITULO
               MOVE ADF-NUMPED TO ORD-NUMPED
               MOVE W-SALDO TO ORD-SALDO
               RELEASE W-REGORD.

           GO TO MR1.

       MR-FIM.
           EXIT.

      *---------[ IMPRIME OS ADIANTAMENTOS POR FORNECEDOR ]-------------
       IMPRIME-ORDENACAO.
           DISPLAY "*** ADIANTAMENTOS A FORNECEDOR NAO APLICADOS EM "
               W-DATA-HOJE " ***".
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.

           IF W-PRIMEIRO = "S" OR ORD-CNPJ NOT = W-CNPJ-ANT
               IF W-PRIMEIRO NOT = "S"
                   PERFORM IMPRIME-TOTAL-FORN
               END-IF
               MOVE "N" TO W-PRIMEIRO
               MOVE ORD-CNPJ TO W-CNPJ-ANT
               MOVE ZEROS TO W-FOR-A30 W-FOR-A60
                             W-FOR-A90 W-FOR-AMAIS
               PERFORM IMPRIME-CABECALHO.

           COMPUTE W-INT-DATA =
               FUNCTION INTEGER-OF-DATE (ORD-DATA)
           COMPUTE W-DIAS = W-INT-HOJE - W-INT-DATA

           IF W-DIAS <= 30
               ADD ORD-SALDO TO W-FOR-A30 W-GER-A30
           ELSE
             IF W-DIAS <= 60
               ADD ORD-SALDO TO W-FOR-A60 W-GER-A60
             ELSE
               IF W-DIAS <= 90
                 ADD ORD-SALDO TO W-FOR-A90 W-GER-A90
               ELSE
                 ADD ORD-SALDO TO W-FOR-AMAIS W-GER-AMAIS.

           PERFORM VERIFICA-PEDIDO THRU VERIFICA-PEDIDO-FIM
           DISPLAY "   TITULO " ORD-TITULO "  PEDIDO " ORD-NUMPED
               "  DE " ORD-DATA "  SALDO " ORD-SALDO
           IF W-AVISO NOT = SPACES
               DISPLAY "      " W-AVISO.
           ADD 1 TO W-TOTADIANT
           GO TO IR1.

       IR-FIM.
           IF W-PRIMEIRO NOT = "S"
               PERFORM IMPRIME-TOTAL-FORN.
           DISPLAY " "
           DISPLAY "*** TOTAL GERAL DOS ADIANTAMENTOS NAO APLICADOS ***"
           DISPLAY "ATE 30 DIAS....: " W-GER-A30
           DISPLAY "31-60 DIAS.....: " W-GER-A60
           DISPLAY "61-90 DIAS.....: " W-GER-A90
           DISPLAY "ACIMA DE 90....: " W-GER-AMAIS
           DISPLAY "ADIANTAMENTOS LISTADOS: " W-TOTADIANT
           IF W-APAGAR-QTD > ZEROS
               DISPLAY " "
               DISPLAY "AINDA NAO PAGOS AO FORNECEDOR: "
                   W-APAGAR-QTD " ADIANTAMENTOS  SALDO " W-APAGAR-SALDO.
           EXIT.

       IMPRIME-CABECALHO.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           IF ST-FOR = "99"
               DISPLAY "FORNECEDOR: CNPJ " ORD-CNPJ
           ELSE
               MOVE ORD-CNPJ TO CNPJ
               READ CADFORN
               IF ST-FOR = "00"
                   DISPLAY "FORNECEDOR: " RAZAO
               ELSE
                   MOVE "00" TO ST-FOR
                   DISPLAY "FORNECEDOR NAO CADASTRADO".
           DISPLAY "CNPJ: " ORD-CNPJ.

       IMPRIME-TOTAL-FORN.
           DISPLAY "   ATE 30: " W-FOR-A30
               "  31-60: " W-FOR-A60
               "  61-90: " W-FOR-A90
               "  +90: " W-FOR-AMAIS.

      *---------[ PEDIDO SEM LINHA ABERTA: COBRAR A DEVOLUCAO ]---------
       VERIFICA-PEDIDO.
           MOVE SPACES TO W-AVISO
           MOVE ZEROS TO W-PED-ABERTO
           MOVE "N" TO W-EOF-PED
           MOVE ORD-NUMPED TO PED-NUMERO
           MOVE ZEROS TO PED-CODGPRODUTO
           START CADPEDCOMP KEY IS NOT LESS PED-KEY
               INVALID KEY MOVE "S" TO W-EOF-PED.
       VERIFICA-PEDIDO-1.
           IF W-EOF-PED = "S"
               GO TO VERIFICA-PEDIDO-2.
           READ CADPEDCOMP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-PED
                 GO TO VERIFICA-PEDIDO-1
           END-READ.
           IF PED-NUMERO NOT = ORD-NUMPED
               MOVE "S" TO W-EOF-PED
               GO TO VERIFICA-PEDIDO-1.
           IF PED-SITUACAO NOT = "F" AND PED-SITUACAO NOT = "C"
               ADD 1 TO W-PED-ABERTO.
           GO TO VERIFICA-PEDIDO-1.
       VERIFICA-PEDIDO-2.
           IF W-PED-ABERTO = ZEROS
               MOVE "*** PEDIDO FECHADO - COBRAR DEVOLUCAO"
                   TO W-AVISO.
       VERIFICA-PEDIDO-FIM.
           EXIT.
