       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORD.
      ***********************************************
      *  SUBPROGRAMA DE BACKORDER DE PEDIDO DE VENDA  *
      *  (CADBACKORD.DAT, CHAVE PEDIDO + PRODUTO).    *
      *  A LINHA QUE FATURA PULA POR FALTA DE SALDO   *
      *  VIRA BACKORDER COM A QUANTIDADE DEVIDA E A   *
      *  LINHA DO PEDIDO CONTINUA ABERTA EM CADPEDVEN.*
      *  OPERACOES:                                   *
      *   G - GRAVA/REABRE O BACKORDER (FATURA)       *
      *   F - BAIXA PELO FATURAMENTO DA LINHA         *
      *   C - CANCELA (PEDIDO CANCELADO EM PEDVENDA)  *
      *   V - VERIFICA SE A LINHA TEM BACKORDER ABERTO*
      *   R - REABRE O BACKORDER BAIXADO PELO         *
      *       FATURAMENTO QUANDO A NF E CANCELADA     *
      *       (CANCNF) - VOLTA LIBERADO PARA FATURAR  *
      *   A - ALOCA O SALDO LIVRE INFORMADO DO        *
      *       PRODUTO AOS BACKORDERS EM ESPERA NA     *
      *       ORDEM DA DATA DO PEDIDO (RECEBPED E     *
      *       LIBQUAR): DESCONTA O QUE JA ESTA        *
      *       LIBERADO E LIBERA ENQUANTO COUBER - O   *
      *       PRIMEIRO QUE NAO COUBER SEGURA A FILA   *
      *  SITUACAO: A=AGUARDANDO ESTOQUE  L=LIBERADO   *
      *  PARA FATURAR  F=FATURADO  C=CANCELADO        *
      *  RESULTADO: O=OK  N=NAO ENCONTRADO/FECHADO    *
      *  X=ERRO DE ARQUIVO                            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBACKORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BKO-KEY
                    ALTERNATE RECORD KEY IS BKO-FILA WITH DUPLICATES
                    FILE STATUS  IS ST-BKO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADBACKORD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBACKORD.DAT".
       01 REGBACKORD.
           03 BKO-KEY.
              05 BKO-NUMPV         PIC 9(06).
              05 BKO-CODGPRODUTO   PIC 9(06).
           03 BKO-FILA.
              05 BKO-FILA-PROD     PIC 9(06).
              05 BKO-DATA-PEDIDO   PIC 9(08).
              05 BKO-FILA-PV       PIC 9(06).
           03 BKO-CNPJCPF          PIC 9(15).
           03 BKO-QTD-DEVIDA       PIC 9(05)V9.
           03 BKO-DATA-ABERT       PIC 9(08).
           03 BKO-DATA-LIB         PIC 9(08).
           03 BKO-DATA-BAIXA       PIC 9(08).
           03 BKO-SITUACAO         PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-BKO         PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-DISPONIVEL   PIC S9(07)V9 VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 BKL-OPERACAO   PIC X(01).
       01 BKL-PARAM.
           03 BKL-NUMPV         PIC 9(06).
           03 BKL-CODGPRODUTO   PIC 9(06).
           03 BKL-CNPJCPF       PIC 9(15).
           03 BKL-QUANTIDADE    PIC 9(05)V9.
           03 BKL-DATA-PEDIDO   PIC 9(08).
           03 BKL-LIBERADOS     PIC 9(03).
       01 BKL-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING BKL-OPERACAO BKL-PARAM BKL-RESULT.
       INICIO.
       R0.
           MOVE "O" TO BKL-RESULT
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           OPEN I-O CADBACKORD
           IF ST-BKO NOT = "00"
              IF ST-BKO = "30"
                 OPEN OUTPUT CADBACKORD
                 CLOSE CADBACKORD
                 GO TO R0
              ELSE
                 MOVE "X" TO BKL-RESULT
                 GO TO ROT-FIM3.

           IF BKL-OPERACAO = "A"
               GO TO R5-ALOCA.
           MOVE BKL-NUMPV TO BKO-NUMPV
           MOVE BKL-CODGPRODUTO TO BKO-CODGPRODUTO
           READ CADBACKORD
           IF BKL-OPERACAO = "G"
               GO TO R1-GRAVA.
           IF ST-BKO NOT = "00"
               MOVE "N" TO BKL-RESULT
               GO TO ROT-FIM.
           IF BKL-OPERACAO = "R"
               GO TO R2-REABRE.
           IF BKO-SITUACAO NOT = "A" AND BKO-SITUACAO NOT = "L"
               MOVE "N" TO BKL-RESULT
               GO TO ROT-FIM.
           IF BKL-OPERACAO = "V"
               GO TO ROT-FIM.
           IF BKL-OPERACAO = "F"
               MOVE "F" TO BKO-SITUACAO
           ELSE
               MOVE "C" TO BKO-SITUACAO.
           MOVE W-DATA-HOJE TO BKO-DATA-BAIXA
           REWRITE REGBACKORD
           IF ST-BKO NOT = "00" AND ST-BKO NOT = "02"
               MOVE "X" TO BKL-RESULT.
           GO TO ROT-FIM.

      *---------[ GRAVA OU REABRE O BACKORDER DA LINHA ]----------------
       R1-GRAVA.
           IF ST-BKO = "00"
               MOVE BKL-QUANTIDADE TO BKO-QTD-DEVIDA
               IF BKO-SITUACAO NOT = "A"
                   MOVE "A" TO BKO-SITUACAO
                   MOVE ZEROS TO BKO-DATA-LIB BKO-DATA-BAIXA
               END-IF
               REWRITE REGBACKORD
           ELSE
               MOVE BKL-NUMPV TO BKO-NUMPV BKO-FILA-PV
               MOVE BKL-CODGPRODUTO TO BKO-CODGPRODUTO BKO-FILA-PROD
               MOVE BKL-DATA-PEDIDO TO BKO-DATA-PEDIDO
               MOVE BKL-CNPJCPF TO BKO-CNPJCPF
               MOVE BKL-QUANTIDADE TO BKO-QTD-DEVIDA
               MOVE W-DATA-HOJE TO BKO-DATA-ABERT
               MOVE ZEROS TO BKO-DATA-LIB BKO-DATA-BAIXA
               MOVE "A" TO BKO-SITUACAO
               WRITE REGBACKORD.
           IF ST-BKO NOT = "00" AND ST-BKO NOT = "02"
               MOVE "X" TO BKL-RESULT.
           GO TO ROT-FIM.

      *---------[ REABRE O BACKORDER FATURADO (NF CANCELADA) ]----------
      *  O ESTOQUE VOLTOU COM O CANCELAMENTO E A RESERVA FOI    *
      *  REFEITA, ENTAO A LINHA VOLTA LIBERADA PARA FATURAR     *
       R2-REABRE.
           IF BKO-SITUACAO NOT = "F"
               MOVE "N" TO BKL-RESULT
               GO TO ROT-FIM.
           MOVE "L" TO BKO-SITUACAO
           MOVE W-DATA-HOJE TO BKO-DATA-LIB
           MOVE ZEROS TO BKO-DATA-BAIXA
           REWRITE REGBACKORD
           IF ST-BKO NOT = "00" AND ST-BKO NOT = "02"
               MOVE "X" TO BKL-RESULT.
           GO TO ROT-FIM.

      *---------[ ALOCACAO DO SALDO LIVRE NA ORDEM DO PEDIDO ]----------
       R5-ALOCA.
           MOVE ZEROS TO BKL-LIBERADOS
           MOVE BKL-QUANTIDADE TO W-DISPONIVEL
           MOVE "N" TO W-EOF
           MOVE BKL-CODGPRODUTO TO BKO-FILA-PROD
           MOVE ZEROS TO BKO-DATA-PEDIDO BKO-FILA-PV
           START CADBACKORD KEY IS NOT LESS BKO-FILA
               INVALID KEY GO TO ROT-FIM.
      *  O QUE JA ESTA LIBERADO CONSOME O SALDO PRIMEIRO        *
       R5A.
           READ CADBACKORD NEXT RECORD
               AT END
                 GO TO R5B
           END-READ.
           IF BKO-FILA-PROD NOT = BKL-CODGPRODUTO
               GO TO R5B.
           IF BKO-SITUACAO = "L"
               SUBTRACT BKO-QTD-DEVIDA FROM W-DISPONIVEL.
           GO TO R5A.
       R5B.
           IF W-DISPONIVEL NOT > ZEROS
               GO TO ROT-FIM.
           MOVE BKL-CODGPRODUTO TO BKO-FILA-PROD
           MOVE ZEROS TO BKO-DATA-PEDIDO BKO-FILA-PV
           START CADBACKORD KEY IS NOT LESS BKO-FILA
               INVALID KEY GO TO ROT-FIM.
       R5C.
           READ CADBACKORD NEXT RECORD
               AT END
                 GO TO ROT-FIM
           END-READ.
           IF BKO-FILA-PROD NOT = BKL-CODGPRODUTO
               GO TO ROT-FIM.
           IF BKO-SITUACAO NOT = "A"
               GO TO R5C.
           IF BKO-QTD-DEVIDA > W-DISPONIVEL
               GO TO ROT-FIM.
           MOVE "L" TO BKO-SITUACAO
           MOVE W-DATA-HOJE TO BKO-DATA-LIB
           REWRITE REGBACKORD
           SUBTRACT BKO-QTD-DEVIDA FROM W-DISPONIVEL
           ADD 1 TO BKL-LIBERADOS
           GO TO R5C.

       ROT-FIM.
           CLOSE CADBACKORD.
       ROT-FIM3.
           GOBACK.
