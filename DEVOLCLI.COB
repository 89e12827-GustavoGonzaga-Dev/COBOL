      *  TITULOS ABERTOS DA NF EM CADTITREC -         *
      *  ZERANDO O SALDO O TITULO LIQUIDA, ZERANDO O  *
      *  VALOR O TITULO CANCELA                       *
      *  PRODUTO CONTROLADO POR SERIE (CADPRODSER)    *
      *  PEDE A SERIE DE CADA UNIDADE DEVOLVIDA - SO  *
      *  SERIE VENDIDA NA NF ORIGINAL - E ELA VOLTA   *
      *  AO ESTOQUE EM CADSERIE (MOVSERIE)            *
      *  ICMS, PIS E COFINS DA NOTA DE CREDITO SAO    *
      *  PROPORCIONAIS A QUANTIDADE DEVOLVIDA         *
      *  COM A COMPETENCIA FECHADA EM VENDAS OU NO    *
      *  ESTOQUE (MODULOS VEN E EST DE CADPERIODO,    *
      *  VIA CONSPERIODO) NADA E LANCADO.             *
      *  A NOTA DE CREDITO SAI NA FILIAL DA NF        *
      *  ORIGINAL, COM NF-NUMFISCAL NA SERIE PROPRIA  *
      *  DA FILIAL (CADFILIAL).                       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.

           SELECT ARQCTRLNF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLN.
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 FIL-CODIGO        PIC 9(02).
           03 FIL-CNPJ          PIC 9(15).
           03 FIL-RAZAO         PIC X(40).
           03 FIL-IE            PIC X(14).
           03 FIL-CEP           PIC 9(08).
           03 FIL-NUMERO        PIC 9(04).
           03 FIL-COMPLEMENTO   PIC X(12).
           03 FIL-ULTNF         PIC 9(06).
           03 FIL-SITUACAO      PIC X(01).

       FD CADCLI
            LABEL RECORD IS STANDARD
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
       01 ST-LOTE        PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CTRLN       PIC X(02) VALUE "00".
       01 ST-FIL         PIC X(02) VALUE "99".
       01 W-NUMNF-ORIG   PIC 9(06) VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-NUMNF        PIC 9(06) VALUE ZEROS.
       01 W-QTDDEVOL     PIC 9(05)V9 VALUE ZEROS.
       01 W-BASE-PISCOF  PIC 9(12)V99 VALUE ZEROS.
       01 W-VALDEVOL     PIC 9(12)V99 VALUE ZEROS.
       01 W-RESTA-ABATER PIC 9(12)V99 VALUE ZEROS.
       01 W-ABATE        PIC 9(09)V99 VALUE ZEROS.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 W-EOF-TR       PIC X(01) VALUE "N".
       01 W-RESP         PIC X(01) VALUE SPACES.
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
           ELSE
              MOVE ZEROS TO W-NUMNF.

       R0I.
           OPEN I-O CADFILIAL
           IF ST-FIL NOT = "00"
              MOVE "99" TO ST-FIL.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
               DISPLAY "*** DEVOLUCAO MAIOR QUE O FATURADO ***"
               GO TO R2.

      *---------[ SERIES DEVOLVIDAS (PRODUTO CONTROLADO) ]--------------
           MOVE ZEROS TO W-QTD-SERIES
           MOVE "V" TO W-SER-OPERACAO
           MOVE W-CODPROD TO W-SRP-CODGPRODUTO
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               GO TO R2B.
           MOVE W-QTDDEVOL TO W-QTD-INTEIRA
           IF W-QTD-INTEIRA NOT = W-QTDDEVOL OR W-QTD-INTEIRA > 99
               DISPLAY "*** PRODUTO COM SERIE - QUANTIDADE INTEIRA"
                   " ATE 99 ***"
               GO TO R2.
       R2S.
           IF W-QTD-SERIES NOT < W-QTD-INTEIRA
               GO TO R2B.
           MOVE SPACES TO W-SERIE-INF
           COMPUTE W-IND-SER = W-QTD-SERIES + 1
           DISPLAY "SERIE " W-IND-SER " DE " W-QTD-INTEIRA
               " (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-SERIE-INF
           IF W-SERIE-INF = SPACES
               GO TO R1.
           PERFORM PROCURA-SERIE THRU PROCURA-SERIE-FIM
           IF W-SERIE-REPET = "S"
               DISPLAY "*** SERIE JA INFORMADA NESTA DEVOLUCAO ***"
               GO TO R2S.
           MOVE "T" TO W-SER-OPERACAO
           MOVE W-SERIE-INF TO W-SRP-NUMERO
           MOVE W-NUMNF-ORIG TO W-SRP-DOC-ORIG
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               DISPLAY "*** SERIE NAO SAIU NESTA NF ***"
               GO TO R2S.
           ADD 1 TO W-QTD-SERIES
           MOVE W-SERIE-INF TO W-TS-NUMERO (W-QTD-SERIES)
           GO TO R2S.

       R2B.
           DISPLAY "DEPOSITO DE REENTRADA: " WITH NO ADVANCING
           ACCEPT W-DEP-ENT
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "VEN" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT NOT = "F"
               MOVE "EST" TO W-CPR-MODULO
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT.
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - DEVOLUCAO RECUSADA ***"
               GO TO R1.

      *---------[ REENTRADA NO ESTOQUE COM MOVIMENTO "E" ]--------------
       R3.
           MOVE W-QTDDEVOL TO NF-QUANTIDADE
           MOVE W-DATA-HOJE TO NF-DATA
           MOVE "D" TO NF-SITUACAO
           PERFORM NUMERA-NF-FILIAL THRU NUMERA-NF-FILIAL-FIM
      *---------[ ICMS/PIS/COFINS DA NOTA DE CREDITO PROPORCIONAIS ]----
      *  A QUANTIDADE DEVOLVIDA - A IMAGEM DA LINHA ORIGINAL    *
      *  TRAZIA O IMPOSTO DA QUANTIDADE CHEIA                   *
           COMPUTE NF-VALOR-ICMS ROUNDED =
               W-QTDDEVOL * NF-PRECO * NF-ALIQ-ICMS / 100
           COMPUTE W-BASE-PISCOF =
               W-QTDDEVOL * NF-PRECO - NF-VALOR-ICMS
           COMPUTE NF-VALOR-PIS ROUNDED =
               W-BASE-PISCOF * NF-ALIQ-PIS / 100
           COMPUTE NF-VALOR-COFINS ROUNDED =
               W-BASE-PISCOF * NF-ALIQ-COFINS / 100
           WRITE REGNF
           IF ST-NF NOT = "00" AND ST-NF NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA NOTA DE CREDITO ST="
                   ST-NF
               GO TO ROT-FIM.
           PERFORM REENTRADA-SERIES THRU REENTRADA-SERIES-FIM

           DISPLAY "!============================================="
           DISPLAY "! NOTA DE CREDITO " NF-NUMFISCAL "  FILIAL "
               NF-FILIAL "   DATA " W-DATA-HOJE
           DISPLAY "! CONTROLE INTERNO " W-NUMNF
           DISPLAY "! REFERENTE A NF " W-NUMNF-ORIG
           IF ST-CLI = "00"
               DISPLAY "! CLIENTE: " CLI-RAZAO.
           CLOSE CADDEPOS
           CLOSE CADSALDODEP
           CLOSE CADLOTE
           CLOSE CADTITREC
           IF ST-FIL NOT = "99"
               CLOSE CADFILIAL.
       ROT-FIM3.
           STOP RUN.

       ENTRADA-LOTE-FIM.
           EXIT.

      *---------[ SERIES DE VOLTA AO ESTOQUE (MOVSERIE) ]---------------
       REENTRADA-SERIES.
           MOVE ZEROS TO W-IND-SER.
       REENTRADA-SERIES-1.
           ADD 1 TO W-IND-SER
           IF W-IND-SER > W-QTD-SERIES
               GO TO REENTRADA-SERIES-FIM.
           MOVE "D" TO W-SER-OPERACAO
           MOVE W-CODPROD TO W-SRP-CODGPRODUTO
           MOVE W-TS-NUMERO (W-IND-SER) TO W-SRP-NUMERO
           MOVE W-NUMNF TO W-SRP-DOCUMENTO
           MOVE W-NUMNF-ORIG TO W-SRP-DOC-ORIG
           MOVE NF-CNPJCPF TO W-SRP-PARTICIPANTE
           MOVE W-OPERADOR-LOG TO W-SRP-OPERADOR
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               DISPLAY "*** SERIE " W-SRP-NUMERO
                   " NAO ATUALIZADA EM CADSERIE ***".
           GO TO REENTRADA-SERIES-1.
       REENTRADA-SERIES-FIM.
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

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
      *---------[ NUMERO FISCAL NA SERIE DA FILIAL DA NF ORIGINAL ]----
      *  A IMAGEM DA LINHA ORIGINAL TRAZ NF-FILIAL; SEM CADFILIAL  *
      *  OU FILIAL NAO CADASTRADA VALE O NUMERO DE CTRLNF          *
       NUMERA-NF-FILIAL.
           IF NF-FILIAL = ZEROS
               MOVE 1 TO NF-FILIAL.
           MOVE W-NUMNF TO NF-NUMFISCAL
           IF ST-FIL = "99"
               GO TO NUMERA-NF-FILIAL-FIM.
           MOVE NF-FILIAL TO FIL-CODIGO
           READ CADFILIAL
           IF ST-FIL NOT = "00"
               MOVE "00" TO ST-FIL
               GO TO NUMERA-NF-FILIAL-FIM.
           ADD 1 TO FIL-ULTNF
           REWRITE REGFILIAL
           MOVE FIL-ULTNF TO NF-NUMFISCAL.
       NUMERA-NF-FILIAL-FIM.
           EXIT.

       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
