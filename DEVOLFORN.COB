      *  LINHA E REDUZIDA, ENTAO O HISTORICO DE       *
      *  ENTREGA DO FORNECEDOR (RELDESEMP) PASSA A    *
      *  REFLETIR O PROBLEMA DE QUALIDADE             *
      *  SE A LINHA TEVE CREDITO DE ICMS NA           *
      *  CONFERENCIA (CADCONFNF), O ICMS PROPORCIONAL *
      *  A QUANTIDADE DEVOLVIDA E ESTORNADO: VAI PARA *
      *  ARQESTICMS.DAT E A APURACAO (APURICMS) ABATE *
      *  DO CREDITO DO MES. O MESMO VALE PARA O PIS E *
      *  A COFINS CREDITADOS, ESTORNADOS NO MESMO     *
      *  REGISTRO E ABATIDOS EM APURPISCOF            *
      *  COM A COMPETENCIA FECHADA EM COMPRAS OU NO   *
      *  ESTOQUE (MODULOS COM E EST DE CADPERIODO,    *
      *  VIA CONSPERIODO) NADA E LANCADO.             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT CADCONFNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-KEY
                    FILE STATUS  IS ST-CNF.

           SELECT ARQESTICMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
           03 TIT-DATA-EMISSAO  PIC 9(08).
           03 TIT-DATA-VENCTO   PIC 9(08).
           03 TIT-SITUACAO      PIC X(01).

       FD CADCONFNF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONFNF.DAT".
       01 REGCONFNF.
           03 CNF-KEY.
              05 CNF-NUMPED        PIC 9(06).
              05 CNF-CODGPRODUTO   PIC 9(06).
           03 CNF-NF-FORN          PIC 9(09).
           03 CNF-DATA-NF          PIC 9(08).
           03 CNF-QTD-NF           PIC 9(05)V9.
           03 CNF-PRECO-NF         PIC 9(07)V99.
           03 CNF-DATA-CONF        PIC 9(08).
           03 CNF-RESULTADO        PIC X(01).
           03 CNF-ICMS-BASE        PIC 9(09)V99.
           03 CNF-ICMS-ALIQ        PIC 9(02)V99.
           03 CNF-ICMS-VALOR       PIC 9(07)V99.
           03 CNF-ALIQ-PIS         PIC 9(02)V99.
           03 CNF-VALOR-PIS        PIC 9(07)V99.
           03 CNF-ALIQ-COFINS      PIC 9(02)V99.
           03 CNF-VALOR-COFINS     PIC 9(07)V99.

       FD ARQESTICMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTICMS.DAT".
       01 REGESTICMS.
           03 EST-DATA          PIC 9(08).
           03 EST-NUMPED        PIC 9(06).
           03 EST-CODGPRODUTO   PIC 9(06).
           03 EST-CNPJ          PIC 9(15).
           03 EST-NF-FORN       PIC 9(09).
           03 EST-QTD           PIC 9(05)V9.
           03 EST-VALOR-ICMS    PIC 9(07)V99.
           03 EST-OPERADOR      PIC X(08).
           03 EST-VALOR-PIS     PIC 9(07)V99.
           03 EST-VALOR-COFINS  PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-LOTE        PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-CNF         PIC X(02) VALUE "00".
       01 ST-EST         PIC X(02) VALUE "00".
       01 W-ESTORNO-ICMS PIC 9(07)V99 VALUE ZEROS.
       01 W-ESTORNO-PIS  PIC 9(07)V99 VALUE ZEROS.
       01 W-ESTORNO-COF  PIC 9(07)V99 VALUE ZEROS.
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-QTDDEVOL     PIC 9(05)V9 VALUE ZEROS.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 W-EOF-TIT      PIC X(01) VALUE "N".
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITPAG"
               GO TO ROT-FIM.

      *  SEM CADCONFNF NAO HA CREDITO DE ICMS A ESTORNAR        *
           OPEN INPUT CADCONFNF
           IF ST-CNF NOT = "00"
               MOVE "99" TO ST-CNF.
           OPEN EXTEND ARQESTICMS
           IF ST-EST NOT = "00"
              OPEN OUTPUT ARQESTICMS
              CLOSE ARQESTICMS
              OPEN EXTEND ARQESTICMS.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
       R2D.
           COMPUTE W-VALDEVOL = W-QTDDEVOL * PED-PRECO
           DISPLAY "VALOR DA DEVOLUCAO: " W-VALDEVOL
           PERFORM CALCULA-ESTORNO THRU CALCULA-ESTORNO-FIM
           IF W-ESTORNO-ICMS > ZEROS
               DISPLAY "ICMS CREDITADO A ESTORNAR: " W-ESTORNO-ICMS.
           IF W-ESTORNO-PIS > ZEROS OR W-ESTORNO-COF > ZEROS
               DISPLAY "PIS/COFINS CREDITADOS A ESTORNAR: "
                   W-ESTORNO-PIS " / " W-ESTORNO-COF.
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "COM" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT NOT = "F"
               MOVE "EST" TO W-CPR-MODULO
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT.
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - DEVOLUCAO RECUSADA ***"
               GO TO R1.

      *---------[ SAIDA DO ESTOQUE COM MOVIMENTO "S" ]------------------
       R3.
               MOVE "P" TO PED-SITUACAO.
           REWRITE REGPED.

      *---------[ ESTORNO DOS CREDITOS DA QTD DEVOLVIDA ]---------------
           IF W-ESTORNO-ICMS > ZEROS OR W-ESTORNO-PIS > ZEROS
              OR W-ESTORNO-COF > ZEROS
               MOVE W-DATA-HOJE TO EST-DATA
               MOVE W-NUMPED TO EST-NUMPED
               MOVE W-CODPROD TO EST-CODGPRODUTO
               MOVE PED-CNPJ TO EST-CNPJ
               MOVE CNF-NF-FORN TO EST-NF-FORN
               MOVE W-QTDDEVOL TO EST-QTD
               MOVE W-ESTORNO-ICMS TO EST-VALOR-ICMS
               MOVE W-OPERADOR-LOG TO EST-OPERADOR
               MOVE W-ESTORNO-PIS TO EST-VALOR-PIS
               MOVE W-ESTORNO-COF TO EST-VALOR-COFINS
               WRITE REGESTICMS.

      *---------[ ABATE O VALOR DOS TITULOS DO PEDIDO ]-----------------
       R5.
           MOVE W-VALDEVOL TO W-RESTA-ABATER
               "  =  " W-VALDEVOL
           IF W-LOTE-INF NOT = SPACES
               DISPLAY "!   LOTE " W-LOTE-INF.
           IF W-ESTORNO-ICMS > ZEROS
               DISPLAY "!   ICMS DESTACADO NA DEVOLUCAO: "
                   W-ESTORNO-ICMS " (NF ORIGEM " CNF-NF-FORN ")".
           IF W-ESTORNO-PIS > ZEROS OR W-ESTORNO-COF > ZEROS
               DISPLAY "!   PIS " W-ESTORNO-PIS "  COFINS "
                   W-ESTORNO-COF " ESTORNADOS".
           DISPLAY "!============================================="
           DISPLAY "*** DEVOLUCAO CONCLUIDA ***"
           GO TO R1.
           CLOSE CADMOVEST
           CLOSE CADDEPOS
           CLOSE CADTITPAG
           CLOSE ARQESTICMS
           IF ST-CNF NOT = "99"
               CLOSE CADCONFNF.
           IF ST-SAL NOT = "99"
               CLOSE CADSALDODEP.
           IF ST-LOTE NOT = "99"
       ROT-FIM3.
           STOP RUN.

      *---------[ CREDITOS DA CONFERENCIA PROPORCIONAIS A QTD ]---------
      *  DEVOLVIDA (ICMS, PIS E COFINS) - SO A LINHA CONFERIDA  *
      *  SEM DIVERGENCIA GEROU CREDITO                          *
       CALCULA-ESTORNO.
           MOVE ZEROS TO W-ESTORNO-ICMS W-ESTORNO-PIS W-ESTORNO-COF
           IF ST-CNF = "99"
               GO TO CALCULA-ESTORNO-FIM.
           MOVE W-NUMPED TO CNF-NUMPED
           MOVE W-CODPROD TO CNF-CODGPRODUTO
           READ CADCONFNF
           IF ST-CNF NOT = "00"
               MOVE "00" TO ST-CNF
               GO TO CALCULA-ESTORNO-FIM.
           IF CNF-RESULTADO NOT = "O" OR CNF-QTD-NF = ZEROS
               GO TO CALCULA-ESTORNO-FIM.
           IF W-QTDDEVOL NOT < CNF-QTD-NF
               MOVE CNF-ICMS-VALOR TO W-ESTORNO-ICMS
               MOVE CNF-VALOR-PIS TO W-ESTORNO-PIS
               MOVE CNF-VALOR-COFINS TO W-ESTORNO-COF
           ELSE
               COMPUTE W-ESTORNO-ICMS ROUNDED =
                   CNF-ICMS-VALOR * W-QTDDEVOL / CNF-QTD-NF
               COMPUTE W-ESTORNO-PIS ROUNDED =
                   CNF-VALOR-PIS * W-QTDDEVOL / CNF-QTD-NF
               COMPUTE W-ESTORNO-COF ROUNDED =
                   CNF-VALOR-COFINS * W-QTDDEVOL / CNF-QTD-NF.
       CALCULA-ESTORNO-FIM.
           EXIT.

      *---------[ BAIXA A DEVOLUCAO DO SALDO DO DEPOSITO ]--------------
       BAIXA-SALDO-DEP.
           IF ST-SAL = "99"
