      *   (ALMOXARIFADOS) - MESMO DESENHO DE          *
      *   CADMARCA. O SALDO POR DEPOSITO FICA EM      *
      *   CADSALDODEP E E MOVIDO POR STP004           *
      *   CADA DEPOSITO PERTENCE A UMA FILIAL         *
      *   (CADFILIAL); ZERO = 01, A MATRIZ            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DEPOS-CODIGO
                      FILE STATUS  IS ST-ERRO.

           SELECT CADFILIAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FIL-CODIGO
                      FILE STATUS  IS ST-FIL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-FIL         PIC X(02) VALUE "99".
       01 W-SEL          PIC 9(01) VALUE ZEROS.

       01 TABSITUACAO1.
               VALUE  "      NOME           :".
           05  LINE 09  COLUMN 01
               VALUE  "      SITUACAO       :".
           05  LINE 11  COLUMN 01
               VALUE  "      FILIAL         :".
           05  LINE 22  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCODDEPOS
               LINE 09 COLUMN 25 PIC X(14)
               USING TXTSITUA2
               HIGHLIGHT.
           05  TFILIAL
               LINE 11 COLUMN 23 PIC 9(02)
               USING DEPOS-FILIAL
               HIGHLIGHT.
           05  TMENS
               LINE 22 COLUMN 15 PIC X(50)
               USING MENS.
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADFILIAL
           IF ST-FIL NOT = "00"
               MOVE "99" TO ST-FIL.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO DEPOS-NOME DEPOS-SITUACAO TXTSITUACAO
           MOVE ZEROS  TO DEPOS-CODIGO DEPOS-FILIAL W-SEL.

      *---------[VISUALIZACAO DA TELA]--------------------
           DISPLAY TELADEPOS.
           ACCEPT TCODDEPOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DEPOS-CODIGO = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               DISPLAY TTXTSITUACAO.

      *---------[ FILIAL DONA DO DEPOSITO - ZERO = 01 MATRIZ ]----------
       R4B.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF DEPOS-FILIAL = ZEROS
                   MOVE 1 TO DEPOS-FILIAL
                   DISPLAY TFILIAL.
           IF ST-FIL NOT = "99"
              MOVE DEPOS-FILIAL TO FIL-CODIGO
              READ CADFILIAL
              IF ST-FIL NOT = "00"
                 MOVE "00" TO ST-FIL
                 MOVE "*** FILIAL NAO CADASTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4B.

      * ------------- VERIFICAR SE E ALTERACAO -----------------
                IF W-SEL = 1
                GO TO ALT-OPC.
                GO TO ROT-FIM.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADDEPOS
           IF ST-FIL NOT = "99"
               CLOSE CADFILIAL.
       ROT-FIM3.
           STOP RUN.

