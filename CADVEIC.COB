       PROGRAM-ID. CADVEIC.
      ***********************************************
      *        MANUTENCAO DO CADASTRO DE VEICULOS    *
      *  SITUACAO V (VENDIDO) E S (SUCATA) PELA       *
      *  BAIXA DO VEICULO EM VEICPATRIM               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
          03 FILLER     PIC X(15) VALUE "SSUCATA".
          03 FILLER     PIC X(15) VALUE "OORIGINAL".
          03 FILLER     PIC X(15) VALUE "NNORMAL".
          03 FILLER     PIC X(15) VALUE "VVENDIDO".
      *
       01 TABSITUACAO REDEFINES TABSITUACAO1.
          03 TBSITUACAO   PIC X(15) OCCURS 6 TIMES.
      *
       01 TXTSITUACAO.
          03 TXTSITUA1 PIC X(01) VALUE SPACES.
           05  LINE 17  COLUMN 01
               VALUE  "M - MANUTENCAO    B - BATIDO    S - SUCATA".
           05  LINE 18  COLUMN 01
               VALUE  "O - ORIGINAL      N - NORMAL    V - VENDIDO".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           MOVE TBSITUACAO(AUX) TO TXTSITUACAO
           IF TXTSITUA1 NOT = SITUACAO
              ADD 1 TO AUX
              IF AUX < 7
                 GO TO R4A
              ELSE
                 MOVE "*** TIPO DE SITUACAO INVALIDA ***" TO MENS
