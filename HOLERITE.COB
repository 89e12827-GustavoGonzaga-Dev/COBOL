      *  COMPETENCIA INFORMADA (UMA CHAPA OU TODAS),  *
      *  RESOLVE O NOME EM ARQFUNC E O CARGO EM       *
      *  ARQCARG E IMPRIME O DEMONSTRATIVO COM        *
      *  VENCIMENTOS E DESCONTOS ITEMIZADOS - RUBRICA *
      *  A RUBRICA DE ARQRESRUB, COM A DESCRICAO DE   *
      *  CADRUBRICA; RESULTADO SEM DETALHE (FOLHA     *
      *  CALCULADA ANTES DAS RUBRICAS) SAI PELAS      *
      *  COLUNAS DE ARQRESFOL.                        *
      *  QUALQUER COMPETENCIA JA CALCULADA PODE SER   *
      *  REIMPRESSA                                   *
      ***********************************************
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                    FILE STATUS  IS ST-CARG.

           SELECT ARQRESRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RRB-KEY
                    FILE STATUS  IS ST-RRB.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).

       FD ARQRESRUB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRESRUB.DAT".
       01 REGRESRUB.
           03 RRB-KEY.
            05 RRB-COMPET        PIC 9(06).
            05 RRB-CHAPA         PIC 9(06).
            05 RRB-TIPO          PIC X(02).
            05 RRB-RUBRICA       PIC 9(03).
           03 RRB-NATUREZA      PIC X(01).
           03 RRB-REFER         PIC 9(05)V99.
           03 RRB-VALOR         PIC 9(07)V99.

       FD CADRUBRICA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRUBRICA.DAT".
       01 REGRUBRICA.
           03 RUB-CODIGO        PIC 9(03).
           03 RUB-DESCRICAO     PIC X(30).
           03 RUB-NATUREZA      PIC X(01).
           03 RUB-INC-INSS      PIC X(01).
           03 RUB-INC-IRRF      PIC X(01).
           03 RUB-INC-FGTS      PIC X(01).
           03 RUB-SITUACAO      PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-TOTDESCONTOS PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIMPRESSOS PIC 9(06) VALUE ZEROS.
       01 W-EOF-RES      PIC X(01) VALUE "N".
       01 ST-RRB         PIC X(02) VALUE "00".
       01 ST-RUB         PIC X(02) VALUE "00".
       01 W-EOF-RRB      PIC X(01) VALUE "N".
       01 W-TEM-RUB      PIC X(01) VALUE "N".
       01 W-NAT          PIC X(01) VALUE SPACES.
       01 W-TOTNAT       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTPROV      PIC 9(09)V99 VALUE ZEROS.
       01 W-DESCR        PIC X(30) VALUE SPACES.
       01 W-REFER-ED     PIC ZZZZ9,99.
       01 W-VALOR-ED     PIC Z.ZZZ.ZZ9,99.

       01 TABTIPOFOL1.
          03 FILLER     PIC X(22) VALUE "FOFOLHA MENSAL".
          03 FILLER     PIC X(22) VALUE "1313O SALARIO".
          03 FILLER     PIC X(22) VALUE "FEFERIAS".
          03 FILLER     PIC X(22) VALUE "RERESCISAO".
          03 FILLER     PIC X(22) VALUE "ADADIANT. QUINZENAL".
          03 FILLER     PIC X(22) VALUE "PLPARTICIPACAO LUCROS".
      *
       01 TABTIPOFOL REDEFINES TABTIPOFOL1.
          03 TBTIPOFOL   PIC X(22) OCCURS 6 TIMES.
      *
       01 TXTTIPOFOL.
          03 TXTTIPOFOL1 PIC X(02) VALUE SPACES.

       R0B.
           OPEN INPUT ARQFUNC
           OPEN INPUT ARQCARG
           OPEN INPUT ARQRESRUB
           IF ST-RRB NOT = "00"
               MOVE "99" TO ST-RRB.
           OPEN INPUT CADRUBRICA
           IF ST-RUB NOT = "00"
               MOVE "99" TO ST-RUB.

       R1.
           DISPLAY "*** IMPRESSAO DE HOLERITE ***"
               MOVE "S" TO W-EOF-RES
               GO TO R3.

           PERFORM IMPRIME-HOLERITE THRU IMPRIME-HOLERITE-FIM
           ADD 1 TO W-TOTIMPRESSOS
           GO TO R3.

       ROT-FIM.
           CLOSE ARQRESFOL
           CLOSE ARQFUNC
           CLOSE ARQCARG
           IF ST-RRB NOT = "99"
               CLOSE ARQRESRUB.
           IF ST-RUB NOT = "99"
               CLOSE CADRUBRICA.
       ROT-FIM3.
           STOP RUN.

           MOVE TBTIPOFOL (AUX) TO TXTTIPOFOL
           IF TXTTIPOFOL1 NOT = RES-TIPO
              ADD 1 TO AUX
              IF AUX < 7
                 GO TO IMPRIME-HOLERITE-1
              ELSE
                 MOVE SPACES TO TXTTIPOFOL2.
           DISPLAY "! CARGO: " DENOM
           DISPLAY "! DEPARTAMENTO: " RES-CODDEP
           DISPLAY "!------------------------------------------------"
           PERFORM VERIFICA-RUBRICAS THRU VERIFICA-RUBRICAS-FIM
           IF W-TEM-RUB = "S"
               GO TO IMPRIME-HOLERITE-2.
           DISPLAY "! VENCIMENTOS:"
           DISPLAY "!   SALARIO BRUTO...........: " RES-BRUTO
           IF RES-HORAEXTRA > ZEROS
               DISPLAY "! FGTS DO MES (DEPOSITO)....: " RES-FGTS.
           DISPLAY "! LIQUIDO A RECEBER.........: " RES-LIQUIDO
           DISPLAY "+================================================+"
           DISPLAY " "
           GO TO IMPRIME-HOLERITE-FIM.

      *---------[ DEMONSTRATIVO PELAS RUBRICAS DE ARQRESRUB ]-----------
       IMPRIME-HOLERITE-2.
           DISPLAY "!   COD RUBRICA" "                          REFER."
               "       VALOR"
           DISPLAY "! VENCIMENTOS:"
           MOVE "P" TO W-NAT
           PERFORM LISTA-RUBRICAS THRU LISTA-RUBRICAS-FIM
           MOVE W-TOTNAT TO W-TOTPROV
           DISPLAY "! DESCONTOS:"
           MOVE "D" TO W-NAT
           PERFORM LISTA-RUBRICAS THRU LISTA-RUBRICAS-FIM
           MOVE W-TOTNAT TO W-TOTDESCONTOS
           DISPLAY "!   TOTAL DE VENCIMENTOS....: " W-TOTPROV
           DISPLAY "!   TOTAL DE DESCONTOS......: " W-TOTDESCONTOS
           DISPLAY "!------------------------------------------------"
           MOVE "I" TO W-NAT
           PERFORM LISTA-RUBRICAS THRU LISTA-RUBRICAS-FIM
           DISPLAY "! LIQUIDO A RECEBER.........: " RES-LIQUIDO
           DISPLAY "+================================================+"
           DISPLAY " ".
       IMPRIME-HOLERITE-FIM.
           EXIT.

      *---------[ HA DETALHE POR RUBRICA PARA O RESULTADO? ]------------
       VERIFICA-RUBRICAS.
           MOVE "N" TO W-TEM-RUB
           IF ST-RRB = "99"
               GO TO VERIFICA-RUBRICAS-FIM.
           MOVE RES-COMPET TO RRB-COMPET
           MOVE RES-CHAPA TO RRB-CHAPA
           MOVE RES-TIPO TO RRB-TIPO
           MOVE ZEROS TO RRB-RUBRICA
           START ARQRESRUB KEY IS NOT LESS RRB-KEY
               INVALID KEY GO TO VERIFICA-RUBRICAS-FIM.
           READ ARQRESRUB NEXT RECORD
               AT END
                 GO TO VERIFICA-RUBRICAS-FIM
           END-READ.
           IF RRB-COMPET = RES-COMPET AND RRB-CHAPA = RES-CHAPA
              AND RRB-TIPO = RES-TIPO
               MOVE "S" TO W-TEM-RUB.
       VERIFICA-RUBRICAS-FIM.
           EXIT.

      *---------[ LISTA AS RUBRICAS DA NATUREZA W-NAT ]-----------------
       LISTA-RUBRICAS.
           MOVE ZEROS TO W-TOTNAT
           MOVE "N" TO W-EOF-RRB
           MOVE RES-COMPET TO RRB-COMPET
           MOVE RES-CHAPA TO RRB-CHAPA
           MOVE RES-TIPO TO RRB-TIPO
           MOVE ZEROS TO RRB-RUBRICA
           START ARQRESRUB KEY IS NOT LESS RRB-KEY
               INVALID KEY MOVE "S" TO W-EOF-RRB.
       LISTA-RUBRICAS-1.
           IF W-EOF-RRB = "S"
               GO TO LISTA-RUBRICAS-FIM.
           READ ARQRESRUB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RRB
                 GO TO LISTA-RUBRICAS-1
           END-READ.
           IF RRB-COMPET NOT = RES-COMPET
              OR RRB-CHAPA NOT = RES-CHAPA
              OR RRB-TIPO NOT = RES-TIPO
               MOVE "S" TO W-EOF-RRB
               GO TO LISTA-RUBRICAS-1.
           IF RRB-NATUREZA NOT = W-NAT
               GO TO LISTA-RUBRICAS-1.
           MOVE SPACES TO W-DESCR
           IF ST-RUB NOT = "99"
               MOVE RRB-RUBRICA TO RUB-CODIGO
               READ CADRUBRICA
               IF ST-RUB = "00"
                   MOVE RUB-DESCRICAO TO W-DESCR
               END-IF
           END-IF.
           IF W-DESCR = SPACES
               STRING "RUBRICA " RRB-RUBRICA DELIMITED BY SIZE
                   INTO W-DESCR.
           ADD RRB-VALOR TO W-TOTNAT
           MOVE RRB-VALOR TO W-VALOR-ED
           IF RRB-REFER = ZEROS
               DISPLAY "!   " RRB-RUBRICA " " W-DESCR
                   "         " W-VALOR-ED
           ELSE
               MOVE RRB-REFER TO W-REFER-ED
               DISPLAY "!   " RRB-RUBRICA " " W-DESCR
                   " " W-REFER-ED W-VALOR-ED.
           GO TO LISTA-RUBRICAS-1.
       LISTA-RUBRICAS-FIM.
           EXIT.
