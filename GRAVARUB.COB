       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVARUB.
      ***********************************************
      *  SUBPROGRAMA DE GRAVACAO DAS RUBRICAS DA      *
      *  FOLHA - RECEBE A COMPETENCIA, A CHAPA, O     *
      *  TIPO DE FOLHA (FO 13 FE RE AD, O MESMO DE    *
      *  ARQRESFOL) E A LISTA DE RUBRICAS CALCULADAS  *
      *  E GRAVA UM DETALHE POR RUBRICA EM ARQRESRUB  *
      *  (CHAPA + COMPETENCIA + TIPO + RUBRICA).      *
      *  OS DETALHES ANTERIORES DA MESMA CHAVE SAO    *
      *  APAGADOS ANTES, ENTAO RECALCULAR A FOLHA NAO *
      *  DEIXA RUBRICA QUE SAIU DO CALCULO.           *
      *  RUBRICA COM VALOR ZERO NAO E GRAVADA.        *
      *  NATUREZA: P=PROVENTO D=DESCONTO              *
      *  I=INFORMATIVA (NAO ENTRA NO LIQUIDO)         *
      *  RESULTADO: O=OK  X=ERRO DE ARQUIVO           *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQRESRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RRB-KEY
                    FILE STATUS  IS ST-RRB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-RRB         PIC X(02) VALUE "00".
       01 W-EOF-RRB      PIC X(01) VALUE "N".
       01 W-IND          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 RBL-PARAM.
           03 RBL-COMPET        PIC 9(06).
           03 RBL-CHAPA         PIC 9(06).
           03 RBL-TIPO          PIC X(02).
           03 RBL-QTD           PIC 9(02).
           03 RBL-ITEM OCCURS 40 TIMES.
              05 RBL-RUBRICA    PIC 9(03).
              05 RBL-NATUREZA   PIC X(01).
              05 RBL-REFER      PIC 9(05)V99.
              05 RBL-VALOR      PIC 9(07)V99.
       01 RBL-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RBL-PARAM RBL-RESULT.
       INICIO.
       R0.
           MOVE "O" TO RBL-RESULT
           OPEN I-O ARQRESRUB
           IF ST-RRB NOT = "00"
              IF ST-RRB = "30"
                 OPEN OUTPUT ARQRESRUB
                 CLOSE ARQRESRUB
                 GO TO R0
              ELSE
                 MOVE "X" TO RBL-RESULT
                 GO TO ROT-FIM3.

      *---------[ APAGA OS DETALHES DO CALCULO ANTERIOR ]---------------
       R1.
           MOVE "N" TO W-EOF-RRB
           MOVE RBL-COMPET TO RRB-COMPET
           MOVE RBL-CHAPA TO RRB-CHAPA
           MOVE RBL-TIPO TO RRB-TIPO
           MOVE ZEROS TO RRB-RUBRICA
           START ARQRESRUB KEY IS NOT LESS RRB-KEY
               INVALID KEY MOVE "S" TO W-EOF-RRB.
       R1A.
           IF W-EOF-RRB = "S"
               GO TO R2.
           READ ARQRESRUB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RRB
                 GO TO R1A
           END-READ.
           IF RRB-COMPET NOT = RBL-COMPET
              OR RRB-CHAPA NOT = RBL-CHAPA
              OR RRB-TIPO NOT = RBL-TIPO
               MOVE "S" TO W-EOF-RRB
               GO TO R1A.
           DELETE ARQRESRUB RECORD
           GO TO R1A.

      *---------[ UM DETALHE POR RUBRICA DA LISTA ]---------------------
       R2.
           MOVE ZEROS TO W-IND.
       R2A.
           ADD 1 TO W-IND
           IF W-IND > RBL-QTD OR W-IND > 40
               GO TO ROT-FIM.
           IF RBL-VALOR (W-IND) = ZEROS
               GO TO R2A.
           MOVE RBL-COMPET TO RRB-COMPET
           MOVE RBL-CHAPA TO RRB-CHAPA
           MOVE RBL-TIPO TO RRB-TIPO
           MOVE RBL-RUBRICA (W-IND) TO RRB-RUBRICA
           MOVE RBL-NATUREZA (W-IND) TO RRB-NATUREZA
           MOVE RBL-REFER (W-IND) TO RRB-REFER
           MOVE RBL-VALOR (W-IND) TO RRB-VALOR
           WRITE REGRESRUB
           IF ST-RRB = "22"
               READ ARQRESRUB
               ADD RBL-VALOR (W-IND) TO RRB-VALOR
               ADD RBL-REFER (W-IND) TO RRB-REFER
               REWRITE REGRESRUB
           ELSE
               IF ST-RRB NOT = "00"
                   MOVE "X" TO RBL-RESULT.
           GO TO R2A.

       ROT-FIM.
           CLOSE ARQRESRUB.
       ROT-FIM3.
           GOBACK.
