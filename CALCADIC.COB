       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCADIC.
      ***********************************************
      *  SUBPROGRAMA DO ADICIONAL DE INSALUBRIDADE /  *
      *  PERICULOSIDADE DA CHAPA.                     *
      *  OPERACAO C (CORRENTE): PROCURA A CHAPA EM    *
      *  CADADICIONAL E, SEM ELA, O CARGO; DEVOLVE O  *
      *  TIPO (I=INSALUBRIDADE P=PERICULOSIDADE), O   *
      *  GRAU E O VALOR DO MES: INSALUBRIDADE = GRAU  *
      *  (10/20/40 PCT) DO SALARIO MINIMO DE CADPARAM *
      *  SALMINIMO; PERICULOSIDADE = 30 PCT DO        *
      *  SALARIO INFORMADO. CHAPA MARCADA N NAO TEM   *
      *  ADICIONAL MESMO COM O CARGO NA TABELA.       *
      *  OPERACAO M (MEDIA): MEDIA DAS RUBRICAS 008 E *
      *  009 PAGAS NA FOLHA MENSAL (ARQRESRUB TIPO    *
      *  FO) NOS N MESES ATE A COMPETENCIA, DIVIDIDA  *
      *  PELOS MESES COM FOLHA - BASE DE FERIAS, 13O  *
      *  E RESCISAO.                                  *
      *  RESULTADO: O=OK  X=ERRO DE ARQUIVO           *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADADICIONAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADC-KEY
                    FILE STATUS  IS ST-ADC.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT ARQRESRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RRB-KEY
                    FILE STATUS  IS ST-RRB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADADICIONAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADICIONAL.DAT".
       01 REGADICIONAL.
           03 ADC-KEY.
              05 ADC-TIPOREG    PIC X(01).
              05 ADC-CODIGO     PIC 9(06).
           03 ADC-ADICIONAL     PIC X(01).
           03 ADC-GRAU          PIC 9(02).
           03 ADC-DATA-ATU      PIC 9(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

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
       01 ST-ADC         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-RRB         PIC X(02) VALUE "00".
       01 W-EOF-RRB      PIC X(01) VALUE "N".
       01 W-TEVE-FOLHA   PIC X(01) VALUE "N".
      *---------[ SALARIO MINIMO - SOBREPOSTO POR SALMINIMO ]-----------
       01 W-SALMINIMO    PIC 9(07)V99 VALUE 1412,00.
       01 W-COMPET-LIDA  PIC 9(06) VALUE ZEROS.
       01 W-COMPETX REDEFINES W-COMPET-LIDA.
           03 W-ANO-LIDA     PIC 9(04).
           03 W-MES-LIDA     PIC 9(02).
       01 W-CONTA-MES    PIC 9(02) VALUE ZEROS.
       01 W-SOMA-ADIC    PIC 9(09)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 ADL-PARAM.
           03 ADL-OPERACAO      PIC X(01).
           03 ADL-CHAPA         PIC 9(06).
           03 ADL-CARGO         PIC 9(03).
           03 ADL-SALARIO       PIC 9(07)V99.
           03 ADL-COMPET        PIC 9(06).
           03 ADL-MESES         PIC 9(02).
           03 ADL-TIPO          PIC X(01).
           03 ADL-GRAU          PIC 9(02).
           03 ADL-VALOR         PIC 9(07)V99.
           03 ADL-QTDMESES      PIC 9(02).
       01 ADL-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ADL-PARAM ADL-RESULT.
       INICIO.
           MOVE "O" TO ADL-RESULT
           MOVE SPACES TO ADL-TIPO
           MOVE ZEROS TO ADL-GRAU ADL-VALOR ADL-QTDMESES
           IF ADL-OPERACAO = "M"
               GO TO M0.

      *---------[ ADICIONAL CORRENTE: CHAPA, SENAO CARGO ]--------------
       C0.
           OPEN INPUT CADADICIONAL
           IF ST-ADC NOT = "00"
               GO TO ROT-FIM3.
           MOVE "F" TO ADC-TIPOREG
           MOVE ADL-CHAPA TO ADC-CODIGO
           READ CADADICIONAL
           IF ST-ADC NOT = "00"
               MOVE "C" TO ADC-TIPOREG
               MOVE ADL-CARGO TO ADC-CODIGO
               READ CADADICIONAL
               IF ST-ADC NOT = "00"
                   GO TO C-FIM.
           IF ADC-ADICIONAL NOT = "I" AND ADC-ADICIONAL NOT = "P"
               GO TO C-FIM.
           MOVE ADC-ADICIONAL TO ADL-TIPO
           MOVE ADC-GRAU TO ADL-GRAU
           IF ADC-ADICIONAL = "P"
               COMPUTE ADL-VALOR ROUNDED =
                   ADL-SALARIO * ADC-GRAU / 100
               GO TO C-FIM.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "SALMINIMO" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-SALMINIMO
               END-IF
               CLOSE CADPARAM
           END-IF.
           COMPUTE ADL-VALOR ROUNDED = W-SALMINIMO * ADC-GRAU / 100.
       C-FIM.
           CLOSE CADADICIONAL
           GO TO ROT-FIM3.

      *---------[ MEDIA DOS ULTIMOS N MESES DA FOLHA MENSAL ]-----------
       M0.
           OPEN INPUT ARQRESRUB
           IF ST-RRB NOT = "00"
               IF ST-RRB NOT = "35"
                   MOVE "X" TO ADL-RESULT
               END-IF
               GO TO ROT-FIM3.
           MOVE ADL-COMPET TO W-COMPET-LIDA
           MOVE ZEROS TO W-CONTA-MES W-SOMA-ADIC.
       M1.
           IF W-CONTA-MES NOT < ADL-MESES
               GO TO M-FIM.
           ADD 1 TO W-CONTA-MES
           MOVE "N" TO W-EOF-RRB W-TEVE-FOLHA
           MOVE W-COMPET-LIDA TO RRB-COMPET
           MOVE ADL-CHAPA TO RRB-CHAPA
           MOVE "FO" TO RRB-TIPO
           MOVE ZEROS TO RRB-RUBRICA
           START ARQRESRUB KEY IS NOT LESS RRB-KEY
               INVALID KEY MOVE "S" TO W-EOF-RRB.
       M1A.
           IF W-EOF-RRB = "S"
               GO TO M1B.
           READ ARQRESRUB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RRB
                 GO TO M1A
           END-READ.
           IF RRB-COMPET NOT = W-COMPET-LIDA
              OR RRB-CHAPA NOT = ADL-CHAPA
              OR RRB-TIPO NOT = "FO"
               MOVE "S" TO W-EOF-RRB
               GO TO M1A.
           MOVE "S" TO W-TEVE-FOLHA
           IF RRB-RUBRICA = 008 OR RRB-RUBRICA = 009
               ADD RRB-VALOR TO W-SOMA-ADIC.
           GO TO M1A.
       M1B.
           IF W-TEVE-FOLHA = "S"
               ADD 1 TO ADL-QTDMESES.
           IF W-MES-LIDA = 1
               MOVE 12 TO W-MES-LIDA
               SUBTRACT 1 FROM W-ANO-LIDA
           ELSE
               SUBTRACT 1 FROM W-MES-LIDA.
           GO TO M1.
       M-FIM.
           IF ADL-QTDMESES > ZEROS
               COMPUTE ADL-VALOR ROUNDED =
                   W-SOMA-ADIC / ADL-QTDMESES.
           CLOSE ARQRESRUB.
       ROT-FIM3.
           GOBACK.
