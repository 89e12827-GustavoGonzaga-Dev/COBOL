      *  PARCELA 2 (DEZEMBRO) = 13O INTEGRAL COM      *
      *  INSS/IRRF DA VIGENCIA EM CADTABIMP MENOS O   *
      *  ADIANTAMENTO. RESULTADOS GRAVADOS EM         *
      *  ARQRESFOL COM TIPO "13" E, RUBRICA A         *
      *  RUBRICA, EM ARQRESRUB (GRAVARUB).            *
      *  O SALARIO INCLUI A MEDIA DO ADICIONAL DE     *
      *  INSALUBRIDADE/PERICULOSIDADE PAGO NO ANO     *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 W-TOTCHAPAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTALPAGO    PIC 9(09)V99 VALUE ZEROS.
       01 W-RBL-PARAM.
           03 W-RBL-COMPET      PIC 9(06).
           03 W-RBL-CHAPA       PIC 9(06).
           03 W-RBL-TIPO        PIC X(02).
           03 W-RBL-QTD         PIC 9(02).
           03 W-RBL-ITEM OCCURS 40 TIMES.
              05 W-RBL-RUBRICA  PIC 9(03).
              05 W-RBL-NATUREZA PIC X(01).
              05 W-RBL-REFER    PIC 9(05)V99.
              05 W-RBL-VALOR    PIC 9(07)V99.
       01 W-RBL-RESULT   PIC X(01) VALUE SPACES.
      *---------[ MEDIA DO ADICIONAL INSALUB./PERICUL. (CALCADIC) ]-----
       01 W-MEDIAADIC    PIC 9(07)V99 VALUE ZEROS.
       01 W-ADL-PARAM.
           03 W-ADL-OPERACAO    PIC X(01).
           03 W-ADL-CHAPA       PIC 9(06).
           03 W-ADL-CARGO       PIC 9(03).
           03 W-ADL-SALARIO     PIC 9(07)V99.
           03 W-ADL-COMPET      PIC 9(06).
           03 W-ADL-MESES       PIC 9(02).
           03 W-ADL-TIPO        PIC X(01).
           03 W-ADL-GRAU        PIC 9(02).
           03 W-ADL-VALOR       PIC 9(07)V99.
           03 W-ADL-QTDMESES    PIC 9(02).
       01 W-ADL-RESULT   PIC X(01) VALUE SPACES.

      *---------[ TABELAS PADRAO - SOBREPOSTAS POR CADTABIMP ]---------
       01 TABINSS1.
       01 W-MAXFAIXAS    PIC 9(02) VALUE ZEROS.
       01 W-FAIXAS-LIDAS PIC 9(02) VALUE ZEROS.
       01 W-EOF-TAB      PIC X(01) VALUE "N".
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               COMPUTE W-COMPET = (W-ANO * 100) + 11
           ELSE
               COMPUTE W-COMPET = (W-ANO * 100) + 12.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA - NADA CALCULADO ***"
               GO TO ROT-FIM3.

       R0.
           OPEN INPUT ARQFUNC

           COMPUTE W-SALARIO ROUNDED =
               SALARIOBASE * TBNIVEL(NIVELSALARIAL)
      *---------[ MEDIA DO ADICIONAL NOS MESES JA FECHADOS DO ANO ]-----
           COMPUTE W-ADL-COMPET = W-COMPET - 1
           COMPUTE W-ADL-MESES = (W-COMPET - 1) - (W-ANO * 100)
           PERFORM MEDIA-ADICIONAL THRU MEDIA-ADICIONAL-FIM
           ADD W-MEDIAADIC TO W-SALARIO

      *---------[ AVOS: 12, OU PRO-RATA DO ANO DE ADMISSAO ]-----------
           IF ANOADM = W-ANO
           WRITE REGRESFOL
           IF ST-RES = "22"
               REWRITE REGRESFOL.
           PERFORM GRAVA-RUBRICAS THRU GRAVA-RUBRICAS-FIM.
       GRAVA-RESULTADO-FIM.
           EXIT.

      *---------[ DETALHE POR RUBRICA EM ARQRESRUB (GRAVARUB) ]---------
       GRAVA-RUBRICAS.
           MOVE W-COMPET TO W-RBL-COMPET
           MOVE CHAPA TO W-RBL-CHAPA
           MOVE "13" TO W-RBL-TIPO
           MOVE 4 TO W-RBL-QTD
           IF W-PARCELA = 1
               MOVE 1 TO W-RBL-QTD
               MOVE 011 TO W-RBL-RUBRICA (1)
               MOVE "P" TO W-RBL-NATUREZA (1)
               MOVE W-AVOS TO W-RBL-REFER (1)
               MOVE W-ADIANTAMENTO TO W-RBL-VALOR (1)
               GO TO GRAVA-RUBRICAS-1.
           MOVE 010 TO W-RBL-RUBRICA (1)
           MOVE "P" TO W-RBL-NATUREZA (1)
           MOVE W-AVOS TO W-RBL-REFER (1)
           MOVE W-VALOR13 TO W-RBL-VALOR (1)
           MOVE 053 TO W-RBL-RUBRICA (2)
           MOVE "D" TO W-RBL-NATUREZA (2)
           MOVE ZEROS TO W-RBL-REFER (2)
           MOVE W-VALORINSS TO W-RBL-VALOR (2)
           MOVE 054 TO W-RBL-RUBRICA (3)
           MOVE "D" TO W-RBL-NATUREZA (3)
           MOVE ZEROS TO W-RBL-REFER (3)
           MOVE W-VALORIRRF TO W-RBL-VALOR (3)
           MOVE 060 TO W-RBL-RUBRICA (4)
           MOVE "D" TO W-RBL-NATUREZA (4)
           MOVE ZEROS TO W-RBL-REFER (4)
           MOVE W-ADIANTAMENTO TO W-RBL-VALOR (4).
       GRAVA-RUBRICAS-1.
           CALL "GRAVARUB" USING W-RBL-PARAM W-RBL-RESULT
           IF W-RBL-RESULT NOT = "O"
               DISPLAY CHAPA "  *** RUBRICAS NAO GRAVADAS EM"
                   " ARQRESRUB ***".
       GRAVA-RUBRICAS-FIM.
           EXIT.

      *---------[ INSS SOBRE O 13O INTEGRAL ]---------------------------
       CALCULA-INSS.
           MOVE W-VALOR13 TO W-BASEINSS
           GO TO CARREGA-TABELA-5.
       CARREGA-TABELA-FIM.
           EXIT.

      *---------[ MEDIA DO ADICIONAL INSALUB./PERICUL. ]----------------
      *  MEDIA DAS RUBRICAS 008/009 DA FOLHA MENSAL NOS MESES   *
      *  PEDIDOS (W-ADL-COMPET E W-ADL-MESES); SEM FOLHA NO     *
      *  PERIODO, O ADICIONAL CORRENTE DA TABELA CADADICIONAL   *
       MEDIA-ADICIONAL.
           MOVE ZEROS TO W-MEDIAADIC
           MOVE "M" TO W-ADL-OPERACAO
           MOVE CHAPA TO W-ADL-CHAPA
           MOVE CODIGOCARG TO W-ADL-CARGO
           MOVE W-SALARIO TO W-ADL-SALARIO
           CALL "CALCADIC" USING W-ADL-PARAM W-ADL-RESULT
           IF W-ADL-RESULT = "O" AND W-ADL-QTDMESES > ZEROS
               MOVE W-ADL-VALOR TO W-MEDIAADIC
               GO TO MEDIA-ADICIONAL-FIM.
           MOVE "C" TO W-ADL-OPERACAO
           CALL "CALCADIC" USING W-ADL-PARAM W-ADL-RESULT
           IF W-ADL-RESULT = "O"
               MOVE W-ADL-VALOR TO W-MEDIAADIC.
       MEDIA-ADICIONAL-FIM.
           EXIT.
