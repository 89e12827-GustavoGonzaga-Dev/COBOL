      *  DA VIGENCIA EM CADTABIMP SOBRE A PARTE       *
      *  TRIBUTAVEL. O PAGAMENTO DEVE SAIR ATE DOIS   *
      *  DIAS ANTES DO INICIO DO GOZO. RESULTADO      *
      *  GRAVADO EM ARQRESFOL COM TIPO "FE" E,        *
      *  RUBRICA A RUBRICA, EM ARQRESRUB (GRAVARUB).  *
      *  O SALARIO DE REFERENCIA INCLUI A MEDIA DO    *
      *  ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE    *
      *  DOS 12 MESES ANTERIORES                      *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-TERCO        PIC 9(07)V99 VALUE ZEROS.
       01 W-ABONO        PIC 9(07)V99 VALUE ZEROS.
       01 W-TERCOABONO   PIC 9(07)V99 VALUE ZEROS.
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
       01 W-BASETRIB     PIC 9(07)V99 VALUE ZEROS.
       01 W-BRUTOFER     PIC 9(07)V99 VALUE ZEROS.
       01 W-BASEINSS     PIC 9(07)V99 VALUE ZEROS.
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

           COMPUTE W-SALARIO ROUNDED =
               SALARIOBASE * TBNIVEL(NIVELSALARIAL)
      *---------[ MEDIA DO ADICIONAL NOS 12 MESES ANTES DO GOZO ]-------
           IF MES-INI = 1
               COMPUTE W-ADL-COMPET = ((ANO-INI - 1) * 100) + 12
           ELSE
               COMPUTE W-ADL-COMPET = W-COMPET - 1.
           MOVE 12 TO W-ADL-MESES
           PERFORM MEDIA-ADICIONAL THRU MEDIA-ADICIONAL-FIM
           ADD W-MEDIAADIC TO W-SALARIO
           COMPUTE W-VALORDIAS ROUNDED =
               W-SALARIO * DIASGOZADOS / 30
           COMPUTE W-TERCO ROUNDED = W-VALORDIAS / 3

           DISPLAY " "
           DISPLAY "SALARIO DE REFERENCIA....: " W-SALARIO
           IF W-MEDIAADIC > ZEROS
               DISPLAY "  (COM MEDIA DO ADICIONAL: " W-MEDIAADIC ")".
           DISPLAY "FERIAS (" DIASGOZADOS " DIAS)......: " W-VALORDIAS
           DISPLAY "1/3 CONSTITUCIONAL.......: " W-TERCO
           DISPLAY "ABONO (" W-DIASVENDIDOS " DIAS) + 1/3..: "
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** CALCULO DESCARTADO ***"
               GO TO R1.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA - NADA GRAVADO ***"
               GO TO R1.

           MOVE W-COMPET TO RES-COMPET
           MOVE W-CHAPA TO RES-CHAPA
           WRITE REGRESFOL
           IF ST-RES = "22"
               REWRITE REGRESFOL.
           PERFORM GRAVA-RUBRICAS THRU GRAVA-RUBRICAS-FIM
           DISPLAY "*** FERIAS GRAVADAS EM ARQRESFOL ***"
           GO TO R1.

       ROT-FIM3.
           STOP RUN.

      *---------[ DETALHE POR RUBRICA EM ARQRESRUB (GRAVARUB) ]---------
       GRAVA-RUBRICAS.
           MOVE W-COMPET TO W-RBL-COMPET
           MOVE W-CHAPA TO W-RBL-CHAPA
           MOVE "FE" TO W-RBL-TIPO
           MOVE 6 TO W-RBL-QTD
           MOVE 020 TO W-RBL-RUBRICA (1)
           MOVE "P" TO W-RBL-NATUREZA (1)
           MOVE DIASGOZADOS TO W-RBL-REFER (1)
           MOVE W-VALORDIAS TO W-RBL-VALOR (1)
           MOVE 021 TO W-RBL-RUBRICA (2)
           MOVE "P" TO W-RBL-NATUREZA (2)
           MOVE ZEROS TO W-RBL-REFER (2)
           MOVE W-TERCO TO W-RBL-VALOR (2)
           MOVE 022 TO W-RBL-RUBRICA (3)
           MOVE "P" TO W-RBL-NATUREZA (3)
           MOVE W-DIASVENDIDOS TO W-RBL-REFER (3)
           MOVE W-ABONO TO W-RBL-VALOR (3)
           MOVE 023 TO W-RBL-RUBRICA (4)
           MOVE "P" TO W-RBL-NATUREZA (4)
           MOVE ZEROS TO W-RBL-REFER (4)
           MOVE W-TERCOABONO TO W-RBL-VALOR (4)
           MOVE 053 TO W-RBL-RUBRICA (5)
           MOVE "D" TO W-RBL-NATUREZA (5)
           MOVE ZEROS TO W-RBL-REFER (5)
           MOVE W-VALORINSS TO W-RBL-VALOR (5)
           MOVE 054 TO W-RBL-RUBRICA (6)
           MOVE "D" TO W-RBL-NATUREZA (6)
           MOVE ZEROS TO W-RBL-REFER (6)
           MOVE W-VALORIRRF TO W-RBL-VALOR (6)
           CALL "GRAVARUB" USING W-RBL-PARAM W-RBL-RESULT
           IF W-RBL-RESULT NOT = "O"
               DISPLAY W-CHAPA "  *** RUBRICAS NAO GRAVADAS EM"
                   " ARQRESRUB ***".
       GRAVA-RUBRICAS-FIM.
           EXIT.

      *---------[ INSS SOBRE A REMUNERACAO DE FERIAS ]------------------
       CALCULA-INSS.
           MOVE W-BASETRIB TO W-BASEINSS
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
           MOVE W-CHAPA TO W-ADL-CHAPA
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
