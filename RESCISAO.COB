      *  PROPORCIONAIS, AMBAS COM 1/3 (INDENIZADAS,   *
      *  ISENTAS DE INSS/IRRF). INSS/IRRF DA          *
      *  VIGENCIA EM CADTABIMP SOBRE SALDO + 13O.     *
      *  IMPRIME O TERMO, GRAVA ARQRESFOL TIPO "RE"   *
      *  (E AS RUBRICAS EM ARQRESRUB VIA GRAVARUB),   *
      *  REGISTRA ARQRESCIS E DESATIVA A CHAPA EM     *
      *  ARQFUNC COM LOG EM ARQTRANSLOG.              *
      *  O SALDO INCLUI O ADICIONAL DE INSALUBRIDADE/ *
      *  PERICULOSIDADE DO MES; 13O E FERIAS USAM A   *
      *  MEDIA DELE NOS 12 MESES ANTERIORES.          *
      *  O MOTIVO DO DESLIGAMENTO (SJ/PD/JC/TE) SAI   *
      *  NO TERMO E FICA EM ARQRESCIS; CHAPA COM      *
      *  TERMINO DE EXPERIENCIA DECIDIDO EM EXPERIENC *
      *  ENTRA COM MOTIVO TE E A DATA DO TERMINO, E O *
      *  CONTRATO EM CADEXPER FICA RESCINDIDO.        *
      *  NA JUSTA CAUSA (JC) MOSTRA ANTES O HISTORICO *
      *  DISCIPLINAR DA CHAPA (CADDISCIP) E PEDE      *
      *  CONFIRMACAO                                  *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.

           SELECT CADEXPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXP-CHAPA
                    FILE STATUS  IS ST-EXP.

           SELECT CADDISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSC-KEY
                    FILE STATUS  IS ST-DSC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 RSC-IRRF          PIC 9(07)V99.
           03 RSC-LIQUIDO       PIC 9(07)V99.
           03 RSC-PENSAO        PIC 9(07)V99.
           03 RSC-MOTIVO        PIC X(02).

       FD CADPENSAO
            LABEL RECORD IS STANDARD
           03 TL-ANTES         PIC X(210).
           03 TL-DEPOIS        PIC X(210).
           03 TL-OPERADOR      PIC X(08).

      *---------[ CONTRATO DE EXPERIENCIA (EXPERIENC) ]-----------------
       FD CADEXPER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEXPER.DAT".
       01 REGEXPER.
           03 EXP-CHAPA         PIC 9(06).
           03 EXP-DATA-INI      PIC 9(08).
           03 EXP-DIAS1         PIC 9(03).
           03 EXP-DIAS2         PIC 9(03).
           03 EXP-FIM1          PIC 9(08).
           03 EXP-FIM2          PIC 9(08).
           03 EXP-SITUACAO      PIC X(01).
           03 EXP-DECISAO       PIC X(01).
           03 EXP-DATA-DECISAO  PIC 9(08).
           03 EXP-GESTOR        PIC X(30).
           03 EXP-DATA-TERMINO  PIC 9(08).
           03 EXP-OBS           PIC X(30).

      *---------[ ADVERTENCIA/SUSPENSAO (DISCIPLIN) ]-------------------
       FD CADDISCIP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDISCIP.DAT".
       01 REGDISCIP.
           03 DSC-KEY.
              05 DSC-CHAPA      PIC 9(06).
              05 DSC-SEQ        PIC 9(03).
           03 DSC-TIPO          PIC X(01).
           03 DSC-DATA          PIC 9(08).
           03 DSC-DATA-INI      PIC 9(08).
           03 DSC-DIAS          PIC 9(02).
           03 DSC-MOTIVO        PIC X(60).
           03 DSC-TEST-CHAPA    PIC 9(06).
           03 DSC-TESTEMUNHA    PIC X(30).
           03 DSC-DATA-REG      PIC 9(08).
           03 DSC-OPERADOR      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-BH          PIC X(02) VALUE "00".
       01 ST-BHM         PIC X(02) VALUE "00".
       01 W-VALBH        PIC 9(07)V99 VALUE ZEROS.
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
       01 W-ADICATUAL    PIC 9(07)V99 VALUE ZEROS.
       01 W-SALREF       PIC 9(07)V99 VALUE ZEROS.
       01 W-BH-HORAS     PIC S9(05)V99 VALUE ZEROS.
       01 W-BHM-SEQ      PIC 9(04) VALUE ZEROS.
       01 W-BHM-EOF      PIC X(01) VALUE "N".
       01 W-PEN-BASE     PIC 9(07)V99 VALUE ZEROS.
       01 W-EOF-PEN      PIC X(01) VALUE "N".
      *---------[ MOTIVO DO DESLIGAMENTO / CONTRATO DE EXPERIENCIA ]----
       01 ST-EXP         PIC X(02) VALUE "00".
       01 W-EXP-ACHOU    PIC X(01) VALUE "N".
       01 W-DATA-TE      PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO       PIC X(02) VALUE SPACES.
       01 ST-DSC         PIC X(02) VALUE "00".
       01 W-EOF-DSC      PIC X(01) VALUE "N".
       01 W-QTD-DSC      PIC 9(03) VALUE ZEROS.

       01 TABMOTIVO1.
          03 FILLER     PIC X(30) VALUE "SJSEM JUSTA CAUSA".
          03 FILLER     PIC X(30) VALUE "PDPEDIDO DE DEMISSAO".
          03 FILLER     PIC X(30) VALUE "JCJUSTA CAUSA".
          03 FILLER     PIC X(30) VALUE "TETERMINO DE EXPERIENCIA".
      *
       01 TABMOTIVO REDEFINES TABMOTIVO1.
          03 TBMOTIVO   PIC X(30) OCCURS 4 TIMES.
      *
       01 TXTMOTIVO.
          03 TXTMOTIVO1 PIC X(02) VALUE SPACES.
          03 TXTMOTIVO2 PIC X(28) VALUE SPACES.
       01 AUX            PIC 9(01) VALUE ZEROS.

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
               END-IF
           END-IF.

           OPEN I-O CADEXPER
           IF ST-EXP NOT = "00"
               MOVE "99" TO ST-EXP.

           OPEN INPUT CADDISCIP
           IF ST-DSC NOT = "00"
               MOVE "99" TO ST-DSC.

           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
               DISPLAY "*** NIVEL SALARIAL INVALIDO ***"
               GO TO R1.
           DISPLAY "FUNCIONARIO: " NOME
           DISPLAY "ADMISSAO: " DATAADMISSAO
           PERFORM LE-EXPERIENCIA THRU LE-EXPERIENCIA-FIM.

      *---------[ MOTIVO - TERMINO DECIDIDO EM EXPERIENC E TE ]---------
       R1B.
           IF W-EXP-ACHOU = "S" AND EXP-SITUACAO = "T"
               MOVE "TE" TO W-MOTIVO
               PERFORM TXT-MOTIVO THRU TXT-MOTIVO-FIM
               DISPLAY "TERMINO DE EXPERIENCIA DECIDIDO EM "
                   EXP-DATA-DECISAO " - GESTOR " EXP-GESTOR
               DISPLAY "MOTIVO: " W-MOTIVO " - " TXTMOTIVO2
               GO TO R2.
           DISPLAY "MOTIVO (SJ=SEM JUSTA CAUSA  PD=PEDIDO DE DEMISSAO"
           DISPLAY "        JC=JUSTA CAUSA  TE=TERMINO DE EXPERIENCIA)"
               ": " WITH NO ADVANCING
           ACCEPT W-MOTIVO
           PERFORM TXT-MOTIVO THRU TXT-MOTIVO-FIM
           IF TXTMOTIVO2 = SPACES
               DISPLAY "*** MOTIVO INVALIDO ***"
               GO TO R1B.
           IF W-MOTIVO = "TE" AND W-EXP-ACHOU NOT = "S"
               DISPLAY "*** CHAPA SEM CONTRATO DE EXPERIENCIA EM"
                   " CURSO ***"
               GO TO R1B.
           IF W-MOTIVO NOT = "JC"
               GO TO R2.
           PERFORM HISTORICO-DISCIPLINAR THRU HISTORICO-DISCIPLINAR-FIM
           DISPLAY "CONFIRMA A JUSTA CAUSA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1B.

       R2.
           IF W-MOTIVO = "TE"
               DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD, 0 = "
                   W-DATA-TE "): " WITH NO ADVANCING
               ACCEPT W-DATA-DEM
               IF W-DATA-DEM = ZEROS
                   MOVE W-DATA-TE TO W-DATA-DEM
               END-IF
           ELSE
               DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT W-DATA-DEM.
           IF W-DATA-DEM NOT NUMERIC OR W-DATA-DEM = ZEROS
               GO TO R2.
      *---------[ DATAADMISSAO E DDMMAAAA: RECOMPOE P/ COMPARAR ]-------
           COMPUTE W-SALARIO ROUNDED =
               SALARIOBASE * TBNIVEL(NIVELSALARIAL)

      *---------[ ADICIONAL DO MES E MEDIA DOS 12 MESES ANTERIORES ]----
           MOVE ZEROS TO W-ADICATUAL
           MOVE "C" TO W-ADL-OPERACAO
           MOVE W-CHAPA TO W-ADL-CHAPA
           MOVE CODIGOCARG TO W-ADL-CARGO
           MOVE W-SALARIO TO W-ADL-SALARIO
           CALL "CALCADIC" USING W-ADL-PARAM W-ADL-RESULT
           IF W-ADL-RESULT = "O"
               MOVE W-ADL-VALOR TO W-ADICATUAL.
           IF W-MES-DEM = 1
               COMPUTE W-ADL-COMPET = ((W-ANO-DEM - 1) * 100) + 12
           ELSE
               COMPUTE W-ADL-COMPET = W-COMPET - 1.
           MOVE 12 TO W-ADL-MESES
           PERFORM MEDIA-ADICIONAL THRU MEDIA-ADICIONAL-FIM
           COMPUTE W-SALREF = W-SALARIO + W-MEDIAADIC

      *---------[ SALDO DE SALARIO DOS DIAS TRABALHADOS ]---------------
           COMPUTE W-SALDO-SAL ROUNDED =
               (W-SALARIO + W-ADICATUAL) * W-DIA-DEM / 30.

      *---------[ 13O PROPORCIONAL DO ANO DO DESLIGAMENTO ]-------------
           IF ANOADM = W-ANO-DEM
           IF W-DIA-DEM < 15 AND W-AVOS13 > ZEROS
               SUBTRACT 1 FROM W-AVOS13.
           COMPUTE W-13-PROP ROUNDED =
               W-SALREF * W-AVOS13 / 12.

      *---------[ FERIAS VENCIDAS: DIASRESTANTES EM ABERTO ]------------
           PERFORM SOMA-FERIAS-VENC THRU SOMA-FERIAS-VENC-FIM
           COMPUTE W-FERIAS-VENC ROUNDED =
               (W-SALREF * W-DIAS-VENC / 30) * 4 / 3.

      *---------[ FERIAS PROPORCIONAIS DO PERIODO CORRENTE ]------------
           COMPUTE W-MESES-TOT =
               MOVE ZEROS TO W-MESES-TOT.
           COMPUTE W-AVOS-FER = FUNCTION MOD (W-MESES-TOT, 12)
           COMPUTE W-FERIAS-PROP ROUNDED =
               (W-SALREF * W-AVOS-FER / 12) * 4 / 3.

      *---------[ SALDO DO BANCO DE HORAS QUITADO NA SAIDA ]------------
           PERFORM APURA-BANCOHORAS THRU APURA-BANCOHORAS-FIM
           DISPLAY "+=========== TERMO DE RESCISAO ============+"
           DISPLAY "! CHAPA: " W-CHAPA "  " NOME
           DISPLAY "! DESLIGAMENTO: " W-DATA-DEM
           DISPLAY "! MOTIVO: " W-MOTIVO " - " TXTMOTIVO2
           DISPLAY "! SALDO DE SALARIO (" W-DIA-DEM " DIAS): "
               W-SALDO-SAL
           DISPLAY "! 13O PROPORCIONAL (" W-AVOS13 " AVOS): "
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** RESCISAO DESCARTADA ***"
               GO TO R1.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA - NADA GRAVADO ***"
               GO TO R1.

           PERFORM QUITA-BANCOHORAS THRU QUITA-BANCOHORAS-FIM.

           WRITE REGRESFOL
           IF ST-RES = "22"
               REWRITE REGRESFOL.
           PERFORM GRAVA-RUBRICAS THRU GRAVA-RUBRICAS-FIM.

      *---------[ REGISTRO DA RESCISAO ]--------------------------------
           MOVE W-CHAPA TO RSC-CHAPA
           MOVE W-VALORIRRF TO RSC-IRRF
           MOVE W-LIQUIDO TO RSC-LIQUIDO
           MOVE W-VALPENSAO TO RSC-PENSAO
           MOVE W-MOTIVO TO RSC-MOTIVO
           WRITE REGRESCIS
           IF ST-RSC = "22"
               REWRITE REGRESCIS.
           PERFORM BAIXA-EXPERIENCIA THRU BAIXA-EXPERIENCIA-FIM.

      *---------[ DESATIVA A CHAPA COM LOG ]----------------------------
           MOVE "D" TO FUNCSTATUS
                   CLOSE CADBHMOV.
           IF ST-FER NOT = "99"
               CLOSE ARQFERIAS.
           IF ST-EXP NOT = "99"
               CLOSE CADEXPER.
           IF ST-DSC NOT = "99"
               CLOSE CADDISCIP.
       ROT-FIM3.
           STOP RUN.

      *---------[ CONTRATO DE EXPERIENCIA EM CURSO DA CHAPA ]-----------
      *  SITUACAO 1/2 (PERIODO CORRENTE) OU T (TERMINO DECIDIDO *
      *  PELO GESTOR); W-DATA-TE E A DATA PADRAO DO MOTIVO TE   *
       LE-EXPERIENCIA.
           MOVE "N" TO W-EXP-ACHOU
           MOVE SPACES TO W-MOTIVO
           MOVE ZEROS TO W-DATA-TE
           IF ST-EXP = "99"
               GO TO LE-EXPERIENCIA-FIM.
           MOVE W-CHAPA TO EXP-CHAPA
           READ CADEXPER
           IF ST-EXP NOT = "00"
               GO TO LE-EXPERIENCIA-FIM.
           IF EXP-SITUACAO = "1"
               MOVE EXP-FIM1 TO W-DATA-TE
           ELSE
               IF EXP-SITUACAO = "2"
                   MOVE EXP-FIM2 TO W-DATA-TE
               ELSE
                   IF EXP-SITUACAO = "T"
                       MOVE EXP-DATA-TERMINO TO W-DATA-TE
                   ELSE
                       GO TO LE-EXPERIENCIA-FIM.
           MOVE "S" TO W-EXP-ACHOU.
       LE-EXPERIENCIA-FIM.
           EXIT.

      *---------[ CONTRATO DE EXPERIENCIA RESCINDIDO ]------------------
       BAIXA-EXPERIENCIA.
           IF W-EXP-ACHOU NOT = "S"
               GO TO BAIXA-EXPERIENCIA-FIM.
           MOVE W-CHAPA TO EXP-CHAPA
           READ CADEXPER
           IF ST-EXP NOT = "00"
               GO TO BAIXA-EXPERIENCIA-FIM.
           MOVE "R" TO EXP-SITUACAO
           MOVE W-DATA-DEM TO EXP-DATA-TERMINO
           REWRITE REGEXPER.
       BAIXA-EXPERIENCIA-FIM.
           EXIT.

      *---------[ OCORRENCIAS DISCIPLINARES ANTES DA JUSTA CAUSA ]------
       HISTORICO-DISCIPLINAR.
           MOVE ZEROS TO W-QTD-DSC
           IF ST-DSC = "99"
               DISPLAY "*** CADDISCIP AUSENTE - SEM HISTORICO"
                   " DISCIPLINAR ***"
               GO TO HISTORICO-DISCIPLINAR-FIM.
           DISPLAY "HISTORICO DISCIPLINAR DA CHAPA:"
           MOVE "N" TO W-EOF-DSC
           MOVE W-CHAPA TO DSC-CHAPA
           MOVE ZEROS TO DSC-SEQ
           START CADDISCIP KEY IS NOT LESS DSC-KEY
               INVALID KEY MOVE "S" TO W-EOF-DSC.
       HISTORICO-DISCIPLINAR-1.
           IF W-EOF-DSC = "S"
               GO TO HISTORICO-DISCIPLINAR-2.
           READ CADDISCIP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-DSC
                 GO TO HISTORICO-DISCIPLINAR-1
           END-READ.
           IF DSC-CHAPA NOT = W-CHAPA
               MOVE "S" TO W-EOF-DSC
               GO TO HISTORICO-DISCIPLINAR-1.
           IF DSC-TIPO = "S"
               DISPLAY "  " DSC-DATA "  SUSPENSAO " DSC-DIAS
                   " DIAS  " DSC-MOTIVO
           ELSE
               DISPLAY "  " DSC-DATA "  ADVERTENCIA   " DSC-MOTIVO.
           ADD 1 TO W-QTD-DSC
           GO TO HISTORICO-DISCIPLINAR-1.
       HISTORICO-DISCIPLINAR-2.
           IF W-QTD-DSC = ZEROS
               DISPLAY "*** CHAPA SEM ADVERTENCIA OU SUSPENSAO"
                   " REGISTRADA ***".
       HISTORICO-DISCIPLINAR-FIM.
           EXIT.

       TXT-MOTIVO.
           MOVE 1 TO AUX.
       TXT-MOTIVO-1.
           MOVE TBMOTIVO (AUX) TO TXTMOTIVO
           IF TXTMOTIVO1 NOT = W-MOTIVO
               ADD 1 TO AUX
               IF AUX < 5
                   GO TO TXT-MOTIVO-1
               ELSE
                   MOVE SPACES TO TXTMOTIVO2.
       TXT-MOTIVO-FIM.
           EXIT.

      *---------[ DETALHE POR RUBRICA EM ARQRESRUB (GRAVARUB) ]---------
       GRAVA-RUBRICAS.
           MOVE W-COMPET TO W-RBL-COMPET
           MOVE W-CHAPA TO W-RBL-CHAPA
           MOVE "RE" TO W-RBL-TIPO
           MOVE 8 TO W-RBL-QTD
           MOVE 030 TO W-RBL-RUBRICA (1)
           MOVE "P" TO W-RBL-NATUREZA (1)
           MOVE W-DIA-DEM TO W-RBL-REFER (1)
           MOVE W-SALDO-SAL TO W-RBL-VALOR (1)
           MOVE 031 TO W-RBL-RUBRICA (2)
           MOVE "P" TO W-RBL-NATUREZA (2)
           MOVE W-AVOS13 TO W-RBL-REFER (2)
           MOVE W-13-PROP TO W-RBL-VALOR (2)
           MOVE 032 TO W-RBL-RUBRICA (3)
           MOVE "P" TO W-RBL-NATUREZA (3)
           MOVE W-DIAS-VENC TO W-RBL-REFER (3)
           MOVE W-FERIAS-VENC TO W-RBL-VALOR (3)
           MOVE 033 TO W-RBL-RUBRICA (4)
           MOVE "P" TO W-RBL-NATUREZA (4)
           MOVE W-AVOS-FER TO W-RBL-REFER (4)
           MOVE W-FERIAS-PROP TO W-RBL-VALOR (4)
           MOVE 034 TO W-RBL-RUBRICA (5)
           MOVE "P" TO W-RBL-NATUREZA (5)
           MOVE W-BH-HORAS TO W-RBL-REFER (5)
           MOVE W-VALBH TO W-RBL-VALOR (5)
           MOVE 053 TO W-RBL-RUBRICA (6)
           MOVE "D" TO W-RBL-NATUREZA (6)
           MOVE ZEROS TO W-RBL-REFER (6)
           MOVE W-VALORINSS TO W-RBL-VALOR (6)
           MOVE 054 TO W-RBL-RUBRICA (7)
           MOVE "D" TO W-RBL-NATUREZA (7)
           MOVE ZEROS TO W-RBL-REFER (7)
           MOVE W-VALORIRRF TO W-RBL-VALOR (7)
           MOVE 055 TO W-RBL-RUBRICA (8)
           MOVE "D" TO W-RBL-NATUREZA (8)
           MOVE ZEROS TO W-RBL-REFER (8)
           MOVE W-VALPENSAO TO W-RBL-VALOR (8)
           CALL "GRAVARUB" USING W-RBL-PARAM W-RBL-RESULT
           IF W-RBL-RESULT NOT = "O"
               DISPLAY W-CHAPA "  *** RUBRICAS NAO GRAVADAS EM"
                   " ARQRESRUB ***".
       GRAVA-RUBRICAS-FIM.
           EXIT.

      *---------[ SALDO DO BANCO DE HORAS NA SAIDA ]--------------------
      *  SALDO POSITIVO E PAGO AO VALOR DE SALARIO/220 POR HORA  *
      *  E ZERADO NA CONFIRMACAO (QUITA-BANCOHORAS); SALDO       *
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
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
