       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLRCALC.
      ***********************************************
      *  PARTICIPACAO NOS LUCROS E RESULTADOS (PLR) - *
      *  RATEIA O VALOR TOTAL INFORMADO ENTRE AS      *
      *  CHAPAS ATIVAS ADMITIDAS ATE O FIM DO         *
      *  ANO-BASE, EM PARTES IGUAIS OU PROPORCIONAL   *
      *  AO SALARIO (SALARIOBASE X NIVELSALARIAL),    *
      *  SEMPRE PRO-RATA PELOS MESES TRABALHADOS NO   *
      *  ANO-BASE (AVOS DESDE A DATAADMISSAO, COMO NO *
      *  13O) MENOS OS DIAS AFASTADOS EM CADAFAST     *
      *  (DOENCA: SO DEPOIS DOS 15 PRIMEIROS DIAS).   *
      *  IRRF PELA TABELA EXCLUSIVA DA PLR (CADTABIMP *
      *  TIPO P, VIGENTE NO PAGAMENTO), SOBRE A SOMA  *
      *  DAS PLR PAGAS NO ANO MENOS O IRRF JA RETIDO; *
      *  SEM INSS E SEM FGTS. O RESULTADO VAI PARA    *
      *  ARQRESFOL COM TIPO "PL" NA COMPETENCIA DO    *
      *  PAGAMENTO (RUBRICAS 012 E 062 EM ARQRESRUB)  *
      *  PARA SALARIOBANCO E INFRENDIM. A OPCAO DE    *
      *  SIMULACAO SO LISTA, SEM GRAVAR               *
      *  COM A COMPETENCIA DO PAGAMENTO FECHADA NA    *
      *  FOLHA (MODULO FOL DE CADPERIODO, VIA         *
      *  CONSPERIODO) SO A SIMULACAO RODA             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                    FILE STATUS  IS ST-CARG.

           SELECT CADTABIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TAB-KEY
                    FILE STATUS  IS ST-TAB.

           SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-KEY
                    FILE STATUS  IS ST-AFA.

           SELECT ARQRESFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-KEY
                    FILE STATUS  IS ST-RES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO              PIC X(01).
           03 GENERO            PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 DATAADMISSAO      PIC 9(08).
           03 DTADMISSAO REDEFINES DATAADMISSAO.
            05 DIAADM               PIC 9(02).
            05 MESADM               PIC 9(02).
            05 ANOADM               PIC 9(04).

       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).

       FD CADTABIMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTABIMP.DAT".
       01 REGTABIMP.
           03 TAB-KEY.
              05 TAB-TIPO       PIC X(01).
              05 TAB-VIGENCIA   PIC 9(08).
              05 TAB-FAIXA      PIC 9(02).
           03 TAB-LIMITE        PIC 9(07)V99.
           03 TAB-ALIQUOTA      PIC 9(02)V9999.
           03 TAB-PARCELA       PIC 9(05)V99.

       FD CADAFAST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
           03 AFA-KEY.
              05 AFA-CHAPA      PIC 9(06).
              05 AFA-SEQ        PIC 9(02).
           03 AFA-TIPO          PIC X(02).
           03 AFA-DATA-INI      PIC 9(08).
           03 AFA-PREV-RET      PIC 9(08).
           03 AFA-DATA-RET      PIC 9(08).
           03 AFA-SITUACAO      PIC X(01).

       FD ARQRESFOL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRESFOL.DAT".
       01 REGRESFOL.
           03 RES-KEY.
            05 RES-COMPET        PIC 9(06).
            05 RES-CHAPA         PIC 9(06).
            05 RES-TIPO          PIC X(02).
           03 RES-CODDEP        PIC 9(03).
           03 RES-CODIGOCARG    PIC 9(03).
           03 RES-BRUTO         PIC 9(07)V99.
           03 RES-INSS          PIC 9(07)V99.
           03 RES-IRRF          PIC 9(07)V99.
           03 RES-SALFAM-QTD    PIC 9(02).
           03 RES-SALFAM-VAL    PIC 9(05)V99.
           03 RES-HORAEXTRA     PIC 9(07)V99.
           03 RES-DESCFALTA     PIC 9(07)V99.
           03 RES-EMPRESTIMO    PIC 9(07)V99.
           03 RES-VALETRANSP    PIC 9(07)V99.
           03 RES-PLANOSAUDE    PIC 9(07)V99.
           03 RES-FGTS          PIC 9(07)V99.
           03 RES-LIQUIDO       PIC 9(07)V99.
           03 RES-PENSAO        PIC 9(07)V99.
           03 RES-MULTA         PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 ST-TAB         PIC X(02) VALUE "00".
       01 ST-AFA         PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 W-MODO         PIC 9(01) VALUE ZEROS.
       01 W-CRITERIO     PIC 9(01) VALUE ZEROS.
       01 W-ANO          PIC 9(04) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPETX REDEFINES W-COMPET.
           03 W-ANO-PGTO     PIC 9(04).
           03 W-MES-PGTO     PIC 9(02).
       01 W-COMPET-ANT   PIC 9(06) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-VALTOTAL     PIC 9(09)V99 VALUE ZEROS.
       01 W-SALARIO      PIC 9(07)V99 VALUE ZEROS.
       01 W-AVOS         PIC 9(02) VALUE ZEROS.
       01 W-DIAS-AFAST   PIC 9(03) VALUE ZEROS.
       01 W-DIAS-EFET    PIC 9(03) VALUE ZEROS.
       01 W-PESO         PIC 9(11)V99 VALUE ZEROS.
       01 W-SOMAPESOS    PIC 9(15)V99 VALUE ZEROS.
       01 W-VALPLR       PIC 9(07)V99 VALUE ZEROS.
       01 W-PLR-ANT      PIC 9(07)V99 VALUE ZEROS.
       01 W-IRRF-ANT     PIC 9(07)V99 VALUE ZEROS.
       01 W-BASEIRRF     PIC 9(07)V99 VALUE ZEROS.
       01 W-VALORIRRF    PIC S9(07)V99 VALUE ZEROS.
       01 W-LIQUIDO      PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTCHAPAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTRATEADO   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRRF      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIQUIDO   PIC 9(09)V99 VALUE ZEROS.
       01 W-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 W-EOF-AFA      PIC X(01) VALUE "N".
      *---------[ LIMITES DO ANO-BASE EM DIAS CORRIDOS ]----------------
       01 W-DATA-AUX     PIC 9(08) VALUE ZEROS.
       01 W-INT-PINI     PIC 9(07) VALUE ZEROS.
       01 W-INT-PFIM     PIC 9(07) VALUE ZEROS.
       01 W-INT-AINI     PIC 9(07) VALUE ZEROS.
       01 W-INT-AFIM     PIC 9(07) VALUE ZEROS.
       01 W-DIAS-OVL     PIC S9(07) VALUE ZEROS.
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

      *---------[ TABELA EXCLUSIVA DA PLR - SOBREPOSTA POR CADTABIMP ]--
       01 TABPLR1.
           03 FILLER PIC 9(07)V99 VALUE 7407,11.
           03 FILLER PIC 9(02)V9999 VALUE 00,0000.
           03 FILLER PIC 9(05)V99 VALUE 00000,00.
           03 FILLER PIC 9(07)V99 VALUE 9922,28.
           03 FILLER PIC 9(02)V9999 VALUE 07,5000.
           03 FILLER PIC 9(05)V99 VALUE 00555,53.
           03 FILLER PIC 9(07)V99 VALUE 13167,00.
           03 FILLER PIC 9(02)V9999 VALUE 15,0000.
           03 FILLER PIC 9(05)V99 VALUE 01299,70.
           03 FILLER PIC 9(07)V99 VALUE 16380,38.
           03 FILLER PIC 9(02)V9999 VALUE 22,5000.
           03 FILLER PIC 9(05)V99 VALUE 02287,23.
           03 FILLER PIC 9(07)V99 VALUE 9999999,99.
           03 FILLER PIC 9(02)V9999 VALUE 27,5000.
           03 FILLER PIC 9(05)V99 VALUE 03106,25.
      *
       01 TABPLR REDEFINES TABPLR1.
           03 FAIXA-PLR OCCURS 5 TIMES.
               05 LIMITE-PLR    PIC 9(07)V99.
               05 ALIQUOTA-PLR  PIC 9(02)V9999.
               05 PARCELA-PLR   PIC 9(05)V99.

      *---------[ MULTIPLICADOR POR NIVEL SALARIAL ]-------------------
       01 TABNIVEL.
           03 FILLER PIC 9(01)V99 VALUE 1,00.
           03 FILLER PIC 9(01)V99 VALUE 1,10.
           03 FILLER PIC 9(01)V99 VALUE 1,20.
           03 FILLER PIC 9(01)V99 VALUE 1,35.
           03 FILLER PIC 9(01)V99 VALUE 1,50.
           03 FILLER PIC 9(01)V99 VALUE 1,70.
           03 FILLER PIC 9(01)V99 VALUE 1,90.
           03 FILLER PIC 9(01)V99 VALUE 2,10.
           03 FILLER PIC 9(01)V99 VALUE 2,40.
           03 FILLER PIC 9(01)V99 VALUE 2,80.

       01 TABNIVELX REDEFINES TABNIVEL.
           03 TBNIVEL PIC 9(01)V99 OCCURS 10 TIMES.

      *---------[ CARGA DA TABELA VIGENTE (COMO EM FOLPAG) ]-----------
       01 W-CORTE-VIG    PIC 9(08) VALUE ZEROS.
       01 W-MELHOR-VIG   PIC 9(08) VALUE ZEROS.
       01 W-FAIXAS-LIDAS PIC 9(02) VALUE ZEROS.
       01 W-EOF-TAB      PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R00.
           DISPLAY "*** PARTICIPACAO NOS LUCROS E RESULTADOS ***"
           DISPLAY "ANO-BASE DA PLR (AAAA): " WITH NO ADVANCING
           ACCEPT W-ANO
           IF W-ANO NOT NUMERIC OR W-ANO = ZEROS
               GO TO R00.
       R00B.
           DISPLAY "COMPETENCIA DO PAGAMENTO (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-MES-PGTO < 1
              OR W-MES-PGTO > 12
               GO TO R00B.
           IF W-ANO-PGTO < W-ANO
               DISPLAY "*** PAGAMENTO ANTES DO ANO-BASE ***"
               GO TO R00B.
       R00C.
           DISPLAY "VALOR TOTAL A DISTRIBUIR: " WITH NO ADVANCING
           ACCEPT W-VALTOTAL
           IF W-VALTOTAL NOT NUMERIC OR W-VALTOTAL = ZEROS
               GO TO R00C.
       R00D.
           DISPLAY "CRITERIO (1=PARTES IGUAIS 2=PROPORCIONAL AO"
               " SALARIO): " WITH NO ADVANCING
           ACCEPT W-CRITERIO
           IF W-CRITERIO NOT = 1 AND W-CRITERIO NOT = 2
               GO TO R00D.
       R00E.
           DISPLAY "1=SIMULAR  2=CALCULAR E GRAVAR: " WITH NO ADVANCING
           ACCEPT W-MODO
           IF W-MODO NOT = 1 AND W-MODO NOT = 2
               GO TO R00E.
           IF W-MODO = 2
               MOVE "FOL" TO W-CPR-MODULO
               COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
               IF W-CPR-RESULT = "F"
                   DISPLAY "*** COMPETENCIA " W-COMPET
                       " FECHADA NA FOLHA - NADA GRAVADO ***"
                   GO TO ROT-FIM3.

       R0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               GO TO ROT-FIM3.

       R0B.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCARG"
               CLOSE ARQFUNC
               GO TO ROT-FIM3.

       R0C.
           OPEN I-O ARQRESFOL
           IF ST-RES NOT = "00"
              IF ST-RES = "30"
                 OPEN OUTPUT ARQRESFOL
                 CLOSE ARQRESFOL
                 GO TO R0C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRESFOL"
                 CLOSE ARQFUNC
                 CLOSE ARQCARG
                 GO TO ROT-FIM3.

           OPEN INPUT CADAFAST
           IF ST-AFA NOT = "00"
               MOVE "99" TO ST-AFA.

           PERFORM CARREGA-TABELA THRU CARREGA-TABELA-FIM

           COMPUTE W-DATA-AUX = (W-ANO * 10000) + 0101
           COMPUTE W-INT-PINI = FUNCTION INTEGER-OF-DATE (W-DATA-AUX)
           COMPUTE W-DATA-AUX = (W-ANO * 10000) + 1231
           COMPUTE W-INT-PFIM = FUNCTION INTEGER-OF-DATE (W-DATA-AUX).

      *---------[ 1A PASSADA: SOMA DOS PESOS DAS CHAPAS ELEGIVEIS ]-----
       R1.
           MOVE ZEROS TO W-SOMAPESOS.
       R1A.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO R1B
           END-READ.
           PERFORM CALCULA-PESO THRU CALCULA-PESO-FIM
           ADD W-PESO TO W-SOMAPESOS
           GO TO R1A.
       R1B.
           IF W-SOMAPESOS = ZEROS
               DISPLAY "*** NENHUMA CHAPA ELEGIVEL NO ANO-BASE ***"
               GO TO ROT-FIM.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO ROT-FIM.
           DISPLAY "CHAPA  NOME                            MESES DIAS"
               "   PLR         IRRF       LIQUIDO".

      *---------[ 2A PASSADA: COTA, IRRF EXCLUSIVO E GRAVACAO ]---------
       R2.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO R-FIM-REL
           END-READ.
           PERFORM CALCULA-PESO THRU CALCULA-PESO-FIM
           IF W-PESO = ZEROS
               GO TO R2.
           COMPUTE W-VALPLR ROUNDED =
               W-VALTOTAL * W-PESO / W-SOMAPESOS
           IF W-VALPLR = ZEROS
               GO TO R2.

           PERFORM SOMA-PLR-ANO THRU SOMA-PLR-ANO-FIM
           PERFORM CALCULA-IRRF THRU CALCULA-IRRF-FIM
           COMPUTE W-LIQUIDO = W-VALPLR - W-VALORIRRF

           DISPLAY CHAPA "  " NOME "  " W-AVOS "   " W-DIAS-AFAST
               "  " W-VALPLR "  " W-VALORIRRF "  " W-LIQUIDO
           IF W-MODO = 2
               PERFORM GRAVA-RESULTADO THRU GRAVA-RESULTADO-FIM.

           ADD 1 TO W-TOTCHAPAS
           ADD W-VALPLR TO W-TOTRATEADO
           ADD W-VALORIRRF TO W-TOTIRRF
           ADD W-LIQUIDO TO W-TOTLIQUIDO
           GO TO R2.

       R-FIM-REL.
           COMPUTE W-DIFERENCA = W-VALTOTAL - W-TOTRATEADO
           DISPLAY " "
           DISPLAY "CHAPAS CONTEMPLADAS............: " W-TOTCHAPAS
           DISPLAY "TOTAL RATEADO..................: " W-TOTRATEADO
           DISPLAY "DIFERENCA DE ARREDONDAMENTO....: " W-DIFERENCA
           DISPLAY "IRRF EXCLUSIVO RETIDO..........: " W-TOTIRRF
           DISPLAY "TOTAL LIQUIDO..................: " W-TOTLIQUIDO
           IF W-MODO = 1
               DISPLAY "*** SIMULACAO - NADA FOI GRAVADO ***"
           ELSE
               DISPLAY "CREDITO EM CONTA: SALARIOBANCO TIPO PL".

       ROT-FIM.
           CLOSE ARQFUNC
           CLOSE ARQCARG
           CLOSE ARQRESFOL
           IF ST-AFA NOT = "99"
               CLOSE CADAFAST.
       ROT-FIM3.
           STOP RUN.

      *---------[ PESO DA CHAPA NO RATEIO ]-----------------------------
      *  DIAS EFETIVOS = AVOS DO ANO-BASE X 30 MENOS OS DIAS    *
      *  AFASTADOS; PESO = DIAS EFETIVOS (PARTES IGUAIS) OU     *
      *  DIAS EFETIVOS X SALARIO (PROPORCIONAL). ZERO = FORA    *
       CALCULA-PESO.
           MOVE ZEROS TO W-PESO W-AVOS W-DIAS-AFAST W-DIAS-EFET
           IF FUNCSTATUS NOT = "A"
               GO TO CALCULA-PESO-FIM.
           IF ANOADM > W-ANO
               GO TO CALCULA-PESO-FIM.
           IF ANOADM = W-ANO
               COMPUTE W-AVOS = 12 - MESADM
               IF DIAADM <= 15
                   ADD 1 TO W-AVOS
               END-IF
           ELSE
               MOVE 12 TO W-AVOS.
           IF W-AVOS = ZEROS
               GO TO CALCULA-PESO-FIM.
           PERFORM SOMA-AFASTAMENTO THRU SOMA-AFASTAMENTO-FIM
           IF W-DIAS-AFAST NOT < W-AVOS * 30
               GO TO CALCULA-PESO-FIM.
           COMPUTE W-DIAS-EFET = (W-AVOS * 30) - W-DIAS-AFAST
           IF W-CRITERIO = 1
               MOVE W-DIAS-EFET TO W-PESO
               GO TO CALCULA-PESO-FIM.
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY CHAPA "  " NOME
                   "     *** CARGO NAO CADASTRADO ***"
               GO TO CALCULA-PESO-FIM.
           IF NIVELSALARIAL < 1 OR NIVELSALARIAL > 10
               DISPLAY CHAPA "  " NOME
                   "     *** NIVEL SALARIAL INVALIDO ***"
               GO TO CALCULA-PESO-FIM.
           COMPUTE W-SALARIO ROUNDED =
               SALARIOBASE * TBNIVEL(NIVELSALARIAL)
           COMPUTE W-PESO = W-SALARIO * W-DIAS-EFET.
       CALCULA-PESO-FIM.
           EXIT.

      *---------[ DIAS AFASTADOS DENTRO DO ANO-BASE (CADAFAST) ]--------
      *  MESMA REGRA DE FOLPAG: DOENCA (DO) SO CONTA DEPOIS DOS *
      *  15 DIAS PAGOS PELA EMPRESA; SEM RETORNO = ATE O FIM    *
       SOMA-AFASTAMENTO.
           IF ST-AFA = "99"
               GO TO SOMA-AFASTAMENTO-FIM.
           MOVE "N" TO W-EOF-AFA
           MOVE CHAPA TO AFA-CHAPA
           MOVE ZEROS TO AFA-SEQ
           START CADAFAST KEY IS NOT LESS AFA-KEY
               INVALID KEY MOVE "S" TO W-EOF-AFA.
       SOMA-AFASTAMENTO-1.
           IF W-EOF-AFA = "S"
               GO TO SOMA-AFASTAMENTO-2.
           READ CADAFAST NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-AFA
                 GO TO SOMA-AFASTAMENTO-1
           END-READ.
           IF AFA-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF-AFA
               GO TO SOMA-AFASTAMENTO-1.
           COMPUTE W-INT-AINI =
               FUNCTION INTEGER-OF-DATE (AFA-DATA-INI)
           IF AFA-TIPO = "DO"
               ADD 15 TO W-INT-AINI.
           IF AFA-DATA-RET = ZEROS
               MOVE W-INT-PFIM TO W-INT-AFIM
           ELSE
               COMPUTE W-INT-AFIM =
                   FUNCTION INTEGER-OF-DATE (AFA-DATA-RET) - 1.
           IF W-INT-AINI < W-INT-PINI
               MOVE W-INT-PINI TO W-INT-AINI.
           IF W-INT-AFIM > W-INT-PFIM
               MOVE W-INT-PFIM TO W-INT-AFIM.
           COMPUTE W-DIAS-OVL = W-INT-AFIM - W-INT-AINI + 1
           IF W-DIAS-OVL > ZEROS
               ADD W-DIAS-OVL TO W-DIAS-AFAST.
           GO TO SOMA-AFASTAMENTO-1.
       SOMA-AFASTAMENTO-2.
           IF W-DIAS-AFAST > 360
               MOVE 360 TO W-DIAS-AFAST.
       SOMA-AFASTAMENTO-FIM.
           EXIT.

      *---------[ PLR JA PAGA NO ANO DO PAGAMENTO (OUTRAS PARCELAS) ]---
       SOMA-PLR-ANO.
           MOVE ZEROS TO W-PLR-ANT W-IRRF-ANT
           COMPUTE W-COMPET-ANT = (W-ANO-PGTO * 100).
       SOMA-PLR-ANO-1.
           ADD 1 TO W-COMPET-ANT
           IF W-COMPET-ANT > (W-ANO-PGTO * 100) + 12
               GO TO SOMA-PLR-ANO-FIM.
           IF W-COMPET-ANT = W-COMPET
               GO TO SOMA-PLR-ANO-1.
           MOVE W-COMPET-ANT TO RES-COMPET
           MOVE CHAPA TO RES-CHAPA
           MOVE "PL" TO RES-TIPO
           READ ARQRESFOL
           IF ST-RES = "00"
               ADD RES-BRUTO TO W-PLR-ANT
               ADD RES-IRRF TO W-IRRF-ANT.
           GO TO SOMA-PLR-ANO-1.
       SOMA-PLR-ANO-FIM.
           EXIT.

      *---------[ IRRF PELA TABELA EXCLUSIVA SOBRE A PLR DO ANO ]-------
       CALCULA-IRRF.
           COMPUTE W-BASEIRRF = W-VALPLR + W-PLR-ANT
           MOVE 1 TO W-IND.
       CALCULA-IRRF-LOOP.
           IF W-IND > 5
               MOVE 5 TO W-IND
               GO TO CALCULA-IRRF-APLICA.
           IF W-BASEIRRF <= LIMITE-PLR(W-IND)
               GO TO CALCULA-IRRF-APLICA.
           ADD 1 TO W-IND
           GO TO CALCULA-IRRF-LOOP.
       CALCULA-IRRF-APLICA.
           COMPUTE W-VALORIRRF ROUNDED =
               (W-BASEIRRF * ALIQUOTA-PLR(W-IND) / 100) -
               PARCELA-PLR(W-IND) - W-IRRF-ANT
           IF W-VALORIRRF NOT NUMERIC OR W-VALORIRRF < 0
               MOVE ZEROS TO W-VALORIRRF.
       CALCULA-IRRF-FIM.
           EXIT.

      *---------[ GRAVA EM ARQRESFOL COM TIPO "PL" ]--------------------
       GRAVA-RESULTADO.
           MOVE W-COMPET TO RES-COMPET
           MOVE CHAPA TO RES-CHAPA
           MOVE "PL" TO RES-TIPO
           MOVE CODDEP TO RES-CODDEP
           MOVE CODIGOCARG TO RES-CODIGOCARG
           MOVE W-VALPLR TO RES-BRUTO
           MOVE W-VALORIRRF TO RES-IRRF
           MOVE ZEROS TO RES-INSS
                         RES-SALFAM-QTD RES-SALFAM-VAL
                         RES-HORAEXTRA RES-DESCFALTA
                         RES-EMPRESTIMO RES-VALETRANSP
                         RES-PLANOSAUDE RES-FGTS
                         RES-PENSAO RES-MULTA
           MOVE W-LIQUIDO TO RES-LIQUIDO
           WRITE REGRESFOL
           IF ST-RES = "22"
               REWRITE REGRESFOL.

           MOVE W-COMPET TO W-RBL-COMPET
           MOVE CHAPA TO W-RBL-CHAPA
           MOVE "PL" TO W-RBL-TIPO
           MOVE 2 TO W-RBL-QTD
           MOVE 012 TO W-RBL-RUBRICA (1)
           MOVE "P" TO W-RBL-NATUREZA (1)
           MOVE W-AVOS TO W-RBL-REFER (1)
           MOVE W-VALPLR TO W-RBL-VALOR (1)
           MOVE 062 TO W-RBL-RUBRICA (2)
           MOVE "D" TO W-RBL-NATUREZA (2)
           MOVE ZEROS TO W-RBL-REFER (2)
           MOVE W-VALORIRRF TO W-RBL-VALOR (2)
           CALL "GRAVARUB" USING W-RBL-PARAM W-RBL-RESULT
           IF W-RBL-RESULT NOT = "O"
               DISPLAY CHAPA "  *** RUBRICAS NAO GRAVADAS EM"
                   " ARQRESRUB ***".
       GRAVA-RESULTADO-FIM.
           EXIT.

      *---------[ CARREGA A TABELA P VIGENTE NO PAGAMENTO ]-------------
       CARREGA-TABELA.
           COMPUTE W-CORTE-VIG = (W-COMPET * 100) + 31
           OPEN INPUT CADTABIMP
           IF ST-TAB NOT = "00"
               DISPLAY "*** CADTABIMP AUSENTE - TABELA PLR PADRAO ***"
               GO TO CARREGA-TABELA-FIM.
           MOVE ZEROS TO W-MELHOR-VIG
           MOVE "N" TO W-EOF-TAB
           MOVE "P" TO TAB-TIPO
           MOVE ZEROS TO TAB-VIGENCIA TAB-FAIXA
           START CADTABIMP KEY IS NOT LESS TAB-KEY
               INVALID KEY MOVE "S" TO W-EOF-TAB.
       CARREGA-TABELA-1.
           IF W-EOF-TAB = "S"
               GO TO CARREGA-TABELA-2.
           READ CADTABIMP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-TAB
                 GO TO CARREGA-TABELA-1
           END-READ.
           IF TAB-TIPO NOT = "P"
               MOVE "S" TO W-EOF-TAB
               GO TO CARREGA-TABELA-1.
           IF TAB-VIGENCIA <= W-CORTE-VIG
               MOVE TAB-VIGENCIA TO W-MELHOR-VIG.
           GO TO CARREGA-TABELA-1.
       CARREGA-TABELA-2.
           IF W-MELHOR-VIG = ZEROS
               DISPLAY "*** SEM TABELA PLR EM CADTABIMP - PADRAO ***"
               GO TO CARREGA-TABELA-9.
           MOVE ZEROS TO W-FAIXAS-LIDAS
           MOVE "N" TO W-EOF-TAB
           MOVE "P" TO TAB-TIPO
           MOVE W-MELHOR-VIG TO TAB-VIGENCIA
           MOVE ZEROS TO TAB-FAIXA
           START CADTABIMP KEY IS NOT LESS TAB-KEY
               INVALID KEY MOVE "S" TO W-EOF-TAB.
       CARREGA-TABELA-3.
           IF W-EOF-TAB = "S"
               GO TO CARREGA-TABELA-4.
           READ CADTABIMP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-TAB
                 GO TO CARREGA-TABELA-3
           END-READ.
           IF TAB-TIPO NOT = "P"
              OR TAB-VIGENCIA NOT = W-MELHOR-VIG
               MOVE "S" TO W-EOF-TAB
               GO TO CARREGA-TABELA-3.
           IF W-FAIXAS-LIDAS >= 5
               GO TO CARREGA-TABELA-3.
           ADD 1 TO W-FAIXAS-LIDAS
           MOVE TAB-LIMITE TO LIMITE-PLR (W-FAIXAS-LIDAS)
           MOVE TAB-ALIQUOTA TO ALIQUOTA-PLR (W-FAIXAS-LIDAS)
           MOVE TAB-PARCELA TO PARCELA-PLR (W-FAIXAS-LIDAS)
           GO TO CARREGA-TABELA-3.
       CARREGA-TABELA-4.
           IF W-FAIXAS-LIDAS = ZEROS
               GO TO CARREGA-TABELA-9.
       CARREGA-TABELA-5.
           IF W-FAIXAS-LIDAS >= 5
               GO TO CARREGA-TABELA-9.
           ADD 1 TO W-FAIXAS-LIDAS
           MOVE 9999999,99 TO LIMITE-PLR (W-FAIXAS-LIDAS)
           MOVE ALIQUOTA-PLR (W-FAIXAS-LIDAS - 1)
               TO ALIQUOTA-PLR (W-FAIXAS-LIDAS)
           MOVE PARCELA-PLR (W-FAIXAS-LIDAS - 1)
               TO PARCELA-PLR (W-FAIXAS-LIDAS)
           GO TO CARREGA-TABELA-5.
       CARREGA-TABELA-9.
           CLOSE CADTABIMP.
       CARREGA-TABELA-FIM.
           EXIT.
