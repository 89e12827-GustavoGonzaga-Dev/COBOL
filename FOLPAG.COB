      *  CADA EXECUCAO E CARIMBADA COM A COMPETENCIA  *
      *  (AAAAMM) INFORMADA PELO OPERADOR E O         *
      *  RESULTADO DE CADA CHAPA E GRAVADO EM         *
      *  ARQRESFOL (TIPO FO) E, RUBRICA A RUBRICA,    *
      *  EM ARQRESRUB (VIA GRAVARUB) - O HOLERITE E   *
      *  IMPRESSO POR HOLERITE.COB. RODAR DE NOVO A   *
      *  MESMA COMPETENCIA REGRAVA OS RESULTADOS.     *
      *  AS BASES DE INSS/IRRF/FGTS SOMAM AS          *
      *  RUBRICAS CONFORME A INCIDENCIA DE CADRUBRICA *
      *  E AS RUBRICAS LANCADAS PELO RH EM CADLANCRUB *
      *  ENTRAM NO BRUTO (PROVENTO) OU NO LIQUIDO     *
      *  (DESCONTO) DA CHAPA NA COMPETENCIA.          *
      *  O ADIANTAMENTO QUINZENAL JA PAGO (ARQRESFOL  *
      *  TIPO AD, GRAVADO POR ADIANTAM) E ABATIDO DO  *
      *  LIQUIDO NA RUBRICA 061.                      *
      *  O ADICIONAL DE INSALUBRIDADE (008) OU DE     *
      *  PERICULOSIDADE (009) DE CADADICIONAL ENTRA   *
      *  NO BRUTO E NAS BASES PELA INCIDENCIA.        *
      *  OS DIAS DE SUSPENSAO DISCIPLINAR (CADDISCIP) *
      *  E O DSR PERDIDO ENTRAM NAS FALTAS (051)      *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      *  OS TOTAIS SAEM CONSOLIDADOS E QUEBRADOS POR  *
      *  FILIAL PELA LOTACAO DA CHAPA EM CADFUNCFIL   *
      *  (SEM LOTACAO = 01, A MATRIZ).                *
      *  LIQUIDO NEGATIVO (DESCONTOS OU ADIANTAMENTO  *
      *  MAIORES QUE O BRUTO) E GRAVADO ZERADO E O    *
      *  SALDO DEVEDOR VAI PARA A RUBRICA INFORMATIVA *
      *  091, APONTADA POR CONFFOLHA                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS AFA-KEY
                    FILE STATUS  IS ST-AFA.

           SELECT CADDISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSC-KEY
                    FILE STATUS  IS ST-DSC.

           SELECT CADDISSIDIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MDC-KEY
                    FILE STATUS  IS ST-MDC.

           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.

           SELECT CADLANCRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LRB-KEY
                    FILE STATUS  IS ST-LRB.

           SELECT CADFUNCFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FFL-CHAPA
                    FILE STATUS  IS ST-FFL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 AFA-DATA-RET      PIC 9(08).
           03 AFA-SITUACAO      PIC X(01).

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

       FD CADDISSIDIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDISSIDIO.DAT".
              05 MDC-COMPET     PIC 9(06).
              05 MDC-CHAPA      PIC 9(06).
           03 MDC-VALOR         PIC 9(07)V99.

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

       FD CADLANCRUB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLANCRUB.DAT".
       01 REGLANCRUB.
           03 LRB-KEY.
              05 LRB-COMPET     PIC 9(06).
              05 LRB-CHAPA      PIC 9(06).
              05 LRB-RUBRICA    PIC 9(03).
           03 LRB-REFER         PIC 9(05)V99.
           03 LRB-VALOR         PIC 9(07)V99.
           03 LRB-DATA          PIC 9(08).

       FD CADFUNCFIL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUNCFIL.DAT".
       01 REGFUNCFIL.
           03 FFL-CHAPA         PIC 9(06).
           03 FFL-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-VALDISSIDIO  PIC 9(07)V99 VALUE ZEROS.
       01 ST-MDC         PIC X(02) VALUE "00".
       01 W-VALMULTA     PIC 9(07)V99 VALUE ZEROS.
       01 W-VALADIANT    PIC 9(07)V99 VALUE ZEROS.
       01 W-VALAFAST     PIC 9(07)V99 VALUE ZEROS.
       01 W-DIAS-AFAST   PIC 9(03) VALUE ZEROS.
       01 W-EOF-AFA      PIC X(01) VALUE "N".
       01 ST-DSC         PIC X(02) VALUE "00".
       01 W-EOF-DSC      PIC X(01) VALUE "N".
       01 W-DIAS-SUSP    PIC 9(03) VALUE ZEROS.
       01 W-SEMANAS      PIC 9(03) VALUE ZEROS.
       01 W-DOMINGOS     PIC 9(03) VALUE ZEROS.
       01 W-SEM-INI      PIC 9(09) VALUE ZEROS.
       01 W-SEM-FIM      PIC 9(09) VALUE ZEROS.
       01 W-DOM-FIM      PIC 9(09) VALUE ZEROS.
       01 W-INT-MINI     PIC 9(09) VALUE ZEROS.
       01 W-INT-MFIM     PIC 9(09) VALUE ZEROS.
       01 W-INT-AINI     PIC 9(09) VALUE ZEROS.
       01 W-BASEIRRF     PIC S9(07)V99 VALUE ZEROS.
       01 W-VALORIRRF    PIC S9(07)V99 VALUE ZEROS.
       01 W-VALORLIQUIDO PIC 9(07)V99 VALUE ZEROS.
       01 W-LIQ-CALC     PIC S9(07)V99 VALUE ZEROS.
       01 W-VALDEVEDOR   PIC 9(07)V99 VALUE ZEROS.
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 ST-RUB         PIC X(02) VALUE "00".
       01 ST-LRB         PIC X(02) VALUE "00".
       01 ST-FFL         PIC X(02) VALUE "99".
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
      *---------[ TOTAIS DA FOLHA POR FILIAL (CADFUNCFIL) ]-------------
       01 W-TAB-FIL.
           03 W-FIL-ENT OCCURS 99 TIMES.
              05 W-FIL-QTD       PIC 9(06).
              05 W-FIL-BRUTO     PIC 9(09)V99.
              05 W-FIL-DESCONTOS PIC 9(09)V99.
              05 W-FIL-LIQUIDO   PIC 9(09)V99.
              05 W-FIL-FGTS      PIC 9(09)V99.
       01 W-EOF-LRB      PIC X(01) VALUE "N".
       01 W-VALLANCP     PIC 9(07)V99 VALUE ZEROS.
       01 W-VALLANCD     PIC 9(07)V99 VALUE ZEROS.
       01 W-BASEFGTS     PIC 9(07)V99 VALUE ZEROS.
      *---------[ BASES DE INSS/IRRF/FGTS SOMADAS POR RUBRICA ]---------
       01 W-ACUM-INSS    PIC S9(07)V99 VALUE ZEROS.
       01 W-ACUM-IRRF    PIC S9(07)V99 VALUE ZEROS.
       01 W-ACUM-FGTS    PIC S9(07)V99 VALUE ZEROS.
       01 W-RUB-CODIGO   PIC 9(03) VALUE ZEROS.
       01 W-RUB-NATUREZA PIC X(01) VALUE SPACES.
       01 W-RUB-REFER    PIC 9(05)V99 VALUE ZEROS.
       01 W-RUB-VALOR    PIC 9(07)V99 VALUE ZEROS.
       01 W-RUB-INCIDE   PIC X(01) VALUE "N".
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
      *---------[ ADICIONAL INSALUBRIDADE/PERICULOSIDADE (CALCADIC) ]---
       01 W-VALADIC      PIC 9(07)V99 VALUE ZEROS.
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

      *---------[ VALOR DA COTA DE SALARIO-FAMILIA (PADRAO DE ]--------
      *  CONTINGENCIA - SOBREPOSTO PELO PARAMETRO SALFAMVAL DE  *

       01 TABNIVELX REDEFINES TABNIVEL.
           03 TBNIVEL PIC 9(01)V99 OCCURS 10 TIMES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA - NADA CALCULADO ***"
               GO TO ROT-FIM3.

       R0.
           OPEN INPUT ARQFUNC
           ELSE
               PERFORM LIMITES-COMPET THRU LIMITES-COMPET-FIM.

           OPEN INPUT CADDISCIP
           IF ST-DSC NOT = "00"
               MOVE "99" TO ST-DSC
           ELSE
               PERFORM LIMITES-COMPET THRU LIMITES-COMPET-FIM.

           OPEN INPUT CADDISSIDIO
           IF ST-DIS NOT = "00"
               MOVE "99" TO ST-DIS.
           IF ST-MDC NOT = "00"
               MOVE "99" TO ST-MDC.

           OPEN INPUT CADRUBRICA
           IF ST-RUB NOT = "00"
               MOVE "99" TO ST-RUB
               DISPLAY "*** CADRUBRICA AUSENTE - INCIDENCIA PADRAO E"
                   " SEM RUBRICAS LANCADAS ***".

           OPEN INPUT CADLANCRUB
           IF ST-LRB NOT = "00"
               MOVE "99" TO ST-LRB.

           OPEN INPUT CADFUNCFIL
           IF ST-FFL NOT = "00"
               MOVE "99" TO ST-FFL.
           MOVE ZEROS TO W-TAB-FIL.

           OPEN OUTPUT ARQFGTS
           IF ST-FGTS NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO FGTSREM.TXT"

      *---------[ EXTRAS E FALTAS DO PONTO (ARQPONTOM) ]----------------
           PERFORM LE-PONTO THRU LE-PONTO-FIM
           PERFORM DESCONTA-SUSPENSAO THRU DESCONTA-SUSPENSAO-FIM
           PERFORM LE-COMISSAO THRU LE-COMISSAO-FIM
           PERFORM LE-BHPAGTO THRU LE-BHPAGTO-FIM
           PERFORM LE-DISSIDIO THRU LE-DISSIDIO-FIM
           PERFORM LE-ADICIONAL THRU LE-ADICIONAL-FIM
           PERFORM DESCONTA-AFASTAMENTO
               THRU DESCONTA-AFASTAMENTO-FIM
           PERFORM RUBRICAS-DA-BASE THRU RUBRICAS-DA-BASE-FIM
           PERFORM LE-LANCAMENTOS THRU LE-LANCAMENTOS-FIM
           COMPUTE W-SALARIOBRUTO ROUNDED =
               W-SALARIOMES + W-VALHE + W-VALCOMISS + W-VALBHPAG
               + W-VALDISSIDIO + W-VALLANCP + W-VALADIC
               - W-VALFALTA - W-VALAFAST
           IF W-SALARIOBRUTO NOT NUMERIC OR W-SALARIOBRUTO < 0
               MOVE ZEROS TO W-SALARIOBRUTO.

           PERFORM DESCONTA-BENEFICIOS THRU DESCONTA-BENEFICIOS-FIM

           PERFORM LE-MULTADESC THRU LE-MULTADESC-FIM
      *---------[ LIQUIDO NEGATIVO E ZERADO E O SALDO DEVEDOR ]---------
      *  VAI PARA A RUBRICA INFORMATIVA 091 (CONFFOLHA APONTA)  *
           MOVE ZEROS TO W-VALDEVEDOR
           COMPUTE W-LIQ-CALC ROUNDED =
               W-SALARIOBRUTO + W-VALSALFAM
               - W-VALORINSS - W-VALORIRRF - W-VALPENSAO
               - W-VALEMPREST - W-VALVT - W-VALPLANO
               - W-VALMULTA - W-VALLANCD
           IF W-LIQ-CALC NOT NUMERIC
               MOVE ZEROS TO W-LIQ-CALC.
           IF W-LIQ-CALC < ZEROS
               COMPUTE W-VALDEVEDOR = ZEROS - W-LIQ-CALC
               DISPLAY CHAPA "  *** LIQUIDO NEGATIVO ZERADO - SALDO"
                   " DEVEDOR: " W-VALDEVEDOR
               MOVE ZEROS TO W-LIQ-CALC.
           MOVE W-LIQ-CALC TO W-VALORLIQUIDO
           PERFORM LE-ADIANTAMENTO THRU LE-ADIANTAMENTO-FIM
           PERFORM RUBRICAS-DESCONTO THRU RUBRICAS-DESCONTO-FIM

           DISPLAY CHAPA "  " NOME "  " DENOM "  " W-SALARIOBRUTO
               "  " W-VALORINSS "  " W-VALORIRRF "  " W-VALORLIQUIDO
           ADD W-VALORINSS TO W-TOTALDESCONTOS
           ADD W-VALORIRRF TO W-TOTALDESCONTOS
           ADD W-VALORLIQUIDO TO W-TOTALLIQUIDO
           PERFORM ACUMULA-FILIAL THRU ACUMULA-FILIAL-FIM
           GO TO R1.

       R-FIM-REL.
           DISPLAY "TOTAL DE DESCONTOS (INSS+IRRF).: " W-TOTALDESCONTOS
           DISPLAY "TOTAL LIQUIDO DA FOLHA..........: " W-TOTALLIQUIDO
           DISPLAY "TOTAL DA GUIA DE FGTS (8 PCT)...: " W-TOTALFGTS
           DISPLAY "REMESSA DO FGTS GRAVADA EM FGTSREM.TXT"
           PERFORM TOTAIS-FILIAL THRU TOTAIS-FILIAL-FIM.

       ROT-FIM.
           CLOSE ARQFUNC
               CLOSE CADBHPAGTO.
           IF ST-AFA NOT = "99"
               CLOSE CADAFAST.
           IF ST-DSC NOT = "99"
               CLOSE CADDISCIP.
           IF ST-DIS NOT = "99"
               CLOSE CADDISSIDIO.
           IF ST-MDC NOT = "99"
               CLOSE CADMULTADESC.
           IF ST-RUB NOT = "99"
               CLOSE CADRUBRICA.
           IF ST-LRB NOT = "99"
               CLOSE CADLANCRUB.
           IF ST-FFL NOT = "99"
               CLOSE CADFUNCFIL.
       ROT-FIM3.
           STOP RUN.

      *---------[ TOTAIS POR FILIAL - CHAPA SEM LOTACAO E DA 01 ]-------
       ACUMULA-FILIAL.
           MOVE 1 TO W-FILIAL
           IF ST-FFL = "99"
               GO TO ACUMULA-FILIAL-1.
           MOVE CHAPA TO FFL-CHAPA
           READ CADFUNCFIL
           IF ST-FFL = "00" AND FFL-FILIAL > ZEROS
               MOVE FFL-FILIAL TO W-FILIAL.
       ACUMULA-FILIAL-1.
           ADD 1 TO W-FIL-QTD (W-FILIAL)
           ADD W-SALARIOBRUTO TO W-FIL-BRUTO (W-FILIAL)
           ADD W-VALORINSS TO W-FIL-DESCONTOS (W-FILIAL)
           ADD W-VALORIRRF TO W-FIL-DESCONTOS (W-FILIAL)
           ADD W-VALORLIQUIDO TO W-FIL-LIQUIDO (W-FILIAL)
           ADD W-VALORFGTS TO W-FIL-FGTS (W-FILIAL).
       ACUMULA-FILIAL-FIM.
           EXIT.

      *---------[ QUEBRA DOS TOTAIS POR FILIAL ]------------------------
      *  OS TOTAIS ACIMA SAO O CONSOLIDADO DA EMPRESA            *
       TOTAIS-FILIAL.
           DISPLAY " "
           DISPLAY "TOTAIS POR FILIAL:"
           DISPLAY "FIL   FUNC         BRUTO     DESCONTOS"
               "       LIQUIDO          FGTS"
           MOVE ZEROS TO W-FILIAL.
       TOTAIS-FILIAL-1.
           IF W-FILIAL = 99
               GO TO TOTAIS-FILIAL-FIM.
           ADD 1 TO W-FILIAL
           IF W-FIL-QTD (W-FILIAL) = ZEROS
               GO TO TOTAIS-FILIAL-1.
           DISPLAY W-FILIAL "  " W-FIL-QTD (W-FILIAL) "  "
               W-FIL-BRUTO (W-FILIAL) "  " W-FIL-DESCONTOS (W-FILIAL)
               "  " W-FIL-LIQUIDO (W-FILIAL) "  "
               W-FIL-FGTS (W-FILIAL)
           GO TO TOTAIS-FILIAL-1.
       TOTAIS-FILIAL-FIM.
           EXIT.

      *---------[ EXTRAS 50/100 E FALTAS DO MES (HORA = 1/220) ]--------
       LE-PONTO.
           MOVE ZEROS TO W-VALHE W-VALFALTA
       LE-PONTO-FIM.
           EXIT.

      *---------[ SUSPENSAO DISCIPLINAR (CADDISCIP) COMO FALTA ]--------
      *  CADA DIA SUSPENSO DENTRO DA COMPETENCIA E DESCONTADO   *
      *  A SALARIO/30 NA RUBRICA 051 DE FALTAS, MAIS O DSR DE   *
      *  CADA SEMANA (SEG A DOM) ATINGIDA CUJO DOMINGO NAO JA   *
      *  ESTEJA DENTRO DA SUSPENSAO. O DIA 1 DE INTEGER-OF-DATE *
      *  (01/01/1601) E SEGUNDA-FEIRA: SEMANA = (DIA - 1) / 7 E *
      *  DOMINGO E O DIA MULTIPLO DE 7                          *
       DESCONTA-SUSPENSAO.
           MOVE ZEROS TO W-DIAS-SUSP
           IF ST-DSC = "99"
               GO TO DESCONTA-SUSPENSAO-FIM.
           MOVE "N" TO W-EOF-DSC
           MOVE CHAPA TO DSC-CHAPA
           MOVE ZEROS TO DSC-SEQ
           START CADDISCIP KEY IS NOT LESS DSC-KEY
               INVALID KEY MOVE "S" TO W-EOF-DSC.
       DESCONTA-SUSPENSAO-1.
           IF W-EOF-DSC = "S"
               GO TO DESCONTA-SUSPENSAO-2.
           READ CADDISCIP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-DSC
                 GO TO DESCONTA-SUSPENSAO-1
           END-READ.
           IF DSC-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF-DSC
               GO TO DESCONTA-SUSPENSAO-1.
           IF DSC-TIPO NOT = "S" OR DSC-DIAS = ZEROS
               GO TO DESCONTA-SUSPENSAO-1.
           COMPUTE W-INT-AINI =
               FUNCTION INTEGER-OF-DATE (DSC-DATA-INI)
           COMPUTE W-INT-AFIM = W-INT-AINI + DSC-DIAS - 1
           IF W-INT-AINI < W-INT-MINI
               MOVE W-INT-MINI TO W-INT-AINI.
           IF W-INT-AFIM > W-INT-MFIM
               MOVE W-INT-MFIM TO W-INT-AFIM.
           IF W-INT-AFIM < W-INT-AINI
               GO TO DESCONTA-SUSPENSAO-1.
           COMPUTE W-DIAS-OVL = W-INT-AFIM - W-INT-AINI + 1
           COMPUTE W-SEM-INI = (W-INT-AINI - 1) / 7
           COMPUTE W-SEM-FIM = (W-INT-AFIM - 1) / 7
           COMPUTE W-DOM-FIM = W-INT-AFIM / 7
           COMPUTE W-SEMANAS = W-SEM-FIM - W-SEM-INI + 1
           COMPUTE W-DOMINGOS = W-DOM-FIM - W-SEM-INI
           COMPUTE W-DIAS-SUSP = W-DIAS-SUSP + W-DIAS-OVL
               + W-SEMANAS - W-DOMINGOS
           GO TO DESCONTA-SUSPENSAO-1.
       DESCONTA-SUSPENSAO-2.
           IF W-DIAS-SUSP > 30
               MOVE 30 TO W-DIAS-SUSP.
           IF W-DIAS-SUSP > ZEROS
               COMPUTE W-VALFALTA ROUNDED = W-VALFALTA
                   + (W-SALARIOMES * W-DIAS-SUSP / 30)
               DISPLAY CHAPA "  " W-DIAS-SUSP
                   " DIAS DE SUSPENSAO (COM DSR) DESCONTADOS".
       DESCONTA-SUSPENSAO-FIM.
           EXIT.

      *---------[ COMISSAO DO VENDEDOR NA COMPETENCIA ]-----------------
      *  VALOR APURADO POR COMISSAO.COB EM CADCOMISS, SOMADO AO *
      *  BRUTO COMO VENCIMENTO (ENTRA NAS BASES DE INSS/IRRF)   *
       LE-DISSIDIO-FIM.
           EXIT.

      *---------[ ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE ]-----------
      *  PELA TABELA CADADICIONAL (CHAPA, SENAO CARGO) VIA      *
      *  CALCADIC: GRAU DO SALARIO MINIMO OU 30 PCT DO SALARIO  *
       LE-ADICIONAL.
           MOVE ZEROS TO W-VALADIC
           MOVE "C" TO W-ADL-OPERACAO
           MOVE CHAPA TO W-ADL-CHAPA
           MOVE CODIGOCARG TO W-ADL-CARGO
           MOVE W-SALARIOMES TO W-ADL-SALARIO
           MOVE W-COMPET TO W-ADL-COMPET
           CALL "CALCADIC" USING W-ADL-PARAM W-ADL-RESULT
           IF W-ADL-RESULT = "O"
               MOVE W-ADL-VALOR TO W-VALADIC.
       LE-ADICIONAL-FIM.
           EXIT.

      *---------[ DESCONTO DE MULTA DE TRANSITO AUTORIZADO ]------------
      *  VALOR GRAVADO POR MULTAS EM CADMULTADESC COM A CIENCIA *
      *  ASSINADA DO MOTORISTA, ABATIDO DO LIQUIDO              *
       LE-MULTADESC-FIM.
           EXIT.

      *---------[ ADIANTAMENTO QUINZENAL JA PAGO NA COMPETENCIA ]-------
      *  GRAVADO POR ADIANTAM EM ARQRESFOL TIPO AD E ABATIDO DO *
      *  LIQUIDO; SE O LIQUIDO NAO COBRE O ADIANTAMENTO, ABATE  *
      *  SO O QUE COUBER E AVISA O SALDO                        *
       LE-ADIANTAMENTO.
           MOVE ZEROS TO W-VALADIANT
           MOVE W-COMPET TO RES-COMPET
           MOVE CHAPA TO RES-CHAPA
           MOVE "AD" TO RES-TIPO
           READ ARQRESFOL
           IF ST-RES NOT = "00"
               GO TO LE-ADIANTAMENTO-FIM.
           MOVE RES-LIQUIDO TO W-VALADIANT
           IF W-VALADIANT > W-VALORLIQUIDO
               DISPLAY CHAPA "  *** LIQUIDO NAO COBRE O ADIANTAMENTO"
                   " - SALDO A DESCONTAR: "
               COMPUTE W-VALADIANT = W-VALADIANT - W-VALORLIQUIDO
               DISPLAY "        " W-VALADIANT
               ADD W-VALADIANT TO W-VALDEVEDOR
               MOVE W-VALORLIQUIDO TO W-VALADIANT.
           SUBTRACT W-VALADIANT FROM W-VALORLIQUIDO.
       LE-ADIANTAMENTO-FIM.
           EXIT.

      *---------[ RUBRICAS QUE FORMAM O BRUTO DA CHAPA ]----------------
      *  COMECA A LISTA DE RUBRICAS DA CHAPA E AS BASES DE      *
      *  INSS/IRRF/FGTS PELAS RUBRICAS CALCULADAS DO BRUTO      *
       RUBRICAS-DA-BASE.
           MOVE ZEROS TO W-RBL-QTD W-ACUM-INSS W-ACUM-IRRF
                         W-ACUM-FGTS
           MOVE "S" TO W-RUB-INCIDE
           MOVE "P" TO W-RUB-NATUREZA
           MOVE 001 TO W-RUB-CODIGO
           MOVE 30 TO W-RUB-REFER
           MOVE W-SALARIOMES TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE ZEROS TO W-RUB-REFER
           MOVE 002 TO W-RUB-CODIGO
           MOVE W-VALHE TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 003 TO W-RUB-CODIGO
           MOVE W-VALCOMISS TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 004 TO W-RUB-CODIGO
           MOVE W-VALBHPAG TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 005 TO W-RUB-CODIGO
           MOVE W-VALDISSIDIO TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 008 TO W-RUB-CODIGO
           IF W-ADL-TIPO = "P"
               MOVE 009 TO W-RUB-CODIGO.
           MOVE W-ADL-GRAU TO W-RUB-REFER
           MOVE W-VALADIC TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE ZEROS TO W-RUB-REFER
           MOVE "D" TO W-RUB-NATUREZA
           MOVE 051 TO W-RUB-CODIGO
           IF ST-PONM = "00"
               MOVE PONM-FALTAS TO W-RUB-REFER.
           ADD W-DIAS-SUSP TO W-RUB-REFER
           MOVE W-VALFALTA TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 052 TO W-RUB-CODIGO
           MOVE W-DIAS-AFAST TO W-RUB-REFER
           MOVE W-VALAFAST TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM.
       RUBRICAS-DA-BASE-FIM.
           EXIT.

      *---------[ RUBRICAS LANCADAS PELO RH (CADLANCRUB) ]--------------
      *  SO RUBRICAS DO RH (100 A 999) ATIVAS EM CADRUBRICA;    *
      *  PROVENTO SOMA AO BRUTO, DESCONTO SAI DO LIQUIDO, E     *
      *  CADA UMA ENTRA NAS BASES CONFORME A SUA INCIDENCIA     *
       LE-LANCAMENTOS.
           MOVE ZEROS TO W-VALLANCP W-VALLANCD
           IF ST-LRB = "99" OR ST-RUB = "99"
               GO TO LE-LANCAMENTOS-FIM.
           MOVE "N" TO W-EOF-LRB
           MOVE W-COMPET TO LRB-COMPET
           MOVE CHAPA TO LRB-CHAPA
           MOVE ZEROS TO LRB-RUBRICA
           START CADLANCRUB KEY IS NOT LESS LRB-KEY
               INVALID KEY MOVE "S" TO W-EOF-LRB.
       LE-LANCAMENTOS-1.
           IF W-EOF-LRB = "S"
               GO TO LE-LANCAMENTOS-FIM.
           READ CADLANCRUB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-LRB
                 GO TO LE-LANCAMENTOS-1
           END-READ.
           IF LRB-COMPET NOT = W-COMPET OR LRB-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF-LRB
               GO TO LE-LANCAMENTOS-1.
           MOVE LRB-RUBRICA TO RUB-CODIGO
           READ CADRUBRICA
           IF ST-RUB NOT = "00" OR RUB-CODIGO < 100
              OR RUB-SITUACAO NOT = "A"
              OR (RUB-NATUREZA NOT = "P" AND RUB-NATUREZA NOT = "D")
               DISPLAY CHAPA "  *** RUBRICA " LRB-RUBRICA
                   " INEXISTENTE OU INATIVA - NAO CALCULADA ***"
               GO TO LE-LANCAMENTOS-1.
           MOVE "S" TO W-RUB-INCIDE
           MOVE LRB-RUBRICA TO W-RUB-CODIGO
           MOVE RUB-NATUREZA TO W-RUB-NATUREZA
           MOVE LRB-REFER TO W-RUB-REFER
           MOVE LRB-VALOR TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           IF W-RUB-NATUREZA = "P"
               ADD LRB-VALOR TO W-VALLANCP
           ELSE
               ADD LRB-VALOR TO W-VALLANCD.
           GO TO LE-LANCAMENTOS-1.
       LE-LANCAMENTOS-FIM.
           EXIT.

      *---------[ RUBRICAS CALCULADAS DEPOIS DAS BASES ]----------------
      *  SALARIO-FAMILIA, DESCONTOS LEGAIS E DE BENEFICIOS E O  *
      *  FGTS (INFORMATIVO) - NAO MEXEM MAIS NAS BASES          *
       RUBRICAS-DESCONTO.
           MOVE "N" TO W-RUB-INCIDE
           MOVE "P" TO W-RUB-NATUREZA
           MOVE 006 TO W-RUB-CODIGO
           MOVE W-QTDSALFAM TO W-RUB-REFER
           MOVE W-VALSALFAM TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE "D" TO W-RUB-NATUREZA
           MOVE ZEROS TO W-RUB-REFER
           MOVE 053 TO W-RUB-CODIGO
           MOVE W-VALORINSS TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 054 TO W-RUB-CODIGO
           MOVE W-VALORIRRF TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 055 TO W-RUB-CODIGO
           MOVE W-VALPENSAO TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 056 TO W-RUB-CODIGO
           MOVE W-VALEMPREST TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 057 TO W-RUB-CODIGO
           MOVE W-VALVT TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 058 TO W-RUB-CODIGO
           MOVE W-VALPLANO TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 059 TO W-RUB-CODIGO
           MOVE W-VALMULTA TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE 061 TO W-RUB-CODIGO
           MOVE W-VALADIANT TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE "I" TO W-RUB-NATUREZA
           MOVE 090 TO W-RUB-CODIGO
           MOVE W-ALIQFGTS TO W-RUB-REFER
           MOVE W-VALORFGTS TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM
           MOVE ZEROS TO W-RUB-REFER
           MOVE 091 TO W-RUB-CODIGO
           MOVE W-VALDEVEDOR TO W-RUB-VALOR
           PERFORM INCLUI-RUBRICA THRU INCLUI-RUBRICA-FIM.
       RUBRICAS-DESCONTO-FIM.
           EXIT.

      *---------[ ACRESCENTA UMA RUBRICA A LISTA DA CHAPA ]-------------
      *  COM W-RUB-INCIDE = S SOMA (PROVENTO) OU ABATE          *
      *  (DESCONTO) O VALOR NAS BASES MARCADAS EM CADRUBRICA;   *
      *  SEM A TABELA OU SEM A RUBRICA, INCIDE EM TODAS         *
       INCLUI-RUBRICA.
           IF W-RUB-VALOR = ZEROS
               GO TO INCLUI-RUBRICA-FIM.
           IF W-RBL-QTD NOT < 40
               DISPLAY CHAPA "  *** MAIS DE 40 RUBRICAS - RUBRICA "
                   W-RUB-CODIGO " FORA DO DETALHE ***"
           ELSE
               ADD 1 TO W-RBL-QTD
               MOVE W-RUB-CODIGO TO W-RBL-RUBRICA (W-RBL-QTD)
               MOVE W-RUB-NATUREZA TO W-RBL-NATUREZA (W-RBL-QTD)
               MOVE W-RUB-REFER TO W-RBL-REFER (W-RBL-QTD)
               MOVE W-RUB-VALOR TO W-RBL-VALOR (W-RBL-QTD).
           IF W-RUB-INCIDE NOT = "S"
               GO TO INCLUI-RUBRICA-FIM.
           IF ST-RUB NOT = "99"
               MOVE W-RUB-CODIGO TO RUB-CODIGO
               READ CADRUBRICA
               IF ST-RUB NOT = "00"
                   MOVE "S" TO RUB-INC-INSS RUB-INC-IRRF
                               RUB-INC-FGTS
               END-IF
           ELSE
               MOVE "S" TO RUB-INC-INSS RUB-INC-IRRF RUB-INC-FGTS.
           IF W-RUB-NATUREZA = "D"
               GO TO INCLUI-RUBRICA-1.
           IF RUB-INC-INSS = "S"
               ADD W-RUB-VALOR TO W-ACUM-INSS.
           IF RUB-INC-IRRF = "S"
               ADD W-RUB-VALOR TO W-ACUM-IRRF.
           IF RUB-INC-FGTS = "S"
               ADD W-RUB-VALOR TO W-ACUM-FGTS.
           GO TO INCLUI-RUBRICA-FIM.
       INCLUI-RUBRICA-1.
           IF RUB-INC-INSS = "S"
               SUBTRACT W-RUB-VALOR FROM W-ACUM-INSS.
           IF RUB-INC-IRRF = "S"
               SUBTRACT W-RUB-VALOR FROM W-ACUM-IRRF.
           IF RUB-INC-FGTS = "S"
               SUBTRACT W-RUB-VALOR FROM W-ACUM-FGTS.
       INCLUI-RUBRICA-FIM.
           EXIT.

      *---------[ LIMITES DA COMPETENCIA EM DIAS CORRIDOS ]-------------
       LIMITES-COMPET.
           COMPUTE W-DATA-AUX = (W-COMPET * 100) + 1
       CARREGA-PARAMETROS-FIM.
           EXIT.

      *---------[ FGTS - DEPOSITO DE 8 PCT SOBRE A BASE ]---------------
      *  O FGTS NAO E DESCONTADO DO EMPREGADO: E DEPOSITO DO   *
      *  EMPREGADOR, LISTADO NA REMESSA MENSAL FGTSREM.TXT.    *
      *  A BASE SOMA AS RUBRICAS COM INCIDENCIA DE FGTS        *
       CALCULA-FGTS.
           IF W-ACUM-FGTS > ZEROS
               MOVE W-ACUM-FGTS TO W-BASEFGTS
           ELSE
               MOVE ZEROS TO W-BASEFGTS.
           COMPUTE W-VALORFGTS ROUNDED =
               W-BASEFGTS * W-ALIQFGTS / 100
           ADD W-VALORFGTS TO W-TOTALFGTS
           MOVE W-COMPET TO FGTS-COMPET
           MOVE CHAPA TO FGTS-CHAPA
           MOVE NOME TO FGTS-NOME
           MOVE W-BASEFGTS TO FGTS-BRUTO
           MOVE W-VALORFGTS TO FGTS-DEPOSITO
           WRITE REGFGTS.

           WRITE REGRESFOL
           IF ST-RES = "22"
               REWRITE REGRESFOL.
           MOVE W-COMPET TO W-RBL-COMPET
           MOVE CHAPA TO W-RBL-CHAPA
           MOVE "FO" TO W-RBL-TIPO
           CALL "GRAVARUB" USING W-RBL-PARAM W-RBL-RESULT
           IF W-RBL-RESULT NOT = "O"
               DISPLAY CHAPA "  *** RUBRICAS NAO GRAVADAS EM"
                   " ARQRESRUB ***".
       GRAVA-RESULTADO-FIM.
           EXIT.

           EXIT.

      *---------[ CALCULO DO INSS - TABELA PROGRESSIVA + ]--------------
      *  SALARIO-FAMILIA POR DEPENDENTE COM DEPEN-INSS = S. A  *
      *  BASE SOMA AS RUBRICAS COM INCIDENCIA DE INSS           *
       CALCULA-INSS.
           IF W-ACUM-INSS > ZEROS
               MOVE W-ACUM-INSS TO W-BASEINSS
           ELSE
               MOVE ZEROS TO W-BASEINSS.
           MOVE 1 TO W-IND

       CALCULA-INSS-LOOP.
               MOVE ZEROS TO W-QTDSALFAM.

      *---------[ CALCULO DO IRRF - TABELA PROGRESSIVA ]-----------------
      *  BASE (RUBRICAS COM INCIDENCIA DE IRRF) REDUZIDA PELO   *
      *  INSS E PELA DEDUCAO POR DEPENDENTE COM IMPRENDA = S    *
       CALCULA-IRRF.
           COMPUTE W-BASEIRRF ROUNDED =
               W-ACUM-IRRF - W-VALORINSS -
               (W-QTDEDEPIR * W-DEDUCAOIRRFDEP)

           IF W-BASEIRRF NOT NUMERIC OR W-BASEIRRF < 0
