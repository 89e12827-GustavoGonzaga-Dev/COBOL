       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFFOLHA.
      ***********************************************
      *  CONFERENCIA DA FOLHA ANTES DO PAGAMENTO -    *
      *  RODA DEPOIS DE FOLPAG E CONFRONTA CADA CHAPA *
      *  DE ARQRESFOL (TIPO FO) DA COMPETENCIA COM A  *
      *  COMPETENCIA ANTERIOR. APONTA: LIQUIDO QUE    *
      *  VARIOU ALEM DE FOLVARLIQ PCT (CADPARAM,      *
      *  PADRAO 20), CHAPA NOVA E CHAPA QUE SUMIU,    *
      *  LIQUIDO ZERADO OU NEGATIVO, DESCONTOS ACIMA  *
      *  DE FOLDESCPCT PCT DO BRUTO (PADRAO 50) E     *
      *  BRUTO DO DEPARTAMENTO FORA DO ORCADO EM      *
      *  CADORCDEP ALEM DE FOLTOLORC PCT (PADRAO 10). *
      *  O RELATORIO SAI EM CONFFOLAAAAMM.SPL E A     *
      *  CONFERENCIA FICA EM CADCONFFOL PENDENTE ATE  *
      *  O VISTO DO SUPERVISOR (PERFIL A DE           *
      *  CADUSUARIO, QUE NAO PODE SER QUEM GEROU),    *
      *  CARIMBADO EM ARQTRANSLOG. SALARIOBANCO SO    *
      *  GERA O CREDITO DA FOLHA (FO) COM A           *
      *  CONFERENCIA VISTADA E OS TOTAIS DE ARQRESFOL *
      *  IGUAIS AOS CONFERIDOS. GERAR DE NOVO ANULA O *
      *  VISTO ANTERIOR                               *
      *  NOS DESCONTOS DA CHAPA ENTRAM TAMBEM O       *
      *  ADIANTAMENTO (061) E AS RUBRICAS DE DESCONTO *
      *  DO RH DE ARQRESRUB; O LIQUIDO NEGATIVO       *
      *  ZERADO POR FOLPAG (SALDO DEVEDOR NA RUBRICA  *
      *  091) SAI COMO OCORRENCIA                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSPOOL ASSIGN TO W-NOME-SPOOL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPOOL.

           SELECT ARQSPOOLDIR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPD.

           SELECT CADCONFFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CFF-COMPET
                    FILE STATUS  IS ST-CFF.

           SELECT ARQRESFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-KEY
                    FILE STATUS  IS ST-RES.

           SELECT ARQRESRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RRB-KEY
                    FILE STATUS  IS ST-RRB.

           SELECT CADORCDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-KEY
                    FILE STATUS  IS ST-ORC.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSPOOL.
       01 REG-SPOOL            PIC X(132).

       FD ARQSPOOLDIR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SPOOLDIR.DAT".
       01 REG-SPOOLDIR.
           03 SPD-PROGRAMA     PIC X(12).
           03 SPD-ARQUIVO      PIC X(20).
           03 SPD-DATA-HORA    PIC X(21).
           03 SPD-OPERADOR     PIC X(08).

      *  SITUACAO P = PENDENTE DE VISTO, V = VISTADA            *
       FD CADCONFFOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONFFOL.DAT".
       01 REGCONFFOL.
           03 CFF-COMPET           PIC 9(06).
           03 CFF-SITUACAO         PIC X(01).
           03 CFF-DATA-GERA        PIC 9(08).
           03 CFF-OPER-GERA        PIC X(08).
           03 CFF-QTD-CHAPAS       PIC 9(06).
           03 CFF-TOT-LIQUIDO      PIC 9(11)V99.
           03 CFF-QTD-OCORR        PIC 9(05).
           03 CFF-DATA-VISTO       PIC 9(08).
           03 CFF-SUPERVISOR       PIC X(08).

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

       FD CADORCDEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADORCDEP.DAT".
       01 REGORCDEP.
           03 ORC-KEY.
              05 ORC-CODDEP     PIC 9(03).
              05 ORC-COMPET     PIC 9(06).
           03 ORC-VALOR         PIC 9(09)V99.

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME-FUNC         PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO-FUNC         PIC X(01).
           03 GENERO-FUNC       PIC X(01).
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

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).

       FD ARQTRANSLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQTRANSLOG.DAT".
       01 REGTRANSLOG.
           03 TL-DATA-HORA         PIC X(21).
           03 TL-ARQUIVO           PIC X(10).
           03 TL-CHAVE             PIC X(20).
           03 TL-OPERACAO          PIC X(01).
           03 TL-ANTES             PIC X(210).
           03 TL-DEPOIS            PIC X(210).
           03 TL-OPERADOR          PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 ST-CFF         PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-RRB         PIC X(02) VALUE "00".
       01 ST-ORC         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE SPACES.
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO   PIC 9(04).
           03 W-COMPET-MES   PIC 9(02).
       01 W-COMPET-ANT   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET-ANT.
           03 W-ANT-ANO      PIC 9(04).
           03 W-ANT-MES      PIC 9(02).
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-TL-OPER      PIC X(01) VALUE SPACES.
       01 W-REG-ANTES    PIC X(90) VALUE SPACES.
      *  LIMITES DA CONFERENCIA (CADPARAM)                      *
       01 W-PCT-VARLIQ   PIC 9(03)V99 VALUE 20.
       01 W-PCT-DESC     PIC 9(03)V99 VALUE 50.
       01 W-PCT-TOLORC   PIC 9(03)V99 VALUE 10.
      *  APURACAO                                               *
       01 W-EOF-RES      PIC X(01) VALUE "N".
       01 W-IND          PIC 9(05) VALUE ZEROS.
       01 W-IA           PIC 9(05) VALUE ZEROS.
       01 W-QTD-CHAPAS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIQUIDO  PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD-OCORR    PIC 9(05) VALUE ZEROS.
       01 W-QTD-NOVAS    PIC 9(05) VALUE ZEROS.
       01 W-QTD-SUMIDAS  PIC 9(05) VALUE ZEROS.
       01 W-ANT-EXCEDE   PIC 9(05) VALUE ZEROS.
       01 W-VARIACAO     PIC S9(11)V99 VALUE ZEROS.
       01 W-PCT          PIC 9(11)V99 VALUE ZEROS.
       01 W-LIQ-CALC     PIC S9(09)V99 VALUE ZEROS.
       01 W-DESCONTOS    PIC 9(09)V99 VALUE ZEROS.
       01 W-EOF-RRB      PIC X(01) VALUE "N".
       01 W-DESC-RUB     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALDEVEDOR   PIC 9(09)V99 VALUE ZEROS.
       01 W-ORCADO       PIC 9(09)V99 VALUE ZEROS.
      *  OCORRENCIA CORRENTE                                    *
       01 W-OC-CHAPA     PIC 9(06) VALUE ZEROS.
       01 W-OC-CODDEP    PIC 9(03) VALUE ZEROS.
       01 W-OC-MOTIVO    PIC X(70) VALUE SPACES.
       01 W-VALOR-ED     PIC Z.ZZZ.ZZ9,99.
       01 W-VALOR2-ED    PIC Z.ZZZ.ZZ9,99.
       01 W-PCT-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-TOTAL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *  FOLHA DA COMPETENCIA ANTERIOR, EM ORDEM DE CHAPA       *
       01 W-TAB-ANT.
           03 W-QTD-ANT      PIC 9(05) VALUE ZEROS.
           03 W-ANT-ENT OCCURS 5000 TIMES.
              05 W-ANT-CHAPA     PIC 9(06).
              05 W-ANT-CODDEP    PIC 9(03).
              05 W-ANT-LIQ       PIC 9(07)V99.
      *  BRUTO DA FOLHA POR DEPARTAMENTO                        *
       01 W-TAB-DEP.
           03 W-DEP-BRUTO    PIC 9(11)V99 OCCURS 999 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADCONFFOL
           IF ST-CFF NOT = "00"
              IF ST-CFF = "30"
                 OPEN OUTPUT CADCONFFOL
                 CLOSE CADCONFFOL
                 DISPLAY "*** ARQUIVO CADCONFFOL FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONFFOL"
                 GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** CONFERENCIA DA FOLHA ANTES DO PAGAMENTO ***"
           DISPLAY "  1 - GERAR A CONFERENCIA DA COMPETENCIA"
           DISPLAY "  2 - VISTO DO SUPERVISOR"
           DISPLAY "  3 - LISTAR CONFERENCIAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-GERA
              WHEN 2
                 GO TO R3-VISTO
              WHEN 3
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ GERACAO DA CONFERENCIA ]------------------------------
       R2-GERA.
           PERFORM LE-COMPET THRU LE-COMPET-FIM
           IF W-COMPET = ZEROS
               GO TO R1.
           MOVE W-COMPET TO CFF-COMPET
           READ CADCONFFOL
           IF ST-CFF = "00" AND CFF-SITUACAO = "V"
               DISPLAY "*** CONFERENCIA JA VISTADA EM " CFF-DATA-VISTO
                   " POR " CFF-SUPERVISOR " ***"
               DISPLAY "GERAR DE NOVO ANULA O VISTO (S/N): "
                   WITH NO ADVANCING
               ACCEPT W-RESP
               IF W-RESP NOT = "S" AND W-RESP NOT = "s"
                   GO TO R1.

           OPEN INPUT ARQRESFOL
           IF ST-RES NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRESFOL"
               GO TO R1.
           OPEN INPUT ARQRESRUB
           IF ST-RRB NOT = "00"
               MOVE "99" TO ST-RRB.
           OPEN INPUT CADORCDEP
           IF ST-ORC NOT = "00"
               MOVE "99" TO ST-ORC.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE "99" TO ST-FUNC.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "99" TO ST-DEP.

           MOVE SPACES TO W-NOME-SPOOL
           STRING "CONFFOL" W-COMPET ".SPL"
               DELIMITED BY SIZE INTO W-NOME-SPOOL
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM

           MOVE W-COMPET TO W-COMPET-ANT
           IF W-ANT-MES = 1
               SUBTRACT 1 FROM W-ANT-ANO
               MOVE 12 TO W-ANT-MES
           ELSE
               SUBTRACT 1 FROM W-ANT-MES.
           PERFORM CARREGA-ANTERIOR THRU CARREGA-ANTERIOR-FIM
           PERFORM LIMPA-DEP THRU LIMPA-DEP-FIM
           MOVE ZEROS TO W-QTD-CHAPAS W-TOT-LIQUIDO W-QTD-OCORR
               W-QTD-NOVAS W-QTD-SUMIDAS
           MOVE 1 TO W-IA

           MOVE SPACES TO W-LINHA
           STRING "CONFERENCIA DA FOLHA " W-COMPET " CONTRA "
               W-COMPET-ANT " - VARIACAO DO LIQUIDO ACIMA DE "
               W-PCT-VARLIQ " PCT, DESCONTOS ACIMA DE " W-PCT-DESC
               " PCT DO BRUTO, ORCAMENTO +/- " W-PCT-TOLORC " PCT"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-ANT-EXCEDE > ZEROS
               MOVE SPACES TO W-LINHA
               STRING "*** COMPETENCIA ANTERIOR COM MAIS DE 5000"
                   " CHAPAS - " W-ANT-EXCEDE " NAO CONFRONTADAS ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CHAPA  NOME                           DEP"
               " OCORRENCIA"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE "N" TO W-EOF-RES
           MOVE W-COMPET TO RES-COMPET
           MOVE ZEROS TO RES-CHAPA
           MOVE SPACES TO RES-TIPO
           START ARQRESFOL KEY IS NOT LESS RES-KEY
               INVALID KEY MOVE "S" TO W-EOF-RES.
       R2A.
           IF W-EOF-RES = "S"
               GO TO R2B.
           READ ARQRESFOL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RES
                 GO TO R2A
           END-READ.
           IF RES-COMPET NOT = W-COMPET
               MOVE "S" TO W-EOF-RES
               GO TO R2A.
           IF RES-TIPO NOT = "FO"
               GO TO R2A.
           ADD 1 TO W-QTD-CHAPAS
           ADD RES-LIQUIDO TO W-TOT-LIQUIDO
           IF RES-CODDEP >= 1 AND RES-CODDEP <= 999
               ADD RES-BRUTO TO W-DEP-BRUTO (RES-CODDEP).
           PERFORM CONFERE-CHAPA THRU CONFERE-CHAPA-FIM
           GO TO R2A.

      *---------[ CHAPAS DA ANTERIOR QUE NAO VIERAM NESTA ]-------------
       R2B.
           IF W-IA > W-QTD-ANT
               GO TO R2C.
           PERFORM OCORRE-SUMIDA THRU OCORRE-SUMIDA-FIM
           ADD 1 TO W-IA
           GO TO R2B.

      *---------[ BRUTO POR DEPARTAMENTO X CADORCDEP ]------------------
       R2C.
           IF W-QTD-CHAPAS = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "*** NENHUM RESULTADO FO DE FOLPAG EM "
                   W-COMPET " - CONFERENCIA NAO GRAVADA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R2-FECHA.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           IF ST-ORC = "99"
               MOVE SPACES TO W-LINHA
               STRING "*** CADORCDEP AUSENTE - DEPARTAMENTOS SEM"
                   " CONFRONTO COM O ORCADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R2D.
           MOVE SPACES TO W-LINHA
           STRING "DEP DENOMINACAO              BRUTO FOLHA"
               "       ORCADO OCORRENCIA"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-IND.
       R2C1.
           ADD 1 TO W-IND
           IF W-IND > 999
               GO TO R2D.
           PERFORM CONFERE-DEP THRU CONFERE-DEP-FIM
           GO TO R2C1.

      *---------[ TOTAIS E REGISTRO DA CONFERENCIA PENDENTE ]-----------
       R2D.
           MOVE W-TOT-LIQUIDO TO W-TOTAL-ED
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CHAPAS NA FOLHA................: " W-QTD-CHAPAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "LIQUIDO TOTAL DA FOLHA.........: " W-TOTAL-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CHAPAS NOVAS...................: " W-QTD-NOVAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CHAPAS QUE SAIRAM DA FOLHA.....: " W-QTD-SUMIDAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "OCORRENCIAS A REVISAR..........: " W-QTD-OCORR
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "*** PAGAMENTO (SALARIOBANCO) SO APOS O VISTO DO"
               " SUPERVISOR EM CONFFOLHA ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE W-COMPET TO CFF-COMPET
           READ CADCONFFOL
           IF ST-CFF = "00"
               MOVE REGCONFFOL TO W-REG-ANTES
               MOVE "A" TO W-TL-OPER
           ELSE
               MOVE SPACES TO W-REG-ANTES
               MOVE "I" TO W-TL-OPER.
           MOVE W-COMPET TO CFF-COMPET
           MOVE "P" TO CFF-SITUACAO
           MOVE W-DATA-HOJE TO CFF-DATA-GERA
           MOVE W-OPERADOR-LOG TO CFF-OPER-GERA
           MOVE W-QTD-CHAPAS TO CFF-QTD-CHAPAS
           MOVE W-TOT-LIQUIDO TO CFF-TOT-LIQUIDO
           MOVE W-QTD-OCORR TO CFF-QTD-OCORR
           MOVE ZEROS TO CFF-DATA-VISTO
           MOVE SPACES TO CFF-SUPERVISOR
           IF W-TL-OPER = "I"
               WRITE REGCONFFOL
           ELSE
               REWRITE REGCONFFOL.
           IF ST-CFF NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DE CADCONFFOL ST=" ST-CFF
               GO TO R2-FECHA.
           PERFORM CARIMBA-CONFFOL THRU CARIMBA-CONFFOL-FIM
           DISPLAY "*** CONFERENCIA GRAVADA EM " W-NOME-SPOOL " - "
               W-QTD-OCORR " OCORRENCIAS - AGUARDA O VISTO ***".

       R2-FECHA.
           CLOSE ARQSPOOL
           CLOSE ARQRESFOL
           IF ST-RRB NOT = "99"
               CLOSE ARQRESRUB.
           IF ST-ORC NOT = "99"
               CLOSE CADORCDEP.
           IF ST-FUNC NOT = "99"
               CLOSE ARQFUNC.
           IF ST-DEP NOT = "99"
               CLOSE ARQDEP.
           GO TO R1.

      *---------[ VISTO DO SUPERVISOR PERFIL A ]------------------------
       R3-VISTO.
           PERFORM LE-COMPET THRU LE-COMPET-FIM
           IF W-COMPET = ZEROS
               GO TO R1.
           MOVE W-COMPET TO CFF-COMPET
           READ CADCONFFOL
           IF ST-CFF NOT = "00"
               DISPLAY "*** CONFERENCIA NAO GERADA - USE A OPCAO 1 ***"
               GO TO R1.
           IF CFF-SITUACAO = "V"
               DISPLAY "*** CONFERENCIA JA VISTADA EM " CFF-DATA-VISTO
                   " POR " CFF-SUPERVISOR " ***"
               GO TO R1.
           MOVE CFF-TOT-LIQUIDO TO W-TOTAL-ED
           DISPLAY "GERADA EM " CFF-DATA-GERA " POR " CFF-OPER-GERA
           DISPLAY "CHAPAS " CFF-QTD-CHAPAS "  LIQUIDO " W-TOTAL-ED
               "  OCORRENCIAS " CFF-QTD-OCORR
           DISPLAY "REVISE O RELATORIO CONFFOL" CFF-COMPET ".SPL"
               " ANTES DE VISTAR".
       R3B.
           DISPLAY "CODIGO DO SUPERVISOR: " WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO R1.
           IF W-SUP-CODIGO = CFF-OPER-GERA
               DISPLAY "*** O VISTO NAO PODE SER DE QUEM GEROU A"
                   " CONFERENCIA ***"
               GO TO R3B.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA

           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO R1.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO R3B.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO R1.
           CLOSE CADUSUARIO.

           DISPLAY "CONFIRMA O VISTO NA CONFERENCIA DE " CFF-COMPET
               " (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** VISTO ABANDONADO ***"
               GO TO R1.
           MOVE REGCONFFOL TO W-REG-ANTES
           MOVE "V" TO CFF-SITUACAO
           MOVE W-DATA-HOJE TO CFF-DATA-VISTO
           MOVE W-SUP-CODIGO TO CFF-SUPERVISOR
           REWRITE REGCONFFOL
           IF ST-CFF NOT = "00"
               DISPLAY "ERRO NA REGRAVACAO DE CADCONFFOL ST=" ST-CFF
               GO TO R1.
           MOVE "A" TO W-TL-OPER
           PERFORM CARIMBA-CONFFOL THRU CARIMBA-CONFFOL-FIM
           DISPLAY "*** CONFERENCIA " CFF-COMPET " VISTADA - CREDITO"
               " LIBERADO EM SALARIOBANCO ***"
           GO TO R1.

      *---------[ LISTA DAS CONFERENCIAS ]------------------------------
       R4-LISTA.
           DISPLAY "COMPET SIT GERADA   POR      CHAPAS OCORR"
               " VISTO    SUPERV."
           MOVE ZEROS TO CFF-COMPET
           START CADCONFFOL KEY IS NOT LESS CFF-COMPET
               INVALID KEY GO TO R1.
       R4A.
           READ CADCONFFOL NEXT RECORD
               AT END
                 GO TO R1
           END-READ.
           DISPLAY CFF-COMPET " " CFF-SITUACAO "   " CFF-DATA-GERA " "
               CFF-OPER-GERA " " CFF-QTD-CHAPAS " " CFF-QTD-OCORR " "
               CFF-DATA-VISTO " " CFF-SUPERVISOR
           GO TO R4A.

       ROT-FIM.
           CLOSE CADCONFFOL.
       ROT-FIM3.
           STOP RUN.

      *---------[ COMPETENCIA AAAAMM ]----------------------------------
       LE-COMPET.
           DISPLAY "COMPETENCIA (AAAAMM, 0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET = ZEROS
               GO TO LE-COMPET-FIM.
           IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
              OR W-COMPET-ANO < 1900
               DISPLAY "*** COMPETENCIA INVALIDA ***"
               GO TO LE-COMPET.
       LE-COMPET-FIM.
           EXIT.

      *---------[ FOLHA (FO) DA COMPETENCIA ANTERIOR NA TABELA ]--------
       CARREGA-ANTERIOR.
           MOVE ZEROS TO W-QTD-ANT W-ANT-EXCEDE
           MOVE "N" TO W-EOF-RES
           MOVE W-COMPET-ANT TO RES-COMPET
           MOVE ZEROS TO RES-CHAPA
           MOVE SPACES TO RES-TIPO
           START ARQRESFOL KEY IS NOT LESS RES-KEY
               INVALID KEY GO TO CARREGA-ANTERIOR-FIM.
       CARREGA-ANTERIOR-1.
           READ ARQRESFOL NEXT RECORD
               AT END
                 GO TO CARREGA-ANTERIOR-FIM
           END-READ.
           IF RES-COMPET NOT = W-COMPET-ANT
               GO TO CARREGA-ANTERIOR-FIM.
           IF RES-TIPO NOT = "FO"
               GO TO CARREGA-ANTERIOR-1.
           IF W-QTD-ANT NOT < 5000
               ADD 1 TO W-ANT-EXCEDE
               GO TO CARREGA-ANTERIOR-1.
           ADD 1 TO W-QTD-ANT
           MOVE RES-CHAPA TO W-ANT-CHAPA (W-QTD-ANT)
           MOVE RES-CODDEP TO W-ANT-CODDEP (W-QTD-ANT)
           MOVE RES-LIQUIDO TO W-ANT-LIQ (W-QTD-ANT)
           GO TO CARREGA-ANTERIOR-1.
       CARREGA-ANTERIOR-FIM.
           EXIT.

       LIMPA-DEP.
           MOVE ZEROS TO W-IND.
       LIMPA-DEP-1.
           ADD 1 TO W-IND
           IF W-IND > 999
               GO TO LIMPA-DEP-FIM.
           MOVE ZEROS TO W-DEP-BRUTO (W-IND)
           GO TO LIMPA-DEP-1.
       LIMPA-DEP-FIM.
           EXIT.

      *---------[ CONFRONTO DA CHAPA COM A COMPETENCIA ANTERIOR ]-------
      *  AS DUAS FOLHAS VEM EM ORDEM DE CHAPA: A TABELA DA      *
      *  ANTERIOR E PERCORRIDA JUNTO (W-IA) E O QUE FICA PARA   *
      *  TRAS E CHAPA QUE SAIU DA FOLHA                         *
       CONFERE-CHAPA.
           IF W-IA > W-QTD-ANT
               GO TO CONFERE-CHAPA-1.
           IF W-ANT-CHAPA (W-IA) NOT < RES-CHAPA
               GO TO CONFERE-CHAPA-1.
           PERFORM OCORRE-SUMIDA THRU OCORRE-SUMIDA-FIM
           ADD 1 TO W-IA
           GO TO CONFERE-CHAPA.
       CONFERE-CHAPA-1.
           MOVE RES-CHAPA TO W-OC-CHAPA
           MOVE RES-CODDEP TO W-OC-CODDEP
           IF W-IA > W-QTD-ANT
               GO TO CONFERE-CHAPA-NOVA.
           IF W-ANT-CHAPA (W-IA) NOT = RES-CHAPA
               GO TO CONFERE-CHAPA-NOVA.

      *  VARIACAO DO LIQUIDO SOBRE O DA COMPETENCIA ANTERIOR    *
           IF W-ANT-LIQ (W-IA) > ZEROS
               COMPUTE W-VARIACAO = RES-LIQUIDO - W-ANT-LIQ (W-IA)
               IF W-VARIACAO < ZEROS
                   COMPUTE W-VARIACAO = ZEROS - W-VARIACAO
               END-IF
               COMPUTE W-PCT ROUNDED =
                   W-VARIACAO * 100 / W-ANT-LIQ (W-IA)
               IF W-PCT > W-PCT-VARLIQ
                   MOVE W-PCT TO W-PCT-ED
                   MOVE W-ANT-LIQ (W-IA) TO W-VALOR-ED
                   MOVE RES-LIQUIDO TO W-VALOR2-ED
                   MOVE SPACES TO W-OC-MOTIVO
                   STRING "LIQUIDO VARIOU " W-PCT-ED " PCT: "
                       W-VALOR-ED " -> " W-VALOR2-ED
                       DELIMITED BY SIZE INTO W-OC-MOTIVO
                   PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM
               END-IF
           END-IF
           ADD 1 TO W-IA
           GO TO CONFERE-CHAPA-2.

       CONFERE-CHAPA-NOVA.
           ADD 1 TO W-QTD-NOVAS
           MOVE RES-LIQUIDO TO W-VALOR-ED
           MOVE SPACES TO W-OC-MOTIVO
           STRING "CHAPA NOVA - NAO ESTAVA NA FOLHA DE " W-COMPET-ANT
               " - LIQUIDO " W-VALOR-ED
               DELIMITED BY SIZE INTO W-OC-MOTIVO
           PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM.

      *  LIQUIDO ZERADO OU NEGATIVO (DESCONTOS MAIORES QUE O    *
      *  BRUTO). FOLPAG ZERA O LIQUIDO NEGATIVO E GRAVA O SALDO *
      *  DEVEDOR NA RUBRICA INFORMATIVA 091; NOS DESCONTOS      *
      *  ENTRAM TAMBEM O ADIANTAMENTO (061) E AS RUBRICAS DE    *
      *  DESCONTO LANCADAS PELO RH (100 A 999) DE ARQRESRUB     *
       CONFERE-CHAPA-2.
           PERFORM LE-RUBRICAS THRU LE-RUBRICAS-FIM
           COMPUTE W-DESCONTOS = RES-INSS + RES-IRRF + RES-PENSAO
               + RES-EMPRESTIMO + RES-VALETRANSP + RES-PLANOSAUDE
               + RES-MULTA + W-DESC-RUB
           COMPUTE W-LIQ-CALC = RES-BRUTO + RES-SALFAM-VAL
               - W-DESCONTOS
           IF W-VALDEVEDOR = ZEROS
               GO TO CONFERE-CHAPA-3.
           MOVE W-VALDEVEDOR TO W-VALOR-ED
           MOVE SPACES TO W-OC-MOTIVO
           STRING "LIQUIDO NEGATIVO ZERADO NA FOLHA - SALDO DEVEDOR "
               W-VALOR-ED
               DELIMITED BY SIZE INTO W-OC-MOTIVO
           PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM
           GO TO CONFERE-CHAPA-4.
       CONFERE-CHAPA-3.
           IF W-LIQ-CALC < ZEROS
               MOVE W-DESCONTOS TO W-VALOR-ED
               MOVE RES-BRUTO TO W-VALOR2-ED
               MOVE SPACES TO W-OC-MOTIVO
               STRING "LIQUIDO NEGATIVO: DESCONTOS " W-VALOR-ED
                   " SOBRE BRUTO " W-VALOR2-ED
                   DELIMITED BY SIZE INTO W-OC-MOTIVO
               PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM
           ELSE
               IF RES-LIQUIDO = ZEROS
                   MOVE SPACES TO W-OC-MOTIVO
                   STRING "LIQUIDO ZERADO"
                       DELIMITED BY SIZE INTO W-OC-MOTIVO
                   PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM.

      *  DESCONTOS ACIMA DA PARCELA MAXIMA DO BRUTO             *
       CONFERE-CHAPA-4.
           IF RES-BRUTO = ZEROS
               GO TO CONFERE-CHAPA-FIM.
           COMPUTE W-PCT ROUNDED = W-DESCONTOS * 100 / RES-BRUTO
           IF W-PCT > W-PCT-DESC
               MOVE W-PCT TO W-PCT-ED
               MOVE W-DESCONTOS TO W-VALOR-ED
               MOVE SPACES TO W-OC-MOTIVO
               STRING "DESCONTOS DE " W-VALOR-ED " = " W-PCT-ED
                   " PCT DO BRUTO"
                   DELIMITED BY SIZE INTO W-OC-MOTIVO
               PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM.
       CONFERE-CHAPA-FIM.
           EXIT.

      *---------[ RUBRICAS DA CHAPA NA FOLHA (ARQRESRUB) ]--------------
      *  SOMA O ADIANTAMENTO (061) E OS DESCONTOS DO RH (100 A  *
      *  999) E PEGA O SALDO DEVEDOR (091) - AS DEMAIS RUBRICAS *
      *  JA ESTAO NOS CAMPOS DE ARQRESFOL                       *
       LE-RUBRICAS.
           MOVE ZEROS TO W-DESC-RUB W-VALDEVEDOR
           IF ST-RRB = "99"
               GO TO LE-RUBRICAS-FIM.
           MOVE "N" TO W-EOF-RRB
           MOVE RES-COMPET TO RRB-COMPET
           MOVE RES-CHAPA TO RRB-CHAPA
           MOVE RES-TIPO TO RRB-TIPO
           MOVE ZEROS TO RRB-RUBRICA
           START ARQRESRUB KEY IS NOT LESS RRB-KEY
               INVALID KEY MOVE "S" TO W-EOF-RRB.
       LE-RUBRICAS-1.
           IF W-EOF-RRB = "S"
               GO TO LE-RUBRICAS-FIM.
           READ ARQRESRUB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RRB
                 GO TO LE-RUBRICAS-1
           END-READ.
           IF RRB-COMPET NOT = RES-COMPET
              OR RRB-CHAPA NOT = RES-CHAPA
              OR RRB-TIPO NOT = RES-TIPO
               MOVE "S" TO W-EOF-RRB
               GO TO LE-RUBRICAS-1.
           IF RRB-RUBRICA = 091
               MOVE RRB-VALOR TO W-VALDEVEDOR
               GO TO LE-RUBRICAS-1.
           IF RRB-NATUREZA NOT = "D"
               GO TO LE-RUBRICAS-1.
           IF RRB-RUBRICA = 061 OR RRB-RUBRICA NOT < 100
               ADD RRB-VALOR TO W-DESC-RUB.
           GO TO LE-RUBRICAS-1.
       LE-RUBRICAS-FIM.
           EXIT.

      *---------[ CHAPA DA ANTERIOR QUE SAIU DA FOLHA ]-----------------
       OCORRE-SUMIDA.
           ADD 1 TO W-QTD-SUMIDAS
           MOVE W-ANT-CHAPA (W-IA) TO W-OC-CHAPA
           MOVE W-ANT-CODDEP (W-IA) TO W-OC-CODDEP
           MOVE W-ANT-LIQ (W-IA) TO W-VALOR-ED
           MOVE SPACES TO W-OC-MOTIVO
           STRING "SAIU DA FOLHA - LIQUIDO EM " W-COMPET-ANT " "
               W-VALOR-ED
               DELIMITED BY SIZE INTO W-OC-MOTIVO
           PERFORM GRAVA-OCORRENCIA THRU GRAVA-OCORRENCIA-FIM.
       OCORRE-SUMIDA-FIM.
           EXIT.

      *---------[ LINHA DE OCORRENCIA COM O NOME DA CHAPA ]-------------
       GRAVA-OCORRENCIA.
           ADD 1 TO W-QTD-OCORR
           MOVE SPACES TO NOME-FUNC FUNCSTATUS
           IF ST-FUNC NOT = "99"
               MOVE W-OC-CHAPA TO CHAPA
               READ ARQFUNC
               IF ST-FUNC NOT = "00"
                   MOVE "*** NAO CADASTRADA ***" TO NOME-FUNC
                   MOVE SPACES TO FUNCSTATUS
               END-IF
           END-IF
           MOVE SPACES TO W-LINHA
           STRING W-OC-CHAPA " " NOME-FUNC " " W-OC-CODDEP " "
               W-OC-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       GRAVA-OCORRENCIA-FIM.
           EXIT.

      *---------[ BRUTO DO DEPARTAMENTO X ORCADO ]----------------------
       CONFERE-DEP.
           MOVE ZEROS TO W-ORCADO
           MOVE W-IND TO ORC-CODDEP
           MOVE W-COMPET TO ORC-COMPET
           READ CADORCDEP
           IF ST-ORC = "00"
               MOVE ORC-VALOR TO W-ORCADO.
           IF W-DEP-BRUTO (W-IND) = ZEROS AND W-ORCADO = ZEROS
               GO TO CONFERE-DEP-FIM.
           MOVE SPACES TO W-OC-MOTIVO
           IF W-ORCADO = ZEROS
               MOVE "SEM ORCAMENTO EM CADORCDEP" TO W-OC-MOTIVO
               GO TO CONFERE-DEP-1.
           COMPUTE W-VARIACAO = W-DEP-BRUTO (W-IND) - W-ORCADO
           IF W-VARIACAO < ZEROS
               COMPUTE W-VARIACAO = ZEROS - W-VARIACAO.
           COMPUTE W-PCT ROUNDED = W-VARIACAO * 100 / W-ORCADO
           IF W-PCT > W-PCT-TOLORC
               MOVE W-PCT TO W-PCT-ED
               IF W-DEP-BRUTO (W-IND) > W-ORCADO
                   STRING "ACIMA DO ORCADO EM " W-PCT-ED " PCT"
                       DELIMITED BY SIZE INTO W-OC-MOTIVO
               ELSE
                   STRING "ABAIXO DO ORCADO EM " W-PCT-ED " PCT"
                       DELIMITED BY SIZE INTO W-OC-MOTIVO.
       CONFERE-DEP-1.
           MOVE W-IND TO CODIGO
           MOVE SPACES TO DENOMINACAO
           IF ST-DEP NOT = "99"
               READ ARQDEP
               IF ST-DEP NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO
               END-IF
           END-IF
           IF W-OC-MOTIVO NOT = SPACES
               ADD 1 TO W-QTD-OCORR.
           MOVE W-DEP-BRUTO (W-IND) TO W-TOTAL-ED
           MOVE W-ORCADO TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING W-IND (3:3) " " DENOMINACAO " " W-TOTAL-ED " "
               W-VALOR-ED " " W-OC-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       CONFERE-DEP-FIM.
           EXIT.

      *---------[ LIMITES DA CONFERENCIA EM CADPARAM ]------------------
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE "FOLVARLIQ" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-PCT-VARLIQ.
           MOVE "FOLDESCPCT" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-PCT-DESC.
           MOVE "FOLTOLORC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-PCT-TOLORC.
           CLOSE CADPARAM.
       LE-PARAMETROS-FIM.
           EXIT.

      *---------[ CONFERENCIA E VISTO CARIMBADOS EM ARQTRANSLOG ]-------
       CARIMBA-CONFFOL.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS TL-CHAVE
           MOVE W-REG-ANTES TO TL-ANTES
           MOVE REGCONFFOL TO TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADCONFFOL" TO TL-ARQUIVO
           MOVE CFF-COMPET TO TL-CHAVE
           MOVE W-TL-OPER TO TL-OPERACAO
           MOVE W-OPERADOR-LOG TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-CONFFOL-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.

       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: CONFFOLHA   EMISSAO: "
               FUNCTION CURRENT-DATE (1:14)
               "   OPERADOR: " W-OPERADOR-SPL
               DELIMITED BY SIZE INTO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA
           MOVE ALL "-" TO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA

           OPEN EXTEND ARQSPOOLDIR
           IF ST-SPD NOT = "00"
              OPEN OUTPUT ARQSPOOLDIR
              CLOSE ARQSPOOLDIR
              OPEN EXTEND ARQSPOOLDIR.
           MOVE "CONFFOLHA" TO SPD-PROGRAMA
           MOVE W-NOME-SPOOL TO SPD-ARQUIVO
           MOVE FUNCTION CURRENT-DATE TO SPD-DATA-HORA
           MOVE W-OPERADOR-SPL TO SPD-OPERADOR
           WRITE REG-SPOOLDIR
           CLOSE ARQSPOOLDIR.
       ABRE-SPOOL-FIM.
           EXIT.

       GRAVA-SPOOL.
           WRITE REG-SPOOL FROM W-LINHA
           DISPLAY W-LINHA (1:78).
