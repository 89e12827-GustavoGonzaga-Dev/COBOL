      ***********************************************
      *  ARQUIVO BANCARIO DE CREDITO DE SALARIO - LE  *
      *  ARQRESFOL DA COMPETENCIA E TIPO INFORMADOS   *
      *  (FO, 13, FE, AD - ADIANTAMENTO QUINZENAL OU  *
      *  PL - PARTICIPACAO NOS LUCROS),               *
      *  CASA CADA CHAPA COM OS DADOS BANCARIOS DE    *
      *  CADBANCOFUNC (MANTIDOS EM FPP014) E GRAVA    *
      *  SALCRED.TXT DE LAYOUT FIXO COM HEADER E      *
      *  TRAILER DE CONTROLE.                         *
      *  IMPRIME A LISTA DE CONFERENCIA POR           *
      *  DEPARTAMENTO E, NO FIM, A PAGINA DE EXCECAO  *
      *  DAS CHAPAS SEM DADOS BANCARIOS - NINGUEM     *
      *  SOME DO ARQUIVO EM SILENCIO                  *
      *  A FOLHA (FO) SO E CREDITADA COM A            *
      *  CONFERENCIA DE CONFFOLHA VISTADA PELO        *
      *  SUPERVISOR E OS TOTAIS DE ARQRESFOL IGUAIS   *
      *  AOS CONFERIDOS                               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.

           SELECT CADCONFFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CFF-COMPET
                    FILE STATUS  IS ST-CFF.

           SELECT ARQSALCRED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SAL.
           03 CEP-NUMRES        PIC 9(04).
           03 DATAADMISSAO      PIC 9(08).

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

       FD ARQSALCRED
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SALCRED.TXT".
       01 ST-BCO         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-CFF         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-TIPO         PIC X(02) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-TOT-EXCECAO  PIC 9(06) VALUE ZEROS.
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-TEM-BANCO    PIC X(01) VALUE "N".
       01 W-CONF-OK      PIC X(01) VALUE "N".
       01 W-EOF-RES      PIC X(01) VALUE "N".
       01 W-QTD-FO       PIC 9(06) VALUE ZEROS.
       01 W-TOT-FO       PIC 9(11)V99 VALUE ZEROS.

       01 W-REG-HEADER.
           03 HDR-TIPO         PIC X(01) VALUE "0".
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.
       R01.
           DISPLAY "TIPO DA FOLHA (FO/13/FE/AD/PL): " WITH NO ADVANCING
           ACCEPT W-TIPO
           IF W-TIPO NOT = "FO" AND W-TIPO NOT = "13"
              AND W-TIPO NOT = "FE" AND W-TIPO NOT = "AD"
              AND W-TIPO NOT = "PL"
               GO TO R01.

       R0.
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRESFOL"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.
           IF W-TIPO = "FO"
               PERFORM VE-CONFERENCIA THRU VE-CONFERENCIA-FIM
               IF W-CONF-OK NOT = "S"
                   DISPLAY "*** CREDITO DA FOLHA NAO GERADO ***"
                   MOVE 8 TO RETURN-CODE
                   CLOSE ARQRESFOL
                   GO TO ROT-FIM3.
           OPEN INPUT CADBANCOFUNC
           IF ST-BCO NOT = "00"
               DISPLAY "*** CADBANCOFUNC AUSENTE - TODAS AS CHAPAS"
       ROT-FIM3.
           GOBACK.

      *---------[ FOLHA SO VAI AO BANCO CONFERIDA E VISTADA ]----------
      *  CADCONFFOL (CONFFOLHA) DA COMPETENCIA VISTADA PELO     *
      *  SUPERVISOR E ARQRESFOL COM A MESMA QUANTIDADE DE       *
      *  CHAPAS E O MESMO LIQUIDO DA CONFERENCIA - SENAO A      *
      *  FOLHA FOI RECALCULADA DEPOIS DO VISTO                  *
       VE-CONFERENCIA.
           MOVE "N" TO W-CONF-OK
           OPEN INPUT CADCONFFOL
           IF ST-CFF NOT = "00"
               DISPLAY "*** CONFERENCIA DA FOLHA " W-COMPET
                   " NAO GERADA EM CONFFOLHA ***"
               GO TO VE-CONFERENCIA-FIM.
           MOVE W-COMPET TO CFF-COMPET
           READ CADCONFFOL
           IF ST-CFF NOT = "00"
               DISPLAY "*** CONFERENCIA DA FOLHA " W-COMPET
                   " NAO GERADA EM CONFFOLHA ***"
               CLOSE CADCONFFOL
               GO TO VE-CONFERENCIA-FIM.
           CLOSE CADCONFFOL
           IF CFF-SITUACAO NOT = "V"
               DISPLAY "*** CONFERENCIA DA FOLHA " W-COMPET
                   " SEM VISTO DO SUPERVISOR EM CONFFOLHA ***"
               GO TO VE-CONFERENCIA-FIM.

           MOVE ZEROS TO W-QTD-FO W-TOT-FO
           MOVE "N" TO W-EOF-RES
           MOVE W-COMPET TO RES-COMPET
           MOVE ZEROS TO RES-CHAPA
           MOVE SPACES TO RES-TIPO
           START ARQRESFOL KEY IS NOT LESS RES-KEY
               INVALID KEY MOVE "S" TO W-EOF-RES.
       VE-CONFERENCIA-1.
           IF W-EOF-RES = "S"
               GO TO VE-CONFERENCIA-2.
           READ ARQRESFOL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RES
                 GO TO VE-CONFERENCIA-1
           END-READ.
           IF RES-COMPET NOT = W-COMPET
               MOVE "S" TO W-EOF-RES
               GO TO VE-CONFERENCIA-1.
           IF RES-TIPO = "FO"
               ADD 1 TO W-QTD-FO
               ADD RES-LIQUIDO TO W-TOT-FO.
           GO TO VE-CONFERENCIA-1.
       VE-CONFERENCIA-2.
      *  REPOSICIONA ARQRESFOL NO INICIO PARA A LEITURA EM R1   *
           CLOSE ARQRESFOL
           OPEN INPUT ARQRESFOL
           IF W-QTD-FO NOT = CFF-QTD-CHAPAS
              OR W-TOT-FO NOT = CFF-TOT-LIQUIDO
               DISPLAY "*** FOLHA " W-COMPET " RECALCULADA DEPOIS DA"
                   " CONFERENCIA - GERAR E VISTAR DE NOVO ***"
               GO TO VE-CONFERENCIA-FIM.
           MOVE "S" TO W-CONF-OK.
       VE-CONFERENCIA-FIM.
           EXIT.

       LIMPA-TABELAS.
           MOVE ZEROS TO W-IND.
       LIMPA-TABELAS-1.
