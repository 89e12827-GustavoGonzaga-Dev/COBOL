      *                    COMPETENCIA (ARQRESFOL)    *
      *  E IMPRIME O RELATORIO DE CONTROLE DO QUE     *
      *  FOI GERADO (CONTAGENS E VALORES)             *
      *  RODA POR FILIAL (LOTACAO DA CHAPA EM         *
      *  CADFUNCFIL, SEM LOTACAO = 01) OU             *
      *  CONSOLIDADO COM FILIAL 0                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT EXTAFAST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EXT-AF.

           SELECT CADFUNCFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FFL-CHAPA
                    FILE STATUS  IS ST-FFL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 RSC-IRRF          PIC 9(07)V99.
           03 RSC-LIQUIDO       PIC 9(07)V99.
           03 RSC-PENSAO        PIC 9(07)V99.
           03 RSC-MOTIVO        PIC X(02).

       FD ARQRESFOL
                 LABEL RECORD IS STANDARD
           03 EXV-TIPO-AFAST    PIC X(02).
           03 EXV-DATA          PIC 9(08).


       FD CADFUNCFIL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUNCFIL.DAT".
       01 REGFUNCFIL.
           03 FFL-CHAPA         PIC 9(06).
           03 FFL-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-TOT-FOLHA    PIC 9(06) VALUE ZEROS.
       01 W-VAL-RESCIS   PIC 9(11)V99 VALUE ZEROS.
       01 W-VAL-FOLHA    PIC 9(11)V99 VALUE ZEROS.
       01 ST-FFL         PIC X(02) VALUE "99".
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
       01 W-FILTRO-CHAPA PIC 9(06) VALUE ZEROS.
       01 W-CHAPA-OK     PIC X(01) VALUE "S".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R0C.
       R0D.
           DISPLAY "FILIAL (0 = TODAS - CONSOLIDADO): "
               WITH NO ADVANCING
           ACCEPT W-FILIAL
           IF W-FILIAL NOT = ZEROS
               OPEN INPUT CADFUNCFIL
               IF ST-FFL NOT = "00"
                   MOVE "99" TO ST-FFL.

      *---------[ ADMISSOES DO PERIODO ]--------------------------------
       R1.
           IF W-ADM-AMD < W-DATA-INI
              OR W-ADM-AMD > W-DATA-FIM
               GO TO R1A.
           MOVE CHAPA TO W-FILTRO-CHAPA
           PERFORM FILTRA-CHAPA THRU FILTRA-CHAPA-FIM
           IF W-CHAPA-OK = "N"
               GO TO R1A.
           MOVE "AD" TO EXA-TIPO-REG
           MOVE CHAPA TO EXA-CHAPA
           MOVE NOME TO EXA-NOME
           IF RSC-DATA-DEMISSAO < W-DATA-INI
              OR RSC-DATA-DEMISSAO > W-DATA-FIM
               GO TO R2A.
           MOVE RSC-CHAPA TO W-FILTRO-CHAPA
           PERFORM FILTRA-CHAPA THRU FILTRA-CHAPA-FIM
           IF W-CHAPA-OK = "N"
               GO TO R2A.
           MOVE "DS" TO EXR-TIPO-REG
           MOVE RSC-CHAPA TO EXR-CHAPA
           MOVE RSC-DATA-DEMISSAO TO EXR-DATA-DEM
               AT END
                 GO TO R2E
           END-READ.
           MOVE AFA-CHAPA TO W-FILTRO-CHAPA
           PERFORM FILTRA-CHAPA THRU FILTRA-CHAPA-FIM
           IF W-CHAPA-OK = "N"
               GO TO R2D.
           IF AFA-DATA-INI >= W-DATA-INI
              AND AFA-DATA-INI <= W-DATA-FIM
               MOVE "AF" TO EXV-TIPO-REG
           IF RES-COMPET NOT = W-COMPET
               MOVE "S" TO W-EOF
               GO TO R3A.
      *    ADIANTAMENTO (AD) JA ESTA DENTRO DO BRUTO DA FOLHA (FO)
           IF RES-TIPO = "AD"
               GO TO R3A.
           MOVE RES-CHAPA TO W-FILTRO-CHAPA
           PERFORM FILTRA-CHAPA THRU FILTRA-CHAPA-FIM
           IF W-CHAPA-OK = "N"
               GO TO R3A.
           MOVE "FL" TO EXF-TIPO-REG
           MOVE RES-COMPET TO EXF-COMPET
           MOVE RES-CHAPA TO EXF-CHAPA
           DISPLAY "*** CONTROLE DA EXTRACAO ***"
           DISPLAY "PERIODO: " W-DATA-INI " A " W-DATA-FIM
               "  COMPETENCIA: " W-COMPET
           IF W-FILIAL = ZEROS
               DISPLAY "CONSOLIDADO - TODAS AS FILIAIS"
           ELSE
               DISPLAY "FILIAL: " W-FILIAL.
           DISPLAY "ADMISSOES GERADAS (EXTADMIS.TXT)....: "
               W-TOT-ADMIS
           DISPLAY "DESLIGAMENTOS GERADOS (EXTRESCIS)...: "
               W-TOT-FOLHA " BRUTO " W-VAL-FOLHA.

       ROT-FIM.
           IF ST-FFL NOT = "99"
               CLOSE CADFUNCFIL.
       ROT-FIM3.
           STOP RUN.

      *---------[ CHAPA PERTENCE A FILIAL PEDIDA? ]---------------------
      *  LOTACAO EM CADFUNCFIL; SEM LOTACAO A CHAPA E DA 01      *
       FILTRA-CHAPA.
           MOVE "S" TO W-CHAPA-OK
           IF W-FILIAL = ZEROS
               GO TO FILTRA-CHAPA-FIM.
           IF ST-FFL = "99"
               IF W-FILIAL NOT = 1
                   MOVE "N" TO W-CHAPA-OK
               END-IF
               GO TO FILTRA-CHAPA-FIM.
           MOVE W-FILTRO-CHAPA TO FFL-CHAPA
           READ CADFUNCFIL
           IF ST-FFL = "00" AND FFL-FILIAL > ZEROS
               IF FFL-FILIAL NOT = W-FILIAL
                   MOVE "N" TO W-CHAPA-OK
               END-IF
           ELSE
               IF W-FILIAL NOT = 1
                   MOVE "N" TO W-CHAPA-OK.
           MOVE "00" TO ST-FFL.
       FILTRA-CHAPA-FIM.
           EXIT.
