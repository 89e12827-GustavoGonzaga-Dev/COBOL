       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSHOMOL.
      ***********************************************
      *  SUBPROGRAMA DA HOMOLOGACAO DO FORNECEDOR,    *
      *  CHAMADO POR GERAPED, COTACAO E APROVPED. LE  *
      *  A SITUACAO DO CNPJ EM CADHOMOL (Q=HOMOLOGADO *
      *  C=CONDICIONAL B=BLOQUEADO, MANTIDA EM        *
      *  HOMOLFORN) E OS DOCUMENTOS EM CADHOMOLDOC    *
      *  (CND, ISO, LICENCA AMBIENTAL...) E DEVOLVE A *
      *  SITUACAO, O PRIMEIRO DOCUMENTO VENCIDO NA    *
      *  DATA INFORMADA (0 = HOJE) E O RESULTADO:     *
      *  L = LIBERADO (HOMOLOGADO E EM DIA)           *
      *  A = AVISAR (CONDICIONAL, OU SEM HOMOLOGACAO  *
      *      COM HOMOLOBRIG DE CADPARAM NAO = 1)      *
      *  R = RECUSAR (BLOQUEADO, DOCUMENTO VENCIDO,   *
      *      OU SEM HOMOLOGACAO COM HOMOLOBRIG = 1)   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHOMOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HML-CNPJ
                    FILE STATUS  IS ST-HML.

           SELECT CADHOMOLDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HMD-KEY
                    FILE STATUS  IS ST-HMD.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADHOMOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHOMOL.DAT".
       01 REGHOMOL.
           03 HML-CNPJ          PIC 9(15).
           03 HML-SITUACAO      PIC X(01).
           03 HML-DATA          PIC 9(08).
           03 HML-OPERADOR      PIC X(08).
           03 HML-OBS           PIC X(40).

       FD CADHOMOLDOC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHOMOLDOC.DAT".
       01 REGHOMOLDOC.
           03 HMD-KEY.
              05 HMD-CNPJ       PIC 9(15).
              05 HMD-TIPO       PIC X(03).
           03 HMD-NUMERO        PIC X(20).
           03 HMD-VALIDADE      PIC 9(08).
           03 HMD-DATA-ATU      PIC 9(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-HML         PIC X(02) VALUE "00".
       01 ST-HMD         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-DATA-REF     PIC 9(08) VALUE ZEROS.
       01 W-OBRIGATORIA  PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 HOM-PARAM.
           03 HOM-CNPJ          PIC 9(15).
           03 HOM-DATA          PIC 9(08).
           03 HOM-SITUACAO      PIC X(01).
           03 HOM-TIPO-VENC     PIC X(03).
           03 HOM-VALIDADE      PIC 9(08).
       01 HOM-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING HOM-PARAM HOM-RESULT.
       INICIO.
           MOVE "L" TO HOM-RESULT
           MOVE "N" TO HOM-SITUACAO
           MOVE SPACES TO HOM-TIPO-VENC
           MOVE ZEROS TO HOM-VALIDADE
           MOVE HOM-DATA TO W-DATA-REF
           IF W-DATA-REF = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-REF.

      *---------[ SITUACAO DO FORNECEDOR EM CADHOMOL ]------------------
       R0.
           OPEN INPUT CADHOMOL
           IF ST-HML NOT = "00"
               GO TO R-SEM-HOMOL.
           MOVE HOM-CNPJ TO HML-CNPJ
           READ CADHOMOL
           IF ST-HML NOT = "00"
               CLOSE CADHOMOL
               GO TO R-SEM-HOMOL.
           MOVE HML-SITUACAO TO HOM-SITUACAO
           CLOSE CADHOMOL
           IF HML-SITUACAO = "B"
               MOVE "R" TO HOM-RESULT
           ELSE
               IF HML-SITUACAO = "C"
                   MOVE "A" TO HOM-RESULT.

      *---------[ PRIMEIRO DOCUMENTO VENCIDO DO CNPJ ]------------------
       R1.
           OPEN INPUT CADHOMOLDOC
           IF ST-HMD NOT = "00"
               GO TO ROT-FIM3.
           MOVE HOM-CNPJ TO HMD-CNPJ
           MOVE SPACES TO HMD-TIPO
           START CADHOMOLDOC KEY IS NOT LESS HMD-KEY
               INVALID KEY GO TO R-FIM-DOC.
       R1A.
           READ CADHOMOLDOC NEXT RECORD
               AT END
                 GO TO R-FIM-DOC
           END-READ.
           IF HMD-CNPJ NOT = HOM-CNPJ
               GO TO R-FIM-DOC.
           IF HMD-VALIDADE NOT < W-DATA-REF
               GO TO R1A.
           MOVE HMD-TIPO TO HOM-TIPO-VENC
           MOVE HMD-VALIDADE TO HOM-VALIDADE
           MOVE "R" TO HOM-RESULT.
       R-FIM-DOC.
           CLOSE CADHOMOLDOC
           GO TO ROT-FIM3.

      *---------[ SEM HOMOLOGACAO - AVISA OU RECUSA (HOMOLOBRIG) ]------
       R-SEM-HOMOL.
           MOVE "N" TO W-OBRIGATORIA
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "HOMOLOBRIG" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR = 1
                   MOVE "S" TO W-OBRIGATORIA
               END-IF
               CLOSE CADPARAM.
           IF W-OBRIGATORIA = "S"
               MOVE "R" TO HOM-RESULT
           ELSE
               MOVE "A" TO HOM-RESULT.
       ROT-FIM3.
           GOBACK.
