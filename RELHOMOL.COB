       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELHOMOL.
      ***********************************************
      *  RELATORIO MENSAL DE CERTIFICADOS DE          *
      *  FORNECEDOR A VENCER - LE CADHOMOLDOC         *
      *  SEQUENCIALMENTE (MESMA LOGICA DE PRAZO DE    *
      *  RELDOCVENC) E LISTA TODO DOCUMENTO VENCIDO   *
      *  OU COM VALIDADE NOS PROXIMOS N DIAS (PADRAO  *
      *  30), COM A RAZAO DE CADFORN E A SITUACAO DE  *
      *  CADHOMOL, PARA O COMPRAS PEDIR A RENOVACAO.  *
      *  DOCUMENTO VENCIDO JA RECUSA AS COMPRAS DO    *
      *  FORNECEDOR (CONSHOMOL)                       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHOMOLDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HMD-KEY
                    FILE STATUS  IS ST-HMD.

           SELECT CADHOMOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HML-CNPJ
                    FILE STATUS  IS ST-HML.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADHOMOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHOMOL.DAT".
       01 REGHOMOL.
           03 HML-CNPJ          PIC 9(15).
           03 HML-SITUACAO      PIC X(01).
           03 HML-DATA          PIC 9(08).
           03 HML-OPERADOR      PIC X(08).
           03 HML-OBS           PIC X(40).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ            PIC 9(15).
           03 RAZAO           PIC X(40).
           03 NOME            PIC X(12).
           03 NUM             PIC 9(04).
           03 COMPREMENTO     PIC X(12).
           03 CEP-FORN        PIC 9(08).
           03 SITUACAO        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-HMD         PIC X(02) VALUE "00".
       01 ST-HML         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 W-DIAS         PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-LIMITE   PIC 9(09) VALUE ZEROS.
       01 W-TOTVENCENDO  PIC 9(06) VALUE ZEROS.
       01 W-TOTVENCIDOS  PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** CERTIFICADOS DE FORNECEDOR A VENCER ***"
           DISPLAY "ALERTA PARA QUANTOS DIAS: " WITH NO ADVANCING
           ACCEPT W-DIAS
           IF W-DIAS = ZEROS
               MOVE 30 TO W-DIAS.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-HOJE)
           COMPUTE W-INT-LIMITE = W-INT-HOJE + W-DIAS
           COMPUTE W-LIMITE =
               FUNCTION DATE-OF-INTEGER (W-INT-LIMITE).

           OPEN INPUT CADHOMOLDOC
           IF ST-HMD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHOMOLDOC"
               GO TO ROT-FIM3.

           OPEN INPUT CADHOMOL
           IF ST-HML NOT = "00"
               MOVE "99" TO ST-HML.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

           DISPLAY "*** DOCUMENTOS VENCENDO ATE " W-LIMITE " ***"
           DISPLAY "CNPJ             RAZAO SOCIAL"
               "                              SIT  TIPO  NUMERO"
               "                VALIDADE".

       R1.
           READ CADHOMOLDOC NEXT RECORD
               AT END
                 GO TO R-FIM-REL
           END-READ.

           IF HMD-VALIDADE > W-LIMITE
               GO TO R1.

           MOVE SPACES TO RAZAO
           IF ST-FOR NOT = "99"
               MOVE HMD-CNPJ TO CNPJ
               READ CADFORN
               IF ST-FOR NOT = "00"
                   MOVE SPACES TO RAZAO
               END-IF
               MOVE "00" TO ST-FOR.
           MOVE "N" TO HML-SITUACAO
           IF ST-HML NOT = "99"
               MOVE HMD-CNPJ TO HML-CNPJ
               READ CADHOMOL
               IF ST-HML NOT = "00"
                   MOVE "N" TO HML-SITUACAO
               END-IF
               MOVE "00" TO ST-HML.

           IF HMD-VALIDADE < W-HOJE
               ADD 1 TO W-TOTVENCIDOS
               DISPLAY HMD-CNPJ "  " RAZAO "  " HML-SITUACAO "    "
                   HMD-TIPO "   " HMD-NUMERO "  " HMD-VALIDADE
                   " *** VENCIDO ***"
           ELSE
               ADD 1 TO W-TOTVENCENDO
               DISPLAY HMD-CNPJ "  " RAZAO "  " HML-SITUACAO "    "
                   HMD-TIPO "   " HMD-NUMERO "  " HMD-VALIDADE.
           GO TO R1.

       R-FIM-REL.
           DISPLAY " "
           DISPLAY "SIT: Q=HOMOLOGADO C=CONDICIONAL B=BLOQUEADO"
               " N=SEM HOMOLOGACAO"
           DISPLAY "DOCUMENTOS VENCENDO NO PRAZO...: " W-TOTVENCENDO
           DISPLAY "DOCUMENTOS JA VENCIDOS.........: " W-TOTVENCIDOS.

       ROT-FIM.
           CLOSE CADHOMOLDOC
           IF ST-HML NOT = "99"
               CLOSE CADHOMOL.
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.
