       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREMATR.
      ***********************************************
      *  REMESSAS A TERCEIROS EM ATRASO - LISTA AS    *
      *  REMESSAS ABERTAS OU PARCIAIS (CADREMTERC     *
      *  SITUACAO A OU P) CUJA PREVISAO DE RETORNO JA *
      *  PASSOU, COM OS DIAS DE ATRASO, O             *
      *  DESTINATARIO (CADFORN OU CADCLI) E OS ITENS  *
      *  AINDA PENDENTES EM CADREMTERCIT. A EMISSAO E *
      *  O RETORNO FICAM EM REMESSA.                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREMTERC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REM-NUMERO
                    FILE STATUS  IS ST-REM.

           SELECT CADREMTERCIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REI-KEY
                    FILE STATUS  IS ST-REI.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREMTERC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMTERC.DAT".
       01 REGREMESSA.
           03 REM-NUMERO        PIC 9(06).
           03 REM-TIPO-DEST     PIC X(01).
           03 REM-DESTINO       PIC 9(15).
           03 REM-FINALIDADE    PIC X(01).
           03 REM-DATA          PIC 9(08).
           03 REM-PREVISAO      PIC 9(08).
           03 REM-DEP-ORIGEM    PIC 9(02).
           03 REM-SITUACAO      PIC X(01).
           03 REM-ITENS         PIC 9(03).
           03 REM-OBS           PIC X(40).
           03 REM-OPERADOR      PIC X(08).

       FD CADREMTERCIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMTERCIT.DAT".
       01 REGREMESSAIT.
           03 REI-KEY.
              05 REI-NUMERO        PIC 9(06).
              05 REI-CODGPRODUTO   PIC 9(06).
           03 REI-QTD-ENVIADA      PIC 9(05)V9.
           03 REI-QTD-RETORNADA    PIC 9(05)V9.
           03 REI-DATA-RETORNO     PIC 9(08).

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

       FD CADCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLI-CNPJCPF     PIC 9(15).
           03 CLI-TIPO        PIC X(01).
           03 CLI-RAZAO       PIC X(40).
           03 CLI-NOME        PIC X(12).
           03 CLI-CEP         PIC 9(08).
           03 CLI-NUMERO      PIC 9(04).
           03 CLI-COMPLEMENTO PIC X(11).
           03 CLI-LIMITE-CRED PIC 9(09)V99.
           03 CLI-SITUACAO    PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-REM         PIC X(02) VALUE "00".
       01 ST-REI         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-DIAS-ATRASO  PIC 9(05) VALUE ZEROS.
       01 W-PENDENTE     PIC 9(05)V9 VALUE ZEROS.
       01 W-NOME-DEST    PIC X(40) VALUE SPACES.
       01 W-EOF-REI      PIC X(01) VALUE "N".
       01 W-TOTATRASO    PIC 9(06) VALUE ZEROS.
       01 W-TOTITENS     PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** REMESSAS A TERCEIROS EM ATRASO ***"
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-HOJE).

           OPEN INPUT CADREMTERC
           IF ST-REM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMTERC"
               GO TO ROT-FIM3.
           OPEN INPUT CADREMTERCIT
           IF ST-REI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMTERCIT"
               CLOSE CADREMTERC
               GO TO ROT-FIM3.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.

           DISPLAY "REMESSA SIT FIN DESTINATARIO"
               "                                   PREVISAO  ATRASO".

       R1.
           READ CADREMTERC NEXT RECORD
               AT END
                 GO TO R-FIM-REL
           END-READ.

           IF REM-SITUACAO NOT = "A" AND REM-SITUACAO NOT = "P"
               GO TO R1.
           IF REM-PREVISAO NOT < W-HOJE
               GO TO R1.

           PERFORM LE-DESTINO THRU LE-DESTINO-FIM
           COMPUTE W-DIAS-ATRASO = W-INT-HOJE -
               FUNCTION INTEGER-OF-DATE (REM-PREVISAO)
           ADD 1 TO W-TOTATRASO
           DISPLAY " "
           DISPLAY REM-NUMERO "   " REM-SITUACAO "   " REM-FINALIDADE
               "  " REM-TIPO-DEST " " W-NOME-DEST "  " REM-PREVISAO
               "  " W-DIAS-ATRASO.

      *---------[ ITENS AINDA NAS MAOS DO TERCEIRO ]--------------------
           MOVE "N" TO W-EOF-REI
           MOVE REM-NUMERO TO REI-NUMERO
           MOVE ZEROS TO REI-CODGPRODUTO
           START CADREMTERCIT KEY IS NOT LESS REI-KEY
               INVALID KEY MOVE "S" TO W-EOF-REI.
       R2.
           IF W-EOF-REI = "S"
               GO TO R1.
           READ CADREMTERCIT NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REI
                 GO TO R2
           END-READ.
           IF REI-NUMERO NOT = REM-NUMERO
               MOVE "S" TO W-EOF-REI
               GO TO R2.
           COMPUTE W-PENDENTE = REI-QTD-ENVIADA - REI-QTD-RETORNADA
           IF W-PENDENTE = ZEROS
               GO TO R2.
           ADD 1 TO W-TOTITENS
           DISPLAY "         PRODUTO " REI-CODGPRODUTO
               "  ENVIADO " REI-QTD-ENVIADA
               "  PENDENTE " W-PENDENTE
           GO TO R2.

       R-FIM-REL.
           DISPLAY " "
           DISPLAY "SIT: A=ABERTA P=PARCIAL   FIN: C=CONSERTO"
               " D=DEMONSTRACAO I=INDUSTRIALIZACAO O=OUTROS"
           DISPLAY "REMESSAS EM ATRASO.............: " W-TOTATRASO
           DISPLAY "ITENS PENDENTES DE RETORNO.....: " W-TOTITENS.

       ROT-FIM.
           CLOSE CADREMTERC CADREMTERCIT
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
       ROT-FIM3.
           STOP RUN.

      *---------[ NOME DO DESTINATARIO (CADFORN OU CADCLI) ]------------
       LE-DESTINO.
           MOVE SPACES TO W-NOME-DEST
           IF REM-TIPO-DEST = "F"
               IF ST-FOR NOT = "99"
                   MOVE REM-DESTINO TO CNPJ
                   READ CADFORN
                   IF ST-FOR = "00"
                       MOVE RAZAO TO W-NOME-DEST
                   END-IF
                   MOVE "00" TO ST-FOR
               END-IF
           ELSE
               IF ST-CLI NOT = "99"
                   MOVE REM-DESTINO TO CLI-CNPJCPF
                   READ CADCLI
                   IF ST-CLI = "00"
                       MOVE CLI-RAZAO TO W-NOME-DEST
                   END-IF
                   MOVE "00" TO ST-CLI.
       LE-DESTINO-FIM.
           EXIT.
