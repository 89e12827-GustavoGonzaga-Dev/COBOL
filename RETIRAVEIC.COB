      *  - AMARRA A PLACA DE CADVEIC A CHAPA DE       *
      *  ARQFUNC COM DATA/HORA DE SAIDA E PREVISAO    *
      *  DE RETORNO. RECUSA VEICULO EM MANUTENCAO,    *
      *  BATIDO, SUCATA OU VENDIDO, VEICULO JA FORA,  *
      *  MOTORISTA COM CNH VENCIDA OU SEM CNH NO      *
      *  ARQUIVO DE DOCUMENTOS (ARQDOCFUNC), E        *
      *  VEICULO COM REVISAO PREVENTIVA VENCIDA PELO  *
      *  PLANO DE CADPLANOPREV CONTRA O ODOMETRO DE   *
      *  CADABAST, E MOTORISTA SEM O CURSO DE DIRECAO *
      *  DEFENSIVA (DIRDEF) VALIDO EM CADTREINO.      *
      *  MOTORISTA COM ALERTA NO SCORECARD            *
      *  (CADNOTAMOT, GRAVADO POR RELMOTOR) SO LEVA   *
      *  O VEICULO COM A CONFIRMACAO DO DESPACHANTE.  *
      *  A RETIRADA CONSOME A RESERVA DO MOTORISTA    *
      *  PARA A PLACA (CADRESERVA, DE RESERVEIC) E    *
      *  AVISA, PEDINDO CONFIRMACAO, QUANDO O VEICULO *
      *  ESTA RESERVADO A OUTRO NO PERIODO.           *
      *  O QUADRO DE QUEM ESTA COM O QUE SAI EM       *
      *  RELVEICFORA                                  *
      ***********************************************
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ABAST-KEY
                    FILE STATUS  IS ST-ABA.

           SELECT CADTREINO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRN-KEY
                    FILE STATUS  IS ST-TRN.

           SELECT CADNOTAMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NMT-CHAPA
                    FILE STATUS  IS ST-NMT.

           SELECT CADRESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-NUMERO
                    ALTERNATE RECORD KEY IS RES-PLACA WITH DUPLICATES
                    FILE STATUS  IS ST-RES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ABAST-LITROS       PIC 9(04)V99.
           03 ABAST-VALOR        PIC 9(06)V99.
           03 ABAST-CHAPA        PIC 9(06).

      *---------[ TREINAMENTO REALIZADO (TREINAM) ]---------------------
       FD CADTREINO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTREINO.DAT".
       01 REGTREINO.
           03 TRN-KEY.
              05 TRN-CHAPA      PIC 9(06).
              05 TRN-CURSO      PIC X(06).
              05 TRN-DATA       PIC 9(08).
           03 TRN-HORAS         PIC 9(03)V9.
           03 TRN-VALIDADE      PIC 9(08).
           03 TRN-ENTIDADE      PIC X(30).

      *---------[ NOTA DO MOTORISTA (RELMOTOR) ]------------------------
       FD CADNOTAMOT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNOTAMOT.DAT".
       01 REGNOTAMOT.
           03 NMT-CHAPA         PIC 9(06).
           03 NMT-NOTA          PIC 9(03).
           03 NMT-NOTA-MIN      PIC 9(03).
           03 NMT-ALERTA        PIC X(01).
           03 NMT-DATA-INI      PIC 9(08).
           03 NMT-DATA-FIM      PIC 9(08).
           03 NMT-DATA-CALC     PIC 9(08).

      *---------[ RESERVA DE VEICULO (RESERVEIC) ]----------------------
       FD CADRESERVA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 RES-NUMERO         PIC 9(06).
           03 RES-PLACA          PIC X(07).
           03 RES-CATEGORIA      PIC X(10).
           03 RES-CHAPA          PIC 9(06).
           03 RES-DATA-INI       PIC 9(08).
           03 RES-HORA-INI       PIC 9(04).
           03 RES-DATA-FIM       PIC 9(08).
           03 RES-HORA-FIM       PIC 9(04).
           03 RES-FINALIDADE     PIC X(40).
           03 RES-SITUACAO       PIC X(01).
           03 RES-DATA-RESERVA   PIC 9(08).
           03 RES-RETIRADA       PIC 9(04).
           03 RES-OPERADOR       PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-REV-VENCIDA  PIC X(01) VALUE "N".
       01 W-ODOM-ATUAL   PIC 9(07) VALUE ZEROS.
       01 W-EOF-ABA      PIC X(01) VALUE "N".
       01 ST-TRN         PIC X(02) VALUE "00".
       01 W-EOF-TRN      PIC X(01) VALUE "N".
       01 W-VALID-DIRDEF PIC 9(08) VALUE ZEROS.
       01 ST-NMT         PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 W-EOF-RES      PIC X(01) VALUE "N".
       01 W-RES-PROPRIA  PIC 9(06) VALUE ZEROS.
       01 W-RES-OUTRA    PIC 9(06) VALUE ZEROS.
       01 W-RES-CHAPA    PIC 9(06) VALUE ZEROS.
       01 W-RES-DATA-INI PIC 9(08) VALUE ZEROS.
       01 W-RES-DATA-FIM PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT CADABAST
           IF ST-ABA NOT = "00"
               MOVE "99" TO ST-ABA.
           OPEN INPUT CADTREINO
           IF ST-TRN NOT = "00"
               DISPLAY "*** CADTREINO AUSENTE - DIRECAO DEFENSIVA NAO"
                   " SERA CONFERIDA ***"
               MOVE "99" TO ST-TRN.
           OPEN INPUT CADNOTAMOT
           IF ST-NMT NOT = "00"
               MOVE "99" TO ST-NMT.
           OPEN I-O CADRESERVA
           IF ST-RES NOT = "00"
               MOVE "99" TO ST-RES.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE.

               DISPLAY "*** VEICULO EM MANUTENCAO/BATIDO/SUCATA -"
                   " RETIRADA RECUSADA ***"
               GO TO R2-RETIRA.
           IF SITUACAO = "V"
               DISPLAY "*** VEICULO VENDIDO - RETIRADA RECUSADA ***"
               GO TO R2-RETIRA.

           PERFORM ACHA-ABERTA THRU ACHA-ABERTA-FIM
           IF W-SEQ-ABERTA > ZEROS
               DISPLAY "CNH CAT " DOC-CATEGORIA " VALIDA ATE "
                   DOC-VALIDADE.

      *---------[ CURSO DE DIRECAO DEFENSIVA VALIDO EM CADTREINO ]------
           IF ST-TRN NOT = "99"
               PERFORM VALIDADE-DIRDEF THRU VALIDADE-DIRDEF-FIM
               IF W-VALID-DIRDEF = ZEROS
                   DISPLAY "*** MOTORISTA SEM CURSO DE DIRECAO"
                       " DEFENSIVA - RETIRADA RECUSADA ***"
                   GO TO R2A
               END-IF
               IF W-VALID-DIRDEF < W-HOJE
                   DISPLAY "*** DIRECAO DEFENSIVA VENCIDA EM "
                       W-VALID-DIRDEF " - RETIRADA RECUSADA ***"
                   GO TO R2A
               END-IF
               DISPLAY "DIRECAO DEFENSIVA VALIDA ATE " W-VALID-DIRDEF.

      *---------[ ALERTA DO SCORECARD PEDE CONFIRMACAO ]----------------
           IF ST-NMT NOT = "99"
               MOVE W-CHAPA TO NMT-CHAPA
               READ CADNOTAMOT
               IF ST-NMT NOT = "00"
                   MOVE "00" TO ST-NMT
               ELSE
                   IF NMT-ALERTA = "S"
                       DISPLAY "*** ATENCAO: MOTORISTA COM NOTA "
                           NMT-NOTA " (MINIMA " NMT-NOTA-MIN
                           ") NO SCORECARD DE " NMT-DATA-INI
                           " A " NMT-DATA-FIM " ***"
                       DISPLAY "ENTREGA O VEICULO MESMO ASSIM (S/N): "
                           WITH NO ADVANCING
                       ACCEPT W-RESP
                       IF W-RESP NOT = "S" AND W-RESP NOT = "s"
                           GO TO R2A
                       END-IF
                   END-IF
               END-IF.

      *---------[ REVISAO PREVENTIVA VENCIDA BLOQUEIA A SAIDA ]---------
           PERFORM CHECA-REVISAO THRU CHECA-REVISAO-FIM
           IF W-REV-VENCIDA = "S"
               DISPLAY "*** PREVISAO ANTERIOR A HOJE ***"
               GO TO R2B.

      *---------[ RESERVA DE OUTRO MOTORISTA PEDE CONFIRMACAO ]---------
           PERFORM CONFERE-RESERVA THRU CONFERE-RESERVA-FIM
           IF W-RES-OUTRA > ZEROS
               DISPLAY "*** ATENCAO: VEICULO RESERVADO (RESERVA "
                   W-RES-OUTRA ") PARA A CHAPA " W-RES-CHAPA
                   " DE " W-RES-DATA-INI " A " W-RES-DATA-FIM " ***"
               DISPLAY "ENTREGA O VEICULO MESMO ASSIM (S/N): "
                   WITH NO ADVANCING
               ACCEPT W-RESP
               IF W-RESP NOT = "S" AND W-RESP NOT = "s"
                   GO TO R1.

           MOVE ZEROS TO RET-DATA-RETORNO
           MOVE "F" TO RET-SITUACAO
           WRITE REGRETVEIC
               DISPLAY "*** RETIRADA " RET-SEQ " GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RET.
           IF (ST-RET = "00" OR "02") AND W-RES-PROPRIA > ZEROS
               PERFORM CONSOME-RESERVA THRU CONSOME-RESERVA-FIM.
           GO TO R1.

      *---------[ CHECKIN ]---------------------------------------------
       CHECA-REVISAO-FIM.
           EXIT.

      *---------[ MAIOR VALIDADE DO CURSO DIRDEF DA CHAPA ]-------------
       VALIDADE-DIRDEF.
           MOVE ZEROS TO W-VALID-DIRDEF
           MOVE "N" TO W-EOF-TRN
           MOVE W-CHAPA TO TRN-CHAPA
           MOVE "DIRDEF" TO TRN-CURSO
           MOVE ZEROS TO TRN-DATA
           START CADTREINO KEY IS NOT LESS TRN-KEY
               INVALID KEY MOVE "S" TO W-EOF-TRN.
       VALIDADE-DIRDEF-1.
           IF W-EOF-TRN = "S"
               GO TO VALIDADE-DIRDEF-FIM.
           READ CADTREINO NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-TRN
                 GO TO VALIDADE-DIRDEF-1
           END-READ.
           IF TRN-CHAPA NOT = W-CHAPA OR TRN-CURSO NOT = "DIRDEF"
               MOVE "S" TO W-EOF-TRN
               GO TO VALIDADE-DIRDEF-1.
           IF TRN-VALIDADE > W-VALID-DIRDEF
               MOVE TRN-VALIDADE TO W-VALID-DIRDEF.
           GO TO VALIDADE-DIRDEF-1.
       VALIDADE-DIRDEF-FIM.
           EXIT.

      *---------[ RESERVAS DA PLACA QUE TOCAM A RETIRADA ]--------------
      *  DE HOJE ATE A PREVISAO DE RETORNO: A DO PROPRIO        *
      *  MOTORISTA SERA CONSUMIDA, A DE OUTRO GERA O AVISO      *
       CONFERE-RESERVA.
           MOVE ZEROS TO W-RES-PROPRIA W-RES-OUTRA
           IF ST-RES = "99"
               GO TO CONFERE-RESERVA-FIM.
           MOVE "N" TO W-EOF-RES
           MOVE W-PLACA TO RES-PLACA
           START CADRESERVA KEY IS NOT LESS RES-PLACA
               INVALID KEY MOVE "S" TO W-EOF-RES.
       CONFERE-RESERVA-1.
           IF W-EOF-RES = "S"
               GO TO CONFERE-RESERVA-FIM.
           READ CADRESERVA NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RES
                 GO TO CONFERE-RESERVA-1
           END-READ.
           IF RES-PLACA NOT = W-PLACA
               MOVE "S" TO W-EOF-RES
               GO TO CONFERE-RESERVA-1.
           IF RES-SITUACAO NOT = "R"
               GO TO CONFERE-RESERVA-1.
           IF RES-DATA-FIM < W-HOJE
              OR RES-DATA-INI > RET-PREV-RETORNO
               GO TO CONFERE-RESERVA-1.
           IF RES-CHAPA = W-CHAPA
               IF W-RES-PROPRIA = ZEROS
                   MOVE RES-NUMERO TO W-RES-PROPRIA
               END-IF
               GO TO CONFERE-RESERVA-1.
           IF W-RES-OUTRA = ZEROS
               MOVE RES-NUMERO TO W-RES-OUTRA
               MOVE RES-CHAPA TO W-RES-CHAPA
               MOVE RES-DATA-INI TO W-RES-DATA-INI
               MOVE RES-DATA-FIM TO W-RES-DATA-FIM.
           GO TO CONFERE-RESERVA-1.
       CONFERE-RESERVA-FIM.
           EXIT.

       CONSOME-RESERVA.
           MOVE W-RES-PROPRIA TO RES-NUMERO
           READ CADRESERVA
           IF ST-RES NOT = "00"
               GO TO CONSOME-RESERVA-FIM.
           MOVE "U" TO RES-SITUACAO
           MOVE RET-SEQ TO RES-RETIRADA
           REWRITE REGRESERVA
           DISPLAY "*** RESERVA " RES-NUMERO " CONSUMIDA ***".
       CONSOME-RESERVA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADRETVEIC
           CLOSE CADVEIC
               CLOSE CADPLANOPREV.
           IF ST-ABA NOT = "99"
               CLOSE CADABAST.
           IF ST-TRN NOT = "99"
               CLOSE CADTREINO.
           IF ST-NMT NOT = "99"
               CLOSE CADNOTAMOT.
           IF ST-RES NOT = "99"
               CLOSE CADRESERVA.
       ROT-FIM3.
           STOP RUN.
