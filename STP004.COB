      ***********************************************
      *   MOVIMENTACAO DE ESTOQUE DO CADASTRO DE     *
      *   PRODUTO (ENTRADA/SAIDA DE QUANTIDADE)       *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  MOVIMENTO E RECUSADO.                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADRESERV
            LABEL RECORD IS STANDARD
       01 ST-RSV          PIC X(02) VALUE "00".
       01 W-RESERVADO     PIC 9(05)V9 VALUE ZEROS.
       01 W-DISPONIVEL    PIC S9(06)V9 VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELA.
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONF-OPC.
           MOVE "EST" TO W-CPR-MODULO
           MOVE ZEROS TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
              MOVE "*** COMPETENCIA FECHADA NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       APLICA-MOV.
           IF MOV-TIPO = "E"
