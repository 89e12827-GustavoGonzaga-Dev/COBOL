      *  RECEBPED QUE OS PEDIDOS DE REPOSICAO. A      *
      *  SITUACAO FICA CONSULTAVEL AQUI: D=DIGITADA   *
      *  A=APROVADA R=REJEITADA P=PEDIDO GERADO       *
      *  O CALCULO DE NECESSIDADE (MRPCALC) TAMBEM    *
      *  GRAVA REQUISICOES, COM A DATA EM QUE O       *
      *  MATERIAL E NECESSARIO                        *
      *  ESCOLHIDA A REQUISICAO NA CAIXA DE           *
      *  PENDENCIAS (CAIXAPEND, VIA DOCSESSAO) O      *
      *  PROGRAMA ABRE DIRETO NA APROVACAO DELA;      *
      *  TERMINA COM GOBACK PARA VOLTAR A MENUPRINC   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 REQ-DATA             PIC 9(08).
           03 REQ-SITUACAO         PIC X(01).
           03 REQ-NUMPED           PIC 9(06).
           03 REQ-DATA-NECES       PIC 9(08).

       FD ARQDEP
               LABEL RECORD IS STANDARD
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-SUP-OK       PIC X(01) VALUE "N".
       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DCS-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-DOC-PEND     PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

      *---------[ CHAMADO PELA CAIXA DE PENDENCIAS: VAI A APROVACAO ]---
           PERFORM LE-DOCPEND THRU LE-DOCPEND-FIM
           IF W-DOC-PEND NOT = SPACES
               MOVE W-DOC-PEND (1:6) TO W-NUMINF
               DISPLAY "*** CAIXA DE PENDENCIAS - REQUISICAO "
                   W-NUMINF " ***"
               GO TO R4-APROVA2.

       R1.
           DISPLAY " "
           DISPLAY "*** REQUISICAO DE COMPRA ***"
           MOVE W-QTDREQ TO REQ-QUANTIDADE
           MOVE W-DATA-HOJE TO REQ-DATA
           MOVE "D" TO REQ-SITUACAO
           MOVE ZEROS TO REQ-NUMPED REQ-DATA-NECES
           WRITE REGREQ
           IF ST-REQ = "22"
               DISPLAY "*** PRODUTO JA LANCADO NESTA REQUISICAO ***"
           IF REQ-SITUACAO = "P"
               DISPLAY "    PEDIDO DE COMPRA " REQ-NUMPED.
           DISPLAY "    JUSTIFICATIVA: " REQ-JUSTIF
           IF REQ-DATA-NECES > ZEROS
               DISPLAY "    NECESSARIO ATE " REQ-DATA-NECES.
           ADD 1 TO W-TOTLINHAS
           GO TO R3A.
       R3B.
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.
       R4-APROVA2.
           PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
           IF W-SUP-OK NOT = "S"
               GO TO R1.
           CLOSE ARQDEP
           CLOSE CADPROD.
       ROT-FIM3.
           GOBACK.

      *---------[ DOCUMENTO ESCOLHIDO NA CAIXA DE PENDENCIAS ]----------
       LE-DOCPEND.
           MOVE "L" TO W-DCS-OPERACAO
           MOVE "REQCOMPRA" TO W-DCS-PROGRAMA
           CALL "DOCSESSAO" USING W-DCS-OPERACAO W-DCS-PROGRAMA
                                  W-DOC-PEND.
       LE-DOCPEND-FIM.
           EXIT.

      *---------[ LIBERACAO DE SUPERVISOR (PERFIL A) ]------------------
       VALIDA-SUPERVISOR.
