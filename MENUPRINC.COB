      *  CHAMADO - A ESTEIRA NAO DIVIDE ARQUIVO COM           *
      *  OPERADOR. NA SAIDA A SESSAO REGISTRADA POR LOGIN     *
      *  EM ARQSESSAO E LIMPA                                 *
      *  LOGO APOS O LOGIN (E NA OPCAO 8) MOSTRA A CAIXA DE   *
      *  PENDENCIAS DE APROVACAO DO PERFIL (CAIXAPEND); O     *
      *  ITEM ESCOLHIDO CHAMA O PROGRAMA DONO DO DOCUMENTO,   *
      *  QUE ABRE JA POSICIONADO NELE (DOCSESSAO), E NA       *
      *  VOLTA A CAIXA E MOSTRADA DE NOVO                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-QUIESCE    PIC X(01) VALUE "N".
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-PROG-PEND    PIC X(10) VALUE SPACES.
       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DOC-PEND     PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           CALL "LOGIN" USING W-LOGIN-OK W-PERFIL
           IF W-LOGIN-OK NOT = "S"
               GO TO ROT-FIM.
           PERFORM CAIXA-PEND THRU CAIXA-PEND-FIM.
       R0.
           DISPLAY " ".
           DISPLAY "**************************************************".
           DISPLAY "  5 - MOVIMENTACAO DE ESTOQUE          (STP004)".
           DISPLAY "  6 - FOLHA DE PAGAMENTO               (FOLPAG)".
           DISPLAY "  7 - CADASTRO DE USUARIOS          (CADUSUARIO)".
           DISPLAY "  8 - CAIXA DE PENDENCIAS            (CAIXAPEND)".
           DISPLAY "  0 - SAIR".
           DISPLAY "**************************************************".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
                 CALL "FOLPAG"
              WHEN 7
                 CALL "CADUSUARIO"
              WHEN 8
                 PERFORM CAIXA-PEND THRU CAIXA-PEND-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
           END-EVALUATE
      *  A = TUDO                                              *
      *  E = ALMOXARIFADO: CADASTROS E MOVIMENTACAO (1,2,3,5)  *
      *  R = RH: DEPENDENTES E FOLHA (4,6)                     *
      *  A CAIXA DE PENDENCIAS (8) E DE TODOS - O CONTEUDO E   *
      *  FILTRADO PELO PERFIL EM CAIXAPEND                     *
       AUTORIZA.
           MOVE "N" TO W-AUTORIZADO
           IF W-PERFIL = "A" OR W-OPCAO = 8
               MOVE "S" TO W-AUTORIZADO
               GO TO AUTORIZA-FIM.
           IF W-PERFIL = "E"
       CHECA-QUIESCE-FIM.
           EXIT.

      *---------[ CAIXA DE PENDENCIAS DE APROVACAO (CAIXAPEND) ]--------
      *  O PROGRAMA DO ITEM ESCOLHIDO E CHAMADO E CANCELADO NA  *
      *  VOLTA, PARA A PROXIMA CHAMADA COMECAR DO INICIO        *
       CAIXA-PEND.
           CALL "CAIXAPEND" USING W-PERFIL W-PROG-PEND
           IF W-PROG-PEND = SPACES
               GO TO CAIXA-PEND-FIM.
           PERFORM CHECA-QUIESCE THRU CHECA-QUIESCE-FIM
           IF W-QUIESCE = "S"
               DISPLAY "*** ESTEIRA NOTURNA EM EXECUCAO (QUIESCE) -"
                   " AGUARDE O FIM DO FECHAMENTO ***"
               MOVE "L" TO W-DCS-OPERACAO
               CALL "DOCSESSAO" USING W-DCS-OPERACAO W-PROG-PEND
                                      W-DOC-PEND
               GO TO CAIXA-PEND-FIM.
           CALL W-PROG-PEND
           CANCEL W-PROG-PEND
           GO TO CAIXA-PEND.
       CAIXA-PEND-FIM.
           EXIT.

      *---------[ LIMPA A SESSAO DO OPERADOR NA SAIDA ]-----------------
       LIMPA-SESSAO.
           MOVE "L" TO W-OPS-OPERACAO
