      *  (S=SELECIONADO X=EXCLUIDO P=PAGO): UMA       *
      *  SELECAO IMPRESSA E NAO CONFIRMADA E          *
      *  RETOMADA NA PROXIMA EXECUCAO SEM RESELECAO   *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  BAIXA E LANCAMENTO SAO RECUSADOS.            *
      *  TITULO DE PEDIDO EM QUE O OPERADOR DA SESSAO *
      *  FEZ PASSO INCOMPATIVEL COM O PAGAMENTO       *
      *  (REGRAS DE CADSEGREG VIA CONSSEGREG) NAO E   *
      *  PAGO E SAI DA SELECAO; PAGO, O PASSO         *
      *  PAGTOLOTE FICA EM ARQTRANSLOG                *
      *  ESCOLHIDA A RODADA NA CAIXA DE PENDENCIAS    *
      *  (CAIXAPEND, VIA DOCSESSAO) O PROGRAMA ABRE   *
      *  DIRETO NA CONFIRMACAO DA SELECAO PENDENTE;   *
      *  TERMINA COM GOBACK PARA VOLTAR A MENUPRINC   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
       01 ST-PARM        PIC X(02) VALUE "00".
       01 W-TOT-SEGREG   PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DCS-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-DOC-PEND     PIC X(20) VALUE SPACES.

       01 W-SGP-PARAM.
           03 W-SGP-FUNCAO      PIC X(01).
           03 W-SGP-PASSO       PIC X(10).
           03 W-SGP-NUMPED      PIC 9(06).
           03 W-SGP-OPERADOR    PIC X(08).
           03 W-SGP-PASSO-CONFL PIC X(10).
           03 W-SGP-DATA-CONFL  PIC X(14).
       01 W-SGP-RESULT   PIC X(01) VALUE SPACES.

       01 W-REG-DETALHE.
           03 DET-TIPO         PIC X(01) VALUE "1".
           03 TRL-QTDE         PIC 9(06).
           03 TRL-VALOR        PIC 9(13)V99.
           03 FILLER           PIC X(38) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           PERFORM LE-DOCPEND THRU LE-DOCPEND-FIM
           PERFORM LE-CTAPADRAO THRU LE-CTAPADRAO-FIM.
       R0.
           OPEN I-O CADTITPAG
               DISPLAY "*** HA SELECAO PENDENTE DE " W-TOT-SEL
                   " TITULOS (" W-VAL-SEL ") - RETOMADA ***".

      *---------[ CHAMADO PELA CAIXA DE PENDENCIAS: VAI A CONFIRMACAO ]-
           IF W-DOC-PEND NOT = SPACES AND W-TEM-SELECAO = "S"
               MOVE SPACES TO W-DOC-PEND
               GO TO R5-CONFIRMA.

       R1.
           DISPLAY " "
           DISPLAY "*** RODADA DE PAGAMENTOS ***"
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.

           OPEN OUTPUT ARQPAGTO
           MOVE ZEROS TO W-TOT-SEL W-VAL-SEL W-TOT-SEGREG
           CLOSE CADSELPAG
           OPEN I-O CADSELPAG.
       R5A.
           IF W-SALDOTIT NOT > ZEROS
               GO TO R5A.

      *---------[ TITULO DE PEDIDO: SEGREGACAO DE FUNCOES ]-------------
      *  O TITULO RECUSADO SAI DA SELECAO (X) E FICA ABERTO     *
      *  PARA A RODADA DE OUTRO OPERADOR                        *
           IF TIT-NUMPED > ZEROS
               PERFORM CONFERE-SEGREG THRU CONFERE-SEGREG-FIM
               IF W-SGP-RESULT = "R"
                   DISPLAY "*** TITULO " TIT-NUMERO " NAO PAGO ***"
                   MOVE "X" TO SEL-SITUACAO
                   REWRITE REGSELPAG
                   ADD 1 TO W-TOT-SEGREG
                   GO TO R5A.

           MOVE TIT-VALOR TO TIT-VALOR-PAGO
           MOVE "L" TO TIT-SITUACAO
           REWRITE REGTITPAG

           MOVE "P" TO SEL-SITUACAO
           REWRITE REGSELPAG
           IF TIT-NUMPED > ZEROS
               PERFORM GRAVA-PASSO THRU GRAVA-PASSO-FIM.
           ADD 1 TO W-TOT-SEL
           ADD W-LIQ-PAGAR TO W-VAL-SEL
           COMPUTE W-TOT-RETIDO = W-TOT-RETIDO
           IF W-TOT-RETIDO > ZEROS
               DISPLAY "*** RETIDO NA FONTE: " W-TOT-RETIDO
                   " (ACUMULADO EM CADRETFONTE) ***".
           IF W-TOT-SEGREG > ZEROS
               DISPLAY "*** " W-TOT-SEGREG " TITULOS RETIDOS POR"
                   " SEGREGACAO DE FUNCOES - PAGAMENTO POR OUTRO"
                   " OPERADOR ***".
           DISPLAY "*** ARQUIVO BANCARIO GRAVADO EM PAGAMENTO.TXT ***"
           GO TO R1.

       LE-CTAPADRAO-FIM.
           EXIT.

      *---------[ SEGREGACAO DE FUNCOES (CONSSEGREG) ]------------------
      *  RECUSA (W-SGP-RESULT = R) QUANDO O OPERADOR JA FEZ NO  *
      *  PEDIDO UM PASSO INCOMPATIVEL COM ESTE (CADSEGREG)      *
       CONFERE-SEGREG.
           MOVE "V" TO W-SGP-FUNCAO
           MOVE "PAGTOLOTE" TO W-SGP-PASSO
           MOVE TIT-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT
           IF W-SGP-RESULT = "R"
               DISPLAY "*** SEGREGACAO DE FUNCOES: " W-OPERADOR-LOG
                   " JA FEZ " W-SGP-PASSO-CONFL " NO PEDIDO "
                   W-SGP-NUMPED " EM " W-SGP-DATA-CONFL " ***"
               DISPLAY "*** " W-SGP-PASSO " DEVE SER FEITO POR OUTRO"
                   " OPERADOR ***".
       CONFERE-SEGREG-FIM.
           EXIT.

       GRAVA-PASSO.
           MOVE "G" TO W-SGP-FUNCAO
           MOVE "PAGTOLOTE" TO W-SGP-PASSO
           MOVE TIT-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT.
       GRAVA-PASSO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.

      *---------[ DOCUMENTO ESCOLHIDO NA CAIXA DE PENDENCIAS ]----------
       LE-DOCPEND.
           MOVE "L" TO W-DCS-OPERACAO
           MOVE "PAGTOLOTE" TO W-DCS-PROGRAMA
           CALL "DOCSESSAO" USING W-DCS-OPERACAO W-DCS-PROGRAMA
                                  W-DOC-PEND.
       LE-DOCPEND-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADTITPAG
           CLOSE CADSELPAG
               IF ST-RET NOT = "99"
                   CLOSE CADRETFONTE.
       ROT-FIM3.
           GOBACK.

      *---------[ RETENCAO NA FONTE DO FORNECEDOR DE SERVICO ]----------
       CALCULA-RETENCAO.
