       PROGRAM-ID. MANTITPAG.
      ***********************************************
      *  MANUTENCAO DOS TITULOS A PAGAR (CADTITPAG)   *
      *  GERADOS POR RECEBPED E PELOS CONTRATOS DE    *
      *  SERVICO (GERACONTR) - LIQUIDACAO TOTAL,      *
      *  PAGAMENTO PARCIAL E CANCELAMENTO.            *
      *  FORNECEDOR DE SERVICO (CADFORNSERV) TEM      *
      *  IRRF/INSS RETIDOS NA FONTE NA BAIXA, PELAS   *
      *  CADRETFONTE PARA A GUIA MENSAL (RELGUIARET). *
      *  SITUACAO: A=ABERTO P=PARCIAL L=LIQUIDADO     *
      *  C=CANCELADO                                  *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  BAIXA E LANCAMENTO SAO RECUSADOS.            *
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
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              AND W-OPCAO NOT = "C"
               DISPLAY "*** OPCAO INVALIDA ***"
               GO TO R2.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.

           IF W-OPCAO = "L"
               GO TO R3-LIQUIDA.
