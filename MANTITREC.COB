      *  (CADTITREC) GERADOS POR FATURA - BAIXA       *
      *  TOTAL, RECEBIMENTO PARCIAL E CANCELAMENTO.   *
      *  SITUACAO: A=ABERTO P=PARCIAL L=LIQUIDADO     *
      *  C=CANCELADO R=RENEGOCIADO (ACORDO, NAO MUDA  *
      *  AQUI) X=BAIXADO POR PERDA (BAIXAPERDA, NAO   *
      *  MUDA AQUI).                                  *
      *  TITULO VENCIDO ENTRA COM ENCARGOS: MULTA DE  *
      *  MULTAPCT % SOBRE O SALDO MAIS JUROS DE       *
      *  JUROSMES % AO MES PRO-RATA DIA, AMBOS DE     *
      *  CADPARAM, CONTADOS DO VENCIMENTO ATE HOJE.   *
      *  OS ENCARGOS ACEITOS SAO INCORPORADOS AO      *
      *  TR-VALOR ANTES DA BAIXA, PARA O RECEBIDO     *
      *  BATER COM O SISTEMA. CADA BAIXA GRAVA O      *
      *  HISTORICO EM CADBAIXAREC (DATA, DIAS DE      *
      *  ATRASO E ENCARGOS ACEITOS)                   *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  BAIXA E LANCAMENTO SAO RECUSADOS.            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVB-KEY
                    FILE STATUS  IS ST-MVB.

           SELECT CADBAIXAREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXR-KEY
                    ALTERNATE RECORD KEY IS BXR-CNPJCPF WITH DUPLICATES
                    FILE STATUS  IS ST-BXR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
           03 MVB-DOCUMENTO     PIC 9(06).
           03 MVB-VALOR         PIC 9(09)V99.
           03 MVB-CONCILIADO    PIC X(01).

       FD CADBAIXAREC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBAIXAREC.DAT".
       01 REGBAIXAREC.
           03 BXR-KEY.
              05 BXR-TITULO     PIC 9(06).
              05 BXR-SEQ        PIC 9(03).
           03 BXR-CNPJCPF       PIC 9(15).
           03 BXR-DATA          PIC 9(08).
           03 BXR-VENCTO        PIC 9(08).
           03 BXR-DIAS-ATRASO   PIC S9(05).
           03 BXR-VALOR         PIC 9(09)V99.
           03 BXR-ENCARGOS      PIC 9(09)V99.
           03 BXR-ORIGEM        PIC X(10).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-MVB-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
       01 ST-BXR         PIC X(02) VALUE "00".
       01 W-BXR-DATA     PIC 9(08) VALUE ZEROS.
       01 W-BXR-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-BXR-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       01 W-BXR-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-ENC-ACEITO   PIC 9(09)V99 VALUE ZEROS.
       01 W-BXR-INT      PIC 9(09) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF TR-SITUACAO = "L" OR TR-SITUACAO = "C"
               DISPLAY "*** TITULO LIQUIDADO/CANCELADO NAO MUDA ***"
               GO TO R1.
           IF TR-SITUACAO = "R"
               DISPLAY "*** TITULO RENEGOCIADO EM ACORDO NAO MUDA ***"
               GO TO R1.
           IF TR-SITUACAO = "X"
               DISPLAY "*** TITULO BAIXADO POR PERDA - RECEBIMENTO SO "
                   "COMO RECUPERACAO EM BAIXAPERDA ***"
               GO TO R1.

           DISPLAY "L=LIQUIDAR  P=PGTO PARCIAL  C=CANCELAR  N=NADA: "
               WITH NO ADVANCING
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
           MOVE "TITREC" TO W-MVB-ORIGEM
           MOVE TR-NUMERO TO W-MVB-DOC
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           MOVE W-MVB-VALOR TO W-BXR-VALOR
           PERFORM GRAVA-BAIXAREC-MT
           DISPLAY "*** TITULO LIQUIDADO ***"
           GO TO R1.

           MOVE "TITREC" TO W-MVB-ORIGEM
           MOVE TR-NUMERO TO W-MVB-DOC
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           MOVE W-VALORPGTO TO W-BXR-VALOR
           PERFORM GRAVA-BAIXAREC-MT
           DISPLAY "*** PAGAMENTO GRAVADO - SITUACAO "
               TR-SITUACAO " ***"
           GO TO R1.
      *  ACEITOS, ENTRAM NO TR-VALOR E O SALDO E REFEITO        *
       CALCULA-ENCARGOS.
           MOVE ZEROS TO W-VAL-MULTA W-VAL-JUROS W-VAL-ENCARGOS
           MOVE ZEROS TO W-ENC-ACEITO
           IF W-PCT-MULTA = ZEROS AND W-PCT-JUROSMES = ZEROS
               GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-INT-VENCTO =
               GO TO CALCULA-ENCARGOS-1.
           IF W-RESP = "S" OR W-RESP = "s"
               ADD W-VAL-ENCARGOS TO TR-VALOR
               MOVE W-VAL-ENCARGOS TO W-ENC-ACEITO
               COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
               DISPLAY "NOVO VALOR DO TITULO: " TR-VALOR
                   "  NOVO SALDO: " W-SALDOTIT.
       CALCULA-ENCARGOS-FIM.
           EXIT.

      *---------[ HISTORICO DA BAIXA EM CADBAIXAREC ]-------------------
      *  CADA RECEBIMENTO GRAVA DATA, DIAS DE ATRASO SOBRE O    *
      *  VENCIMENTO E ENCARGOS RECEBIDOS, PARA A RENTABILIDADE  *
      *  POR CLIENTE (RELRENTCLI). FALHA AQUI NAO IMPEDE        *
      *  A BAIXA                                                *
       GRAVA-BAIXAREC.
           IF W-BXR-VALOR = ZEROS
               GO TO GRAVA-BAIXAREC-FIM.
           OPEN I-O CADBAIXAREC
           IF ST-BXR NOT = "00"
              IF ST-BXR = "30"
                 OPEN OUTPUT CADBAIXAREC
                 CLOSE CADBAIXAREC
                 OPEN I-O CADBAIXAREC
              ELSE
                 GO TO GRAVA-BAIXAREC-FIM.
           IF ST-BXR NOT = "00"
               GO TO GRAVA-BAIXAREC-FIM.
           MOVE TR-NUMERO TO BXR-TITULO
           MOVE ZEROS TO BXR-SEQ
           MOVE TR-CNPJCPF TO BXR-CNPJCPF
           MOVE W-BXR-DATA TO BXR-DATA
           MOVE TR-DATA-VENCTO TO BXR-VENCTO
           COMPUTE W-BXR-INT = FUNCTION INTEGER-OF-DATE (W-BXR-DATA)
           COMPUTE BXR-DIAS-ATRASO = W-BXR-INT
               - FUNCTION INTEGER-OF-DATE (TR-DATA-VENCTO)
           MOVE W-BXR-VALOR TO BXR-VALOR
           MOVE W-BXR-ENCARGOS TO BXR-ENCARGOS
           MOVE W-BXR-ORIGEM TO BXR-ORIGEM.
       GRAVA-BAIXAREC-1.
           ADD 1 TO BXR-SEQ
           WRITE REGBAIXAREC
           IF ST-BXR = "22" AND BXR-SEQ < 999
               GO TO GRAVA-BAIXAREC-1.
           CLOSE CADBAIXAREC.
       GRAVA-BAIXAREC-FIM.
           EXIT.


      *---------[ LANCAMENTO NO LIVRO DA TESOURARIA ]-------------------
      *  A BAIXA ENTRA NA CONTA PADRAO (CADPARAM CTAPADRAO) DE  *
       GRAVA-MOVBCO-FIM.
           EXIT.

       GRAVA-BAIXAREC-MT.
           MOVE W-DATA-HOJE TO W-BXR-DATA
           MOVE W-ENC-ACEITO TO W-BXR-ENCARGOS
           MOVE "MANTITREC" TO W-BXR-ORIGEM
           PERFORM GRAVA-BAIXAREC THRU GRAVA-BAIXAREC-FIM.

       REGRAVA-TITULO.
           REWRITE REGTITREC
           IF ST-TR NOT = "00" AND ST-TR NOT = "02"
