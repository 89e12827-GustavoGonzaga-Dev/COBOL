      *  IMPRIME A CONFERENCIA DE ACEITOS, REJEITADOS *
      *  E NAO CASADOS. O TRAILER DO BANCO E BATIDO   *
      *  CONTRA O ACUMULADO LIDO, COMO A LINHA DE     *
      *  CONTROLE DE EXTRACSV. TITULO RENEGOCIADO (R, *
      *  VER ACORDO) E REJEITADO COMO O LIQUIDADO, E  *
      *  O BAIXADO POR PERDA (X) TAMBEM - O QUE VIER  *
      *  DELE E RECUPERACAO, FEITA EM BAIXAPERDA.     *
      *  CADA BAIXA GRAVA O HISTORICO EM CADBAIXAREC  *
      *  (DATA DO PAGAMENTO, DIAS DE ATRASO E O PAGO  *
      *  ALEM DO SALDO COMO ENCARGOS)                 *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  A BAIXA E REJEITADA E O RETORNO TERMINA COM  *
      *  RC 4                                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

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
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

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
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-REM         PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-TOT-LIDOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-ACEITOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJEIT   PIC 9(06) VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-BXR         PIC X(02) VALUE "00".
       01 W-BXR-DATA     PIC 9(08) VALUE ZEROS.
       01 W-BXR-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-BXR-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       01 W-BXR-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-BXR-INT      PIC 9(09) VALUE ZEROS.

       01 W-RET-DETALHE.
           03 RDT-TIPO         PIC X(01).
               GO TO R1.

           IF TR-SITUACAO = "L" OR TR-SITUACAO = "C"
              OR TR-SITUACAO = "R"
               ADD 1 TO W-TOT-REJEIT
               DISPLAY "  TITULO " RDT-NUMERO
                   " JA LIQUIDADO/CANCELADO/RENEGOCIADO - REJEITADA"
               GO TO R1.
           IF TR-SITUACAO = "X"
               ADD 1 TO W-TOT-REJEIT
               DISPLAY "  TITULO " RDT-NUMERO
                   " BAIXADO POR PERDA - REJEITADA (RECUPERAR EM"
                   " BAIXAPERDA)"
               GO TO R1.

           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               ADD 1 TO W-TOT-REJEIT
               MOVE 4 TO RETURN-CODE
               DISPLAY "  TITULO " RDT-NUMERO
                   " - COMPETENCIA FECHADA NA TESOURARIA - REJEITADA"
               GO TO R1.

      *---------[ BAIXA DO TITULO PELO VALOR PAGO ]---------------------
      *  O QUE O BANCO RECEBEU ALEM DO SALDO SAO OS ENCARGOS    *
      *  COBRADOS DO SACADO PELO ATRASO                         *
           COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
           MOVE ZEROS TO W-BXR-ENCARGOS
           IF RDT-VALOR-PAGO > W-SALDOTIT
               COMPUTE W-BXR-ENCARGOS = RDT-VALOR-PAGO - W-SALDOTIT.
           ADD RDT-VALOR-PAGO TO TR-VALOR-PAGO
           IF TR-VALOR-PAGO < TR-VALOR
               MOVE "P" TO TR-SITUACAO
           MOVE "TITREC" TO W-MVB-ORIGEM
           MOVE RDT-NUMERO TO W-MVB-DOC
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           MOVE RDT-VALOR-PAGO TO W-BXR-VALOR
           MOVE RDT-DATA-PGTO TO W-BXR-DATA
           MOVE "COBRETORNO" TO W-BXR-ORIGEM
           PERFORM GRAVA-BAIXAREC THRU GRAVA-BAIXAREC-FIM
           ADD 1 TO W-TOT-ACEITOS
           ADD RDT-VALOR-PAGO TO W-VAL-ACEITO
           DISPLAY "  TITULO " RDT-NUMERO " PAGO " RDT-VALOR-PAGO
       ROT-FIM3.
           GOBACK.

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
