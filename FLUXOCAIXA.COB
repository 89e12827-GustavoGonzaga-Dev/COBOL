      *  SALDO INICIAL PODE VIR DO SALDO REAL DAS     *
      *  CONTAS DA TESOURARIA (CADCONTABCO) EM VEZ    *
      *  DE UM NUMERO DIGITADO. SAI NO SPOOL          *
      *  FLUXOCAIXA.SPL. TITULO BAIXADO POR PERDA     *
      *  (X) OU RENEGOCIADO (R) NAO ENTRA NA PROJECAO *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
