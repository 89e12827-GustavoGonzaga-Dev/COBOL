       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTNFE.
      ***********************************************
      *  RETORNO DA TRANSMISSAO DA NF-E (CADNFE) -    *
      *  REGISTRA O QUE A SEFAZ DEVOLVEU PARA CADA    *
      *  NOTA DO ARQUIVO NFE.TXT GERADO POR EXPNFE:   *
      *   AUTORIZACAO COM O NUMERO DO PROTOCOLO (T),  *
      *   REJEICAO COM O MOTIVO (R - EXPNFE REENVIA   *
      *   COM A MESMA CHAVE NA PROXIMA EXECUCAO) E    *
      *   HOMOLOGACAO DO EVENTO DE CANCELAMENTO (C)   *
      *   PEDIDO EM CANCNF. CONSULTA A SITUACAO DE    *
      *   TRANSMISSAO DE QUALQUER NF                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUMNF
                    FILE STATUS  IS ST-NFE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNFE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 NFE-NUMNF          PIC 9(06).
           03 NFE-CHAVE          PIC X(44).
           03 NFE-DATA-GER       PIC 9(08).
           03 NFE-SITUACAO       PIC X(01).
           03 NFE-PROTOCOLO      PIC X(15).
           03 NFE-DATA-PROT      PIC 9(08).
           03 NFE-MOTIVO         PIC X(40).
           03 NFE-EVENTO-GER     PIC X(01).
           03 NFE-PROT-CANC      PIC X(15).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-NFE         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-NUMNF        PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-PROTOCOLO    PIC X(15) VALUE SPACES.
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-DESC-SIT     PIC X(22) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADNFE
           IF ST-NFE NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNFE"
                   " - RODAR EXPNFE"
               GO TO ROT-FIM3.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** RETORNO DA TRANSMISSAO DA NF-E ***"
           DISPLAY "  1 - REGISTRAR AUTORIZACAO (PROTOCOLO)"
           DISPLAY "  2 - REGISTRAR REJEICAO"
           DISPLAY "  3 - REGISTRAR CANCELAMENTO HOMOLOGADO"
           DISPLAY "  4 - CONSULTAR NF"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           IF W-OPCAO = 0
               GO TO ROT-FIM.
           IF W-OPCAO > 4
               DISPLAY "*** OPCAO INVALIDA ***"
               GO TO R1.

       R2.
           DISPLAY "NUMERO DA NF (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMNF
           IF W-NUMNF = ZEROS
               GO TO R1.
           MOVE W-NUMNF TO NFE-NUMNF
           READ CADNFE
           IF ST-NFE NOT = "00"
               DISPLAY "*** NF AINDA NAO EXPORTADA (EXPNFE) ***"
               GO TO R2.
           PERFORM MOSTRA-NFE THRU MOSTRA-NFE-FIM
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R3-AUTORIZA
              WHEN 2
                 GO TO R4-REJEITA
              WHEN 3
                 GO TO R5-CANCELA
              WHEN OTHER
                 GO TO R2
           END-EVALUATE.

      *---------[ AUTORIZACAO: PROTOCOLO DA SEFAZ ]---------------------
       R3-AUTORIZA.
           IF NFE-SITUACAO NOT = "G"
               DISPLAY "*** SO NF GERADA E AINDA SEM RETORNO ***"
               GO TO R2.
           DISPLAY "PROTOCOLO DE AUTORIZACAO: " WITH NO ADVANCING
           ACCEPT W-PROTOCOLO
           IF W-PROTOCOLO = SPACES
               GO TO R2.
           MOVE W-PROTOCOLO TO NFE-PROTOCOLO
           MOVE W-HOJE TO NFE-DATA-PROT
           MOVE SPACES TO NFE-MOTIVO
           MOVE "T" TO NFE-SITUACAO
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           GO TO R2.

      *---------[ REJEICAO: VOLTA PARA O PROXIMO EXPNFE ]---------------
       R4-REJEITA.
           IF NFE-SITUACAO NOT = "G"
               DISPLAY "*** SO NF GERADA E AINDA SEM RETORNO ***"
               GO TO R2.
           DISPLAY "MOTIVO DA REJEICAO: " WITH NO ADVANCING
           ACCEPT W-MOTIVO
           IF W-MOTIVO = SPACES
               GO TO R2.
           MOVE W-MOTIVO TO NFE-MOTIVO
           MOVE W-HOJE TO NFE-DATA-PROT
           MOVE "R" TO NFE-SITUACAO
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           GO TO R2.

      *---------[ CANCELAMENTO: PROTOCOLO DO EVENTO ]-------------------
       R5-CANCELA.
           IF NFE-SITUACAO NOT = "X"
               DISPLAY "*** NF SEM PEDIDO DE CANCELAMENTO ***"
               GO TO R2.
           IF NFE-EVENTO-GER NOT = "S"
               DISPLAY "*** EVENTO AINDA NAO EXPORTADO (EXPNFE) ***"
               GO TO R2.
           DISPLAY "PROTOCOLO DO CANCELAMENTO: " WITH NO ADVANCING
           ACCEPT W-PROTOCOLO
           IF W-PROTOCOLO = SPACES
               GO TO R2.
           MOVE W-PROTOCOLO TO NFE-PROT-CANC
           MOVE "C" TO NFE-SITUACAO
           PERFORM GRAVA-NFE THRU GRAVA-NFE-FIM
           GO TO R2.

       ROT-FIM.
           CLOSE CADNFE.
       ROT-FIM3.
           STOP RUN.

       GRAVA-NFE.
           REWRITE REGNFE
           IF ST-NFE = "00" OR "02"
               DISPLAY "*** RETORNO REGISTRADO ***"
           ELSE
               DISPLAY "ERRO NA REGRAVACAO ST=" ST-NFE.
       GRAVA-NFE-FIM.
           EXIT.

       MOSTRA-NFE.
           EVALUATE NFE-SITUACAO
              WHEN "G"
                 MOVE "GERADA - SEM RETORNO" TO W-DESC-SIT
              WHEN "T"
                 MOVE "AUTORIZADA" TO W-DESC-SIT
              WHEN "R"
                 MOVE "REJEITADA" TO W-DESC-SIT
              WHEN "X"
                 MOVE "CANCELAMENTO PEDIDO" TO W-DESC-SIT
              WHEN "C"
                 MOVE "CANCELADA" TO W-DESC-SIT
              WHEN OTHER
                 MOVE "?" TO W-DESC-SIT
           END-EVALUATE
           DISPLAY "CHAVE....: " NFE-CHAVE
           DISPLAY "GERADA EM: " NFE-DATA-GER "   SITUACAO: "
               W-DESC-SIT
           IF NFE-PROTOCOLO NOT = SPACES
               DISPLAY "PROTOCOLO: " NFE-PROTOCOLO " EM "
                   NFE-DATA-PROT.
           IF NFE-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO...: " NFE-MOTIVO.
           IF NFE-PROT-CANC NOT = SPACES
               DISPLAY "PROT.CANC: " NFE-PROT-CANC.
       MOSTRA-NFE-FIM.
           EXIT.
