       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVSERIE.
      ***********************************************
      *  SUBPROGRAMA DE NUMERO DE SERIE DOS PRODUTOS  *
      *  CONTROLADOS UNIDADE A UNIDADE. MARCA DO      *
      *  PRODUTO EM CADPRODSER (RASTSERIE), FICHA DA  *
      *  SERIE EM CADSERIE (CHAVE PRODUTO + SERIE) E  *
      *  VIDA DA SERIE EM CADSERMOV (CHAVE PRODUTO +  *
      *  SERIE + DATA-HORA).                          *
      *  OPERACOES:                                   *
      *   V - VERIFICA SE O PRODUTO E CONTROLADO      *
      *   C - CONTA AS SERIES EM ESTOQUE DO PRODUTO   *
      *   R - CRITICA A SERIE PARA RECEBIMENTO        *
      *   E - ENTRADA PELO RECEBIMENTO (RECEBPED)     *
      *   S - SAIDA NA NF DE VENDA (FATURA)           *
      *   T - CRITICA A SERIE PARA DEVOLUCAO DA NF    *
      *       ORIGINAL INFORMADA                      *
      *   D - REENTRADA PELA DEVOLUCAO (DEVOLCLI)     *
      *   A - ABERTURA DE RMA DA SERIE (RMACLI)       *
      *   N - VOLTA AO ESTOQUE PELO CANCELAMENTO DA   *
      *       NF ORIGINAL INFORMADA (CANCNF)          *
      *  SITUACAO DA SERIE: E=EM ESTOQUE V=VENDIDA    *
      *  EVENTO DA VIDA: R=RECEBIDA V=VENDIDA         *
      *  D=DEVOLVIDA PELO CLIENTE  A=RMA ABERTO       *
      *  C=NF DE VENDA CANCELADA                      *
      *  RESULTADO: O=OK  N=NAO CONTROLADO/SERIE      *
      *  RECUSADA  X=ERRO DE ARQUIVO                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPRODSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PSR-CODGPRODUTO
                    FILE STATUS  IS ST-PSR.

           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-KEY
                    FILE STATUS  IS ST-SER.

           SELECT CADSERMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SMV-KEY
                    FILE STATUS  IS ST-SMV.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRODSER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPRODSER.DAT".
       01 REGPRODSER.
           03 PSR-CODGPRODUTO      PIC 9(06).
           03 PSR-CONTROLE         PIC X(01).
           03 PSR-DATA-ATU         PIC 9(08).

       FD CADSERIE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
           03 SER-KEY.
              05 SER-CODGPRODUTO   PIC 9(06).
              05 SER-NUMERO        PIC X(20).
           03 SER-SITUACAO         PIC X(01).
           03 SER-DATA-ENT         PIC 9(08).
           03 SER-NUMPED           PIC 9(06).
           03 SER-CNPJ-FORN        PIC 9(15).
           03 SER-NUMNF            PIC 9(06).
           03 SER-CNPJCPF          PIC 9(15).
           03 SER-DATA-SAIDA       PIC 9(08).

       FD CADSERMOV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERMOV.DAT".
       01 REGSERMOV.
           03 SMV-KEY.
              05 SMV-CODGPRODUTO   PIC 9(06).
              05 SMV-NUMERO        PIC X(20).
              05 SMV-DATA-HORA     PIC X(21).
           03 SMV-EVENTO           PIC X(01).
           03 SMV-DOCUMENTO        PIC 9(06).
           03 SMV-DOC-ORIG         PIC 9(06).
           03 SMV-PARTICIPANTE     PIC 9(15).
           03 SMV-OPERADOR         PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PSR         PIC X(02) VALUE "00".
       01 ST-SER         PIC X(02) VALUE "00".
       01 ST-SMV         PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-EVENTO       PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SRL-OPERACAO   PIC X(01).
       01 SRL-PARAM.
           03 SRL-CODGPRODUTO   PIC 9(06).
           03 SRL-NUMERO        PIC X(20).
           03 SRL-DOCUMENTO     PIC 9(06).
           03 SRL-DOC-ORIG      PIC 9(06).
           03 SRL-PARTICIPANTE  PIC 9(15).
           03 SRL-OPERADOR      PIC X(08).
           03 SRL-QUANTIDADE    PIC 9(05).
       01 SRL-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SRL-OPERACAO SRL-PARAM SRL-RESULT.
       INICIO.
       R0.
           MOVE "O" TO SRL-RESULT
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           IF SRL-OPERACAO = "V"
               GO TO R1-VERIFICA.
           OPEN I-O CADSERIE
           IF ST-SER NOT = "00"
              IF ST-SER = "30"
                 OPEN OUTPUT CADSERIE
                 CLOSE CADSERIE
                 GO TO R0
              ELSE
                 MOVE "X" TO SRL-RESULT
                 GO TO ROT-FIM3.
       R0B.
           OPEN I-O CADSERMOV
           IF ST-SMV NOT = "00"
              IF ST-SMV = "30"
                 OPEN OUTPUT CADSERMOV
                 CLOSE CADSERMOV
                 GO TO R0B
              ELSE
                 MOVE "X" TO SRL-RESULT
                 CLOSE CADSERIE
                 GO TO ROT-FIM3.

           IF SRL-OPERACAO = "C"
               GO TO R2-CONTA.
           MOVE SRL-CODGPRODUTO TO SER-CODGPRODUTO
           MOVE SRL-NUMERO TO SER-NUMERO
           READ CADSERIE
           IF SRL-OPERACAO = "R" OR SRL-OPERACAO = "E"
               GO TO R3-RECEBE.
           IF SRL-OPERACAO = "S"
               GO TO R4-VENDE.
           IF SRL-OPERACAO = "T" OR SRL-OPERACAO = "D"
               GO TO R5-DEVOLVE.
           IF SRL-OPERACAO = "A"
               GO TO R6-RMA.
           IF SRL-OPERACAO = "N"
               GO TO R7-CANCELA.
           MOVE "N" TO SRL-RESULT
           GO TO ROT-FIM.

      *---------[ PRODUTO CONTROLADO POR SERIE (CADPRODSER) ]-----------
       R1-VERIFICA.
           OPEN INPUT CADPRODSER
           IF ST-PSR NOT = "00"
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM3.
           MOVE SRL-CODGPRODUTO TO PSR-CODGPRODUTO
           READ CADPRODSER
           IF ST-PSR NOT = "00" OR PSR-CONTROLE NOT = "S"
               MOVE "N" TO SRL-RESULT.
           CLOSE CADPRODSER
           GO TO ROT-FIM3.

      *---------[ SERIES EM ESTOQUE DO PRODUTO ]------------------------
       R2-CONTA.
           MOVE ZEROS TO SRL-QUANTIDADE
           MOVE SRL-CODGPRODUTO TO SER-CODGPRODUTO
           MOVE SPACES TO SER-NUMERO
           START CADSERIE KEY IS NOT LESS SER-KEY
               INVALID KEY GO TO ROT-FIM.
       R2A.
           READ CADSERIE NEXT RECORD
               AT END
                 GO TO ROT-FIM
           END-READ.
           IF SER-CODGPRODUTO NOT = SRL-CODGPRODUTO
               GO TO ROT-FIM.
           IF SER-SITUACAO = "E"
               ADD 1 TO SRL-QUANTIDADE.
           GO TO R2A.

      *---------[ RECEBIMENTO: SERIE NOVA OU QUE JA SAIU ]--------------
       R3-RECEBE.
           IF ST-SER = "00" AND SER-SITUACAO = "E"
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           IF SRL-OPERACAO = "R"
               GO TO ROT-FIM.
           MOVE "E" TO SER-SITUACAO
           MOVE W-DATA-HOJE TO SER-DATA-ENT
           MOVE SRL-DOCUMENTO TO SER-NUMPED
           MOVE SRL-PARTICIPANTE TO SER-CNPJ-FORN
           IF ST-SER = "00"
               REWRITE REGSERIE
           ELSE
               MOVE SRL-CODGPRODUTO TO SER-CODGPRODUTO
               MOVE SRL-NUMERO TO SER-NUMERO
               MOVE ZEROS TO SER-NUMNF SER-CNPJCPF SER-DATA-SAIDA
               WRITE REGSERIE.
           MOVE "R" TO W-EVENTO
           GO TO R9-GRAVA.

      *---------[ VENDA: SO SERIE EM ESTOQUE ]--------------------------
       R4-VENDE.
           IF ST-SER NOT = "00" OR SER-SITUACAO NOT = "E"
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           MOVE "V" TO SER-SITUACAO
           MOVE SRL-DOCUMENTO TO SER-NUMNF
           MOVE SRL-PARTICIPANTE TO SER-CNPJCPF
           MOVE W-DATA-HOJE TO SER-DATA-SAIDA
           REWRITE REGSERIE
           MOVE "V" TO W-EVENTO
           GO TO R9-GRAVA.

      *---------[ DEVOLUCAO: SERIE VENDIDA NA NF ORIGINAL ]-------------
       R5-DEVOLVE.
           IF ST-SER NOT = "00" OR SER-SITUACAO NOT = "V"
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           IF SER-NUMNF NOT = SRL-DOC-ORIG
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           IF SRL-OPERACAO = "T"
               GO TO ROT-FIM.
           MOVE "E" TO SER-SITUACAO
           MOVE W-DATA-HOJE TO SER-DATA-ENT
           REWRITE REGSERIE
           MOVE "D" TO W-EVENTO
           GO TO R9-GRAVA.

      *---------[ RMA: SO REGISTRA O EVENTO NA VIDA DA SERIE ]----------
       R6-RMA.
           IF ST-SER NOT = "00"
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           MOVE "A" TO W-EVENTO
           GO TO R9-GRAVA.

      *---------[ NF CANCELADA: A VENDA DA SERIE E DESFEITA ]-----------
       R7-CANCELA.
           IF ST-SER NOT = "00" OR SER-SITUACAO NOT = "V"
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           IF SER-NUMNF NOT = SRL-DOC-ORIG
               MOVE "N" TO SRL-RESULT
               GO TO ROT-FIM.
           MOVE "E" TO SER-SITUACAO
           MOVE ZEROS TO SER-NUMNF SER-CNPJCPF SER-DATA-SAIDA
           REWRITE REGSERIE
           MOVE "C" TO W-EVENTO.

      *---------[ EVENTO NA VIDA DA SERIE ]-----------------------------
       R9-GRAVA.
           IF ST-SER NOT = "00" AND ST-SER NOT = "02"
               MOVE "X" TO SRL-RESULT
               GO TO ROT-FIM.
           MOVE SRL-CODGPRODUTO TO SMV-CODGPRODUTO
           MOVE SRL-NUMERO TO SMV-NUMERO
           MOVE FUNCTION CURRENT-DATE TO SMV-DATA-HORA
           MOVE W-EVENTO TO SMV-EVENTO
           MOVE SRL-DOCUMENTO TO SMV-DOCUMENTO
           MOVE SRL-DOC-ORIG TO SMV-DOC-ORIG
           MOVE SRL-PARTICIPANTE TO SMV-PARTICIPANTE
           MOVE SRL-OPERADOR TO SMV-OPERADOR
           WRITE REGSERMOV
           IF ST-SMV NOT = "00" AND ST-SMV NOT = "02"
               MOVE "X" TO SRL-RESULT.

       ROT-FIM.
           CLOSE CADSERIE
           CLOSE CADSERMOV.
       ROT-FIM3.
           GOBACK.
