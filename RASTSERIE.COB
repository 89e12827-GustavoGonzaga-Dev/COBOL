       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTSERIE.
      ***********************************************
      *  NUMERO DE SERIE - CONSULTA DE TELA E MARCA   *
      *  DO PRODUTO CONTROLADO UNIDADE A UNIDADE.     *
      *  A VIDA DA SERIE MOSTRA A FICHA DE CADSERIE   *
      *  E CADA EVENTO DE CADSERMOV GRAVADO POR       *
      *  MOVSERIE: RECEBIDA (PEDIDO E FORNECEDOR EM   *
      *  RECEBPED), VENDIDA (NF E CLIENTE EM FATURA)  *
      *  E DEVOLVIDA (NOTA DE CREDITO E NF ORIGINAL   *
      *  EM DEVOLCLI) E RMA ABERTO (NUMERO DO RMA E   *
      *  NF EM RMACLI). LISTA AS SERIES DE UM PRODUTO *
      *  COM A SITUACAO. A MARCA EM CADPRODSER FAZ    *
      *  RECEBPED, FATURA E DEVOLCLI PEDIREM UMA      *
      *  SERIE POR UNIDADE DO PRODUTO                 *
      *  MOSTRA TAMBEM O EVENTO DE NF CANCELADA       *
      *  (CANCNF)                                     *
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

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.
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

       FD CADPROD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODGPRODUTO PIC 9(06).
           03 DESCRICAO PIC X(30).
           03 UNIDADE PIC X(02).
           03 UNIDADE-VENDA PIC X(02).
           03 FATOR-CONVERSAO PIC 9(03)V9999.
           03 APLICACAO PIC 9(02).
           03 QUANTIDADE PIC 9(05)V9.
           03 QUANTIDADE-MINIMA PIC 9(05)V9.
           03 PRECO PIC 9(07)V99.
           03 CNPJ-PROD  PIC 9(15).
           03 SITUACAO-PROD PIC X(01).
           03 CODBARRA PIC 9(13).

       FD CADCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLI-CNPJCPF     PIC 9(15).
           03 CLI-TIPO        PIC X(01).
           03 CLI-RAZAO       PIC X(40).
           03 CLI-NOME        PIC X(12).
           03 CLI-CEP         PIC 9(08).
           03 CLI-NUMERO      PIC 9(04).
           03 CLI-COMPLEMENTO PIC X(11).
           03 CLI-LIMITE-CRED PIC 9(09)V99.
           03 CLI-SITUACAO    PIC X(01).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ            PIC 9(15).
           03 RAZAO           PIC X(40).
           03 NOME            PIC X(12).
           03 NUM             PIC 9(04).
           03 COMPREMENTO     PIC X(12).
           03 CEP-FORN        PIC 9(08).
           03 SITUACAO        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PSR         PIC X(02) VALUE "00".
       01 ST-SER         PIC X(02) VALUE "00".
       01 ST-SMV         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-SERIE-INF    PIC X(20) VALUE SPACES.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-TOTLINHAS    PIC 9(05) VALUE ZEROS.
       01 W-EMESTOQUE    PIC 9(05) VALUE ZEROS.
       01 W-DESC-SIT     PIC X(12) VALUE SPACES.
       01 W-NOME-PART    PIC X(40) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPRODSER
           IF ST-PSR NOT = "00"
              IF ST-PSR = "30"
                 OPEN OUTPUT CADPRODSER
                 CLOSE CADPRODSER
                 DISPLAY "*** ARQUIVO CADPRODSER FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPRODSER"
                 GO TO ROT-FIM3.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADPRODSER
               GO TO ROT-FIM3.
           OPEN INPUT CADSERIE
           IF ST-SER NOT = "00"
               MOVE "99" TO ST-SER.
           OPEN INPUT CADSERMOV
           IF ST-SMV NOT = "00"
               MOVE "99" TO ST-SMV.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** NUMERO DE SERIE ***"
           DISPLAY "  1 - VIDA DE UMA SERIE"
           DISPLAY "  2 - SERIES DE UM PRODUTO"
           DISPLAY "  3 - MARCAR/DESMARCAR PRODUTO CONTROLADO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-VIDA
              WHEN 2
                 GO TO R4-LISTA
              WHEN 3
                 GO TO R6-MARCA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ VIDA DA SERIE: FICHA E EVENTOS ]----------------------
       R2-VIDA.
           IF ST-SER = "99" OR ST-SMV = "99"
               DISPLAY "*** NENHUMA SERIE REGISTRADA AINDA ***"
               GO TO R1.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R1.
           MOVE SPACES TO W-SERIE-INF
           DISPLAY "NUMERO DE SERIE: " WITH NO ADVANCING
           ACCEPT W-SERIE-INF
           MOVE W-CODPROD TO SER-CODGPRODUTO
           MOVE W-SERIE-INF TO SER-NUMERO
           READ CADSERIE
           IF ST-SER NOT = "00"
               DISPLAY "*** SERIE NAO REGISTRADA PARA O PRODUTO ***"
               GO TO R2-VIDA.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO = "00"
               DISPLAY "PRODUTO " CODGPRODUTO " - " DESCRICAO.
           PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
           DISPLAY "SERIE " SER-NUMERO "  SITUACAO " W-DESC-SIT
           IF SER-SITUACAO = "V"
               DISPLAY "  ULTIMA SAIDA NA NF " SER-NUMNF " EM "
                   SER-DATA-SAIDA.

           DISPLAY "--- VIDA DA SERIE ---"
           MOVE ZEROS TO W-TOTLINHAS
           MOVE "N" TO W-EOF
           MOVE W-CODPROD TO SMV-CODGPRODUTO
           MOVE W-SERIE-INF TO SMV-NUMERO
           MOVE SPACES TO SMV-DATA-HORA
           START CADSERMOV KEY IS NOT LESS SMV-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       R2A.
           IF W-EOF = "S"
               GO TO R2B.
           READ CADSERMOV NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO R2A
           END-READ.
           IF SMV-CODGPRODUTO NOT = W-CODPROD
              OR SMV-NUMERO NOT = W-SERIE-INF
               MOVE "S" TO W-EOF
               GO TO R2A.
           PERFORM MOSTRA-EVENTO THRU MOSTRA-EVENTO-FIM
           ADD 1 TO W-TOTLINHAS
           GO TO R2A.
       R2B.
           IF W-TOTLINHAS = ZEROS
               DISPLAY "  (SEM EVENTOS REGISTRADOS)".
           GO TO R2-VIDA.

      *---------[ SERIES DO PRODUTO COM A SITUACAO ]--------------------
       R4-LISTA.
           IF ST-SER = "99"
               DISPLAY "*** NENHUMA SERIE REGISTRADA AINDA ***"
               GO TO R1.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLINHAS W-EMESTOQUE
           MOVE "N" TO W-EOF
           MOVE W-CODPROD TO SER-CODGPRODUTO
           MOVE SPACES TO SER-NUMERO
           START CADSERIE KEY IS NOT LESS SER-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       R4A.
           IF W-EOF = "S"
               GO TO R4B.
           READ CADSERIE NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO R4A
           END-READ.
           IF SER-CODGPRODUTO NOT = W-CODPROD
               MOVE "S" TO W-EOF
               GO TO R4A.
           PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
           IF SER-SITUACAO = "E"
               ADD 1 TO W-EMESTOQUE
               DISPLAY "  " SER-NUMERO "  " W-DESC-SIT
                   "  DESDE " SER-DATA-ENT
           ELSE
               DISPLAY "  " SER-NUMERO "  " W-DESC-SIT
                   "  NF " SER-NUMNF "  EM " SER-DATA-SAIDA.
           ADD 1 TO W-TOTLINHAS
           GO TO R4A.
       R4B.
           IF W-TOTLINHAS = ZEROS
               DISPLAY "*** PRODUTO SEM SERIES REGISTRADAS ***"
           ELSE
               DISPLAY "SERIES: " W-TOTLINHAS
                   "  EM ESTOQUE: " W-EMESTOQUE.
           GO TO R4-LISTA.

      *---------[ MARCA DO PRODUTO CONTROLADO POR SERIE ]---------------
       R6-MARCA.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R1.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R6-MARCA.
           DISPLAY "PRODUTO " CODGPRODUTO " - " DESCRICAO
           MOVE W-CODPROD TO PSR-CODGPRODUTO
           READ CADPRODSER
           IF ST-PSR = "00" AND PSR-CONTROLE = "S"
               DISPLAY "SITUACAO ATUAL: CONTROLADO POR SERIE"
           ELSE
               DISPLAY "SITUACAO ATUAL: SEM CONTROLE DE SERIE".
           DISPLAY "CONTROLAR POR SERIE (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "s" MOVE "S" TO W-RESP.
           IF W-RESP = "n" MOVE "N" TO W-RESP.
           IF W-RESP NOT = "S" AND W-RESP NOT = "N"
               DISPLAY "*** RESPOSTA INVALIDA ***"
               GO TO R6-MARCA.
           IF W-RESP = "S" AND QUANTIDADE > ZEROS
              AND (ST-PSR NOT = "00" OR PSR-CONTROLE NOT = "S")
               DISPLAY "*** ATENCAO: SALDO ATUAL " QUANTIDADE
                   " SEM SERIE - SO ENTRADAS NOVAS TERAO SERIE ***".
           IF ST-PSR = "00"
               MOVE W-RESP TO PSR-CONTROLE
               MOVE W-DATA-HOJE TO PSR-DATA-ATU
               REWRITE REGPRODSER
           ELSE
               MOVE W-CODPROD TO PSR-CODGPRODUTO
               MOVE W-RESP TO PSR-CONTROLE
               MOVE W-DATA-HOJE TO PSR-DATA-ATU
               WRITE REGPRODSER.
           IF ST-PSR NOT = "00" AND ST-PSR NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADPRODSER ST=" ST-PSR
           ELSE
               DISPLAY "*** MARCA GRAVADA ***".
           GO TO R6-MARCA.

       ROT-FIM.
           CLOSE CADPRODSER
           CLOSE CADPROD
           IF ST-SER NOT = "99"
               CLOSE CADSERIE.
           IF ST-SMV NOT = "99"
               CLOSE CADSERMOV.
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

       DESCREVE-SIT.
           EVALUATE SER-SITUACAO
              WHEN "E"
                 MOVE "EM ESTOQUE" TO W-DESC-SIT
              WHEN "V"
                 MOVE "VENDIDA" TO W-DESC-SIT
              WHEN OTHER
                 MOVE "?" TO W-DESC-SIT
           END-EVALUATE.
       DESCREVE-SIT-FIM.
           EXIT.

      *---------[ UM EVENTO DA VIDA COM O NOME DO PARTICIPANTE ]--------
       MOSTRA-EVENTO.
           MOVE SPACES TO W-NOME-PART
           IF SMV-EVENTO = "R"
               IF ST-FOR NOT = "99"
                   MOVE SMV-PARTICIPANTE TO CNPJ
                   READ CADFORN
                   IF ST-FOR = "00"
                       MOVE RAZAO TO W-NOME-PART
                   END-IF
               END-IF
               DISPLAY "  " SMV-DATA-HORA (1:8) " RECEBIDA  PEDIDO "
                   SMV-DOCUMENTO "  FORN " SMV-PARTICIPANTE
                   "  OPER " SMV-OPERADOR
               GO TO MOSTRA-EVENTO-1.
           IF ST-CLI NOT = "99"
               MOVE SMV-PARTICIPANTE TO CLI-CNPJCPF
               READ CADCLI
               IF ST-CLI = "00"
                   MOVE CLI-RAZAO TO W-NOME-PART.
           IF SMV-EVENTO = "V"
               DISPLAY "  " SMV-DATA-HORA (1:8) " VENDIDA   NF "
                   SMV-DOCUMENTO "  CLIENTE " SMV-PARTICIPANTE
                   "  OPER " SMV-OPERADOR
           ELSE
           IF SMV-EVENTO = "A"
               DISPLAY "  " SMV-DATA-HORA (1:8) " RMA       "
                   SMV-DOCUMENTO " DA NF " SMV-DOC-ORIG
                   "  CLIENTE " SMV-PARTICIPANTE
                   "  OPER " SMV-OPERADOR
           ELSE
           IF SMV-EVENTO = "C"
               DISPLAY "  " SMV-DATA-HORA (1:8) " CANCELADA NF "
                   SMV-DOCUMENTO "  CLIENTE " SMV-PARTICIPANTE
                   "  OPER " SMV-OPERADOR
           ELSE
               DISPLAY "  " SMV-DATA-HORA (1:8) " DEVOLVIDA NC "
                   SMV-DOCUMENTO " DA NF " SMV-DOC-ORIG
                   "  CLIENTE " SMV-PARTICIPANTE
                   "  OPER " SMV-OPERADOR.
       MOSTRA-EVENTO-1.
           IF W-NOME-PART NOT = SPACES
               DISPLAY "           " W-NOME-PART.
       MOSTRA-EVENTO-FIM.
           EXIT.
