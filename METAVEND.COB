       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAVEND.
      ***********************************************
      *  METAS MENSAIS DE VENDA E FAIXAS DE COMISSAO  *
      *  POR VENDEDOR DE CADVEND:                     *
      *    CADMETAVEN - VENDEDOR + COMPETENCIA +      *
      *      APLICACAO DO PRODUTO (00 = META TOTAL DO *
      *      VENDEDOR; SEM ELA VALE A SOMA DAS        *
      *      APLICACOES) COM A META DE FATURAMENTO E, *
      *      NA LINHA 00, A META OPCIONAL DE CLIENTES *
      *      NOVOS                                    *
      *    CADFAIXACOM - VENDEDOR (000 = FAIXA PADRAO *
      *      DE QUEM NAO TEM FAIXA PROPRIA) + PCT DE  *
      *      ATINGIMENTO A PARTIR DO QUAL VALE O PCT  *
      *      DE COMISSAO DA FAIXA. ABAIXO DA PRIMEIRA *
      *      FAIXA VALE O PCT DE CADVEND              *
      *  RELMETAVEN IMPRIME REALIZADO X META E        *
      *  COMISSAO APLICA AS FAIXAS                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADMETAVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTV-KEY
                    FILE STATUS  IS ST-MTV.

           SELECT CADFAIXACOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXC-KEY
                    FILE STATUS  IS ST-FXC.

           SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VND-CODIGO
                    FILE STATUS  IS ST-VND.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADMETAVEN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMETAVEN.DAT".
       01 REGMETAVEN.
           03 MTV-KEY.
              05 MTV-VENDEDOR      PIC 9(03).
              05 MTV-COMPET        PIC 9(06).
              05 MTV-APLICACAO     PIC 9(02).
           03 MTV-VALOR-META       PIC 9(11)V99.
           03 MTV-NOVOS-CLI        PIC 9(04).

       FD CADFAIXACOM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFAIXACOM.DAT".
       01 REGFAIXACOM.
           03 FXC-KEY.
              05 FXC-VENDEDOR      PIC 9(03).
              05 FXC-PCT-ATING     PIC 9(03)V99.
           03 FXC-PCT-COMISSAO     PIC 9(02)V99.

       FD CADVEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
           03 VND-CODIGO        PIC 9(03).
           03 VND-NOME          PIC X(30).
           03 VND-CHAPA         PIC 9(06).
           03 VND-PCT-COMISSAO  PIC 9(02)V99.
           03 VND-SITUACAO      PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-MTV         PIC X(02) VALUE "00".
       01 ST-FXC         PIC X(02) VALUE "00".
       01 ST-VND         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-VENDEDOR     PIC 9(03) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO  PIC 9(04).
           03 W-COMPET-MES  PIC 9(02).
       01 W-APLICACAO    PIC 9(02) VALUE ZEROS.
       01 W-PCT-ATING    PIC 9(03)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADMETAVEN
           IF ST-MTV NOT = "00"
              IF ST-MTV = "30"
                 OPEN OUTPUT CADMETAVEN
                 CLOSE CADMETAVEN
                 DISPLAY "*** ARQUIVO CADMETAVEN FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMETAVEN"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADFAIXACOM
           IF ST-FXC NOT = "00"
              IF ST-FXC = "30"
                 OPEN OUTPUT CADFAIXACOM
                 CLOSE CADFAIXACOM
                 DISPLAY "*** ARQUIVO CADFAIXACOM FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFAIXACOM"
                 CLOSE CADMETAVEN
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADVEND
           IF ST-VND NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEND"
               GO TO ROT-FIM.

       R1.
           DISPLAY " "
           DISPLAY "*** METAS DE VENDA E FAIXAS DE COMISSAO ***"
           DISPLAY "  1 - INCLUIR/ALTERAR META"
           DISPLAY "  2 - LISTAR METAS DE UM VENDEDOR"
           DISPLAY "  3 - EXCLUIR META"
           DISPLAY "  4 - INCLUIR/ALTERAR FAIXA DE COMISSAO"
           DISPLAY "  5 - LISTAR FAIXAS DE COMISSAO"
           DISPLAY "  6 - EXCLUIR FAIXA DE COMISSAO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-META
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-EXCLUI
              WHEN 4
                 GO TO R5-FAIXA
              WHEN 5
                 GO TO R6-LISTAFX
              WHEN 6
                 GO TO R7-EXCLUIFX
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ META DO VENDEDOR NA COMPETENCIA ]---------------------
       R2-META.
           DISPLAY "CODIGO DO VENDEDOR (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-VENDEDOR
           IF W-VENDEDOR = ZEROS
               GO TO R1.
           MOVE W-VENDEDOR TO VND-CODIGO
           READ CADVEND
           IF ST-VND NOT = "00"
               DISPLAY "*** VENDEDOR NAO CADASTRADO ***"
               GO TO R2-META.
           DISPLAY "VENDEDOR: " VND-NOME "  COMISSAO "
               VND-PCT-COMISSAO " PCT".
       R2A.
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET-MES < 1
              OR W-COMPET-MES > 12
               GO TO R2A.
           DISPLAY "APLICACAO DO PRODUTO (00 = META TOTAL): "
               WITH NO ADVANCING
           ACCEPT W-APLICACAO
           MOVE W-VENDEDOR TO MTV-VENDEDOR
           MOVE W-COMPET TO MTV-COMPET
           MOVE W-APLICACAO TO MTV-APLICACAO
           READ CADMETAVEN
           IF ST-MTV = "00"
               DISPLAY "META ATUAL: " MTV-VALOR-META
                   "  CLIENTES NOVOS " MTV-NOVOS-CLI
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE ZEROS TO MTV-VALOR-META MTV-NOVOS-CLI.

           DISPLAY "META DE FATURAMENTO LIQUIDO: " WITH NO ADVANCING
           ACCEPT MTV-VALOR-META
           MOVE ZEROS TO MTV-NOVOS-CLI
           IF W-APLICACAO = ZEROS
               DISPLAY "META DE CLIENTES NOVOS (0 = SEM META): "
                   WITH NO ADVANCING
               ACCEPT MTV-NOVOS-CLI.

           MOVE W-VENDEDOR TO MTV-VENDEDOR
           MOVE W-COMPET TO MTV-COMPET
           MOVE W-APLICACAO TO MTV-APLICACAO
           IF W-RESP = "A"
               REWRITE REGMETAVEN
           ELSE
               WRITE REGMETAVEN.
           IF ST-MTV = "00" OR "02"
               DISPLAY "*** META GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-MTV.
           GO TO R2A.

       R3-LISTA.
           DISPLAY "CODIGO DO VENDEDOR: " WITH NO ADVANCING
           ACCEPT W-VENDEDOR
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-VENDEDOR TO MTV-VENDEDOR
           MOVE ZEROS TO MTV-COMPET MTV-APLICACAO
           START CADMETAVEN KEY IS NOT LESS MTV-KEY
               INVALID KEY GO TO R3B.
       R3A.
           READ CADMETAVEN NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           IF MTV-VENDEDOR NOT = W-VENDEDOR
               GO TO R3B.
           DISPLAY MTV-COMPET "  APLICACAO " MTV-APLICACAO
               "  META " MTV-VALOR-META "  CLIENTES NOVOS "
               MTV-NOVOS-CLI
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "METAS CADASTRADAS..............: " W-TOTLISTADOS
           GO TO R1.

       R4-EXCLUI.
           DISPLAY "CODIGO DO VENDEDOR (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-VENDEDOR
           IF W-VENDEDOR = ZEROS
               GO TO R1.
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           DISPLAY "APLICACAO (00 = META TOTAL): " WITH NO ADVANCING
           ACCEPT W-APLICACAO
           MOVE W-VENDEDOR TO MTV-VENDEDOR
           MOVE W-COMPET TO MTV-COMPET
           MOVE W-APLICACAO TO MTV-APLICACAO
           READ CADMETAVEN
           IF ST-MTV NOT = "00"
               DISPLAY "*** META NAO CADASTRADA ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADMETAVEN RECORD
               DISPLAY "*** META EXCLUIDA ***".
           GO TO R1.

      *---------[ FAIXA DE COMISSAO POR ATINGIMENTO ]-------------------
       R5-FAIXA.
           DISPLAY "VENDEDOR (000 = FAIXA PADRAO, 999 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-VENDEDOR
           IF W-VENDEDOR = 999
               GO TO R1.
           IF W-VENDEDOR NOT = ZEROS
               MOVE W-VENDEDOR TO VND-CODIGO
               READ CADVEND
               IF ST-VND NOT = "00"
                   DISPLAY "*** VENDEDOR NAO CADASTRADO ***"
                   GO TO R5-FAIXA
               END-IF
               DISPLAY "VENDEDOR: " VND-NOME "  COMISSAO BASE "
                   VND-PCT-COMISSAO " PCT".
           DISPLAY "ATINGIMENTO A PARTIR DE (PCT DA META): "
               WITH NO ADVANCING
           ACCEPT W-PCT-ATING
           MOVE W-VENDEDOR TO FXC-VENDEDOR
           MOVE W-PCT-ATING TO FXC-PCT-ATING
           READ CADFAIXACOM
           IF ST-FXC = "00"
               DISPLAY "FAIXA ATUAL: COMISSAO " FXC-PCT-COMISSAO " PCT"
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP.
           DISPLAY "PCT DE COMISSAO DA FAIXA: " WITH NO ADVANCING
           ACCEPT FXC-PCT-COMISSAO
           MOVE W-VENDEDOR TO FXC-VENDEDOR
           MOVE W-PCT-ATING TO FXC-PCT-ATING
           IF W-RESP = "A"
               REWRITE REGFAIXACOM
           ELSE
               WRITE REGFAIXACOM.
           IF ST-FXC = "00" OR "02"
               DISPLAY "*** FAIXA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-FXC.
           GO TO R5-FAIXA.

       R6-LISTAFX.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE ZEROS TO FXC-VENDEDOR FXC-PCT-ATING
           START CADFAIXACOM KEY IS NOT LESS FXC-KEY
               INVALID KEY GO TO R6B.
       R6A.
           READ CADFAIXACOM NEXT RECORD
               AT END
                 GO TO R6B
           END-READ
           DISPLAY "VENDEDOR " FXC-VENDEDOR "  A PARTIR DE "
               FXC-PCT-ATING " PCT DA META  COMISSAO "
               FXC-PCT-COMISSAO " PCT"
           ADD 1 TO W-TOTLISTADOS
           GO TO R6A.
       R6B.
           DISPLAY "FAIXAS CADASTRADAS.............: " W-TOTLISTADOS
           GO TO R1.

       R7-EXCLUIFX.
           DISPLAY "VENDEDOR (000 = FAIXA PADRAO): " WITH NO ADVANCING
           ACCEPT W-VENDEDOR
           DISPLAY "ATINGIMENTO A PARTIR DE: " WITH NO ADVANCING
           ACCEPT W-PCT-ATING
           MOVE W-VENDEDOR TO FXC-VENDEDOR
           MOVE W-PCT-ATING TO FXC-PCT-ATING
           READ CADFAIXACOM
           IF ST-FXC NOT = "00"
               DISPLAY "*** FAIXA NAO CADASTRADA ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADFAIXACOM RECORD
               DISPLAY "*** FAIXA EXCLUIDA ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADMETAVEN
           CLOSE CADFAIXACOM
           CLOSE CADVEND.
       ROT-FIM3.
           STOP RUN.
