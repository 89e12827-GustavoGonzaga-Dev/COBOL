       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSUBST.
      ***********************************************
      *  MANUTENCAO DA TABELA DE PRODUTOS SUBSTITUTOS *
      *  (CADSUBST) - POR PRODUTO + PRIORIDADE (1 A   *
      *  9, 1 = OFERECIDO PRIMEIRO), O CODIGO         *
      *  EQUIVALENTE E O FATOR DE CONVERSAO (QUANTAS  *
      *  UNIDADES DO SUBSTITUTO VALEM UMA DO PRODUTO  *
      *  PEDIDO). QUANDO FALTA DISPONIVEL NA          *
      *  DIGITACAO, PEDVENDA LISTA OS SUBSTITUTOS     *
      *  ATIVOS NESTA ORDEM E PERMITE A TROCA NA      *
      *  MESMA LINHA, GUARDADA EM CADPVTROCA          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSUBST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SUB-KEY
                    FILE STATUS  IS ST-SUB.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSUBST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSUBST.DAT".
       01 REGSUBST.
           03 SUB-KEY.
              05 SUB-CODGPRODUTO   PIC 9(06).
              05 SUB-PRIORIDADE    PIC 9(01).
           03 SUB-SUBSTITUTO       PIC 9(06).
           03 SUB-FATOR            PIC 9(03)V9999.
           03 SUB-SITUACAO         PIC X(01).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SUB         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-PRIORIDADE   PIC 9(01) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADSUBST
           IF ST-SUB NOT = "00"
              IF ST-SUB = "30"
                 OPEN OUTPUT CADSUBST
                 CLOSE CADSUBST
                 DISPLAY "*** ARQUIVO CADSUBST FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSUBST"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADSUBST
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** PRODUTOS SUBSTITUTOS ***"
           DISPLAY "  1 - INCLUIR/ALTERAR SUBSTITUTO"
           DISPLAY "  2 - LISTAR SUBSTITUTOS DE UM PRODUTO"
           DISPLAY "  3 - EXCLUIR SUBSTITUTO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-INCLUI
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-EXCLUI
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

       R2-INCLUI.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R1.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R2-INCLUI.
           DISPLAY "PRODUTO: " DESCRICAO "  UNIDADE: " UNIDADE-VENDA.

       R2A.
           DISPLAY "PRIORIDADE (1 A 9): " WITH NO ADVANCING
           ACCEPT W-PRIORIDADE
           IF W-PRIORIDADE = ZEROS
               DISPLAY "*** PRIORIDADE DE 1 A 9 ***"
               GO TO R2A.
           MOVE W-CODPROD TO SUB-CODGPRODUTO
           MOVE W-PRIORIDADE TO SUB-PRIORIDADE
           READ CADSUBST
           IF ST-SUB = "00"
               DISPLAY "ATUAL: SUBSTITUTO " SUB-SUBSTITUTO
                   "  FATOR " SUB-FATOR "  SITUACAO " SUB-SITUACAO
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE ZEROS TO SUB-SUBSTITUTO SUB-FATOR
               MOVE "A" TO SUB-SITUACAO.

       R2B.
           DISPLAY "CODIGO DO SUBSTITUTO: " WITH NO ADVANCING
           ACCEPT SUB-SUBSTITUTO
           IF SUB-SUBSTITUTO = W-CODPROD
               DISPLAY "*** SUBSTITUTO IGUAL AO PRODUTO ***"
               GO TO R2B.
           MOVE SUB-SUBSTITUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R2B.
           DISPLAY "SUBSTITUTO: " DESCRICAO "  UNIDADE: "
               UNIDADE-VENDA "  PRECO: " PRECO.

       R2C.
           DISPLAY "FATOR (QTD DO SUBSTITUTO POR 1 DO PRODUTO): "
               WITH NO ADVANCING
           ACCEPT SUB-FATOR
           IF SUB-FATOR = ZEROS
               DISPLAY "*** FATOR NAO PODE SER ZERO ***"
               GO TO R2C.
       R2D.
           DISPLAY "SITUACAO (A = ATIVO, I = INATIVO): "
               WITH NO ADVANCING
           ACCEPT SUB-SITUACAO
           IF SUB-SITUACAO = "a" MOVE "A" TO SUB-SITUACAO.
           IF SUB-SITUACAO = "i" MOVE "I" TO SUB-SITUACAO.
           IF SUB-SITUACAO NOT = "A" AND SUB-SITUACAO NOT = "I"
               GO TO R2D.

           MOVE W-CODPROD TO SUB-CODGPRODUTO
           MOVE W-PRIORIDADE TO SUB-PRIORIDADE
           IF W-RESP = "A"
               REWRITE REGSUBST
           ELSE
               WRITE REGSUBST.
           IF ST-SUB = "00" OR "02"
               DISPLAY "*** SUBSTITUTO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-SUB.
           GO TO R2-INCLUI.

       R3-LISTA.
           DISPLAY "CODIGO DO PRODUTO (0 = TODOS): " WITH NO ADVANCING
           ACCEPT W-CODPROD
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-CODPROD TO SUB-CODGPRODUTO
           MOVE ZEROS TO SUB-PRIORIDADE
           START CADSUBST KEY IS NOT LESS SUB-KEY
               INVALID KEY GO TO R3B.
       R3A.
           READ CADSUBST NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           IF W-CODPROD NOT = ZEROS
              AND SUB-CODGPRODUTO NOT = W-CODPROD
               GO TO R3B.
           DISPLAY SUB-CODGPRODUTO " PRIORIDADE " SUB-PRIORIDADE
               "  SUBSTITUTO " SUB-SUBSTITUTO "  FATOR " SUB-FATOR
               "  " SUB-SITUACAO
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "SUBSTITUTOS CADASTRADOS........: " W-TOTLISTADOS
           GO TO R1.

       R4-EXCLUI.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R1.
           DISPLAY "PRIORIDADE: " WITH NO ADVANCING
           ACCEPT W-PRIORIDADE
           MOVE W-CODPROD TO SUB-CODGPRODUTO
           MOVE W-PRIORIDADE TO SUB-PRIORIDADE
           READ CADSUBST
           IF ST-SUB NOT = "00"
               DISPLAY "*** SUBSTITUTO NAO CADASTRADO ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADSUBST RECORD
               DISPLAY "*** SUBSTITUTO EXCLUIDO ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADSUBST
           CLOSE CADPROD.
       ROT-FIM3.
           STOP RUN.
