       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPDD.
      ***********************************************
      *  MANUTENCAO DA TABELA DE REGRAS DA PROVISAO   *
      *  PARA DEVEDORES DUVIDOSOS (PDD) - CADREGPDD.  *
      *  CADA FAIXA COMECA EM UM NUMERO DE DIAS DE    *
      *  ATRASO (CHAVE) E TEM O PERCENTUAL DO SALDO   *
      *  EM ABERTO A PROVISIONAR; VALE A MAIOR FAIXA  *
      *  QUE NAO PASSE DO ATRASO DO TITULO (FAIXA 0 = *
      *  A VENCER). CALCPDD USA A TABELA NO FIM DO MES*
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREGPDD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPD-DIAS
                    FILE STATUS  IS ST-RPD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREGPDD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREGPDD.DAT".
       01 REGREGPDD.
           03 RPD-DIAS          PIC 9(04).
           03 RPD-PERC          PIC 9(03)V99.
           03 RPD-DESCRICAO     PIC X(20).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RPD         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-DIAS         PIC X(04) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADREGPDD
           IF ST-RPD NOT = "00"
              IF ST-RPD = "30"
                 OPEN OUTPUT CADREGPDD
                 CLOSE CADREGPDD
                 DISPLAY "*** ARQUIVO CADREGPDD FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREGPDD"
                 GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** REGRAS DA PDD POR FAIXA DE ATRASO ***"
           DISPLAY "  1 - INCLUIR/ALTERAR FAIXA"
           DISPLAY "  2 - LISTAR FAIXAS"
           DISPLAY "  3 - EXCLUIR FAIXA"
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
           DISPLAY "DIAS DE ATRASO EM QUE A FAIXA COMECA"
               " (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-DIAS
           IF W-DIAS = SPACES
               GO TO R1.
           IF W-DIAS NOT NUMERIC
               DISPLAY "*** INFORME OS DIAS COM 4 DIGITOS ***"
               GO TO R2-INCLUI.
           MOVE W-DIAS TO RPD-DIAS
           READ CADREGPDD
           IF ST-RPD = "00"
               DISPLAY "FAIXA ATUAL: " RPD-DESCRICAO "  "
                   RPD-PERC " PCT"
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE ZEROS TO RPD-PERC
               MOVE SPACES TO RPD-DESCRICAO.
       R2B.
           DISPLAY "PERCENTUAL A PROVISIONAR: " WITH NO ADVANCING
           ACCEPT RPD-PERC
           IF RPD-PERC > 100
               DISPLAY "*** PERCENTUAL ACIMA DE 100 ***"
               GO TO R2B.
           DISPLAY "DESCRICAO DA FAIXA: " WITH NO ADVANCING
           ACCEPT RPD-DESCRICAO

           IF W-RESP = "A"
               REWRITE REGREGPDD
           ELSE
               WRITE REGREGPDD.
           IF ST-RPD = "00" OR "02"
               DISPLAY "*** FAIXA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RPD.
           GO TO R2-INCLUI.

       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS
           CLOSE CADREGPDD
           OPEN I-O CADREGPDD.
       R3A.
           READ CADREGPDD NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           DISPLAY "A PARTIR DE " RPD-DIAS " DIAS  " RPD-DESCRICAO
               "  " RPD-PERC " PCT"
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "FAIXAS CADASTRADAS.............: " W-TOTLISTADOS
           GO TO R1.

       R4-EXCLUI.
           DISPLAY "DIAS DE ATRASO DA FAIXA (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-DIAS
           IF W-DIAS = SPACES
               GO TO R1.
           IF W-DIAS NOT NUMERIC
               DISPLAY "*** INFORME OS DIAS COM 4 DIGITOS ***"
               GO TO R4-EXCLUI.
           MOVE W-DIAS TO RPD-DIAS
           READ CADREGPDD
           IF ST-RPD NOT = "00"
               DISPLAY "*** FAIXA NAO CADASTRADA ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADREGPDD RECORD
               DISPLAY "*** FAIXA EXCLUIDA ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADREGPDD.
       ROT-FIM3.
           STOP RUN.
