       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPISCOF.
      ***********************************************
      *  MANUTENCAO DA TABELA DE ALIQUOTAS DE PIS E   *
      *  COFINS POR GRUPO DE PRODUTO (APLICACAO DO    *
      *  CADPROD) - CHAVE GRUPO + DATA DE VIGENCIA,   *
      *  NO MESMO DESENHO DE CADICMS: VALE A MAIOR    *
      *  VIGENCIA QUE NAO PASSE DA DATA DA NOTA.      *
      *  FATURA APLICA NA VENDA E CONFNF NA COMPRA    *
      *  (CREDITO NAO CUMULATIVO); APURPISCOF FAZ A   *
      *  APURACAO MENSAL                              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPISCOF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-KEY
                    FILE STATUS  IS ST-PC.
           SELECT CADAPLIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS RANDOM
                    RECORD KEY   IS APL-CODIGO
                    FILE STATUS  IS ST-APL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPISCOF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPISCOF.DAT".
       01 REGPISCOF.
           03 PC-KEY.
              05 PC-GRUPO       PIC 9(02).
              05 PC-VIGENCIA    PIC 9(08).
           03 PC-ALIQ-PIS       PIC 9(02)V99.
           03 PC-ALIQ-COFINS    PIC 9(02)V99.
       FD CADAPLIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAPLIC.DAT".
       01 REGAPLIC.
           03 APL-CODIGO    PIC 9(02).
           03 APL-DESCRICAO   PIC X(15).
           03 APL-SITUACAO  PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PC          PIC X(02) VALUE "00".
       01 ST-APL         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-GRUPO        PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPISCOF
           IF ST-PC NOT = "00"
              IF ST-PC = "30"
                 OPEN OUTPUT CADPISCOF
                 CLOSE CADPISCOF
                 DISPLAY "*** ARQUIVO CADPISCOF FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPISCOF"
                 GO TO ROT-FIM3.
           OPEN INPUT CADAPLIC
           IF ST-APL NOT = "00"
              MOVE "99" TO ST-APL
              DISPLAY "*** CADAPLIC AUSENTE - GRUPO NAO CONFERIDO ***".

       R1.
           DISPLAY " "
           DISPLAY "*** TABELA DE PIS/COFINS POR GRUPO ***"
           DISPLAY "  1 - INCLUIR/ALTERAR ALIQUOTAS"
           DISPLAY "  2 - LISTAR ALIQUOTAS"
           DISPLAY "  3 - EXCLUIR VIGENCIA"
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
           DISPLAY "GRUPO DE PRODUTO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-GRUPO
           IF W-GRUPO = SPACES
               GO TO R1.
           IF W-GRUPO NOT NUMERIC
               DISPLAY "*** GRUPO INVALIDO ***"
               GO TO R2-INCLUI.
           MOVE W-GRUPO TO PC-GRUPO
           IF ST-APL NOT = "99"
               MOVE PC-GRUPO TO APL-CODIGO
               READ CADAPLIC
               IF ST-APL NOT = "00"
                   DISPLAY "*** GRUPO NAO CADASTRADO EM CADAPLIC ***"
                   GO TO R2-INCLUI
               ELSE
                   DISPLAY "GRUPO: " APL-DESCRICAO.
       R2B.
           DISPLAY "DATA DE VIGENCIA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT PC-VIGENCIA
           IF PC-VIGENCIA NOT NUMERIC OR PC-VIGENCIA = ZEROS
               GO TO R2B.

           READ CADPISCOF
           IF ST-PC = "00"
               DISPLAY "ALIQUOTAS ATUAIS: PIS " PC-ALIQ-PIS
                   " PCT  COFINS " PC-ALIQ-COFINS " PCT"
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE ZEROS TO PC-ALIQ-PIS PC-ALIQ-COFINS.

           DISPLAY "ALIQUOTA PIS (PCT): " WITH NO ADVANCING
           ACCEPT PC-ALIQ-PIS
           DISPLAY "ALIQUOTA COFINS (PCT): " WITH NO ADVANCING
           ACCEPT PC-ALIQ-COFINS

           IF W-RESP = "A"
               REWRITE REGPISCOF
           ELSE
               WRITE REGPISCOF.
           IF ST-PC = "00" OR "02"
               DISPLAY "*** ALIQUOTAS GRAVADAS ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-PC.
           GO TO R2-INCLUI.

       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS
           CLOSE CADPISCOF
           OPEN I-O CADPISCOF.
       R3A.
           READ CADPISCOF NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           DISPLAY "GRUPO " PC-GRUPO "  VIGENCIA " PC-VIGENCIA
               "  PIS " PC-ALIQ-PIS "  COFINS " PC-ALIQ-COFINS
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "VIGENCIAS CADASTRADAS..........: " W-TOTLISTADOS
           GO TO R1.

       R4-EXCLUI.
           DISPLAY "GRUPO DE PRODUTO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-GRUPO
           IF W-GRUPO = SPACES
               GO TO R1.
           IF W-GRUPO NOT NUMERIC
               DISPLAY "*** GRUPO INVALIDO ***"
               GO TO R4-EXCLUI.
           MOVE W-GRUPO TO PC-GRUPO
           DISPLAY "DATA DE VIGENCIA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT PC-VIGENCIA
           READ CADPISCOF
           IF ST-PC NOT = "00"
               DISPLAY "*** VIGENCIA NAO CADASTRADA ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADPISCOF RECORD
               DISPLAY "*** VIGENCIA EXCLUIDA ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADPISCOF
           IF ST-APL NOT = "99"
               CLOSE CADAPLIC.
       ROT-FIM3.
           STOP RUN.
