       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEMP.
      ***********************************************
      *  AGENDA DE CONTATOS DE CLIENTES E             *
      *  FORNECEDORES (CADCONTEMP) - MESMO DESENHO DE *
      *  CADCONTATO/CADAMIGO, LIGADO AO CNPJ/CPF DE   *
      *  CADCLI OU CADFORN. CADA CONTATO TEM FUNCAO   *
      *  (1=FINANCEIRO 2=COMPRAS 3=VENDAS             *
      *  4=LOGISTICA), TELEFONE, E-MAIL, MARCA DE     *
      *  CONTATO PRINCIPAL (UM POR FUNCAO NO CNPJ) E  *
      *  DATA DO ULTIMO CONTATO. COBCARTA, APROVPED E *
      *  ETIQFORN BUSCAM O CONTATO VIA CONSCONT       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTE-KEY
                    FILE STATUS  IS ST-CTE.

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
       FD CADCONTEMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTEMP.DAT".
       01 REGCONTEMP.
           03 CTE-KEY.
              05 CTE-CNPJCPF       PIC 9(15).
              05 CTE-SEQ           PIC 9(02).
           03 CTE-NOME             PIC X(30).
           03 CTE-FUNCAO           PIC 9(01).
           03 CTE-TELEFONE         PIC X(15).
           03 CTE-EMAIL            PIC X(30).
           03 CTE-PRINCIPAL        PIC X(01).
           03 CTE-DATAULTCONTATO   PIC 9(08).

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
       01 ST-CTE         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CNPJCPF      PIC 9(15) VALUE ZEROS.
       01 W-SEQ          PIC 9(02) VALUE ZEROS.
       01 W-FUNCAO       PIC 9(01) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-REG-SALVO    PIC X(102) VALUE SPACES.
       01 W-I            PIC 9(02) VALUE ZEROS.
       01 W-CONT-ARROBA  PIC 9(02) VALUE ZEROS.
       01 W-POS-ARROBA   PIC 9(02) VALUE ZEROS.
       01 W-TEM-PONTO    PIC X(01) VALUE "N".

       01 TABFUNCAO.
          03 FILLER     PIC X(10) VALUE "FINANCEIRO".
          03 FILLER     PIC X(10) VALUE "COMPRAS".
          03 FILLER     PIC X(10) VALUE "VENDAS".
          03 FILLER     PIC X(10) VALUE "LOGISTICA".
      *
       01 TABFUNCAOTAB REDEFINES TABFUNCAO.
          03 TBFUNCAO   PIC X(10) OCCURS 4 TIMES.
       01 TXTFUNCAO     PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCONTEMP
           IF ST-CTE NOT = "00"
              IF ST-CTE = "30"
                 OPEN OUTPUT CADCONTEMP
                 CLOSE CADCONTEMP
                 DISPLAY "*** ARQUIVO CADCONTEMP FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONTEMP"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

       R1.
           DISPLAY " "
           DISPLAY "*** CONTATOS DE CLIENTES E FORNECEDORES ***"
           DISPLAY "  1 - INCLUIR/ALTERAR CONTATO"
           DISPLAY "  2 - LISTAR CONTATOS DE UM CNPJ/CPF"
           DISPLAY "  3 - EXCLUIR CONTATO"
           DISPLAY "  4 - REGISTRAR CONTATO HOJE"
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
              WHEN 4
                 GO TO R5-CONTATO
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

       R2-INCLUI.
           PERFORM PEDE-EMPRESA THRU PEDE-EMPRESA-FIM
           IF W-CNPJCPF = ZEROS
               GO TO R1.

       R2A.
           DISPLAY "SEQUENCIA DO CONTATO (1 A 99, 0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-SEQ
           IF W-SEQ = ZEROS
               GO TO R2-INCLUI.
           MOVE W-CNPJCPF TO CTE-CNPJCPF
           MOVE W-SEQ TO CTE-SEQ
           READ CADCONTEMP
           IF ST-CTE = "00"
               PERFORM MOSTRA-CONTATO
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE SPACES TO CTE-NOME CTE-TELEFONE CTE-EMAIL
               MOVE ZEROS TO CTE-FUNCAO
               MOVE "N" TO CTE-PRINCIPAL
               MOVE FUNCTION CURRENT-DATE (1:8) TO CTE-DATAULTCONTATO.

       R2B.
           DISPLAY "NOME: " WITH NO ADVANCING
           ACCEPT CTE-NOME
           IF CTE-NOME = SPACES
               DISPLAY "*** DADO NAO PODE FICAR VAZIO ***"
               GO TO R2B.
       R2C.
           DISPLAY "FUNCAO (1=FINANCEIRO 2=COMPRAS 3=VENDAS "
               "4=LOGISTICA): " WITH NO ADVANCING
           ACCEPT CTE-FUNCAO
           IF CTE-FUNCAO = ZEROS OR CTE-FUNCAO > 4
               DISPLAY "*** FUNCAO INVALIDA, DIGITE 1 A 4 ***"
               GO TO R2C.
       R2D.
           DISPLAY "TELEFONE: " WITH NO ADVANCING
           ACCEPT CTE-TELEFONE
           IF CTE-TELEFONE = SPACES
               DISPLAY "*** DADO NAO PODE FICAR VAZIO ***"
               GO TO R2D.
       R2E.
           DISPLAY "E-MAIL: " WITH NO ADVANCING
           ACCEPT CTE-EMAIL
           PERFORM CHECK-EMAIL THRU CHECK-EMAIL-FIM
           IF W-CONT-ARROBA NOT = 1 OR W-TEM-PONTO NOT = "S"
               DISPLAY "*** EMAIL INVALIDO, USE NOME@DOMINIO.COM ***"
               GO TO R2E.
       R2F.
           DISPLAY "CONTATO PRINCIPAL DA FUNCAO (S/N): "
               WITH NO ADVANCING
           ACCEPT CTE-PRINCIPAL
           IF CTE-PRINCIPAL = "s" MOVE "S" TO CTE-PRINCIPAL.
           IF CTE-PRINCIPAL = "n" MOVE "N" TO CTE-PRINCIPAL.
           IF CTE-PRINCIPAL NOT = "S" AND CTE-PRINCIPAL NOT = "N"
               GO TO R2F.

           MOVE W-CNPJCPF TO CTE-CNPJCPF
           MOVE W-SEQ TO CTE-SEQ
           IF W-RESP = "A"
               REWRITE REGCONTEMP
           ELSE
               WRITE REGCONTEMP.
           IF ST-CTE = "00" OR "02"
               DISPLAY "*** CONTATO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CTE
               GO TO R2A.
           IF CTE-PRINCIPAL = "S"
               PERFORM DESMARCA-PRINCIPAL THRU DESMARCA-PRINCIPAL-FIM.
           GO TO R2A.

       R3-LISTA.
           PERFORM PEDE-EMPRESA THRU PEDE-EMPRESA-FIM
           IF W-CNPJCPF = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-CNPJCPF TO CTE-CNPJCPF
           MOVE ZEROS TO CTE-SEQ
           START CADCONTEMP KEY IS NOT LESS CTE-KEY
               INVALID KEY GO TO R3B.
       R3A.
           READ CADCONTEMP NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           IF CTE-CNPJCPF NOT = W-CNPJCPF
               GO TO R3B.
           PERFORM MOSTRA-CONTATO
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "CONTATOS CADASTRADOS...........: " W-TOTLISTADOS
           GO TO R1.

       R4-EXCLUI.
           PERFORM PEDE-CONTATO THRU PEDE-CONTATO-FIM
           IF ST-CTE NOT = "00"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADCONTEMP RECORD
               DISPLAY "*** CONTATO EXCLUIDO ***".
           GO TO R1.

      *---------[ REGISTRAR CONTATO (NAO ALTERA O CADASTRO) ]----------
       R5-CONTATO.
           PERFORM PEDE-CONTATO THRU PEDE-CONTATO-FIM
           IF ST-CTE NOT = "00"
               GO TO R1.
           DISPLAY "REGISTRAR CONTATO HOJE (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** CONTATO NAO REGISTRADO ***"
               GO TO R1.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CTE-DATAULTCONTATO
           REWRITE REGCONTEMP
           IF ST-CTE = "00" OR "02"
               DISPLAY "*** CONTATO REGISTRADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CTE.
           GO TO R1.

       ROT-FIM.
           CLOSE CADCONTEMP
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ CNPJ/CPF DE CLIENTE OU FORNECEDOR CADASTRADO ]--------
       PEDE-EMPRESA.
           DISPLAY "CNPJ/CPF (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CNPJCPF
           IF W-CNPJCPF = ZEROS
               GO TO PEDE-EMPRESA-FIM.
           MOVE "N" TO W-RESP
           IF ST-CLI NOT = "99"
               MOVE W-CNPJCPF TO CLI-CNPJCPF
               READ CADCLI
               IF ST-CLI = "00"
                   DISPLAY "CLIENTE: " CLI-RAZAO
                   MOVE "S" TO W-RESP
               END-IF
               MOVE "00" TO ST-CLI.
           IF ST-FOR NOT = "99"
               MOVE W-CNPJCPF TO CNPJ
               READ CADFORN
               IF ST-FOR = "00"
                   DISPLAY "FORNECEDOR: " RAZAO
                   MOVE "S" TO W-RESP
               END-IF
               MOVE "00" TO ST-FOR.
           IF W-RESP = "N"
               DISPLAY "*** CNPJ/CPF NAO CADASTRADO EM CADCLI NEM "
                   "CADFORN ***"
               GO TO PEDE-EMPRESA.
       PEDE-EMPRESA-FIM.
           EXIT.

       PEDE-CONTATO.
           MOVE "23" TO ST-CTE
           PERFORM PEDE-EMPRESA THRU PEDE-EMPRESA-FIM
           IF W-CNPJCPF = ZEROS
               GO TO PEDE-CONTATO-FIM.
           DISPLAY "SEQUENCIA DO CONTATO: " WITH NO ADVANCING
           ACCEPT W-SEQ
           MOVE W-CNPJCPF TO CTE-CNPJCPF
           MOVE W-SEQ TO CTE-SEQ
           READ CADCONTEMP
           IF ST-CTE NOT = "00"
               DISPLAY "*** CONTATO NAO CADASTRADO ***"
               GO TO PEDE-CONTATO-FIM.
           PERFORM MOSTRA-CONTATO.
       PEDE-CONTATO-FIM.
           EXIT.

       MOSTRA-CONTATO.
           MOVE SPACES TO TXTFUNCAO
           IF CTE-FUNCAO > ZEROS AND CTE-FUNCAO < 5
               MOVE TBFUNCAO (CTE-FUNCAO) TO TXTFUNCAO.
           DISPLAY CTE-SEQ " " CTE-NOME " " TXTFUNCAO
               " PRINCIPAL " CTE-PRINCIPAL
           DISPLAY "   FONE " CTE-TELEFONE "  E-MAIL " CTE-EMAIL
               "  ULTIMO CONTATO " CTE-DATAULTCONTATO.

      *---------[ UM SO CONTATO PRINCIPAL POR FUNCAO NO CNPJ ]----------
       DESMARCA-PRINCIPAL.
           MOVE REGCONTEMP TO W-REG-SALVO
           MOVE CTE-FUNCAO TO W-FUNCAO
           MOVE ZEROS TO CTE-SEQ
           START CADCONTEMP KEY IS NOT LESS CTE-KEY
               INVALID KEY GO TO DESMARCA-PRINCIPAL-FIM.
       DP1.
           READ CADCONTEMP NEXT RECORD
               AT END
                 GO TO DESMARCA-PRINCIPAL-FIM
           END-READ.
           IF CTE-CNPJCPF NOT = W-CNPJCPF
               GO TO DESMARCA-PRINCIPAL-FIM.
           IF CTE-SEQ = W-SEQ OR CTE-FUNCAO NOT = W-FUNCAO
              OR CTE-PRINCIPAL NOT = "S"
               GO TO DP1.
           MOVE "N" TO CTE-PRINCIPAL
           REWRITE REGCONTEMP
           DISPLAY "*** CONTATO " CTE-SEQ " DEIXOU DE SER O PRINCIPAL"
               " ***"
           GO TO DP1.
       DESMARCA-PRINCIPAL-FIM.
           MOVE W-REG-SALVO TO REGCONTEMP.

      *---------[ E-MAIL COM UMA ARROBA E PONTO NO DOMINIO ]------------
       CHECK-EMAIL.
           MOVE ZEROS TO W-CONT-ARROBA W-POS-ARROBA W-I
           MOVE "N" TO W-TEM-PONTO
           IF CTE-EMAIL = SPACES
               GO TO CHECK-EMAIL-FIM.
       CE1.
           ADD 1 TO W-I
           IF W-I > 30
               GO TO CE2.
           IF CTE-EMAIL (W-I:1) = "@"
               ADD 1 TO W-CONT-ARROBA
               MOVE W-I TO W-POS-ARROBA.
           GO TO CE1.
       CE2.
           IF W-CONT-ARROBA NOT = 1
               GO TO CHECK-EMAIL-FIM.
           MOVE W-POS-ARROBA TO W-I.
       CE3.
           ADD 1 TO W-I
           IF W-I > 30
               GO TO CHECK-EMAIL-FIM.
           IF CTE-EMAIL (W-I:1) = "."
               MOVE "S" TO W-TEM-PONTO
               GO TO CHECK-EMAIL-FIM.
           GO TO CE3.
       CHECK-EMAIL-FIM.
           EXIT.
