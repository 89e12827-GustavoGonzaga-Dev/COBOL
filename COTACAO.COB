      *  RANQUEADAS POR PRECO E MARCA A VENCEDORA.    *
      *  GERAPED USA A COTACAO VENCEDORA VALIDA NO    *
      *  LUGAR DO CNPJ-PROD/PRECO DE CADPROD          *
      *  FORNECEDOR RECUSADO NA HOMOLOGACAO           *
      *  (CONSHOMOL) NAO REGISTRA COTACAO NEM E       *
      *  MARCADO VENCEDOR; CONDICIONAL OU SEM         *
      *  HOMOLOGACAO SO AVISA                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-IND2         PIC 9(02) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-TXT-HOMOL    PIC X(10) VALUE SPACES.

       01 W-HOM-PARAM.
           03 W-HOM-CNPJ        PIC 9(15).
           03 W-HOM-DATA        PIC 9(08).
           03 W-HOM-SITUACAO    PIC X(01).
           03 W-HOM-TIPO-VENC   PIC X(03).
           03 W-HOM-VALIDADE    PIC 9(08).
       01 W-HOM-RESULT   PIC X(01) VALUE SPACES.

       01 TABCOTACAO.
           03 TBCOT OCCURS 20 TIMES.
               DISPLAY "*** FORNECEDOR NAO ESTA ATIVO ***"
               GO TO R2A.
           DISPLAY "FORNECEDOR: " RAZAO.
           MOVE W-CNPJCOT TO W-HOM-CNPJ
           PERFORM CONFERE-HOMOL THRU CONFERE-HOMOL-FIM
           PERFORM AVISA-HOMOL THRU AVISA-HOMOL-FIM
           IF W-HOM-RESULT = "R"
               GO TO R2A.

           MOVE W-CODPROD TO COT-CODGPRODUTO
           MOVE W-CNPJCOT TO COT-CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               MOVE SPACES TO RAZAO.
           MOVE TBCOT-CNPJ (W-IND) TO W-HOM-CNPJ
           PERFORM CONFERE-HOMOL THRU CONFERE-HOMOL-FIM
           EVALUATE W-HOM-RESULT
              WHEN "L"
                 MOVE SPACES TO W-TXT-HOMOL
              WHEN "A"
                 MOVE "AVISO" TO W-TXT-HOMOL
              WHEN OTHER
                 MOVE "RECUSADO" TO W-TXT-HOMOL
           END-EVALUATE
           DISPLAY "  " W-IND ") " TBCOT-PRECO (W-IND)
               "  VALIDA ATE " TBCOT-VALIDADE (W-IND)
               "  " TBCOT-VENCEDORA (W-IND)
               "  " RAZAO "  " W-TXT-HOMOL
           ADD 1 TO W-IND
           GO TO R3C.

           IF W-IND > W-TOTVALIDAS
               DISPLAY "*** LINHA INVALIDA ***"
               GO TO R3D.
           MOVE TBCOT-CNPJ (W-IND) TO W-HOM-CNPJ
           PERFORM CONFERE-HOMOL THRU CONFERE-HOMOL-FIM
           PERFORM AVISA-HOMOL THRU AVISA-HOMOL-FIM
           IF W-HOM-RESULT = "R"
               DISPLAY "*** FORNECEDOR RECUSADO NAO PODE VENCER ***"
               GO TO R3D.

           PERFORM MARCA-VENCEDORA THRU MARCA-VENCEDORA-FIM
           DISPLAY "*** VENCEDORA MARCADA ***"
           GO TO MARCA-VENCEDORA-1.
       MARCA-VENCEDORA-FIM.
           EXIT.

      *---------[ HOMOLOGACAO DO FORNECEDOR (CONSHOMOL) ]---------------
       CONFERE-HOMOL.
           MOVE W-DATA-HOJE TO W-HOM-DATA
           CALL "CONSHOMOL" USING W-HOM-PARAM W-HOM-RESULT.
       CONFERE-HOMOL-FIM.
           EXIT.

       AVISA-HOMOL.
           IF W-HOM-RESULT = "L"
               GO TO AVISA-HOMOL-FIM.
           IF W-HOM-TIPO-VENC NOT = SPACES
               DISPLAY "*** FORNECEDOR COM " W-HOM-TIPO-VENC
                   " VENCIDO EM " W-HOM-VALIDADE " - RECUSADO ***"
               GO TO AVISA-HOMOL-FIM.
           EVALUATE W-HOM-SITUACAO
              WHEN "B"
                 DISPLAY "*** FORNECEDOR BLOQUEADO NA HOMOLOGACAO ***"
              WHEN "C"
                 DISPLAY "*** AVISO: FORNECEDOR COM HOMOLOGACAO"
                     " CONDICIONAL ***"
              WHEN OTHER
                 IF W-HOM-RESULT = "R"
                     DISPLAY "*** FORNECEDOR SEM HOMOLOGACAO -"
                         " RECUSADO ***"
                 ELSE
                     DISPLAY "*** AVISO: FORNECEDOR SEM"
                         " HOMOLOGACAO ***"
                 END-IF
           END-EVALUATE.
       AVISA-HOMOL-FIM.
           EXIT.
