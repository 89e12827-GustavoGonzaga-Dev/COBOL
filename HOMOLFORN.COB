       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOMOLFORN.
      ***********************************************
      *  HOMOLOGACAO DE FORNECEDOR - SITUACAO GERAL   *
      *  POR CNPJ DE CADFORN EM CADHOMOL              *
      *  (Q=HOMOLOGADO C=CONDICIONAL B=BLOQUEADO, COM *
      *  DATA, OPERADOR E OBSERVACAO) E OS DOCUMENTOS *
      *  DO FORNECEDOR EM CADHOMOLDOC POR CNPJ/TIPO   *
      *  (CND, ISO, LAM=LICENCA AMBIENTAL...) COM     *
      *  NUMERO E VALIDADE. A CONSULTA MOSTRA O       *
      *  RESULTADO DE CONSHOMOL, O MESMO QUE GERAPED, *
      *  COTACAO E APROVPED CONFEREM; OS VENCIMENTOS  *
      *  PROXIMOS SAEM EM RELHOMOL                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADHOMOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HML-CNPJ
                    FILE STATUS  IS ST-HML.

           SELECT CADHOMOLDOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HMD-KEY
                    FILE STATUS  IS ST-HMD.

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
       FD CADHOMOL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHOMOL.DAT".
       01 REGHOMOL.
           03 HML-CNPJ          PIC 9(15).
           03 HML-SITUACAO      PIC X(01).
           03 HML-DATA          PIC 9(08).
           03 HML-OPERADOR      PIC X(08).
           03 HML-OBS           PIC X(40).

       FD CADHOMOLDOC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADHOMOLDOC.DAT".
       01 REGHOMOLDOC.
           03 HMD-KEY.
              05 HMD-CNPJ       PIC 9(15).
              05 HMD-TIPO       PIC X(03).
           03 HMD-NUMERO        PIC X(20).
           03 HMD-VALIDADE      PIC 9(08).
           03 HMD-DATA-ATU      PIC 9(08).

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
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-HML         PIC X(02) VALUE "00".
       01 ST-HMD         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CNPJ         PIC 9(15) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-EOF-HMD      PIC X(01) VALUE "N".
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-TXT-SITUACAO PIC X(12) VALUE SPACES.

       01 W-HOM-PARAM.
           03 W-HOM-CNPJ        PIC 9(15).
           03 W-HOM-DATA        PIC 9(08).
           03 W-HOM-SITUACAO    PIC X(01).
           03 W-HOM-TIPO-VENC   PIC X(03).
           03 W-HOM-VALIDADE    PIC 9(08).
       01 W-HOM-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADHOMOL
           IF ST-HML NOT = "00"
              IF ST-HML = "30"
                 OPEN OUTPUT CADHOMOL
                 CLOSE CADHOMOL
                 DISPLAY "*** ARQUIVO CADHOMOL FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHOMOL"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADHOMOLDOC
           IF ST-HMD NOT = "00"
              IF ST-HMD = "30"
                 OPEN OUTPUT CADHOMOLDOC
                 CLOSE CADHOMOLDOC
                 DISPLAY "*** ARQUIVO CADHOMOLDOC FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADHOMOLDOC"
                 CLOSE CADHOMOL
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADHOMOL CADHOMOLDOC
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** HOMOLOGACAO DE FORNECEDOR ***"
           DISPLAY "  1 - SITUACAO DO FORNECEDOR"
           DISPLAY "  2 - INCLUIR/ALTERAR DOCUMENTO"
           DISPLAY "  3 - CONSULTAR FORNECEDOR"
           DISPLAY "  4 - EXCLUIR DOCUMENTO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-SITUACAO
              WHEN 2
                 GO TO R3-DOCUMENTO
              WHEN 3
                 GO TO R4-CONSULTA
              WHEN 4
                 GO TO R5-EXCLUI
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ SITUACAO GERAL DO FORNECEDOR ]------------------------
       R2-SITUACAO.
           PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM
           IF W-CNPJ = ZEROS
               GO TO R1.
           MOVE W-CNPJ TO HML-CNPJ
           READ CADHOMOL
           IF ST-HML = "00"
               PERFORM TEXTO-SITUACAO THRU TEXTO-SITUACAO-FIM
               DISPLAY "SITUACAO ATUAL: " W-TXT-SITUACAO " DESDE "
                   HML-DATA " POR " HML-OPERADOR
               DISPLAY "OBS: " HML-OBS
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE W-CNPJ TO HML-CNPJ
               MOVE SPACES TO HML-OBS.
       R2A.
           DISPLAY "SITUACAO (Q=HOMOLOGADO C=CONDICIONAL B=BLOQUEADO): "
               WITH NO ADVANCING
           ACCEPT HML-SITUACAO
           IF HML-SITUACAO NOT = "Q" AND HML-SITUACAO NOT = "C"
              AND HML-SITUACAO NOT = "B"
               DISPLAY "*** SITUACAO INVALIDA ***"
               GO TO R2A.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING
           ACCEPT HML-OBS
           MOVE W-DATA-HOJE TO HML-DATA
           MOVE W-OPERADOR-LOG TO HML-OPERADOR
           IF W-RESP = "A"
               REWRITE REGHOMOL
           ELSE
               WRITE REGHOMOL.
           IF ST-HML = "00" OR "02"
               DISPLAY "*** SITUACAO GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-HML.
           GO TO R2-SITUACAO.

      *---------[ DOCUMENTO DO FORNECEDOR ]-----------------------------
       R3-DOCUMENTO.
           PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM
           IF W-CNPJ = ZEROS
               GO TO R1.
       R3A.
           DISPLAY "TIPO (CND/ISO/LAM...): " WITH NO ADVANCING
           ACCEPT HMD-TIPO
           IF HMD-TIPO = SPACES
               GO TO R3A.
           MOVE W-CNPJ TO HMD-CNPJ
           READ CADHOMOLDOC
           IF ST-HMD = "00"
               DISPLAY "DOCUMENTO ATUAL: " HMD-NUMERO
                   "  VALIDADE " HMD-VALIDADE
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE SPACES TO HMD-NUMERO
               MOVE ZEROS TO HMD-VALIDADE.
           DISPLAY "NUMERO DO DOCUMENTO: " WITH NO ADVANCING
           ACCEPT HMD-NUMERO.
       R3B.
           DISPLAY "VALIDADE (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT HMD-VALIDADE
           IF HMD-VALIDADE NOT NUMERIC OR HMD-VALIDADE = ZEROS
               GO TO R3B.
           MOVE W-DATA-HOJE TO HMD-DATA-ATU
           IF W-RESP = "A"
               REWRITE REGHOMOLDOC
           ELSE
               WRITE REGHOMOLDOC.
           IF ST-HMD = "00" OR "02"
               DISPLAY "*** DOCUMENTO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-HMD.
           IF HMD-VALIDADE < W-DATA-HOJE
               DISPLAY "*** DOCUMENTO JA VENCIDO - COMPRAS DO"
                   " FORNECEDOR FICAM RECUSADAS ***".
           GO TO R3-DOCUMENTO.

      *---------[ SITUACAO, DOCUMENTOS E RESULTADO DE CONSHOMOL ]-------
       R4-CONSULTA.
           PERFORM LE-FORNECEDOR THRU LE-FORNECEDOR-FIM
           IF W-CNPJ = ZEROS
               GO TO R1.
           MOVE W-CNPJ TO HML-CNPJ
           READ CADHOMOL
           IF ST-HML = "00"
               PERFORM TEXTO-SITUACAO THRU TEXTO-SITUACAO-FIM
               DISPLAY "SITUACAO: " W-TXT-SITUACAO " DESDE " HML-DATA
                   " POR " HML-OPERADOR
               DISPLAY "OBS: " HML-OBS
           ELSE
               DISPLAY "*** FORNECEDOR SEM HOMOLOGACAO ***".
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE "N" TO W-EOF-HMD
           MOVE W-CNPJ TO HMD-CNPJ
           MOVE SPACES TO HMD-TIPO
           START CADHOMOLDOC KEY IS NOT LESS HMD-KEY
               INVALID KEY MOVE "S" TO W-EOF-HMD.
       R4A.
           IF W-EOF-HMD = "S"
               GO TO R4B.
           READ CADHOMOLDOC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-HMD
                 GO TO R4A
           END-READ.
           IF HMD-CNPJ NOT = W-CNPJ
               MOVE "S" TO W-EOF-HMD
               GO TO R4A.
           ADD 1 TO W-TOTLISTADOS
           IF HMD-VALIDADE < W-DATA-HOJE
               DISPLAY HMD-TIPO "  " HMD-NUMERO "  VALIDADE "
                   HMD-VALIDADE " *** VENCIDO ***"
           ELSE
               DISPLAY HMD-TIPO "  " HMD-NUMERO "  VALIDADE "
                   HMD-VALIDADE.
           GO TO R4A.
       R4B.
           DISPLAY "DOCUMENTOS DO FORNECEDOR.......: " W-TOTLISTADOS
           MOVE W-CNPJ TO W-HOM-CNPJ
           MOVE W-DATA-HOJE TO W-HOM-DATA
           CALL "CONSHOMOL" USING W-HOM-PARAM W-HOM-RESULT
           EVALUATE W-HOM-RESULT
              WHEN "L"
                 DISPLAY "COMPRAS: LIBERADAS"
              WHEN "A"
                 DISPLAY "COMPRAS: COM AVISO"
              WHEN OTHER
                 DISPLAY "COMPRAS: RECUSADAS"
           END-EVALUATE
           GO TO R4-CONSULTA.

      *---------[ EXCLUSAO DE DOCUMENTO ]-------------------------------
       R5-EXCLUI.
           DISPLAY "CNPJ (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT HMD-CNPJ
           IF HMD-CNPJ = ZEROS
               GO TO R1.
           DISPLAY "TIPO: " WITH NO ADVANCING
           ACCEPT HMD-TIPO
           READ CADHOMOLDOC
           IF ST-HMD NOT = "00"
               DISPLAY "*** DOCUMENTO NAO CADASTRADO ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADHOMOLDOC RECORD
               DISPLAY "*** DOCUMENTO EXCLUIDO ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADHOMOL CADHOMOLDOC CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ CNPJ CADASTRADO EM CADFORN ]--------------------------
       LE-FORNECEDOR.
           DISPLAY " "
           DISPLAY "CNPJ DO FORNECEDOR (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CNPJ
           IF W-CNPJ = ZEROS
               GO TO LE-FORNECEDOR-FIM.
           MOVE W-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               DISPLAY "*** FORNECEDOR NAO CADASTRADO EM CADFORN ***"
               GO TO LE-FORNECEDOR.
           DISPLAY "FORNECEDOR: " RAZAO.
       LE-FORNECEDOR-FIM.
           EXIT.

       TEXTO-SITUACAO.
           EVALUATE HML-SITUACAO
              WHEN "Q"
                 MOVE "HOMOLOGADO" TO W-TXT-SITUACAO
              WHEN "C"
                 MOVE "CONDICIONAL" TO W-TXT-SITUACAO
              WHEN OTHER
                 MOVE "BLOQUEADO" TO W-TXT-SITUACAO
           END-EVALUATE.
       TEXTO-SITUACAO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
