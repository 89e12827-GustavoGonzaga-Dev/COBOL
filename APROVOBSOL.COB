       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVOBSOL.
      ***********************************************
      *  APROVACAO DAS PROPOSTAS DE BAIXA DE ESTOQUE  *
      *  OBSOLETO GRAVADAS POR RELOBSOL EM CADPROPOBS *
      *  (SITUACAO P=PENDENTE A=APROVADA              *
      *  R=REJEITADA). A APROVACAO ACEITA OUTRO       *
      *  PERCENTUAL, GRAVA DATA E OPERADOR E LANCA A  *
      *  PROVISAO PROVOBSOL NO DIARIO VIA LANCCTB - O *
      *  CUSTO MEDIO DE CADCUSTO NAO E ALTERADO. O    *
      *  ITEM APROVADO PODE SER MARCADO PARA          *
      *  LIQUIDACAO: O DESCONTO INFORMADO GERA O NOVO *
      *  PRECO EM CADPROD, O HISTORICO EM CADPRECO    *
      *  (COMO STP003 E REAJPRECO) E A MARCA DE       *
      *  LIQUIDACAO COM OS PRECOS ANTERIOR E DE       *
      *  LIQUIDACAO.                                  *
      *  COM A COMPETENCIA DO DIA FECHADA NO ESTOQUE  *
      *  (CONSPERIODO, MODULO EST) A BAIXA NAO PODE   *
      *  SER APROVADA                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROPOBS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS POB-CODGPRODUTO
                    FILE STATUS  IS ST-POB.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPRECO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-KEY
                    FILE STATUS  IS ST-PRC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPROPOBS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROPOBS.DAT".
       01 REGPROPOBS.
           03 POB-CODGPRODUTO   PIC 9(06).
           03 POB-DATA          PIC 9(08).
           03 POB-ULT-SAIDA     PIC 9(08).
           03 POB-DIAS          PIC 9(05).
           03 POB-QUANTIDADE    PIC 9(05)V9.
           03 POB-CUSTO         PIC 9(07)V99.
           03 POB-VALOR         PIC 9(11)V99.
           03 POB-PCT           PIC 9(03)V99.
           03 POB-VALOR-BAIXA   PIC 9(11)V99.
           03 POB-SITUACAO      PIC X(01).
           03 POB-DATA-APROV    PIC 9(08).
           03 POB-OPERADOR      PIC X(08).
           03 POB-LIQUIDA       PIC X(01).
           03 POB-PRECO-ANT     PIC 9(07)V99.
           03 POB-PRECO-LIQ     PIC 9(07)V99.

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

       FD CADPRECO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRECO.DAT".
       01 REGPRECO.
           03 PRC-KEY.
              05 PRC-CODGPRODUTO  PIC 9(06).
              05 PRC-DATA-HORA    PIC X(21).
           03 PRC-PRECO-ANTIGO PIC 9(07)V99.
           03 PRC-PRECO-NOVO   PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-POB         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-PRC         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-PCT          PIC 9(03)V99 VALUE ZEROS.
       01 W-DESCONTO     PIC 9(02)V99 VALUE ZEROS.
       01 W-PRECO-LIQ    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-BAIXA    PIC 9(13)V99 VALUE ZEROS.
       01 W-TXT-SITUACAO PIC X(09) VALUE SPACES.

       01 W-CTB-OPERACAO PIC X(01) VALUE SPACES.
       01 W-CTB-LANC.
           03 W-CTB-EVENTO      PIC X(10).
           03 W-CTB-DATA        PIC 9(08).
           03 W-CTB-VALOR       PIC 9(11)V99.
           03 W-CTB-CODDEP      PIC 9(03).
           03 W-CTB-ORIGEM      PIC X(10).
           03 W-CTB-DOCUMENTO   PIC X(12).
           03 W-CTB-HISTORICO   PIC X(40).
       01 W-CTB-RESULT   PIC X(01) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADPROPOBS
           IF ST-POB NOT = "00"
               DISPLAY "CADPROPOBS AUSENTE - RODE RELOBSOL GRAVANDO"
                   " AS PROPOSTAS"
               GO TO ROT-FIM3.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADPROPOBS
               GO TO ROT-FIM3.
           OPEN I-O CADPRECO
           IF ST-PRC NOT = "00"
              OPEN OUTPUT CADPRECO
              CLOSE CADPRECO
              OPEN I-O CADPRECO.

       R1.
           DISPLAY " "
           DISPLAY "*** BAIXA DE ESTOQUE OBSOLETO ***"
           DISPLAY "  1 - LISTAR PROPOSTAS PENDENTES"
           DISPLAY "  2 - APROVAR OU REJEITAR PROPOSTA"
           DISPLAY "  3 - MARCAR ITEM APROVADO PARA LIQUIDACAO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-LISTA
              WHEN 2
                 GO TO R3-APROVA
              WHEN 3
                 GO TO R4-LIQUIDA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ PROPOSTAS PENDENTES ]---------------------------------
       R2-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS W-TOT-BAIXA
           MOVE ZEROS TO POB-CODGPRODUTO
           START CADPROPOBS KEY IS NOT LESS POB-CODGPRODUTO
               INVALID KEY GO TO R2-FIM.
       R2A.
           READ CADPROPOBS NEXT RECORD
               AT END
                 GO TO R2-FIM
           END-READ.
           IF POB-SITUACAO NOT = "P"
               GO TO R2A.
           DISPLAY POB-CODGPRODUTO "  DIAS " POB-DIAS "  QTD "
               POB-QUANTIDADE "  VALOR " POB-VALOR "  " POB-PCT
               " PCT = " POB-VALOR-BAIXA
           ADD 1 TO W-TOTLISTADOS
           ADD POB-VALOR-BAIXA TO W-TOT-BAIXA
           GO TO R2A.
       R2-FIM.
           DISPLAY "PROPOSTAS PENDENTES: " W-TOTLISTADOS
               "  BAIXA PROPOSTA: " W-TOT-BAIXA
           GO TO R1.

      *---------[ APROVACAO DA PROPOSTA ]-------------------------------
       R3-APROVA.
           PERFORM LE-PROPOSTA THRU LE-PROPOSTA-FIM
           IF W-CODPROD = ZEROS
               GO TO R1.
           IF POB-SITUACAO = "A"
               DISPLAY "*** PROPOSTA JA APROVADA EM " POB-DATA-APROV
                   " POR " POB-OPERADOR " ***"
               GO TO R3-APROVA.
       R3A.
           DISPLAY "A=APROVAR R=REJEITAR N=VOLTAR: " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "N" OR W-RESP = "n"
               GO TO R3-APROVA.
           IF W-RESP = "R" OR W-RESP = "r"
               MOVE "R" TO POB-SITUACAO
               MOVE W-DATA-HOJE TO POB-DATA-APROV
               MOVE W-OPERADOR-LOG TO POB-OPERADOR
               PERFORM REGRAVA-PROPOSTA THRU REGRAVA-PROPOSTA-FIM
               DISPLAY "*** PROPOSTA REJEITADA ***"
               GO TO R3-APROVA.
           IF W-RESP NOT = "A" AND W-RESP NOT = "a"
               GO TO R3A.
       R3B.
           DISPLAY "PERCENTUAL DE BAIXA (0 = MANTER " POB-PCT "): "
               WITH NO ADVANCING
           ACCEPT W-PCT
           IF W-PCT > 100
               DISPLAY "*** PERCENTUAL INVALIDO ***"
               GO TO R3B.
           IF W-PCT > ZEROS
               MOVE W-PCT TO POB-PCT
               COMPUTE POB-VALOR-BAIXA ROUNDED =
                   POB-VALOR * POB-PCT / 100.
           IF POB-VALOR-BAIXA = ZEROS
               DISPLAY "*** BAIXA SEM VALOR - NADA A APROVAR ***"
               GO TO R3-APROVA.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE - BAIXA NAO"
                   " APROVADA ***"
               GO TO R1.
           MOVE "A" TO POB-SITUACAO
           MOVE W-DATA-HOJE TO POB-DATA-APROV
           MOVE W-OPERADOR-LOG TO POB-OPERADOR
           PERFORM REGRAVA-PROPOSTA THRU REGRAVA-PROPOSTA-FIM
           PERFORM CONTABILIZA-BAIXA THRU CONTABILIZA-BAIXA-FIM
           DISPLAY "*** BAIXA APROVADA: " POB-VALOR-BAIXA " ***"
           DISPLAY "MARCAR PARA LIQUIDACAO AGORA (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR W-RESP = "s"
               PERFORM MARCA-LIQUIDACAO THRU MARCA-LIQUIDACAO-FIM.
           GO TO R3-APROVA.

      *---------[ LIQUIDACAO DE ITEM JA APROVADO ]----------------------
       R4-LIQUIDA.
           PERFORM LE-PROPOSTA THRU LE-PROPOSTA-FIM
           IF W-CODPROD = ZEROS
               GO TO R1.
           IF POB-SITUACAO NOT = "A"
               DISPLAY "*** SO ITEM COM BAIXA APROVADA VAI PARA"
                   " LIQUIDACAO ***"
               GO TO R4-LIQUIDA.
           IF POB-LIQUIDA = "S"
               DISPLAY "*** JA EM LIQUIDACAO: DE " POB-PRECO-ANT
                   " POR " POB-PRECO-LIQ " ***"
               GO TO R4-LIQUIDA.
           PERFORM MARCA-LIQUIDACAO THRU MARCA-LIQUIDACAO-FIM
           GO TO R4-LIQUIDA.

       ROT-FIM.
           CLOSE CADPROPOBS CADPROD CADPRECO.
       ROT-FIM3.
           STOP RUN.

      *---------[ LE E MOSTRA A PROPOSTA DO PRODUTO ]-------------------
       LE-PROPOSTA.
           DISPLAY " "
           DISPLAY "PRODUTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO LE-PROPOSTA-FIM.
           MOVE W-CODPROD TO POB-CODGPRODUTO
           READ CADPROPOBS
           IF ST-POB NOT = "00"
               DISPLAY "*** PRODUTO SEM PROPOSTA DE BAIXA ***"
               GO TO LE-PROPOSTA.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO EM CADPROD ***"
               GO TO LE-PROPOSTA.
           EVALUATE POB-SITUACAO
              WHEN "P"
                 MOVE "PENDENTE" TO W-TXT-SITUACAO
              WHEN "A"
                 MOVE "APROVADA" TO W-TXT-SITUACAO
              WHEN OTHER
                 MOVE "REJEITADA" TO W-TXT-SITUACAO
           END-EVALUATE
           DISPLAY POB-CODGPRODUTO " " DESCRICAO "  PRECO " PRECO
           DISPLAY "  PROPOSTA DE " POB-DATA "  ULTIMA SAIDA "
               POB-ULT-SAIDA "  DIAS " POB-DIAS
           DISPLAY "  QTD " POB-QUANTIDADE "  CUSTO " POB-CUSTO
               "  VALOR " POB-VALOR
           DISPLAY "  BAIXA " POB-PCT " PCT = " POB-VALOR-BAIXA
               "  SITUACAO " W-TXT-SITUACAO.
       LE-PROPOSTA-FIM.
           EXIT.

       REGRAVA-PROPOSTA.
           REWRITE REGPROPOBS
           IF ST-POB NOT = "00" AND ST-POB NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADPROPOBS ST=" ST-POB.
       REGRAVA-PROPOSTA-FIM.
           EXIT.

      *---------[ PRECO DE LIQUIDACAO (CADPROD E CADPRECO) ]------------
       MARCA-LIQUIDACAO.
           DISPLAY "DESCONTO PARA LIQUIDACAO EM PCT (0 = DESISTIR): "
               WITH NO ADVANCING
           ACCEPT W-DESCONTO
           IF W-DESCONTO = ZEROS
               GO TO MARCA-LIQUIDACAO-FIM.
           COMPUTE W-PRECO-LIQ ROUNDED =
               PRECO * (1 - (W-DESCONTO / 100))
           DISPLAY "PRECO DE " PRECO " PARA " W-PRECO-LIQ
               " - CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO MARCA-LIQUIDACAO-FIM.

           MOVE CODGPRODUTO TO PRC-CODGPRODUTO
           MOVE PRECO TO PRC-PRECO-ANTIGO
           MOVE W-PRECO-LIQ TO PRC-PRECO-NOVO
           MOVE FUNCTION CURRENT-DATE TO PRC-DATA-HORA
           WRITE REGPRECO

           MOVE PRECO TO POB-PRECO-ANT
           MOVE W-PRECO-LIQ TO PRECO
           REWRITE REGPROD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADPROD ST=" ST-ERRO
               GO TO MARCA-LIQUIDACAO-FIM.
           MOVE "S" TO POB-LIQUIDA
           MOVE W-PRECO-LIQ TO POB-PRECO-LIQ
           PERFORM REGRAVA-PROPOSTA THRU REGRAVA-PROPOSTA-FIM
           DISPLAY "*** ITEM MARCADO PARA LIQUIDACAO ***".
       MARCA-LIQUIDACAO-FIM.
           EXIT.

      *---------[ PROVISAO DA BAIXA NO DIARIO (LANCCTB) ]---------------
       CONTABILIZA-BAIXA.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "PROVOBSOL" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE POB-VALOR-BAIXA TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "APROVOBSOL" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE POB-CODGPRODUTO TO W-CTB-DOCUMENTO
           STRING "BAIXA ESTOQUE OBSOLETO " POB-PCT " PCT"
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E"
               DISPLAY "  *** EVENTO " W-CTB-EVENTO " SEM CONTAS"
                   " VALIDAS - NAO LANCADO NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "  *** ERRO NA GRAVACAO DO DIARIO ***".
       CONTABILIZA-BAIXA-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
