       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQALMOX.
      ***********************************************
      *  REQUISICAO INTERNA DE MATERIAL AO            *
      *  ALMOXARIFADO (CADREQALM) - O DEPARTAMENTO    *
      *  (ARQDEP) PEDE ITENS JA EM ESTOQUE (CADPROD)  *
      *  COM QUANTIDADE E JUSTIFICATIVA, O SUPERVISOR *
      *  (PERFIL A DE CADUSUARIO) APROVA OU REJEITA E *
      *  O ALMOXARIFADO ATENDE A APROVADA: BAIXA O    *
      *  SALDO COM MOVIMENTO "S" MOTIVO RQ EM         *
      *  CADMOVEST, VALORIZADO PELO CUSTO MEDIO DE    *
      *  CADCUSTO (SEM CUSTO APURADO VALE O PRECO DE  *
      *  TABELA), E O VALOR E DEBITADO AO             *
      *  DEPARTAMENTO REQUISITANTE NO DIARIO VIA      *
      *  LANCCTB (EVENTO CONSUMO) E NO DEMONSTRATIVO  *
      *  DE CUSTO RELCCUSTO. SERIE EM CTRLREQA.DAT.   *
      *  SITUACAO: D=DIGITADA A=APROVADA R=REJEITADA  *
      *  E=ENTREGUE (QTD ENTREGUE PODE SER MENOR QUE  *
      *  A PEDIDA - O RESTO NAO FICA PENDENTE)        *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  MOVIMENTO E RECUSADO.                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREQALM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQA-KEY
                    FILE STATUS  IS ST-RQA.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

           SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-KEY
                    FILE STATUS  IS ST-LOG.

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODGPRODUTO
                    FILE STATUS  IS ST-CUS.

           SELECT ARQCTRLREQA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQALM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQALM.DAT".
       01 REGREQALM.
           03 RQA-KEY.
              05 RQA-NUMERO        PIC 9(06).
              05 RQA-CODGPRODUTO   PIC 9(06).
           03 RQA-CODDEP           PIC 9(03).
           03 RQA-QUANTIDADE       PIC 9(05)V9.
           03 RQA-JUSTIF           PIC X(40).
           03 RQA-DATA             PIC 9(08).
           03 RQA-SITUACAO         PIC X(01).
           03 RQA-SUPERVISOR       PIC X(08).
           03 RQA-QTD-ENTREGUE     PIC 9(05)V9.
           03 RQA-CUSTO-UNIT       PIC 9(07)V99.
           03 RQA-VALOR            PIC 9(09)V99.
           03 RQA-DATA-ENTREGA     PIC 9(08).
           03 RQA-OPERADOR         PIC X(08).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

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

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).

       FD CADMOVEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVEST.
           03 MOV-KEY.
              05 MOV-CODGPRODUTO  PIC 9(06).
              05 MOV-DATA-HORA    PIC X(21).
           03 MOV-TIPO         PIC X(01).
           03 MOV-QUANTIDADE   PIC 9(05)V9.
           03 MOV-SALDO-ANT    PIC 9(05)V9.
           03 MOV-SALDO-NOVO   PIC 9(05)V9.
           03 MOV-MOTIVO       PIC X(02).
           03 MOV-OPERADOR     PIC X(08).

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
           03 CUS-CODGPRODUTO   PIC 9(06).
           03 CUS-CUSTO-MEDIO   PIC 9(07)V99.
           03 CUS-DATA-ATU      PIC 9(08).

       FD ARQCTRLREQA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLREQA.DAT".
       01 REG-CTRLREQA.
           03 CTRL-ULTREQA     PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RQA         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-CTRLQ       PIC X(02) VALUE "00".
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-NUMREQ       PIC 9(06) VALUE ZEROS.
       01 W-NUMINF       PIC 9(06) VALUE ZEROS.
       01 W-CODDEP       PIC 9(03) VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-QTDREQ       PIC 9(05)V9 VALUE ZEROS.
       01 W-QTDENTREGA   PIC 9(05)V9 VALUE ZEROS.
       01 W-CUSTO-SAIDA  PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR-REQ    PIC 9(11)V99 VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-TOTLINHAS    PIC 9(03) VALUE ZEROS.
       01 W-EOF-REQ      PIC X(01) VALUE "N".
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-SUP-OK       PIC X(01) VALUE "N".
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
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
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADREQALM
           IF ST-RQA NOT = "00"
              IF ST-RQA = "30"
                 OPEN OUTPUT CADREQALM
                 CLOSE CADREQALM
                 DISPLAY "*** ARQUIVO CADREQALM FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQALM"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               CLOSE CADREQALM
               GO TO ROT-FIM3.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADREQALM ARQDEP
               GO TO ROT-FIM3.

       R0C.
           OPEN I-O CADMOVEST
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT CADMOVEST
                 CLOSE CADMOVEST
                 GO TO R0C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVEST"
                 CLOSE CADREQALM ARQDEP CADPROD
                 GO TO ROT-FIM3.
           OPEN INPUT CADCUSTO
           IF ST-CUS NOT = "00"
              MOVE "99" TO ST-CUS
              DISPLAY "*** CADCUSTO AUSENTE - SAIDA CUSTEADA PELO"
                  " PRECO DE TABELA ***".

       R0D.
           OPEN INPUT ARQCTRLREQA
           IF ST-CTRLQ = "00"
              READ ARQCTRLREQA
                 AT END MOVE ZEROS TO W-NUMREQ
              END-READ
              IF ST-CTRLQ = "00"
                 MOVE CTRL-ULTREQA TO W-NUMREQ
              END-IF
              CLOSE ARQCTRLREQA
           ELSE
              MOVE ZEROS TO W-NUMREQ.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** REQUISICAO INTERNA AO ALMOXARIFADO ***"
           DISPLAY "  1 - DIGITAR REQUISICAO"
           DISPLAY "  2 - CONSULTAR SITUACAO"
           DISPLAY "  3 - APROVAR/REJEITAR (SUPERVISOR)"
           DISPLAY "  4 - ATENDER NO ALMOXARIFADO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-DIGITA
              WHEN 2
                 GO TO R3-CONSULTA
              WHEN 3
                 GO TO R4-APROVA
              WHEN 4
                 GO TO R5-ATENDE
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ DIGITACAO DA REQUISICAO ]-----------------------------
       R2-DIGITA.
           DISPLAY "CODIGO DO DEPARTAMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
               GO TO R2-DIGITA.
           IF DEPSTATUS NOT = "A"
               DISPLAY "*** DEPARTAMENTO INATIVO ***"
               GO TO R2-DIGITA.
           DISPLAY "DEPARTAMENTO: " DENOMINACAO

           ADD 1 TO W-NUMREQ
           MOVE ZEROS TO W-TOTLINHAS
           DISPLAY "REQUISICAO NUMERO " W-NUMREQ.

       R2B.
           DISPLAY "CODIGO DO PRODUTO (0 = FECHAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R2-FECHA.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R2B.
           DISPLAY "PRODUTO: " DESCRICAO "  SALDO: " QUANTIDADE.
       R2C.
           DISPLAY "QUANTIDADE: " WITH NO ADVANCING
           ACCEPT W-QTDREQ
           IF W-QTDREQ = ZEROS
               GO TO R2B.
           MOVE SPACES TO RQA-JUSTIF
           DISPLAY "JUSTIFICATIVA: " WITH NO ADVANCING
           ACCEPT RQA-JUSTIF

           MOVE W-NUMREQ TO RQA-NUMERO
           MOVE W-CODPROD TO RQA-CODGPRODUTO
           MOVE W-CODDEP TO RQA-CODDEP
           MOVE W-QTDREQ TO RQA-QUANTIDADE
           MOVE W-DATA-HOJE TO RQA-DATA
           MOVE "D" TO RQA-SITUACAO
           MOVE SPACES TO RQA-SUPERVISOR RQA-OPERADOR
           MOVE ZEROS TO RQA-QTD-ENTREGUE RQA-CUSTO-UNIT RQA-VALOR
                         RQA-DATA-ENTREGA
           WRITE REGREQALM
           IF ST-RQA = "22"
               DISPLAY "*** PRODUTO JA LANCADO NESTA REQUISICAO ***"
               GO TO R2B.
           IF ST-RQA NOT = "00" AND ST-RQA NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA REQUISICAO ST=" ST-RQA
               GO TO ROT-FIM.
           ADD 1 TO W-TOTLINHAS
           DISPLAY "*** LINHA GRAVADA ***"
           GO TO R2B.

       R2-FECHA.
           IF W-TOTLINHAS = ZEROS
               SUBTRACT 1 FROM W-NUMREQ
               DISPLAY "*** REQUISICAO VAZIA - NUMERO DESCARTADO ***"
           ELSE
               DISPLAY "REQUISICAO " W-NUMREQ " FECHADA COM "
                   W-TOTLINHAS " LINHAS - AGUARDA APROVACAO".
           GO TO R1.

      *---------[ CONSULTA DA SITUACAO ]--------------------------------
       R3-CONSULTA.
           DISPLAY "NUMERO DA REQUISICAO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLINHAS
           MOVE "N" TO W-EOF-REQ
           MOVE W-NUMINF TO RQA-NUMERO
           MOVE ZEROS TO RQA-CODGPRODUTO
           START CADREQALM KEY IS NOT LESS RQA-KEY
               INVALID KEY MOVE "S" TO W-EOF-REQ.
       R3A.
           IF W-EOF-REQ = "S"
               GO TO R3B.
           READ CADREQALM NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REQ
                 GO TO R3A
           END-READ.
           IF RQA-NUMERO NOT = W-NUMINF
               MOVE "S" TO W-EOF-REQ
               GO TO R3A.
           EVALUATE RQA-SITUACAO
              WHEN "D"
                 MOVE "AGUARDANDO APROVACAO" TO MENS
              WHEN "A"
                 MOVE "APROVADA - AGUARDA ALMOXARIFADO" TO MENS
              WHEN "R"
                 MOVE "REJEITADA" TO MENS
              WHEN "E"
                 MOVE "ENTREGUE" TO MENS
              WHEN OTHER
                 MOVE "SITUACAO DESCONHECIDA" TO MENS
           END-EVALUATE
           DISPLAY "  " RQA-CODGPRODUTO "  QTD " RQA-QUANTIDADE
               "  DEP " RQA-CODDEP "  " MENS
           IF RQA-SUPERVISOR NOT = SPACES
               DISPLAY "    SUPERVISOR " RQA-SUPERVISOR.
           IF RQA-SITUACAO = "E"
               DISPLAY "    ENTREGUE " RQA-QTD-ENTREGUE " EM "
                   RQA-DATA-ENTREGA " POR " RQA-OPERADOR
                   "  VALOR " RQA-VALOR.
           DISPLAY "    JUSTIFICATIVA: " RQA-JUSTIF
           ADD 1 TO W-TOTLINHAS
           GO TO R3A.
       R3B.
           IF W-TOTLINHAS = ZEROS
               DISPLAY "*** REQUISICAO NAO ENCONTRADA ***".
           GO TO R1.

      *---------[ APROVACAO/REJEICAO PELO SUPERVISOR ]------------------
       R4-APROVA.
           DISPLAY "NUMERO DA REQUISICAO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.

           PERFORM VALIDA-SUPERVISOR THRU VALIDA-SUPERVISOR-FIM
           IF W-SUP-OK NOT = "S"
               GO TO R1.

           DISPLAY "A = APROVAR   R = REJEITAR: " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "a" MOVE "A" TO W-RESP.
           IF W-RESP = "r" MOVE "R" TO W-RESP.
           IF W-RESP NOT = "A" AND W-RESP NOT = "R"
               DISPLAY "*** OPCAO INVALIDA ***"
               GO TO R1.

           MOVE ZEROS TO W-TOTLINHAS
           MOVE "N" TO W-EOF-REQ
           MOVE W-NUMINF TO RQA-NUMERO
           MOVE ZEROS TO RQA-CODGPRODUTO
           START CADREQALM KEY IS NOT LESS RQA-KEY
               INVALID KEY MOVE "S" TO W-EOF-REQ.
       R4A.
           IF W-EOF-REQ = "S"
               GO TO R4B.
           READ CADREQALM NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REQ
                 GO TO R4A
           END-READ.
           IF RQA-NUMERO NOT = W-NUMINF
               MOVE "S" TO W-EOF-REQ
               GO TO R4A.
           IF RQA-SITUACAO NOT = "D"
               GO TO R4A.
           MOVE W-RESP TO RQA-SITUACAO
           MOVE W-SUP-CODIGO TO RQA-SUPERVISOR
           REWRITE REGREQALM
           ADD 1 TO W-TOTLINHAS
           GO TO R4A.
       R4B.
           IF W-TOTLINHAS = ZEROS
               DISPLAY "*** NENHUMA LINHA AGUARDANDO APROVACAO ***"
           ELSE
               DISPLAY "*** " W-TOTLINHAS " LINHAS MARCADAS COMO "
                   W-RESP " PELO SUPERVISOR " W-SUP-CODIGO " ***".
           GO TO R1.

      *---------[ ATENDIMENTO PELO ALMOXARIFADO ]-----------------------
      *  CADA LINHA APROVADA: QUANTIDADE ENTREGUE LIMITADA AO   *
      *  PEDIDO E AO SALDO; 0 DEIXA A LINHA APROVADA PARA       *
      *  OUTRO ATENDIMENTO                                      *
       R5-ATENDE.
           DISPLAY "NUMERO DA REQUISICAO APROVADA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - NADA ENTREGUE ***"
               GO TO R5-ATENDE.

           MOVE ZEROS TO W-TOTLINHAS W-VALOR-REQ W-CODDEP
           MOVE "N" TO W-EOF-REQ
           MOVE W-NUMINF TO RQA-NUMERO
           MOVE ZEROS TO RQA-CODGPRODUTO
           START CADREQALM KEY IS NOT LESS RQA-KEY
               INVALID KEY MOVE "S" TO W-EOF-REQ.
       R5A.
           IF W-EOF-REQ = "S"
               GO TO R5B.
           READ CADREQALM NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REQ
                 GO TO R5A
           END-READ.
           IF RQA-NUMERO NOT = W-NUMINF
               MOVE "S" TO W-EOF-REQ
               GO TO R5A.
           IF RQA-SITUACAO NOT = "A"
               GO TO R5A.

           MOVE RQA-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "  " RQA-CODGPRODUTO
                   " - PRODUTO NAO CADASTRADO, LINHA PULADA"
               GO TO R5A.
           DISPLAY " "
           DISPLAY "ITEM " CODGPRODUTO " - " DESCRICAO
           DISPLAY "  PEDIDO: " RQA-QUANTIDADE "  SALDO: " QUANTIDADE.
       R5A1.
           DISPLAY "  QUANTIDADE ENTREGUE (0 = NAO ATENDER): "
               WITH NO ADVANCING
           ACCEPT W-QTDENTREGA
           IF W-QTDENTREGA = ZEROS
               GO TO R5A.
           IF W-QTDENTREGA > RQA-QUANTIDADE
               DISPLAY "  *** ENTREGA MAIOR QUE O REQUISITADO ***"
               GO TO R5A1.
           IF W-QTDENTREGA > QUANTIDADE
               DISPLAY "  *** SALDO EM ESTOQUE INSUFICIENTE ***"
               GO TO R5A1.

      *---------[ BAIXA DO ESTOQUE (MOVIMENTO "S" / RQ) ]---------------
           MOVE QUANTIDADE TO QUANTIDADE-ANT
           SUBTRACT W-QTDENTREGA FROM QUANTIDADE
           REWRITE REGPROD
           MOVE CODGPRODUTO TO MOV-CODGPRODUTO
           MOVE FUNCTION CURRENT-DATE TO MOV-DATA-HORA
           MOVE "S" TO MOV-TIPO
           MOVE W-QTDENTREGA TO MOV-QUANTIDADE
           MOVE QUANTIDADE-ANT TO MOV-SALDO-ANT
           MOVE QUANTIDADE TO MOV-SALDO-NOVO
           MOVE "RQ" TO MOV-MOTIVO
           MOVE W-OPERADOR-LOG TO MOV-OPERADOR
           WRITE REGMOVEST

           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-FIM
           MOVE W-QTDENTREGA TO RQA-QTD-ENTREGUE
           MOVE W-CUSTO-SAIDA TO RQA-CUSTO-UNIT
           COMPUTE RQA-VALOR ROUNDED = W-QTDENTREGA * W-CUSTO-SAIDA
           MOVE W-DATA-HOJE TO RQA-DATA-ENTREGA
           MOVE W-OPERADOR-LOG TO RQA-OPERADOR
           MOVE "E" TO RQA-SITUACAO
           REWRITE REGREQALM
           ADD RQA-VALOR TO W-VALOR-REQ
           MOVE RQA-CODDEP TO W-CODDEP
           ADD 1 TO W-TOTLINHAS
           DISPLAY "  *** ENTREGUE - CUSTO " W-CUSTO-SAIDA
               "  VALOR " RQA-VALOR " ***"
           GO TO R5A.

       R5B.
           IF W-TOTLINHAS = ZEROS
               DISPLAY "*** NENHUMA LINHA ATENDIDA NA REQUISICAO ***"
               GO TO R1.
           PERFORM CONTABILIZA-REQ THRU CONTABILIZA-REQ-FIM
           DISPLAY "*** " W-TOTLINHAS " LINHAS ENTREGUES - VALOR "
               W-VALOR-REQ " DEBITADO AO DEPARTAMENTO " W-CODDEP
               " ***"
           GO TO R1.

       ROT-FIM.
           OPEN OUTPUT ARQCTRLREQA
           MOVE W-NUMREQ TO CTRL-ULTREQA
           WRITE REG-CTRLREQA
           CLOSE ARQCTRLREQA
           CLOSE CADREQALM
           CLOSE ARQDEP
           CLOSE CADPROD
           CLOSE CADMOVEST
           IF ST-CUS NOT = "99"
               CLOSE CADCUSTO.
       ROT-FIM3.
           STOP RUN.

      *---------[ CUSTO MEDIO DA SAIDA (CADCUSTO) ]---------------------
       BUSCA-CUSTO.
           MOVE PRECO TO W-CUSTO-SAIDA
           IF ST-CUS NOT = "99"
               MOVE CODGPRODUTO TO CUS-CODGPRODUTO
               READ CADCUSTO
               IF ST-CUS = "00" AND CUS-CUSTO-MEDIO > ZEROS
                   MOVE CUS-CUSTO-MEDIO TO W-CUSTO-SAIDA.
       BUSCA-CUSTO-FIM.
           EXIT.

      *---------[ CONSUMO DO DEPARTAMENTO NO DIARIO ]-------------------
       CONTABILIZA-REQ.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "CONSUMO" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE W-VALOR-REQ TO W-CTB-VALOR
           MOVE W-CODDEP TO W-CTB-CODDEP
           MOVE "REQALMOX" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE W-NUMINF TO W-CTB-DOCUMENTO
           STRING "REQUISICAO " W-NUMINF " DEPTO " W-CODDEP
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E"
               DISPLAY "*** EVENTO CONSUMO SEM CONTAS VALIDAS - "
                   "REQUISICAO NAO LANCADA NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "*** ERRO NA GRAVACAO DO DIARIO ***".
       CONTABILIZA-REQ-FIM.
           EXIT.

      *---------[ LIBERACAO DE SUPERVISOR (PERFIL A) ]------------------
       VALIDA-SUPERVISOR.
           MOVE "N" TO W-SUP-OK
           DISPLAY "CODIGO DO SUPERVISOR (VAZIO = DESISTE): "
               WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO VALIDA-SUPERVISOR-FIM.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA
           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO VALIDA-SUPERVISOR-FIM.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO VALIDA-SUPERVISOR-FIM.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO VALIDA-SUPERVISOR-FIM.
           CLOSE CADUSUARIO
           MOVE "S" TO W-SUP-OK.
       VALIDA-SUPERVISOR-FIM.
           EXIT.

       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
