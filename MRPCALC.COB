       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRPCALC.
      ***********************************************
      *  CALCULO DE NECESSIDADE DE MATERIAL (MRP) -   *
      *  A DEMANDA VEM DAS LINHAS ABERTAS (A/B) DE    *
      *  CADPEDVEN E DOS ORCAMENTOS ABERTOS E NA      *
      *  VALIDADE DE CADORCVEN. O KIT (PRODUTO COM    *
      *  COMPOSICAO EM CADCOMPOS) QUE FALTA VIRA      *
      *  ORDEM DE MONTAGEM SUGERIDA E EXPLODE A       *
      *  DEMANDA DOS COMPONENTES (UM NIVEL, COMO      *
      *  MONTAKIT). O DISPONIVEL E QUANTIDADE MENOS   *
      *  CADRESERV MENOS O SALDO NO DEPOSITO DE       *
      *  QUARENTENA; COMO CADA LINHA ABERTA DE PEDIDO *
      *  JA ESTA RESERVADA EM CADRESERV, O PEDIDO     *
      *  ENTRA NA CONTA PELA RESERVA E NAO E SOMADO   *
      *  DE NOVO. ABATE AINDA OS PEDIDOS DE COMPRA    *
      *  ABERTOS (E/A/P) DE CADPEDCOMP E AS           *
      *  REQUISICOES AINDA NAO ATENDIDAS (D/A) DE     *
      *  CADREQCOMP, PARA NAO PEDIR DUAS VEZES. O     *
      *  QUE FALTA DE COMPONENTE OU PRODUTO COMPRADO  *
      *  VIRA UMA REQUISICAO DE COMPRA (SERIE         *
      *  CTRLREQ.DAT, DEPARTAMENTO MRPDEPTO DE        *
      *  CADPARAM) QUE SEGUE O FLUXO NORMAL DE        *
      *  REQCOMPRA. A DATA DE NECESSIDADE E A DATA DA *
      *  DEMANDA MAIS ANTIGA MAIS MRPPRAZO DIAS       *
      *  (PADRAO 7), NUNCA ANTES DE HOJE; PARA O      *
      *  COMPONENTE, A DATA DO KIT MENOS MRPMONTA     *
      *  DIAS (PADRAO 1). O RESULTADO DO CALCULO FICA *
      *  EM CADMRP (REFEITO A CADA EXECUCAO, LIDO POR *
      *  MONTAKIT) E NO SPOOL MRPCALC.SPL             *
      *  O SALDO NO DEPOSITO DE TERCEIROS (CADPARAM   *
      *  DEPTERC, MERCADORIA EM REMESSA) TAMBEM SAI   *
      *  DO DISPONIVEL, COMO A QUARENTENA.            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSPOOL ASSIGN TO W-NOME-SPOOL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPOOL.

           SELECT ARQSPOOLDIR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPD.

           SELECT CADMRP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MRP-CODGPRODUTO
                    FILE STATUS  IS ST-MRP.

           SELECT CADPEDVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-KEY
                    FILE STATUS  IS ST-PV.

           SELECT CADORCVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-KEY
                    FILE STATUS  IS ST-ORC.

           SELECT CADCOMPOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-KEY
                    FILE STATUS  IS ST-CMP.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRESERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-CODGPRODUTO
                    FILE STATUS  IS ST-RSV.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADSALDODEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-KEY
                    FILE STATUS  IS ST-SAL.

           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-KEY
                    FILE STATUS  IS ST-PED.

           SELECT CADREQCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQ-KEY
                    FILE STATUS  IS ST-REQ.

           SELECT ARQCTRLREQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLQ.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSPOOL.
       01 REG-SPOOL            PIC X(132).

       FD ARQSPOOLDIR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SPOOLDIR.DAT".
       01 REG-SPOOLDIR.
           03 SPD-PROGRAMA     PIC X(12).
           03 SPD-ARQUIVO      PIC X(20).
           03 SPD-DATA-HORA    PIC X(21).
           03 SPD-OPERADOR     PIC X(08).

       FD CADMRP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMRP.DAT".
       01 REGMRP.
           03 MRP-CODGPRODUTO      PIC 9(06).
           03 MRP-KIT              PIC X(01).
           03 MRP-QTD-PV           PIC 9(07)V9.
           03 MRP-QTD-ORC          PIC 9(07)V9.
           03 MRP-QTD-DEPEND       PIC 9(07)V9.
           03 MRP-QTD-PEDCOMP      PIC 9(07)V9.
           03 MRP-QTD-REQ          PIC 9(07)V9.
           03 MRP-DISPONIVEL       PIC S9(07)V9.
           03 MRP-QTD-NECES        PIC 9(07)V9.
           03 MRP-DATA-NECES       PIC 9(08).
           03 MRP-ACAO             PIC X(01).
           03 MRP-NUMREQ           PIC 9(06).
           03 MRP-DATA-CALC        PIC 9(08).

       FD CADPEDVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDVEN.DAT".
       01 REGPV.
           03 PV-KEY.
              05 PV-NUMERO         PIC 9(06).
              05 PV-CODGPRODUTO    PIC 9(06).
           03 PV-CNPJCPF           PIC 9(15).
           03 PV-QUANTIDADE        PIC 9(05)V9.
           03 PV-PRECO             PIC 9(07)V99.
           03 PV-DATA              PIC 9(08).
           03 PV-SITUACAO          PIC X(01).
           03 PV-VENDEDOR          PIC 9(03).

       FD CADORCVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCVEN.DAT".
       01 REGORC.
           03 ORC-KEY.
              05 ORC-NUMERO        PIC 9(06).
              05 ORC-CODGPRODUTO   PIC 9(06).
           03 ORC-CNPJCPF          PIC 9(15).
           03 ORC-QUANTIDADE       PIC 9(05)V9.
           03 ORC-PRECO            PIC 9(07)V99.
           03 ORC-DATA             PIC 9(08).
           03 ORC-VALIDADE         PIC 9(08).
           03 ORC-SITUACAO         PIC X(01).

       FD CADCOMPOS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCOMPOS.DAT".
       01 REGCOMPOS.
           03 CMP-KEY.
              05 CMP-KIT           PIC 9(06).
              05 CMP-COMPONENTE    PIC 9(06).
           03 CMP-QUANTIDADE       PIC 9(05)V9.

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

       FD CADRESERV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRESERV.DAT".
       01 REGRESERV.
           03 RSV-CODGPRODUTO  PIC 9(06).
           03 RSV-QUANTIDADE   PIC 9(05)V9.

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSALDODEP.DAT".
       01 REGSALDODEP.
           03 SAL-KEY.
              05 SAL-CODGPRODUTO   PIC 9(06).
              05 SAL-DEPOSITO      PIC 9(02).
           03 SAL-QUANTIDADE       PIC 9(05)V9.

       FD CADPEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPED.
           03 PED-KEY.
              05 PED-NUMERO        PIC 9(06).
              05 PED-CODGPRODUTO   PIC 9(06).
           03 PED-CNPJ             PIC 9(15).
           03 PED-QTD-PEDIDA       PIC 9(05)V9.
           03 PED-QTD-RECEBIDA     PIC 9(05)V9.
           03 PED-PRECO            PIC 9(07)V99.
           03 PED-DATA-EMISSAO     PIC 9(08).
           03 PED-DATA-RECEBTO     PIC 9(08).
           03 PED-SITUACAO         PIC X(01).

       FD CADREQCOMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQCOMP.DAT".
       01 REGREQ.
           03 REQ-KEY.
              05 REQ-NUMERO        PIC 9(06).
              05 REQ-CODGPRODUTO   PIC 9(06).
           03 REQ-CODDEP           PIC 9(03).
           03 REQ-QUANTIDADE       PIC 9(05)V9.
           03 REQ-JUSTIF           PIC X(40).
           03 REQ-DATA             PIC 9(08).
           03 REQ-SITUACAO         PIC X(01).
           03 REQ-NUMPED           PIC 9(06).
           03 REQ-DATA-NECES       PIC 9(08).

       FD ARQCTRLREQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLREQ.DAT".
       01 REG-CTRLREQ.
           03 CTRL-ULTREQ      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "MRPCALC.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-MRP         PIC X(02) VALUE "00".
       01 ST-PV          PIC X(02) VALUE "00".
       01 ST-ORC         PIC X(02) VALUE "00".
       01 ST-CMP         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-RSV         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-REQ         PIC X(02) VALUE "00".
       01 ST-CTRLQ       PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(07) VALUE ZEROS.
       01 W-INT-AUX      PIC 9(07) VALUE ZEROS.
       01 W-PRAZO        PIC 9(03) VALUE 7.
       01 W-MONTA        PIC 9(03) VALUE 1.
       01 W-CODDEP       PIC 9(03) VALUE ZEROS.
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-RESERVADO    PIC 9(05)V9 VALUE ZEROS.
       01 W-QUARENTENA   PIC 9(05)V9 VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-TERCEIROS    PIC 9(05)V9 VALUE ZEROS.
       01 W-LIQUIDO      PIC S9(08)V9 VALUE ZEROS.
       01 W-NUMREQ       PIC 9(06) VALUE ZEROS.
       01 W-REQ-USADA    PIC X(01) VALUE "N".
       01 W-KIT-ANT      PIC 9(06) VALUE ZEROS.
       01 W-KIT-MONTAR   PIC 9(07)V9 VALUE ZEROS.
       01 W-KIT-DATA     PIC 9(08) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-AC-TIPO      PIC X(01) VALUE SPACES.
       01 W-AC-CODPROD   PIC 9(06) VALUE ZEROS.
       01 W-AC-QTD       PIC 9(07)V9 VALUE ZEROS.
       01 W-AC-DATA      PIC 9(08) VALUE ZEROS.
       01 W-TOT-PRODUTOS PIC 9(05) VALUE ZEROS.
       01 W-TOT-MONTAGEM PIC 9(05) VALUE ZEROS.
       01 W-TOT-COMPRA   PIC 9(05) VALUE ZEROS.
       01 W-TOT-INATIVO  PIC 9(05) VALUE ZEROS.
       01 W-ED-PV        PIC ZZZZZZ9,9.
       01 W-ED-ORC       PIC ZZZZZZ9,9.
       01 W-ED-DEP       PIC ZZZZZZ9,9.
       01 W-ED-DISP      PIC -ZZZZZZ9,9.
       01 W-ED-PC        PIC ZZZZZZ9,9.
       01 W-ED-REQ       PIC ZZZZZZ9,9.
       01 W-ED-NEC       PIC ZZZZZZ9,9.
       01 W-DESC-ACAO    PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN OUTPUT CADMRP
           CLOSE CADMRP
           OPEN I-O CADMRP
           IF ST-MRP NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING
                   "ERRO NA ABERTURA DO ARQUIVO CADMRP"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING
                   "ERRO NA ABERTURA DO ARQUIVO CADPROD"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE CADMRP
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.
       R0B.
           OPEN I-O CADREQCOMP
           IF ST-REQ NOT = "00"
              IF ST-REQ = "30"
                 OPEN OUTPUT CADREQCOMP
                 CLOSE CADREQCOMP
                 GO TO R0B
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING
                     "ERRO NA ABERTURA DO ARQUIVO CADREQCOMP"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 CLOSE CADMRP CADPROD
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM3.
           OPEN INPUT CADPEDVEN
           IF ST-PV NOT = "00"
               MOVE "99" TO ST-PV.
           OPEN INPUT CADORCVEN
           IF ST-ORC NOT = "00"
               MOVE "99" TO ST-ORC.
           OPEN INPUT CADCOMPOS
           IF ST-CMP NOT = "00"
               MOVE "99" TO ST-CMP.
           OPEN INPUT CADRESERV
           IF ST-RSV NOT = "00"
               MOVE "99" TO ST-RSV.
           OPEN INPUT CADPEDCOMP
           IF ST-PED NOT = "00"
               MOVE "99" TO ST-PED.
           PERFORM LE-PARAMETROS THRU LE-PARAMETROS-FIM

           OPEN INPUT ARQCTRLREQ
           IF ST-CTRLQ = "00"
              READ ARQCTRLREQ
                 AT END MOVE ZEROS TO W-NUMREQ
              END-READ
              IF ST-CTRLQ = "00"
                 MOVE CTRL-ULTREQ TO W-NUMREQ
              END-IF
              CLOSE ARQCTRLREQ
           ELSE
              MOVE ZEROS TO W-NUMREQ.
           ADD 1 TO W-NUMREQ

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE).

      *---------[ SUPRIMENTO JA EM ANDAMENTO: PEDIDO E REQUISICAO ]-----
       R1-PEDCOMP.
           IF ST-PED = "99"
               GO TO R2-REQ.
           READ CADPEDCOMP NEXT RECORD
               AT END
                 GO TO R2-REQ
           END-READ.
           IF PED-SITUACAO NOT = "E" AND PED-SITUACAO NOT = "A"
              AND PED-SITUACAO NOT = "P"
               GO TO R1-PEDCOMP.
           IF PED-QTD-RECEBIDA NOT < PED-QTD-PEDIDA
               GO TO R1-PEDCOMP.
           MOVE "C" TO W-AC-TIPO
           MOVE PED-CODGPRODUTO TO W-AC-CODPROD
           COMPUTE W-AC-QTD = PED-QTD-PEDIDA - PED-QTD-RECEBIDA
           MOVE ZEROS TO W-AC-DATA
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R1-PEDCOMP.

       R2-REQ.
           READ CADREQCOMP NEXT RECORD
               AT END
                 GO TO R3-PV
           END-READ.
           IF REQ-SITUACAO NOT = "D" AND REQ-SITUACAO NOT = "A"
               GO TO R2-REQ.
           MOVE "R" TO W-AC-TIPO
           MOVE REQ-CODGPRODUTO TO W-AC-CODPROD
           MOVE REQ-QUANTIDADE TO W-AC-QTD
           MOVE ZEROS TO W-AC-DATA
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R2-REQ.

      *---------[ DEMANDA: PEDIDOS DE VENDA E ORCAMENTOS ABERTOS ]------
       R3-PV.
           IF ST-PV = "99"
               GO TO R4-ORC.
           READ CADPEDVEN NEXT RECORD
               AT END
                 GO TO R4-ORC
           END-READ.
           IF PV-SITUACAO NOT = "A" AND PV-SITUACAO NOT = "B"
               GO TO R3-PV.
           MOVE "P" TO W-AC-TIPO
           MOVE PV-CODGPRODUTO TO W-AC-CODPROD
           MOVE PV-QUANTIDADE TO W-AC-QTD
           COMPUTE W-INT-AUX = FUNCTION INTEGER-OF-DATE (PV-DATA)
               + W-PRAZO
           PERFORM DATA-NECESSIDADE THRU DATA-NECESSIDADE-FIM
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R3-PV.

       R4-ORC.
           IF ST-ORC = "99"
               GO TO R5-KIT.
           READ CADORCVEN NEXT RECORD
               AT END
                 GO TO R5-KIT
           END-READ.
           IF ORC-SITUACAO NOT = "A" OR ORC-VALIDADE < W-DATA-HOJE
               GO TO R4-ORC.
           MOVE "O" TO W-AC-TIPO
           MOVE ORC-CODGPRODUTO TO W-AC-CODPROD
           MOVE ORC-QUANTIDADE TO W-AC-QTD
           COMPUTE W-INT-AUX = FUNCTION INTEGER-OF-DATE (ORC-DATA)
               + W-PRAZO
           PERFORM DATA-NECESSIDADE THRU DATA-NECESSIDADE-FIM
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R4-ORC.

      *---------[ KITS: ORDEM DE MONTAGEM E EXPLOSAO DA COMPOSICAO ]----
      *  CADCOMPOS E LIDO NA ORDEM KIT + COMPONENTE; NA QUEBRA   *
      *  DE KIT CALCULA O QUE FALTA DELE E CADA LINHA DA         *
      *  COMPOSICAO SOMA A DEMANDA DEPENDENTE DO COMPONENTE      *
       R5-KIT.
           MOVE SPACES TO W-LINHA
           STRING
               "*** CALCULO DE NECESSIDADE DE MATERIAL ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "PRODUT DESCRICAO              PEDIDOS ORCAMENTO "
               "DEPENDENT DISPONIVEL COMPRA AB REQUISIT. NECESSID. "
               "DATA     ACAO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF ST-CMP = "99"
               GO TO R6-COMPRA.
           MOVE ZEROS TO W-KIT-ANT W-KIT-MONTAR.
       R5A.
           READ CADCOMPOS NEXT RECORD
               AT END
                 GO TO R6-COMPRA
           END-READ.
           IF CMP-KIT NOT = W-KIT-ANT
               MOVE CMP-KIT TO W-KIT-ANT
               PERFORM CALCULA-KIT THRU CALCULA-KIT-FIM.
           IF W-KIT-MONTAR = ZEROS
               GO TO R5A.
           MOVE "K" TO W-AC-TIPO
           MOVE CMP-COMPONENTE TO W-AC-CODPROD
           COMPUTE W-AC-QTD = W-KIT-MONTAR * CMP-QUANTIDADE
           MOVE W-KIT-DATA TO W-AC-DATA
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R5A.

      *---------[ PRODUTOS COMPRADOS: REQUISICAO DO QUE FALTA ]---------
       R6-COMPRA.
           MOVE ZEROS TO MRP-CODGPRODUTO
           START CADMRP KEY IS NOT LESS MRP-CODGPRODUTO
               INVALID KEY GO TO R7-FIM.
       R6A.
           READ CADMRP NEXT RECORD
               AT END
                 GO TO R7-FIM
           END-READ.
           IF MRP-KIT = "S"
               GO TO R6B.
           PERFORM VERIFICA-KIT THRU VERIFICA-KIT-FIM
           IF MRP-KIT = "S"
               PERFORM MONTAGEM-KIT THRU MONTAGEM-KIT-FIM
               REWRITE REGMRP
               GO TO R6B.
           PERFORM CALCULA-LIQUIDO THRU CALCULA-LIQUIDO-FIM
           IF W-LIQUIDO > ZEROS
               MOVE W-LIQUIDO TO MRP-QTD-NECES
               IF ST-ERRO = "00" AND SITUACAO-PROD = "I"
                   MOVE "I" TO MRP-ACAO
                   ADD 1 TO W-TOT-INATIVO
               ELSE
                   MOVE "C" TO MRP-ACAO
                   PERFORM GRAVA-REQUISICAO THRU GRAVA-REQUISICAO-FIM.
           REWRITE REGMRP.
       R6B.
           IF MRP-QTD-PV > ZEROS OR MRP-QTD-ORC > ZEROS
              OR MRP-QTD-DEPEND > ZEROS
               PERFORM IMPRIME-MRP THRU IMPRIME-MRP-FIM.
           GO TO R6A.

       R7-FIM.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "PRODUTOS COM DEMANDA.............: " W-TOT-PRODUTOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "ORDENS DE MONTAGEM SUGERIDAS.....: " W-TOT-MONTAGEM
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "LINHAS DE REQUISICAO DE COMPRA...: " W-TOT-COMPRA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-TOT-INATIVO > ZEROS
               MOVE SPACES TO W-LINHA
               STRING
                   "PRODUTOS INATIVOS NAO REQUISITADOS: " W-TOT-INATIVO
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           IF W-REQ-USADA = "S"
               MOVE SPACES TO W-LINHA
               STRING
                   "REQUISICAO DE COMPRA " W-NUMREQ
                   " GERADA - AGUARDA APROVACAO EM REQCOMPRA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               OPEN OUTPUT ARQCTRLREQ
               MOVE W-NUMREQ TO CTRL-ULTREQ
               WRITE REG-CTRLREQ
               CLOSE ARQCTRLREQ.

       ROT-FIM.
           CLOSE CADMRP
           CLOSE CADPROD
           CLOSE CADREQCOMP
           IF ST-PV NOT = "99"
               CLOSE CADPEDVEN.
           IF ST-ORC NOT = "99"
               CLOSE CADORCVEN.
           IF ST-CMP NOT = "99"
               CLOSE CADCOMPOS.
           IF ST-RSV NOT = "99"
               CLOSE CADRESERV.
           IF ST-PED NOT = "99"
               CLOSE CADPEDCOMP.
           IF W-DEP-QUAR > ZEROS OR W-DEP-TERC > ZEROS
               CLOSE CADSALDODEP.
       ROT-FIM3.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ PARAMETROS DO CALCULO (CADPARAM) ]--------------------
       LE-PARAMETROS.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-PARAMETROS-FIM.
           MOVE "MRPPRAZO" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-PRAZO.
           MOVE "MRPMONTA" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00"
               MOVE PARAM-VALOR TO W-MONTA.
           MOVE "MRPDEPTO" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00"
               MOVE PARAM-VALOR TO W-CODDEP.
           MOVE "DEPQUAR" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-QUAR.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-QUAR = ZEROS AND W-DEP-TERC = ZEROS
               GO TO LE-PARAMETROS-FIM.
           OPEN INPUT CADSALDODEP
           IF ST-SAL NOT = "00"
               MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC.
       LE-PARAMETROS-FIM.
           EXIT.

      *---------[ DATA DE NECESSIDADE NUNCA ANTES DE HOJE ]-------------
       DATA-NECESSIDADE.
           IF W-INT-AUX < W-INT-HOJE
               MOVE W-INT-HOJE TO W-INT-AUX.
           COMPUTE W-AC-DATA = FUNCTION DATE-OF-INTEGER (W-INT-AUX).
       DATA-NECESSIDADE-FIM.
           EXIT.

      *---------[ SOMA A QUANTIDADE NO REGISTRO DO PRODUTO EM CADMRP ]--
       ACUMULA.
           MOVE W-AC-CODPROD TO MRP-CODGPRODUTO
           READ CADMRP
           IF ST-MRP NOT = "00"
               MOVE W-AC-CODPROD TO MRP-CODGPRODUTO
               MOVE "N" TO MRP-KIT
               MOVE ZEROS TO MRP-QTD-PV MRP-QTD-ORC MRP-QTD-DEPEND
                   MRP-QTD-PEDCOMP MRP-QTD-REQ MRP-DISPONIVEL
                   MRP-QTD-NECES MRP-DATA-NECES MRP-NUMREQ
               MOVE SPACES TO MRP-ACAO
               MOVE W-DATA-HOJE TO MRP-DATA-CALC
               WRITE REGMRP.
           EVALUATE W-AC-TIPO
              WHEN "P"
                 ADD W-AC-QTD TO MRP-QTD-PV
              WHEN "O"
                 ADD W-AC-QTD TO MRP-QTD-ORC
              WHEN "K"
                 ADD W-AC-QTD TO MRP-QTD-DEPEND
              WHEN "C"
                 ADD W-AC-QTD TO MRP-QTD-PEDCOMP
              WHEN "R"
                 ADD W-AC-QTD TO MRP-QTD-REQ
           END-EVALUATE
           IF W-AC-DATA > ZEROS
              AND (MRP-DATA-NECES = ZEROS OR W-AC-DATA < MRP-DATA-NECES)
               MOVE W-AC-DATA TO MRP-DATA-NECES.
           REWRITE REGMRP.
       ACUMULA-FIM.
           EXIT.

      *---------[ QUANTO DO KIT FALTA MONTAR ]--------------------------
       CALCULA-KIT.
           MOVE ZEROS TO W-KIT-MONTAR W-KIT-DATA
           MOVE CMP-KIT TO MRP-CODGPRODUTO
           READ CADMRP
           IF ST-MRP NOT = "00"
               GO TO CALCULA-KIT-FIM.
           MOVE "S" TO MRP-KIT
           PERFORM MONTAGEM-KIT THRU MONTAGEM-KIT-FIM
           REWRITE REGMRP.
       CALCULA-KIT-FIM.
           EXIT.

       MONTAGEM-KIT.
           PERFORM CALCULA-LIQUIDO THRU CALCULA-LIQUIDO-FIM
           IF W-LIQUIDO NOT > ZEROS
               GO TO MONTAGEM-KIT-FIM.
           MOVE W-LIQUIDO TO MRP-QTD-NECES W-KIT-MONTAR
           MOVE "M" TO MRP-ACAO
           ADD 1 TO W-TOT-MONTAGEM
           IF MRP-DATA-NECES = ZEROS
               MOVE W-DATA-HOJE TO MRP-DATA-NECES.
           COMPUTE W-INT-AUX =
               FUNCTION INTEGER-OF-DATE (MRP-DATA-NECES) - W-MONTA
           PERFORM DATA-NECESSIDADE THRU DATA-NECESSIDADE-FIM
           MOVE W-AC-DATA TO W-KIT-DATA.
       MONTAGEM-KIT-FIM.
           EXIT.

      *---------[ KIT QUE SO RECEBEU DEMANDA COMO COMPONENTE ]----------
      *  KIT DENTRO DE KIT, COM CODIGO MENOR QUE O DO KIT PAI,   *
      *  JA TINHA PASSADO PELA QUEBRA: RECEBE A ORDEM DE         *
      *  MONTAGEM, MAS SEUS COMPONENTES NAO SAO EXPLODIDOS       *
       VERIFICA-KIT.
           IF ST-CMP = "99"
               GO TO VERIFICA-KIT-FIM.
           MOVE MRP-CODGPRODUTO TO CMP-KIT
           MOVE ZEROS TO CMP-COMPONENTE
           START CADCOMPOS KEY IS NOT LESS CMP-KEY
               INVALID KEY GO TO VERIFICA-KIT-FIM.
           READ CADCOMPOS NEXT RECORD
               AT END GO TO VERIFICA-KIT-FIM
           END-READ.
           IF CMP-KIT = MRP-CODGPRODUTO
               MOVE "S" TO MRP-KIT.
       VERIFICA-KIT-FIM.
           EXIT.

      *---------[ NECESSIDADE LIQUIDA DO PRODUTO ]----------------------
      *  DISPONIVEL = QUANTIDADE - RESERVAS - QUARENTENA           *
      *  - TERCEIROS (A RESERVA JA COBRE OS PEDIDOS                *
      *  DE VENDA ABERTOS)                                         *
      *  LIQUIDO = ORCAMENTOS + DEPENDENTE - DISPONIVEL            *
      *            - COMPRA ABERTA - REQUISITADO                   *
       CALCULA-LIQUIDO.
           MOVE ZEROS TO W-RESERVADO W-QUARENTENA W-TERCEIROS
           MOVE MRP-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO QUANTIDADE
           ELSE
               PERFORM LE-RESERVA THRU LE-RESERVA-FIM
               PERFORM LE-QUARENTENA THRU LE-QUARENTENA-FIM.
           COMPUTE MRP-DISPONIVEL = QUANTIDADE - W-RESERVADO
               - W-QUARENTENA - W-TERCEIROS
           COMPUTE W-LIQUIDO = MRP-QTD-ORC + MRP-QTD-DEPEND
               - MRP-DISPONIVEL - MRP-QTD-PEDCOMP - MRP-QTD-REQ.
       CALCULA-LIQUIDO-FIM.
           EXIT.

       LE-RESERVA.
           IF ST-RSV = "99"
               GO TO LE-RESERVA-FIM.
           MOVE CODGPRODUTO TO RSV-CODGPRODUTO
           READ CADRESERV
           IF ST-RSV = "00"
               MOVE RSV-QUANTIDADE TO W-RESERVADO.
       LE-RESERVA-FIM.
           EXIT.

       LE-QUARENTENA.
           IF W-DEP-QUAR = ZEROS
               GO TO LE-QUARENTENA-1.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-QUAR TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-QUARENTENA.
      *---------[ SALDO EM PODER DE TERCEIROS (REMESSA) ]---------------
       LE-QUARENTENA-1.
           IF W-DEP-TERC = ZEROS
               GO TO LE-QUARENTENA-FIM.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-TERC TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-TERCEIROS.
       LE-QUARENTENA-FIM.
           EXIT.

      *---------[ LINHA DA REQUISICAO DE COMPRA DO MRP ]----------------
       GRAVA-REQUISICAO.
           MOVE W-NUMREQ TO REQ-NUMERO
           MOVE MRP-CODGPRODUTO TO REQ-CODGPRODUTO
           MOVE W-CODDEP TO REQ-CODDEP
           MOVE MRP-QTD-NECES TO REQ-QUANTIDADE
           MOVE "MRP - PEDIDOS, ORCAMENTOS E KITS" TO REQ-JUSTIF
           MOVE W-DATA-HOJE TO REQ-DATA
           MOVE "D" TO REQ-SITUACAO
           MOVE ZEROS TO REQ-NUMPED
           MOVE MRP-DATA-NECES TO REQ-DATA-NECES
           WRITE REGREQ
           IF ST-REQ NOT = "00" AND ST-REQ NOT = "02"
               MOVE SPACES TO W-LINHA
               STRING
                   "ERRO NA GRAVACAO DA REQUISICAO, PRODUTO "
                   MRP-CODGPRODUTO " ST=" ST-REQ
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE
               GO TO GRAVA-REQUISICAO-FIM.
           MOVE W-NUMREQ TO MRP-NUMREQ
           MOVE "S" TO W-REQ-USADA
           ADD 1 TO W-TOT-COMPRA.
       GRAVA-REQUISICAO-FIM.
           EXIT.

      *---------[ LINHA DO PRODUTO NO RELATORIO ]-----------------------
       IMPRIME-MRP.
           ADD 1 TO W-TOT-PRODUTOS
           MOVE MRP-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               MOVE "*** PRODUTO NAO CADASTRADO ***" TO DESCRICAO.
           EVALUATE MRP-ACAO
              WHEN "M"
                 MOVE "MONTAR KIT" TO W-DESC-ACAO
              WHEN "C"
                 MOVE "REQUISITADO" TO W-DESC-ACAO
              WHEN "I"
                 MOVE "INATIVO - VERIFICAR" TO W-DESC-ACAO
              WHEN OTHER
                 MOVE "COBERTO" TO W-DESC-ACAO
           END-EVALUATE
           MOVE MRP-QTD-PV TO W-ED-PV
           MOVE MRP-QTD-ORC TO W-ED-ORC
           MOVE MRP-QTD-DEPEND TO W-ED-DEP
           MOVE MRP-DISPONIVEL TO W-ED-DISP
           MOVE MRP-QTD-PEDCOMP TO W-ED-PC
           MOVE MRP-QTD-REQ TO W-ED-REQ
           MOVE MRP-QTD-NECES TO W-ED-NEC
           MOVE SPACES TO W-LINHA
           STRING
               MRP-CODGPRODUTO " " DESCRICAO (1:20) " " W-ED-PV " "
               W-ED-ORC " " W-ED-DEP " " W-ED-DISP " " W-ED-PC " "
               W-ED-REQ " " W-ED-NEC " " MRP-DATA-NECES " "
               W-DESC-ACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       IMPRIME-MRP-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (MRPCALC.SPL) ]--------
      *  O RELATORIO E GRAVADO NO SPOOL COM CABECALHO DE       *
      *  EXECUCAO (PROGRAMA, DATA/HORA, OPERADOR) E REGISTRADO *
      *  EM SPOOLDIR.DAT; O CONSOLE SPOOLCON LISTA, REIMPRIME  *
      *  POR FAIXA DE PAGINA E EXCLUI. A LINHA TAMBEM SAI NA   *
      *  TELA PARA O OPERADOR ACOMPANHAR                       *
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: MRPCALC   EMISSAO: "
               FUNCTION CURRENT-DATE (1:14)
               "   OPERADOR: " W-OPERADOR-SPL
               DELIMITED BY SIZE INTO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA
           MOVE ALL "-" TO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA

           OPEN EXTEND ARQSPOOLDIR
           IF ST-SPD NOT = "00"
              OPEN OUTPUT ARQSPOOLDIR
              CLOSE ARQSPOOLDIR
              OPEN EXTEND ARQSPOOLDIR.
           MOVE "MRPCALC" TO SPD-PROGRAMA
           MOVE W-NOME-SPOOL TO SPD-ARQUIVO
           MOVE FUNCTION CURRENT-DATE TO SPD-DATA-HORA
           MOVE W-OPERADOR-SPL TO SPD-OPERADOR
           WRITE REG-SPOOLDIR
           CLOSE ARQSPOOLDIR.
       ABRE-SPOOL-FIM.
           EXIT.

       GRAVA-SPOOL.
           WRITE REG-SPOOL FROM W-LINHA
           DISPLAY W-LINHA (1:78).
