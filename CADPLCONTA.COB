       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPLCONTA.
      ***********************************************
      *  MANUTENCAO DO PLANO DE CONTAS (CADPLCONTA)   *
      *  E DOS EVENTOS CONTABEIS (CADEVCONT).         *
      *  A CONTA TEM CODIGO DE 7 DIGITOS, TIPO        *
      *  (A=ATIVO P=PASSIVO L=PATRIMONIO LIQUIDO      *
      *  R=RECEITA D=DESPESA), NATUREZA DO SALDO      *
      *  (D/C), INDICADOR DE ANALITICA (SO A          *
      *  ANALITICA RECEBE LANCAMENTO) E A CONTA PAI   *
      *  SINTETICA PELA QUAL O BALANCETE TOTALIZA.    *
      *  O EVENTO DIZ EM QUE CONTA DEBITAR E EM QUE   *
      *  CONTA CREDITAR CADA FATO QUE OS PROGRAMAS    *
      *  DE ORIGEM LANCAM VIA LANCCTB:                *
      *    VENDA      ICMSVENDA  (FATURA)             *
      *    COMPRA     COMPRAIMOB (RECEBPED)           *
      *    NFCOMPRA              (CONFNF)             *
      *    DESPACESS             (DESPACESS)          *
      *    DEPREC                (DEPRECIA)           *
      *    BAIXADEPR  VENDAIMOB  GANHOIMOB PERDAIMOB  *
      *                          (VEICPATRIM)         *
      *    CMV                   (RELCMV)             *
      *    CONSUMO               (REQALMOX)           *
      *    PROVOBSOL             (APROVOBSOL)         *
      *    PDDPERDA              (BAIXAPERDA)         *
      *    PDDCONST   PDDREVERS  (CALCPDD)            *
      *    DESPCONTR             (GERACONTR)          *
      *    ENCONTRO              (ENCONTRO)           *
      *    FOLSALARIO FOLFGTS    FOLINSS  FOLIRRF     *
      *    FOLCONSIG  FOLVT      FOLPLANO FOLPENSAO   *
      *    FOLMULTA   FOLOUTROS  FOLADIANT            *
      *                          (CONTABFOL)          *
      *    B + TIPO + ORIGEM DO LIVRO DE BANCO,       *
      *    EX. BDTITPAG BCTITREC BCMANUAL BDMANUAL    *
      *        BDFUNDOFIX BCFUNDOFIX (FUNDO FIXO)     *
      *        BCSINISTRO (SINISTROS DE VEICULO)      *
      *                          (TESOURARIA)         *
      *  EVENTO NAO CADASTRADO NAO E LANCADO E O      *
      *  PROGRAMA DE ORIGEM AVISA                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPLCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLC-CONTA
                    FILE STATUS  IS ST-PLC.

           SELECT CADEVCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVC-CODIGO
                    FILE STATUS  IS ST-EVC.

           SELECT CADDIARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIA-KEY
                    ALTERNATE RECORD KEY IS DIA-CONTA-DATA
                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DIA-ORIGEM-DOC
                        WITH DUPLICATES
                    FILE STATUS  IS ST-DIA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLCONTA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPLCONTA.DAT".
       01 REGPLCONTA.
           03 PLC-CONTA            PIC 9(07).
           03 PLC-DESCRICAO        PIC X(30).
           03 PLC-TIPO             PIC X(01).
           03 PLC-NATUREZA         PIC X(01).
           03 PLC-ANALITICA        PIC X(01).
           03 PLC-CONTA-PAI        PIC 9(07).
           03 PLC-SITUACAO         PIC X(01).

       FD CADEVCONT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEVCONT.DAT".
       01 REGEVCONT.
           03 EVC-CODIGO           PIC X(10).
           03 EVC-DESCRICAO        PIC X(30).
           03 EVC-CONTA-DEB        PIC 9(07).
           03 EVC-CONTA-CRED       PIC 9(07).

       FD CADDIARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDIARIO.DAT".
       01 REGDIARIO.
           03 DIA-KEY.
              05 DIA-LOTE          PIC 9(08).
              05 DIA-SEQ           PIC 9(02).
           03 DIA-CONTA-DATA.
              05 DIA-CONTA         PIC 9(07).
              05 DIA-DATA          PIC 9(08).
           03 DIA-DC               PIC X(01).
           03 DIA-VALOR            PIC 9(11)V99.
           03 DIA-CODDEP           PIC 9(03).
           03 DIA-EVENTO           PIC X(10).
           03 DIA-ORIGEM-DOC.
              05 DIA-ORIGEM        PIC X(10).
              05 DIA-DOCUMENTO     PIC X(12).
           03 DIA-HISTORICO        PIC X(40).
           03 DIA-OPERADOR         PIC X(08).
           03 DIA-DATA-HORA        PIC X(21).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PLC         PIC X(02) VALUE "00".
       01 ST-EVC         PIC X(02) VALUE "00".
       01 ST-DIA         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-MODO         PIC X(01) VALUE SPACES.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
       01 W-CONTA        PIC 9(07) VALUE ZEROS.
       01 W-CONTA-OK     PIC X(01) VALUE "N".
       01 W-COM-LANC     PIC X(01) VALUE "N".
       01 W-SALVA-PLC    PIC X(48) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPLCONTA
           IF ST-PLC NOT = "00"
              IF ST-PLC = "30"
                 OPEN OUTPUT CADPLCONTA
                 CLOSE CADPLCONTA
                 DISPLAY "*** ARQUIVO CADPLCONTA FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPLCONTA"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADEVCONT
           IF ST-EVC NOT = "00"
              IF ST-EVC = "30"
                 OPEN OUTPUT CADEVCONT
                 CLOSE CADEVCONT
                 DISPLAY "*** ARQUIVO CADEVCONT FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEVCONT"
                 CLOSE CADPLCONTA
                 GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** PLANO DE CONTAS E EVENTOS CONTABEIS ***"
           DISPLAY "  1 - INCLUIR/ALTERAR CONTA"
           DISPLAY "  2 - LISTAR PLANO DE CONTAS"
           DISPLAY "  3 - EXCLUIR CONTA"
           DISPLAY "  4 - INCLUIR/ALTERAR EVENTO CONTABIL"
           DISPLAY "  5 - LISTAR EVENTOS CONTABEIS"
           DISPLAY "  6 - EXCLUIR EVENTO CONTABIL"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-CONTA
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-EXCLUI
              WHEN 4
                 GO TO R5-EVENTO
              WHEN 5
                 GO TO R6-LISTA-EVT
              WHEN 6
                 GO TO R7-EXCLUI-EVT
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ INCLUSAO / ALTERACAO DE CONTA ]-----------------------
       R2-CONTA.
           DISPLAY "CODIGO DA CONTA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CONTA
           IF W-CONTA = ZEROS
               GO TO R1.
           MOVE W-CONTA TO PLC-CONTA
           READ CADPLCONTA
           IF ST-PLC = "00"
               DISPLAY "CONTA ATUAL: " PLC-DESCRICAO "  TIPO "
                   PLC-TIPO "  NAT " PLC-NATUREZA "  ANALIT "
                   PLC-ANALITICA "  PAI " PLC-CONTA-PAI
                   "  SIT " PLC-SITUACAO
               MOVE "A" TO W-MODO
           ELSE
               MOVE "N" TO W-MODO
               MOVE SPACES TO PLC-DESCRICAO PLC-TIPO PLC-NATUREZA
                   PLC-ANALITICA
               MOVE ZEROS TO PLC-CONTA-PAI
               MOVE "A" TO PLC-SITUACAO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT PLC-DESCRICAO.
       R2B.
           DISPLAY "TIPO (A=ATIVO P=PASSIVO L=PAT.LIQ R=RECEITA"
               " D=DESPESA): " WITH NO ADVANCING
           ACCEPT PLC-TIPO
           IF PLC-TIPO NOT = "A" AND PLC-TIPO NOT = "P"
              AND PLC-TIPO NOT = "L" AND PLC-TIPO NOT = "R"
              AND PLC-TIPO NOT = "D"
               DISPLAY "*** TIPO INVALIDO ***"
               GO TO R2B.
      *---------[ NATUREZA PADRAO PELO TIPO ]---------------------------
           IF PLC-TIPO = "A" OR PLC-TIPO = "D"
               MOVE "D" TO PLC-NATUREZA
           ELSE
               MOVE "C" TO PLC-NATUREZA.
           DISPLAY "NATUREZA DO SALDO (D/C) [" PLC-NATUREZA "]: "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "D" OR W-RESP = "C"
               MOVE W-RESP TO PLC-NATUREZA.
       R2C.
           DISPLAY "CONTA ANALITICA - RECEBE LANCAMENTO (S/N): "
               WITH NO ADVANCING
           ACCEPT PLC-ANALITICA
           IF PLC-ANALITICA = "s" MOVE "S" TO PLC-ANALITICA.
           IF PLC-ANALITICA = "n" MOVE "N" TO PLC-ANALITICA.
           IF PLC-ANALITICA NOT = "S" AND PLC-ANALITICA NOT = "N"
               GO TO R2C.
       R2D.
           DISPLAY "CONTA PAI SINTETICA (0 = RAIZ): "
               WITH NO ADVANCING
           ACCEPT PLC-CONTA-PAI
           IF PLC-CONTA-PAI = W-CONTA
               DISPLAY "*** A CONTA NAO PODE SER PAI DELA MESMA ***"
               GO TO R2D.
           IF PLC-CONTA-PAI NOT = ZEROS
               MOVE REGPLCONTA TO W-SALVA-PLC
               MOVE PLC-CONTA-PAI TO PLC-CONTA
               READ CADPLCONTA
               IF ST-PLC NOT = "00"
                   DISPLAY "*** CONTA PAI NAO CADASTRADA ***"
                   MOVE W-SALVA-PLC TO REGPLCONTA
                   MOVE W-CONTA TO PLC-CONTA
                   GO TO R2D
               END-IF
               IF PLC-ANALITICA = "S"
                   DISPLAY "*** CONTA PAI TEM DE SER SINTETICA ***"
                   MOVE W-SALVA-PLC TO REGPLCONTA
                   MOVE W-CONTA TO PLC-CONTA
                   GO TO R2D
               END-IF
               MOVE W-SALVA-PLC TO REGPLCONTA.
           MOVE W-CONTA TO PLC-CONTA
           DISPLAY "SITUACAO (A=ATIVA I=INATIVA) [" PLC-SITUACAO
               "]: " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "A" OR W-RESP = "I"
               MOVE W-RESP TO PLC-SITUACAO.
           PERFORM GRAVA-CONTA THRU GRAVA-CONTA-FIM
           GO TO R2-CONTA.

      *---------[ LISTAGEM DO PLANO NA ORDEM DO CODIGO ]----------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS
           CLOSE CADPLCONTA
           OPEN I-O CADPLCONTA.
       R3A.
           READ CADPLCONTA NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           DISPLAY PLC-CONTA "  " PLC-DESCRICAO "  " PLC-TIPO
               "  " PLC-NATUREZA "  " PLC-ANALITICA "  PAI "
               PLC-CONTA-PAI "  " PLC-SITUACAO
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "CONTAS CADASTRADAS.............: " W-TOTLISTADOS
           GO TO R1.

      *---------[ EXCLUSAO: CONTA COM LANCAMENTO SO INATIVA ]-----------
       R4-EXCLUI.
           DISPLAY "CODIGO DA CONTA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CONTA
           IF W-CONTA = ZEROS
               GO TO R1.
           MOVE W-CONTA TO PLC-CONTA
           READ CADPLCONTA
           IF ST-PLC NOT = "00"
               DISPLAY "*** CONTA NAO CADASTRADA ***"
               GO TO R1.
           DISPLAY "CONTA: " PLC-DESCRICAO
           PERFORM TEM-LANCAMENTO THRU TEM-LANCAMENTO-FIM
           IF W-COM-LANC = "S"
               DISPLAY "*** CONTA COM LANCAMENTO NO DIARIO - USE"
                   " SITUACAO I (INATIVA) ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADPLCONTA RECORD
               DISPLAY "*** CONTA EXCLUIDA ***".
           GO TO R1.

      *---------[ EVENTO CONTABIL: CONTA A DEBITAR E A CREDITAR ]-------
       R5-EVENTO.
           DISPLAY "CODIGO DO EVENTO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT EVC-CODIGO
           IF EVC-CODIGO = SPACES
               GO TO R1.
           READ CADEVCONT
           IF ST-EVC = "00"
               DISPLAY "EVENTO ATUAL: " EVC-DESCRICAO "  D "
                   EVC-CONTA-DEB "  C " EVC-CONTA-CRED
               MOVE "A" TO W-MODO
           ELSE
               MOVE "N" TO W-MODO
               MOVE SPACES TO EVC-DESCRICAO
               MOVE ZEROS TO EVC-CONTA-DEB EVC-CONTA-CRED.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT EVC-DESCRICAO.
       R5B.
           DISPLAY "CONTA A DEBITAR: " WITH NO ADVANCING
           ACCEPT EVC-CONTA-DEB
           MOVE EVC-CONTA-DEB TO W-CONTA
           PERFORM CRITICA-CONTA THRU CRITICA-CONTA-FIM
           IF W-CONTA-OK NOT = "S"
               GO TO R5B.
       R5C.
           DISPLAY "CONTA A CREDITAR: " WITH NO ADVANCING
           ACCEPT EVC-CONTA-CRED
           MOVE EVC-CONTA-CRED TO W-CONTA
           PERFORM CRITICA-CONTA THRU CRITICA-CONTA-FIM
           IF W-CONTA-OK NOT = "S"
               GO TO R5C.
           IF EVC-CONTA-CRED = EVC-CONTA-DEB
               DISPLAY "*** DEBITO E CREDITO NA MESMA CONTA ***"
               GO TO R5B.
           IF W-MODO = "A"
               REWRITE REGEVCONT
           ELSE
               WRITE REGEVCONT.
           IF ST-EVC = "00" OR "02"
               DISPLAY "*** EVENTO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-EVC.
           GO TO R5-EVENTO.

       R6-LISTA-EVT.
           MOVE ZEROS TO W-TOTLISTADOS
           CLOSE CADEVCONT
           OPEN I-O CADEVCONT.
       R6A.
           READ CADEVCONT NEXT RECORD
               AT END
                 GO TO R6B
           END-READ
           DISPLAY EVC-CODIGO "  " EVC-DESCRICAO "  D "
               EVC-CONTA-DEB "  C " EVC-CONTA-CRED
           ADD 1 TO W-TOTLISTADOS
           GO TO R6A.
       R6B.
           DISPLAY "EVENTOS CADASTRADOS............: " W-TOTLISTADOS
           GO TO R1.

       R7-EXCLUI-EVT.
           DISPLAY "CODIGO DO EVENTO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT EVC-CODIGO
           IF EVC-CODIGO = SPACES
               GO TO R1.
           READ CADEVCONT
           IF ST-EVC NOT = "00"
               DISPLAY "*** EVENTO NAO CADASTRADO ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADEVCONT RECORD
               DISPLAY "*** EVENTO EXCLUIDO - A ORIGEM DEIXA DE SER"
                   " LANCADA ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADPLCONTA
           CLOSE CADEVCONT.
       ROT-FIM3.
           STOP RUN.

       GRAVA-CONTA.
           IF W-MODO = "A"
               REWRITE REGPLCONTA
           ELSE
               WRITE REGPLCONTA.
           IF ST-PLC = "00" OR "02"
               DISPLAY "*** CONTA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-PLC.
       GRAVA-CONTA-FIM.
           EXIT.

      *---------[ CONTA DO EVENTO: ANALITICA E ATIVA ]------------------
       CRITICA-CONTA.
           MOVE "N" TO W-CONTA-OK
           MOVE REGPLCONTA TO W-SALVA-PLC
           MOVE W-CONTA TO PLC-CONTA
           READ CADPLCONTA
           IF ST-PLC NOT = "00"
               DISPLAY "*** CONTA NAO CADASTRADA ***"
               GO TO CRITICA-CONTA-FIM.
           IF PLC-ANALITICA NOT = "S"
               DISPLAY "*** CONTA SINTETICA NAO RECEBE LANCAMENTO ***"
               GO TO CRITICA-CONTA-FIM.
           IF PLC-SITUACAO NOT = "A"
               DISPLAY "*** CONTA INATIVA ***"
               GO TO CRITICA-CONTA-FIM.
           DISPLAY "  " PLC-DESCRICAO
           MOVE "S" TO W-CONTA-OK.
       CRITICA-CONTA-FIM.
           MOVE W-SALVA-PLC TO REGPLCONTA.

      *---------[ A CONTA JA TEM LANCAMENTO NO DIARIO? ]----------------
       TEM-LANCAMENTO.
           MOVE "N" TO W-COM-LANC
           OPEN INPUT CADDIARIO
           IF ST-DIA NOT = "00"
               GO TO TEM-LANCAMENTO-FIM.
           MOVE W-CONTA TO DIA-CONTA
           MOVE ZEROS TO DIA-DATA
           START CADDIARIO KEY IS NOT LESS DIA-CONTA-DATA
               INVALID KEY
                 CLOSE CADDIARIO
                 GO TO TEM-LANCAMENTO-FIM.
           READ CADDIARIO NEXT RECORD
               AT END
                 CLOSE CADDIARIO
                 GO TO TEM-LANCAMENTO-FIM
           END-READ.
           IF DIA-CONTA = W-CONTA
               MOVE "S" TO W-COM-LANC.
           CLOSE CADDIARIO.
       TEM-LANCAMENTO-FIM.
           EXIT.
