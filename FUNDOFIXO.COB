       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDOFIXO.
      ***********************************************
      *  FUNDO FIXO DE CAIXA POR DEPARTAMENTO. O      *
      *  FUNDO (CADFUNDO) TEM O VALOR FIXO E O        *
      *  CUSTODIANTE (CHAPA DE ARQFUNC). CADA DESPESA *
      *  PAGA COM O DINHEIRO DO FUNDO E DIGITADA EM   *
      *  CADDESPCX COM DATA, DESCRICAO, FORNECEDOR    *
      *  (OPCIONAL, CADFORN) E CATEGORIA, ATE O SALDO *
      *  EM MAOS (FUNDO MENOS DESPESAS NAO REPOSTAS). *
      *  A SOLICITACAO DE REPOSICAO (CADREPCX) JUNTA  *
      *  AS DESPESAS PENDENTES DO DEPARTAMENTO; A     *
      *  APROVACAO, SO COM SENHA DE SUPERVISOR (PERFIL*
      *  A DE CADUSUARIO), GRAVA O SAQUE NA CONTA     *
      *  PADRAO (CADPARAM CTAPADRAO) EM CADMOVBCO,    *
      *  ORIGEM FUNDOFIX, E O FUNDO VOLTA AO VALOR    *
      *  FIXO. CRIAR OU MUDAR O VALOR DO FUNDO TAMBEM *
      *  MOVIMENTA A CONTA PADRAO PELA DIFERENCA. AS  *
      *  DESPESAS ENTRAM NO CUSTO DO DEPARTAMENTO EM  *
      *  RELCCUSTO PELO MES DA DESPESA                *
      *  SITUACAO DA DESPESA: P=PENDENTE S=EM         *
      *  SOLICITACAO R=REPOSTA                        *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  A CONSTITUICAO DO FUNDO, A DESPESA (PELA     *
      *  DATA DA DESPESA) E A APROVACAO DA REPOSICAO  *
      *  SAO RECUSADAS                                *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFUNDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FUN-CODDEP
                    FILE STATUS  IS ST-FUN.

           SELECT CADDESPCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DCX-KEY
                    FILE STATUS  IS ST-DCX.

           SELECT CADREPCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REP-NUMERO
                    FILE STATUS  IS ST-REP.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME-FUNC WITH DUPLICATES
                    FILE STATUS  IS ST-FUNC.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADCONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-CTA.

           SELECT CADMOVBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVB-KEY
                    FILE STATUS  IS ST-MVB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADFUNDO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUNDO.DAT".
       01 REGFUNDO.
           03 FUN-CODDEP        PIC 9(03).
           03 FUN-VALOR         PIC 9(07)V99.
           03 FUN-CHAPA         PIC 9(06).
           03 FUN-DATA          PIC 9(08).
           03 FUN-ULTSEQ        PIC 9(06).
           03 FUN-SITUACAO      PIC X(01).

       FD CADDESPCX
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDESPCX.DAT".
       01 REGDESPCX.
           03 DCX-KEY.
              05 DCX-CODDEP     PIC 9(03).
              05 DCX-SEQ        PIC 9(06).
           03 DCX-DATA          PIC 9(08).
           03 DCX-DESCRICAO     PIC X(30).
           03 DCX-CNPJ          PIC 9(15).
           03 DCX-CATEGORIA     PIC X(04).
           03 DCX-VALOR         PIC 9(07)V99.
           03 DCX-REPOSICAO     PIC 9(06).
           03 DCX-SITUACAO      PIC X(01).
           03 DCX-OPERADOR      PIC X(08).

       FD CADREPCX
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREPCX.DAT".
       01 REGREPCX.
           03 REP-NUMERO        PIC 9(06).
           03 REP-CODDEP        PIC 9(03).
           03 REP-DATA          PIC 9(08).
           03 REP-QTD           PIC 9(04).
           03 REP-VALOR         PIC 9(07)V99.
           03 REP-SITUACAO      PIC X(01).
           03 REP-OPERADOR      PIC X(08).
           03 REP-SUPERVISOR    PIC X(08).
           03 REP-DATA-APROV    PIC 9(08).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                PIC 9(03).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME-FUNC         PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO-FUNC         PIC X(01).
           03 GENERO-FUNC       PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 DATAADMISSAO      PIC 9(08).

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

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADCONTABCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTABCO.DAT".
       01 REGCONTABCO.
           03 CTA-CODIGO        PIC 9(02).
           03 CTA-NOME          PIC X(20).
           03 CTA-BANCO         PIC 9(03).
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 MVB-KEY.
              05 MVB-CONTA      PIC 9(02).
              05 MVB-SEQ        PIC 9(06).
           03 MVB-DATA          PIC 9(08).
           03 MVB-TIPO          PIC X(01).
           03 MVB-ORIGEM        PIC X(10).
           03 MVB-DOCUMENTO     PIC 9(06).
           03 MVB-VALOR         PIC 9(09)V99.
           03 MVB-CONCILIADO    PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-FUN         PIC X(02) VALUE "00".
       01 ST-DCX         PIC X(02) VALUE "00".
       01 ST-REP         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CTA         PIC X(02) VALUE "00".
       01 ST-MVB         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
           03 W-DT-ANO       PIC 9(04).
           03 W-DT-MES       PIC 9(02).
           03 W-DT-DIA       PIC 9(02).
       01 W-CODDEP       PIC 9(03) VALUE ZEROS.
       01 W-NOVO         PIC X(01) VALUE "N".
       01 W-VALOR-ANT    PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR        PIC 9(07)V99 VALUE ZEROS.
       01 W-PENDENTE     PIC 9(09)V99 VALUE ZEROS.
       01 W-SALDO-MAO    PIC S9(09)V99 VALUE ZEROS.
       01 W-QTD          PIC 9(04) VALUE ZEROS.
       01 W-NUMREP       PIC 9(06) VALUE ZEROS.
       01 W-ULTREP       PIC 9(06) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-SIT-DE       PIC X(01) VALUE SPACES.
       01 W-SIT-PARA     PIC X(01) VALUE SPACES.
       01 W-LISTA        PIC X(01) VALUE "N".
       01 W-CAT          PIC 9(02) VALUE ZEROS.
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-CTA-PADRAO   PIC 9(02) VALUE ZEROS.
       01 W-MVB-TIPO     PIC X(01) VALUE SPACES.
       01 W-MVB-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-MVB-DOC      PIC 9(06) VALUE ZEROS.
       01 W-MVB-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.

      *---------[ CATEGORIAS DE DESPESA DO FUNDO FIXO ]-----------------
       01 TABCATEG.
          03 FILLER          PIC X(24) VALUE "MATLMATERIAL ESCRITORIO".
          03 FILLER          PIC X(24) VALUE "LIMPMATERIAL DE LIMPEZA".
          03 FILLER          PIC X(24) VALUE "CONDCONDUCAO/TRANSPORTE".
          03 FILLER          PIC X(24) VALUE "ALIMALIMENTACAO/LANCHE".
          03 FILLER          PIC X(24) VALUE "CORRCORREIO/CARTORIO".
          03 FILLER          PIC X(24) VALUE "MANUPEQUENOS REPAROS".
          03 FILLER          PIC X(24) VALUE "OUTROUTROS".
       01 TABCATEG-R REDEFINES TABCATEG.
          03 TBCAT OCCURS 7 TIMES.
             05 TBCAT-CODIGO    PIC X(04).
             05 TBCAT-DESCR     PIC X(20).
       01 TABCATVAL.
          03 TBCAT-VALOR     PIC 9(09)V99 OCCURS 7 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADFUNDO
           IF ST-FUN NOT = "00"
              IF ST-FUN = "30"
                 OPEN OUTPUT CADFUNDO
                 CLOSE CADFUNDO
                 DISPLAY "*** ARQUIVO CADFUNDO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNDO"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADDESPCX
           IF ST-DCX NOT = "00"
              IF ST-DCX = "30"
                 OPEN OUTPUT CADDESPCX
                 CLOSE CADDESPCX
                 DISPLAY "*** ARQUIVO CADDESPCX FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDESPCX"
                 CLOSE CADFUNDO
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADREPCX
           IF ST-REP NOT = "00"
              IF ST-REP = "30"
                 OPEN OUTPUT CADREPCX
                 CLOSE CADREPCX
                 DISPLAY "*** ARQUIVO CADREPCX FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREPCX"
                 CLOSE CADFUNDO
                 CLOSE CADDESPCX
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               CLOSE CADFUNDO
               CLOSE CADDESPCX
               CLOSE CADREPCX
               GO TO ROT-FIM3.

           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADFUNDO
               CLOSE CADDESPCX
               CLOSE CADREPCX
               CLOSE ARQDEP
               GO TO ROT-FIM3.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

      *---------[ CONTA PADRAO DO LIVRO DE BANCO (CADPARAM) ]-----------
       R0D.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO R0E.
           MOVE "CTAPADRAO" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-CTA-PADRAO.
           CLOSE CADPARAM.
       R0E.
           IF W-CTA-PADRAO = ZEROS
               DISPLAY "*** CTAPADRAO NAO PARAMETRIZADA - REPOSICAO"
                   " NAO PODE SER APROVADA ***".

       R1.
           DISPLAY " "
           DISPLAY "*** FUNDO FIXO DE CAIXA ***"
           DISPLAY "  1 - CADASTRAR / ALTERAR FUNDO DO DEPARTAMENTO"
           DISPLAY "  2 - LANCAR DESPESA DO FUNDO"
           DISPLAY "  3 - SOLICITAR REPOSICAO"
           DISPLAY "  4 - APROVAR REPOSICAO"
           DISPLAY "  5 - CONSULTAR FUNDO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-FUNDO
              WHEN 2
                 GO TO R3-DESPESA
              WHEN 3
                 GO TO R4-SOLICITA
              WHEN 4
                 GO TO R5-APROVA
              WHEN 5
                 GO TO R6-CONSULTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ CADASTRO DO FUNDO ]-----------------------------------
       R2-FUNDO.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "DEPARTAMENTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
               GO TO R2-FUNDO.
           DISPLAY "DEPARTAMENTO: " DENOMINACAO
           MOVE W-CODDEP TO FUN-CODDEP
           READ CADFUNDO
           IF ST-FUN = "00"
               MOVE "N" TO W-NOVO
               MOVE FUN-VALOR TO W-VALOR-ANT
               DISPLAY "FUNDO ATUAL: " FUN-VALOR "  CUSTODIANTE "
                   FUN-CHAPA "  SITUACAO " FUN-SITUACAO
           ELSE
               MOVE "S" TO W-NOVO
               MOVE ZEROS TO W-VALOR-ANT
               MOVE W-CODDEP TO FUN-CODDEP
               MOVE ZEROS TO FUN-ULTSEQ
               MOVE W-DATA-HOJE TO FUN-DATA
               DISPLAY "*** FUNDO NOVO ***".
       R2A.
           DISPLAY "CHAPA DO CUSTODIANTE: " WITH NO ADVANCING
           ACCEPT FUN-CHAPA
           MOVE FUN-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO R2A.
           DISPLAY "CUSTODIANTE: " NOME-FUNC.
       R2B.
           DISPLAY "VALOR DO FUNDO (0 = ENCERRAR): " WITH NO ADVANCING
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS AND W-NOVO = "S"
               DISPLAY "*** VALOR OBRIGATORIO ***"
               GO TO R2B.
           IF W-VALOR NOT = W-VALOR-ANT
               PERFORM SOMA-PENDENTE THRU SOMA-PENDENTE-FIM
               IF W-PENDENTE > ZEROS
                   DISPLAY "*** HA DESPESAS NAO REPOSTAS (" W-PENDENTE
                       ") - REPONHA ANTES DE MUDAR O VALOR ***"
                   GO TO R2-FUNDO.
           DISPLAY "CONFIRMA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R2-FUNDO.
           MOVE W-VALOR TO FUN-VALOR
           IF W-VALOR = ZEROS
               MOVE "E" TO FUN-SITUACAO
           ELSE
               MOVE "A" TO FUN-SITUACAO.
           IF W-NOVO = "S"
               WRITE REGFUNDO
           ELSE
               REWRITE REGFUNDO.
           IF ST-FUN NOT = "00" AND ST-FUN NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADFUNDO ST=" ST-FUN
               GO TO R2-FUNDO.

      *    DIFERENCA DO FUNDO SAI (OU VOLTA) PARA A CONTA PADRAO
           MOVE "FUNDOFIX" TO W-MVB-ORIGEM
           MOVE ZEROS TO W-MVB-DOC
           IF W-VALOR > W-VALOR-ANT
               MOVE "D" TO W-MVB-TIPO
               COMPUTE W-MVB-VALOR = W-VALOR - W-VALOR-ANT
           ELSE
               MOVE "C" TO W-MVB-TIPO
               COMPUTE W-MVB-VALOR = W-VALOR-ANT - W-VALOR.
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           DISPLAY "*** FUNDO DO DEPARTAMENTO " W-CODDEP " GRAVADO ***"
           GO TO R2-FUNDO.

      *---------[ DESPESA PAGA COM O FUNDO ]----------------------------
       R3-DESPESA.
           DISPLAY "DEPARTAMENTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO FUN-CODDEP
           READ CADFUNDO
           IF ST-FUN NOT = "00" OR FUN-SITUACAO NOT = "A"
               DISPLAY "*** DEPARTAMENTO SEM FUNDO FIXO ATIVO ***"
               GO TO R3-DESPESA.
           PERFORM SOMA-PENDENTE THRU SOMA-PENDENTE-FIM
           COMPUTE W-SALDO-MAO = FUN-VALOR - W-PENDENTE
           DISPLAY "SALDO EM MAOS DO FUNDO: " W-SALDO-MAO.
       R3A.
           DISPLAY "DATA DA DESPESA (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-DATA
           IF W-DATA = ZEROS
               MOVE W-DATA-HOJE TO W-DATA.
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-RESP = "N"
               GO TO R3A.
           IF W-DATA > W-DATA-HOJE
               DISPLAY "*** DATA FUTURA ***"
               GO TO R3A.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R3A.
           MOVE W-DATA TO DCX-DATA.
       R3B.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT DCX-DESCRICAO
           IF DCX-DESCRICAO = SPACES
               GO TO R3B.
       R3C.
           DISPLAY "CNPJ DO FORNECEDOR (0 = SEM): " WITH NO ADVANCING
           ACCEPT DCX-CNPJ
           IF DCX-CNPJ NOT = ZEROS AND ST-FOR NOT = "99"
               MOVE DCX-CNPJ TO CNPJ
               READ CADFORN
               IF ST-FOR NOT = "00"
                   MOVE "00" TO ST-FOR
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
                   GO TO R3C
               ELSE
                   DISPLAY "FORNECEDOR: " RAZAO.
       R3D.
           MOVE 1 TO W-CAT.
       R3D1.
           IF W-CAT > 7
               GO TO R3D2.
           DISPLAY "   " TBCAT-CODIGO (W-CAT) " - " TBCAT-DESCR (W-CAT)
           ADD 1 TO W-CAT
           GO TO R3D1.
       R3D2.
           DISPLAY "CATEGORIA: " WITH NO ADVANCING
           ACCEPT DCX-CATEGORIA
           PERFORM PROCURA-CATEG THRU PROCURA-CATEG-FIM
           IF W-CAT > 7
               DISPLAY "*** CATEGORIA INVALIDA ***"
               GO TO R3D.
       R3E.
           DISPLAY "VALOR: " WITH NO ADVANCING
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
               GO TO R3E.
           IF W-VALOR > W-SALDO-MAO
               DISPLAY "*** VALOR ACIMA DO SALDO EM MAOS - SOLICITE"
                   " A REPOSICAO ***"
               GO TO R3E.
           DISPLAY "CONFIRMA A DESPESA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R3-DESPESA.
           ADD 1 TO FUN-ULTSEQ
           REWRITE REGFUNDO
           MOVE W-CODDEP TO DCX-CODDEP
           MOVE FUN-ULTSEQ TO DCX-SEQ
           MOVE W-VALOR TO DCX-VALOR
           MOVE ZEROS TO DCX-REPOSICAO
           MOVE "P" TO DCX-SITUACAO
           MOVE W-OPERADOR-LOG TO DCX-OPERADOR
           WRITE REGDESPCX
           IF ST-DCX NOT = "00" AND ST-DCX NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA DESPESA ST=" ST-DCX
               GO TO R3-DESPESA.
           DISPLAY "*** DESPESA " DCX-SEQ " GRAVADA ***"
           GO TO R3-DESPESA.

      *---------[ SOLICITACAO DE REPOSICAO ]----------------------------
       R4-SOLICITA.
           DISPLAY "DEPARTAMENTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO FUN-CODDEP
           READ CADFUNDO
           IF ST-FUN NOT = "00"
               DISPLAY "*** DEPARTAMENTO SEM FUNDO FIXO ***"
               GO TO R4-SOLICITA.
           MOVE "P" TO W-SIT-DE
           MOVE SPACES TO W-SIT-PARA
           MOVE "S" TO W-LISTA
           PERFORM PERCORRE-DESPESAS THRU PERCORRE-DESPESAS-FIM
           IF W-QTD = ZEROS
               DISPLAY "*** NENHUMA DESPESA PENDENTE ***"
               GO TO R4-SOLICITA.
           PERFORM MOSTRA-CATEG THRU MOSTRA-CATEG-FIM
           DISPLAY "DESPESAS: " W-QTD "  TOTAL A REPOR: " W-PENDENTE
           DISPLAY "CONFIRMA A SOLICITACAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R4-SOLICITA.

           PERFORM PROXIMA-REPOSICAO THRU PROXIMA-REPOSICAO-FIM
           MOVE W-NUMREP TO REP-NUMERO
           MOVE W-CODDEP TO REP-CODDEP
           MOVE W-DATA-HOJE TO REP-DATA
           MOVE W-QTD TO REP-QTD
           MOVE W-PENDENTE TO REP-VALOR
           MOVE "S" TO REP-SITUACAO
           MOVE W-OPERADOR-LOG TO REP-OPERADOR
           MOVE SPACES TO REP-SUPERVISOR
           MOVE ZEROS TO REP-DATA-APROV
           WRITE REGREPCX
           IF ST-REP NOT = "00" AND ST-REP NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA SOLICITACAO ST=" ST-REP
               GO TO R4-SOLICITA.
           MOVE "P" TO W-SIT-DE
           MOVE "S" TO W-SIT-PARA
           MOVE "N" TO W-LISTA
           PERFORM PERCORRE-DESPESAS THRU PERCORRE-DESPESAS-FIM
           DISPLAY "*** SOLICITACAO DE REPOSICAO " W-NUMREP
               " GRAVADA - AGUARDA APROVACAO ***"
           GO TO R4-SOLICITA.

      *---------[ APROVACAO: SAQUE NA CONTA PADRAO ]--------------------
       R5-APROVA.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "NUMERO DA SOLICITACAO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMREP
           IF W-NUMREP = ZEROS
               GO TO R1.
           MOVE W-NUMREP TO REP-NUMERO
           READ CADREPCX
           IF ST-REP NOT = "00"
               DISPLAY "*** SOLICITACAO NAO CADASTRADA ***"
               GO TO R5-APROVA.
           IF REP-SITUACAO NOT = "S"
               DISPLAY "*** SOLICITACAO JA APROVADA ***"
               GO TO R5-APROVA.
           IF W-CTA-PADRAO = ZEROS
               DISPLAY "*** CTAPADRAO NAO PARAMETRIZADA ***"
               GO TO R1.
           MOVE REP-CODDEP TO W-CODDEP
           DISPLAY "DEPARTAMENTO " REP-CODDEP "  DE " REP-DATA
               "  POR " REP-OPERADOR
           MOVE "S" TO W-SIT-DE
           MOVE SPACES TO W-SIT-PARA
           MOVE "S" TO W-LISTA
           PERFORM PERCORRE-DESPESAS THRU PERCORRE-DESPESAS-FIM
           PERFORM MOSTRA-CATEG THRU MOSTRA-CATEG-FIM
           DISPLAY "DESPESAS: " REP-QTD "  VALOR: " REP-VALOR.
       R5A.
           MOVE SPACES TO W-SUP-CODIGO
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO R5-APROVA.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA
           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO R5-APROVA.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO R5A.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO R5A.
           CLOSE CADUSUARIO.

           MOVE "A" TO REP-SITUACAO
           MOVE W-SUP-CODIGO TO REP-SUPERVISOR
           MOVE W-DATA-HOJE TO REP-DATA-APROV
           REWRITE REGREPCX
           IF ST-REP NOT = "00" AND ST-REP NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DA SOLICITACAO ST=" ST-REP
               GO TO R5-APROVA.
           MOVE "S" TO W-SIT-DE
           MOVE "R" TO W-SIT-PARA
           MOVE "N" TO W-LISTA
           PERFORM PERCORRE-DESPESAS THRU PERCORRE-DESPESAS-FIM
           MOVE "D" TO W-MVB-TIPO
           MOVE "FUNDOFIX" TO W-MVB-ORIGEM
           MOVE W-NUMREP TO W-MVB-DOC
           MOVE REP-VALOR TO W-MVB-VALOR
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           DISPLAY "*** REPOSICAO " W-NUMREP " APROVADA - SAQUE DE "
               REP-VALOR " NA CONTA " W-CTA-PADRAO " ***"
           GO TO R5-APROVA.

      *---------[ CONSULTA DO FUNDO ]-----------------------------------
       R6-CONSULTA.
           DISPLAY "DEPARTAMENTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO FUN-CODDEP
           READ CADFUNDO
           IF ST-FUN NOT = "00"
               DISPLAY "*** DEPARTAMENTO SEM FUNDO FIXO ***"
               GO TO R6-CONSULTA.
           MOVE FUN-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO NOME-FUNC.
           DISPLAY "FUNDO: " FUN-VALOR "  SITUACAO " FUN-SITUACAO
               "  DESDE " FUN-DATA
           DISPLAY "CUSTODIANTE: " FUN-CHAPA " " NOME-FUNC
           MOVE ZEROS TO W-NUMREP
           MOVE "S" TO W-SIT-DE
           MOVE SPACES TO W-SIT-PARA
           MOVE "S" TO W-LISTA
           PERFORM PERCORRE-DESPESAS THRU PERCORRE-DESPESAS-FIM
           DISPLAY "EM SOLICITACAO DE REPOSICAO: " W-PENDENTE
           MOVE "P" TO W-SIT-DE
           PERFORM PERCORRE-DESPESAS THRU PERCORRE-DESPESAS-FIM
           DISPLAY "PENDENTES DE SOLICITACAO...: " W-PENDENTE
           PERFORM SOMA-PENDENTE THRU SOMA-PENDENTE-FIM
           COMPUTE W-SALDO-MAO = FUN-VALOR - W-PENDENTE
           DISPLAY "SALDO EM MAOS..............: " W-SALDO-MAO
           GO TO R6-CONSULTA.

       ROT-FIM.
           CLOSE CADFUNDO
           CLOSE CADDESPCX
           CLOSE CADREPCX
           CLOSE ARQDEP
           CLOSE ARQFUNC
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ DESPESAS DO DEPARTAMENTO AINDA NAO REPOSTAS ]---------
       SOMA-PENDENTE.
           MOVE ZEROS TO W-PENDENTE
           MOVE "N" TO W-EOF
           MOVE W-CODDEP TO DCX-CODDEP
           MOVE ZEROS TO DCX-SEQ
           START CADDESPCX KEY IS NOT LESS DCX-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       SOMA-PENDENTE-1.
           IF W-EOF = "S"
               GO TO SOMA-PENDENTE-FIM.
           READ CADDESPCX NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO SOMA-PENDENTE-1
           END-READ.
           IF DCX-CODDEP NOT = W-CODDEP
               MOVE "S" TO W-EOF
               GO TO SOMA-PENDENTE-1.
           IF DCX-SITUACAO = "P" OR DCX-SITUACAO = "S"
               ADD DCX-VALOR TO W-PENDENTE.
           GO TO SOMA-PENDENTE-1.
       SOMA-PENDENTE-FIM.
           EXIT.

      *---------[ DESPESAS DO DEPARTAMENTO NA SITUACAO W-SIT-DE ]-------
      *  TOTALIZA EM W-QTD/W-PENDENTE E POR CATEGORIA, LISTA SE *
      *  W-LISTA = "S" E, COM W-SIT-PARA PREENCHIDO, MUDA A     *
      *  SITUACAO (E CARIMBA A SOLICITACAO W-NUMREP). EM "S",   *
      *  W-NUMREP DIFERENTE DE ZERO SO PEGA ESSA SOLICITACAO    *
       PERCORRE-DESPESAS.
           MOVE ZEROS TO W-QTD W-PENDENTE TABCATVAL
           MOVE "N" TO W-EOF
           MOVE W-CODDEP TO DCX-CODDEP
           MOVE ZEROS TO DCX-SEQ
           START CADDESPCX KEY IS NOT LESS DCX-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       PERCORRE-DESPESAS-1.
           IF W-EOF = "S"
               GO TO PERCORRE-DESPESAS-FIM.
           READ CADDESPCX NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO PERCORRE-DESPESAS-1
           END-READ.
           IF DCX-CODDEP NOT = W-CODDEP
               MOVE "S" TO W-EOF
               GO TO PERCORRE-DESPESAS-1.
           IF DCX-SITUACAO NOT = W-SIT-DE
               GO TO PERCORRE-DESPESAS-1.
           IF W-SIT-DE = "S" AND W-NUMREP NOT = ZEROS
              AND DCX-REPOSICAO NOT = W-NUMREP
               GO TO PERCORRE-DESPESAS-1.
           ADD 1 TO W-QTD
           ADD DCX-VALOR TO W-PENDENTE
           PERFORM PROCURA-CATEG THRU PROCURA-CATEG-FIM
           IF W-CAT NOT > 7
               ADD DCX-VALOR TO TBCAT-VALOR (W-CAT).
           IF W-LISTA = "S"
               DISPLAY "  " DCX-SEQ "  " DCX-DATA "  " DCX-CATEGORIA
                   "  " DCX-DESCRICAO "  " DCX-VALOR.
           IF W-SIT-PARA NOT = SPACES
               MOVE W-SIT-PARA TO DCX-SITUACAO
               IF W-SIT-PARA = "S"
                   MOVE W-NUMREP TO DCX-REPOSICAO
               END-IF
               REWRITE REGDESPCX.
           GO TO PERCORRE-DESPESAS-1.
       PERCORRE-DESPESAS-FIM.
           EXIT.

       PROCURA-CATEG.
           MOVE 1 TO W-CAT.
       PROCURA-CATEG-1.
           IF W-CAT > 7
               GO TO PROCURA-CATEG-FIM.
           IF TBCAT-CODIGO (W-CAT) = DCX-CATEGORIA
               GO TO PROCURA-CATEG-FIM.
           ADD 1 TO W-CAT
           GO TO PROCURA-CATEG-1.
       PROCURA-CATEG-FIM.
           EXIT.

       MOSTRA-CATEG.
           MOVE 1 TO W-CAT.
       MOSTRA-CATEG-1.
           IF W-CAT > 7
               GO TO MOSTRA-CATEG-FIM.
           IF TBCAT-VALOR (W-CAT) > ZEROS
               DISPLAY "   " TBCAT-DESCR (W-CAT) "  "
                   TBCAT-VALOR (W-CAT).
           ADD 1 TO W-CAT
           GO TO MOSTRA-CATEG-1.
       MOSTRA-CATEG-FIM.
           EXIT.

      *---------[ PROXIMO NUMERO DE SOLICITACAO ]-----------------------
       PROXIMA-REPOSICAO.
           MOVE ZEROS TO W-ULTREP
           MOVE ZEROS TO REP-NUMERO
           START CADREPCX KEY IS NOT LESS REP-NUMERO
               INVALID KEY GO TO PROXIMA-REPOSICAO-2.
       PROXIMA-REPOSICAO-1.
           READ CADREPCX NEXT RECORD
               AT END
                 GO TO PROXIMA-REPOSICAO-2
           END-READ.
           MOVE REP-NUMERO TO W-ULTREP
           GO TO PROXIMA-REPOSICAO-1.
       PROXIMA-REPOSICAO-2.
           COMPUTE W-NUMREP = W-ULTREP + 1.
       PROXIMA-REPOSICAO-FIM.
           EXIT.

       CRITICA-DATA.
           MOVE "S" TO W-RESP
           IF W-DATA NOT NUMERIC OR W-DT-ANO < 1900
              OR W-DT-MES < 1 OR W-DT-MES > 12
              OR W-DT-DIA < 1 OR W-DT-DIA > 31
               DISPLAY "*** DATA INVALIDA ***"
               MOVE "N" TO W-RESP.
       CRITICA-DATA-FIM.
           EXIT.

      *---------[ LANCAMENTO NO LIVRO DA TESOURARIA ]-------------------
      *  O SAQUE ENTRA NA CONTA PADRAO (CADPARAM CTAPADRAO) DE  *
      *  CADCONTABCO, COM O SALDO DA CONTA ATUALIZADO E O       *
      *  MOVIMENTO EM CADMOVBCO PARA A CONCILIACAO DE           *
      *  TESOURARIA. SEM CONTA PADRAO NADA E LANCADO            *
       GRAVA-MOVBCO.
           IF W-CTA-PADRAO = ZEROS OR W-MVB-VALOR = ZEROS
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADCONTABCO
           IF ST-CTA NOT = "00"
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MVB NOT = "00"
              IF ST-MVB = "30"
                 OPEN OUTPUT CADMOVBCO
                 CLOSE CADMOVBCO
                 OPEN I-O CADMOVBCO
              ELSE
                 CLOSE CADCONTABCO
                 GO TO GRAVA-MOVBCO-FIM.
           MOVE W-CTA-PADRAO TO CTA-CODIGO
           READ CADCONTABCO
           IF ST-CTA NOT = "00"
               CLOSE CADCONTABCO
               CLOSE CADMOVBCO
               GO TO GRAVA-MOVBCO-FIM.

           MOVE ZEROS TO W-MVB-SEQ
           MOVE "N" TO W-MVB-EOF
           MOVE W-CTA-PADRAO TO MVB-CONTA
           MOVE ZEROS TO MVB-SEQ
           START CADMOVBCO KEY IS NOT LESS MVB-KEY
               INVALID KEY MOVE "S" TO W-MVB-EOF.
       GRAVA-MOVBCO-1.
           IF W-MVB-EOF = "S"
               GO TO GRAVA-MOVBCO-2.
           READ CADMOVBCO NEXT RECORD
               AT END
                 MOVE "S" TO W-MVB-EOF
                 GO TO GRAVA-MOVBCO-1
           END-READ.
           IF MVB-CONTA NOT = W-CTA-PADRAO
               MOVE "S" TO W-MVB-EOF
               GO TO GRAVA-MOVBCO-1.
           MOVE MVB-SEQ TO W-MVB-SEQ
           GO TO GRAVA-MOVBCO-1.
       GRAVA-MOVBCO-2.
           ADD 1 TO W-MVB-SEQ
           MOVE W-CTA-PADRAO TO MVB-CONTA
           MOVE W-MVB-SEQ TO MVB-SEQ
           MOVE W-DATA-HOJE TO MVB-DATA
           MOVE W-MVB-TIPO TO MVB-TIPO
           MOVE W-MVB-ORIGEM TO MVB-ORIGEM
           MOVE W-MVB-DOC TO MVB-DOCUMENTO
           MOVE W-MVB-VALOR TO MVB-VALOR
           MOVE "N" TO MVB-CONCILIADO
           WRITE REGMOVBCO
           IF ST-MVB = "22"
               REWRITE REGMOVBCO.
           IF W-MVB-TIPO = "C"
               ADD W-MVB-VALOR TO CTA-SALDO
           ELSE
               SUBTRACT W-MVB-VALOR FROM CTA-SALDO.
           REWRITE REGCONTABCO
           CLOSE CADCONTABCO
           CLOSE CADMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
