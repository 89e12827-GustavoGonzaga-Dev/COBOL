       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVALIACAO.
      ***********************************************
      *  CICLO ANUAL DE AVALIACAO DE DESEMPENHO E     *
      *  PROMOCAO DE NIVELSALARIAL POR MERITO.        *
      *  CRITERIOS (ATE 10, COM PESO) EM CADCRITAV;   *
      *  O CICLO ABRE UMA AVALIACAO POR CHAPA ATIVA   *
      *  EM CADAVAL; AS NOTAS (0 A 10) POR CRITERIO   *
      *  E A CHAPA DO AVALIADOR SAO LANCADAS E A      *
      *  NOTA FINAL E A MEDIA PONDERADA PELOS PESOS.  *
      *  A PROPOSTA SOBE UM NIVEL, POR DEPARTAMENTO,  *
      *  DA MAIOR NOTA PARA A MENOR (NOTA MINIMA EM   *
      *  CADPARAM MERITONOTA, PADRAO 7,00) ENQUANTO   *
      *  O AUMENTO MENSAL COUBER NO ORCAMENTO DO      *
      *  DEPARTAMENTO (CADORCMER; SUGESTAO =          *
      *  CADPARAM MERITOPCT, PADRAO 2 PCT, DA FOLHA   *
      *  BASE DO DEPARTAMENTO). A PROMOCAO APROVADA   *
      *  TEM DATA DE EFEITO: CHEGADA A DATA, GRAVA O  *
      *  NOVO NIVELSALARIAL EM ARQFUNC (LOG EM        *
      *  ARQTRANSLOG) E A MOVIMENTACAO EM ARQMOVFUNC  *
      *  COM MOTIVO PM, QUE SAI EM RELTRANSF          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCRITAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRT-CODIGO
                    FILE STATUS  IS ST-CRT.

           SELECT CADAVAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVL-KEY
                    ALTERNATE RECORD KEY IS AVL-RANK
                    FILE STATUS  IS ST-AVL.

           SELECT CADORCMER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-KEY
                    FILE STATUS  IS ST-ORC.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-CARG.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT ARQMOVFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVF-KEY
                    FILE STATUS  IS ST-MOVF.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCRITAV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCRITAV.DAT".
       01 REGCRITAV.
           03 CRT-CODIGO        PIC 9(02).
           03 CRT-DESCRICAO     PIC X(30).
           03 CRT-PESO          PIC 9(02).
           03 CRT-SITUACAO      PIC X(01).

       FD CADAVAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAVAL.DAT".
       01 REGAVAL.
           03 AVL-KEY.
              05 AVL-ANO        PIC 9(04).
              05 AVL-CHAPA      PIC 9(06).
           03 AVL-RANK.
              05 AVL-RANK-ANO   PIC 9(04).
              05 AVL-CODDEP     PIC 9(03).
              05 AVL-NOTA-INV   PIC 9(02)V99.
              05 AVL-RANK-CHAPA PIC 9(06).
           03 AVL-CODCARG       PIC 9(03).
           03 AVL-NIVEL-ATUAL   PIC 9(02).
           03 AVL-AVALIADOR     PIC 9(06).
           03 AVL-DATA-ABERT    PIC 9(08).
           03 AVL-DATA-AVAL     PIC 9(08).
           03 AVL-NOTA          PIC 9(02)V9 OCCURS 10 TIMES.
           03 AVL-NOTA-FINAL    PIC 9(02)V99.
           03 AVL-SITUACAO      PIC X(01).
           03 AVL-NIVEL-PROPOSTO PIC 9(02).
           03 AVL-CUSTO         PIC 9(07)V99.
           03 AVL-DATA-EFEITO   PIC 9(08).

       FD CADORCMER
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADORCMER.DAT".
       01 REGORCMER.
           03 ORC-KEY.
              05 ORC-ANO        PIC 9(04).
              05 ORC-CODDEP     PIC 9(03).
           03 ORC-VALOR         PIC 9(07)V99.
           03 ORC-UTILIZADO     PIC 9(07)V99.

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO              PIC X(01).
           03 GENERO            PIC X(01).
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

       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD ARQMOVFUNC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQMOVFUNC.DAT".
       01 REGMOVFUNC.
           03 MOVF-KEY.
              05 MOVF-CHAPA      PIC 9(06).
              05 MOVF-SEQ        PIC 9(03).
           03 MOVF-CODDEP-ANT    PIC 9(03).
           03 MOVF-CODDEP-NOVO   PIC 9(03).
           03 MOVF-CARG-ANT      PIC 9(03).
           03 MOVF-CARG-NOVO     PIC 9(03).
           03 MOVF-DATA          PIC 9(08).
           03 MOVF-MOTIVO        PIC X(02).
           03 MOVF-NIVEL-ANT     PIC 9(02).
           03 MOVF-NIVEL-NOVO    PIC 9(02).

       FD ARQTRANSLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRANSLOG.DAT".
       01 REGTRANSLOG.
           03 TL-DATA-HORA     PIC X(21).
           03 TL-ARQUIVO       PIC X(10).
           03 TL-CHAVE         PIC X(20).
           03 TL-OPERACAO      PIC X(01).
           03 TL-ANTES         PIC X(210).
           03 TL-DEPOIS        PIC X(210).
           03 TL-OPERADOR      PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-CRT         PIC X(02) VALUE "00".
       01 ST-AVL         PIC X(02) VALUE "00".
       01 ST-ORC         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-MOVF        PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-ANO          PIC 9(04) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-CODDEP       PIC 9(03) VALUE ZEROS.
       01 W-CODCRT       PIC 9(02) VALUE ZEROS.
       01 W-AVALIADOR    PIC 9(06) VALUE ZEROS.
       01 W-NOTA         PIC 9(02)V9 VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-DTHOJE REDEFINES W-DATA-HOJE.
          03 W-ANO-HOJE  PIC 9(04).
          03 W-MES-HOJE  PIC 9(02).
          03 W-DIA-HOJE  PIC 9(02).
       01 W-DATA-DIG     PIC 9(08) VALUE ZEROS.
       01 W-DATA-EFEITO  PIC 9(08) VALUE ZEROS.
       01 W-DTEFEITO REDEFINES W-DATA-EFEITO.
          03 W-ANO-EFEITO PIC 9(04).
          03 W-MES-EFEITO PIC 9(02).
          03 W-DIA-EFEITO PIC 9(02).
       01 W-EOF-AVL      PIC X(01) VALUE "N".
       01 W-EOF-ORC      PIC X(01) VALUE "N".
       01 W-EOF-FUNC     PIC X(01) VALUE "N".
       01 W-EOF-MOVF     PIC X(01) VALUE "N".
       01 W-MOVF-SEQ     PIC 9(03) VALUE ZEROS.
       01 W-NIVEL-ANT    PIC 9(02) VALUE ZEROS.
       01 W-REGFUNC-ANTIGO PIC X(89) VALUE SPACES.
       01 W-APLICOU      PIC X(01) VALUE "N".
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-QTD-ABERTAS  PIC 9(05) VALUE ZEROS.
       01 W-QTD-EXISTE   PIC 9(05) VALUE ZEROS.
       01 W-QTD-PROP     PIC 9(05) VALUE ZEROS.
       01 W-QTD-FORA     PIC 9(05) VALUE ZEROS.
       01 W-QTD-APLIC    PIC 9(05) VALUE ZEROS.
      *---------[ CRITERIOS CARREGADOS DE CADCRITAV ]-------------------
       01 W-TABCRIT.
           03 W-CRIT OCCURS 10 TIMES.
              05 W-CRIT-DESCR   PIC X(30).
              05 W-CRIT-PESO    PIC 9(02).
       01 W-SOMA-PESO    PIC 9(04) VALUE ZEROS.
       01 W-SOMA-NOTA    PIC 9(06)V9 VALUE ZEROS.
      *---------[ PROPOSTA DENTRO DO ORCAMENTO ]------------------------
       01 W-NOTA-MINIMA  PIC 9(02)V99 VALUE 7,00.
       01 W-MERITO-PCT   PIC 9(02)V99 VALUE 2,00.
       01 W-FOLHA-DEP    PIC 9(09)V99 VALUE ZEROS.
       01 W-SUGERIDO     PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR        PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTO        PIC 9(07)V99 VALUE ZEROS.
       01 W-DEP-ATUAL    PIC 9(03) VALUE ZEROS.
       01 W-TEM-ORC      PIC X(01) VALUE "N".
       01 W-ORC-VALOR    PIC 9(07)V99 VALUE ZEROS.
       01 W-ORC-UTIL     PIC 9(07)V99 VALUE ZEROS.
       01 W-ORC-SALDO    PIC S9(07)V99 VALUE ZEROS.

      *---------[ MULTIPLICADOR POR NIVEL SALARIAL ]-------------------
       01 TABNIVEL.
           03 FILLER PIC 9(01)V99 VALUE 1,00.
           03 FILLER PIC 9(01)V99 VALUE 1,10.
           03 FILLER PIC 9(01)V99 VALUE 1,20.
           03 FILLER PIC 9(01)V99 VALUE 1,35.
           03 FILLER PIC 9(01)V99 VALUE 1,50.
           03 FILLER PIC 9(01)V99 VALUE 1,70.
           03 FILLER PIC 9(01)V99 VALUE 1,90.
           03 FILLER PIC 9(01)V99 VALUE 2,10.
           03 FILLER PIC 9(01)V99 VALUE 2,40.
           03 FILLER PIC 9(01)V99 VALUE 2,80.

       01 TABNIVELX REDEFINES TABNIVEL.
           03 TBNIVEL PIC 9(01)V99 OCCURS 10 TIMES.

       01 TABSITAVL1.
          03 FILLER     PIC X(15) VALUE "AABERTA".
          03 FILLER     PIC X(15) VALUE "NAVALIADA".
          03 FILLER     PIC X(15) VALUE "PPROPOSTA".
          03 FILLER     PIC X(15) VALUE "OSEM ORCAMENTO".
          03 FILLER     PIC X(15) VALUE "MAPROVADA".
          03 FILLER     PIC X(15) VALUE "EEFETIVADA".
          03 FILLER     PIC X(15) VALUE "RRECUSADA".
      *
       01 TABSITAVL REDEFINES TABSITAVL1.
          03 TBSITAVL   PIC X(15) OCCURS 7 TIMES.
      *
       01 TXTSITAVL.
          03 TXTSITAVL1 PIC X(01) VALUE SPACES.
          03 TXTSITAVL2 PIC X(14) VALUE SPACES.
       01 AUX            PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADCRITAV
           IF ST-CRT NOT = "00"
              IF ST-CRT = "30"
                 OPEN OUTPUT CADCRITAV
                 CLOSE CADCRITAV
                 DISPLAY "*** ARQUIVO CADCRITAV FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCRITAV"
                 GO TO ROT-FIM3.
       R0A.
           OPEN I-O CADAVAL
           IF ST-AVL NOT = "00"
              IF ST-AVL = "30"
                 OPEN OUTPUT CADAVAL
                 CLOSE CADAVAL
                 DISPLAY "*** ARQUIVO CADAVAL FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAVAL"
                 CLOSE CADCRITAV
                 GO TO ROT-FIM3.
       R0B.
           OPEN I-O CADORCMER
           IF ST-ORC NOT = "00"
              IF ST-ORC = "30"
                 OPEN OUTPUT CADORCMER
                 CLOSE CADORCMER
                 DISPLAY "*** ARQUIVO CADORCMER FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADORCMER"
                 CLOSE CADCRITAV CADAVAL
                 GO TO ROT-FIM3.
       R0C.
           OPEN I-O ARQMOVFUNC
           IF ST-MOVF NOT = "00"
              IF ST-MOVF = "30"
                 OPEN OUTPUT ARQMOVFUNC
                 CLOSE ARQMOVFUNC
                 GO TO R0C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOVFUNC"
                 CLOSE CADCRITAV CADAVAL CADORCMER
                 GO TO ROT-FIM3.
       R0D.
           OPEN I-O ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADCRITAV CADAVAL CADORCMER ARQMOVFUNC
               GO TO ROT-FIM3.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCARG"
               CLOSE CADCRITAV CADAVAL CADORCMER ARQMOVFUNC ARQFUNC
               GO TO ROT-FIM3.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "99" TO ST-DEP.

           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "MERITONOTA" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-NOTA-MINIMA
               END-IF
               MOVE "MERITOPCT" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-MERITO-PCT
               END-IF
               CLOSE CADPARAM
           END-IF.

           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.

           PERFORM CARREGA-CRITERIOS THRU CARREGA-CRITERIOS-FIM.

       R1.
           DISPLAY " "
           DISPLAY "*** AVALIACAO DE DESEMPENHO / PROMOCAO POR"
               " MERITO ***"
           DISPLAY "  1 - CRITERIOS DE AVALIACAO"
           DISPLAY "  2 - ABRIR CICLO ANUAL"
           DISPLAY "  3 - LANCAR NOTAS DA AVALIACAO"
           DISPLAY "  4 - ORCAMENTO DE MERITO POR DEPARTAMENTO"
           DISPLAY "  5 - PROPOR PROMOCOES DENTRO DO ORCAMENTO"
           DISPLAY "  6 - APROVAR PROMOCOES PROPOSTAS"
           DISPLAY "  7 - EFETIVAR PROMOCOES COM DATA DE EFEITO"
               " VENCIDA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-CRITERIO
              WHEN 2
                 GO TO R3-ABRE
              WHEN 3
                 GO TO R4-NOTAS
              WHEN 4
                 GO TO R5-ORCAMENTO
              WHEN 5
                 GO TO R6-PROPOE
              WHEN 6
                 GO TO R7-APROVA
              WHEN 7
                 GO TO R8-EFETIVA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ CRITERIOS DE AVALIACAO (01 A 10) ]--------------------
       R2-CRITERIO.
           DISPLAY "COD CRITERIO                        PESO"
           MOVE 1 TO W-IND.
       R2-LISTA.
           IF W-IND > 10
               GO TO R2A.
           IF W-CRIT-PESO (W-IND) > ZEROS
               DISPLAY W-IND "  " W-CRIT-DESCR (W-IND) "  "
                   W-CRIT-PESO (W-IND).
           ADD 1 TO W-IND
           GO TO R2-LISTA.
       R2A.
           DISPLAY "CODIGO DO CRITERIO (1 A 10, 0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODCRT
           IF W-CODCRT = ZEROS
               PERFORM CARREGA-CRITERIOS THRU CARREGA-CRITERIOS-FIM
               GO TO R1.
           IF W-CODCRT > 10
               DISPLAY "*** CODIGO VAI DE 1 A 10 ***"
               GO TO R2A.
           MOVE W-CODCRT TO CRT-CODIGO
           READ CADCRITAV
           IF ST-CRT = "00"
               DISPLAY "ATUAL: " CRT-DESCRICAO "  PESO " CRT-PESO
                   "  SITUACAO " CRT-SITUACAO
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE W-CODCRT TO CRT-CODIGO.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT CRT-DESCRICAO
           DISPLAY "PESO (1 A 99): " WITH NO ADVANCING
           ACCEPT CRT-PESO
           DISPLAY "SITUACAO (A=ATIVO I=INATIVO): " WITH NO ADVANCING
           ACCEPT CRT-SITUACAO
           IF CRT-SITUACAO NOT = "I"
               MOVE "A" TO CRT-SITUACAO.
           IF W-RESP = "A"
               REWRITE REGCRITAV
           ELSE
               WRITE REGCRITAV.
           IF ST-CRT = "00" OR "02"
               DISPLAY "*** CRITERIO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CRT.
           PERFORM CARREGA-CRITERIOS THRU CARREGA-CRITERIOS-FIM
           GO TO R2A.

      *---------[ ABRE UMA AVALIACAO POR CHAPA ATIVA ]------------------
       R3-ABRE.
           PERFORM PEDE-ANO THRU PEDE-ANO-FIM
           IF W-ANO = ZEROS
               GO TO R1.
           DISPLAY "ABRIR O CICLO " W-ANO " PARA TODAS AS CHAPAS"
               " ATIVAS (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE ZEROS TO W-QTD-ABERTAS W-QTD-EXISTE
           MOVE "N" TO W-EOF-FUNC
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY MOVE "S" TO W-EOF-FUNC.
       R3A.
           IF W-EOF-FUNC = "S"
               GO TO R3B.
           READ ARQFUNC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-FUNC
                 GO TO R3A
           END-READ.
           IF FUNCSTATUS NOT = "A"
               GO TO R3A.
           MOVE W-ANO TO AVL-ANO
           MOVE CHAPA TO AVL-CHAPA
           READ CADAVAL
           IF ST-AVL = "00"
               ADD 1 TO W-QTD-EXISTE
               GO TO R3A.
           MOVE W-ANO TO AVL-ANO AVL-RANK-ANO
           MOVE CHAPA TO AVL-CHAPA AVL-RANK-CHAPA
           MOVE CODDEP TO AVL-CODDEP
           MOVE 10 TO AVL-NOTA-INV
           MOVE CODIGOCARG TO AVL-CODCARG
           MOVE NIVELSALARIAL TO AVL-NIVEL-ATUAL
           MOVE ZEROS TO AVL-AVALIADOR AVL-DATA-AVAL AVL-NOTA-FINAL
                         AVL-NIVEL-PROPOSTO AVL-CUSTO AVL-DATA-EFEITO
           MOVE 1 TO W-IND
           PERFORM ZERA-NOTAS THRU ZERA-NOTAS-FIM
           MOVE W-DATA-HOJE TO AVL-DATA-ABERT
           MOVE "A" TO AVL-SITUACAO
           WRITE REGAVAL
           IF ST-AVL = "00" OR "02"
               ADD 1 TO W-QTD-ABERTAS.
           GO TO R3A.
       R3B.
           DISPLAY "AVALIACOES ABERTAS.............: " W-QTD-ABERTAS
           DISPLAY "JA EXISTENTES NO CICLO.........: " W-QTD-EXISTE
           GO TO R1.

      *---------[ NOTAS POR CRITERIO E NOTA FINAL PONDERADA ]-----------
       R4-NOTAS.
           IF W-SOMA-PESO = ZEROS
               DISPLAY "*** NENHUM CRITERIO ATIVO CADASTRADO ***"
               GO TO R1.
           PERFORM PEDE-ANO THRU PEDE-ANO-FIM
           IF W-ANO = ZEROS
               GO TO R1.
       R4A.
           DISPLAY "CHAPA AVALIADA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-ANO TO AVL-ANO
           MOVE W-CHAPA TO AVL-CHAPA
           READ CADAVAL
           IF ST-AVL NOT = "00"
               DISPLAY "*** CHAPA SEM AVALIACAO ABERTA NO CICLO ***"
               GO TO R4A.
           PERFORM TXT-SITUACAO THRU TXT-SITUACAO-FIM
           IF AVL-SITUACAO NOT = "A" AND AVL-SITUACAO NOT = "N"
               DISPLAY "*** AVALIACAO JA " TXTSITAVL2
                   " - NOTAS NAO PODEM MAIS SER ALTERADAS ***"
               GO TO R4A.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           DISPLAY "FUNCIONARIO: " NOME "  DEP " AVL-CODDEP
               "  NIVEL " AVL-NIVEL-ATUAL "  " TXTSITAVL2.
       R4B.
           DISPLAY "CHAPA DO AVALIADOR: " WITH NO ADVANCING
           ACCEPT W-AVALIADOR
           IF W-AVALIADOR = W-CHAPA
               DISPLAY "*** AVALIADOR NAO PODE SER O AVALIADO ***"
               GO TO R4B.
           MOVE W-AVALIADOR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "*** AVALIADOR NAO CADASTRADO ***"
               GO TO R4B.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** AVALIADOR NAO ESTA ATIVO ***"
               GO TO R4B.
           DISPLAY "AVALIADOR: " NOME
           MOVE ZEROS TO W-SOMA-NOTA
           MOVE 1 TO W-IND.
       R4C.
           IF W-IND > 10
               GO TO R4D.
           IF W-CRIT-PESO (W-IND) = ZEROS
               MOVE ZEROS TO AVL-NOTA (W-IND)
               ADD 1 TO W-IND
               GO TO R4C.
           DISPLAY W-CRIT-DESCR (W-IND) " (0 A 10): "
               WITH NO ADVANCING
           ACCEPT W-NOTA
           IF W-NOTA > 10
               DISPLAY "*** NOTA VAI DE 0 A 10 ***"
               GO TO R4C.
           MOVE W-NOTA TO AVL-NOTA (W-IND)
           COMPUTE W-SOMA-NOTA = W-SOMA-NOTA
               + (W-NOTA * W-CRIT-PESO (W-IND))
           ADD 1 TO W-IND
           GO TO R4C.
       R4D.
           COMPUTE AVL-NOTA-FINAL ROUNDED = W-SOMA-NOTA / W-SOMA-PESO
           DISPLAY "NOTA FINAL.....: " AVL-NOTA-FINAL
           DISPLAY "CONFIRMA AS NOTAS (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R4A.
           MOVE W-AVALIADOR TO AVL-AVALIADOR
           MOVE W-DATA-HOJE TO AVL-DATA-AVAL
           COMPUTE AVL-NOTA-INV = 10 - AVL-NOTA-FINAL
           MOVE "N" TO AVL-SITUACAO
           REWRITE REGAVAL
           IF ST-AVL = "00" OR "02"
               DISPLAY "*** AVALIACAO GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-AVL.
           GO TO R4A.

      *---------[ ORCAMENTO MENSAL DE MERITO DO DEPARTAMENTO ]----------
       R5-ORCAMENTO.
           PERFORM PEDE-ANO THRU PEDE-ANO-FIM
           IF W-ANO = ZEROS
               GO TO R1.
       R5A.
           DISPLAY "DEPARTAMENTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           IF ST-DEP NOT = "99"
               MOVE W-CODDEP TO CODIGO
               READ ARQDEP
               IF ST-DEP NOT = "00"
                   DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
                   MOVE "00" TO ST-DEP
                   GO TO R5A
               END-IF
               DISPLAY "DEPARTAMENTO: " DENOMINACAO.
           PERFORM FOLHA-DEPTO THRU FOLHA-DEPTO-FIM
           COMPUTE W-SUGERIDO ROUNDED =
               W-FOLHA-DEP * W-MERITO-PCT / 100
           DISPLAY "FOLHA BASE MENSAL DO DEPTO.....: " W-FOLHA-DEP
           DISPLAY "SUGESTAO (" W-MERITO-PCT " PCT)..........: "
               W-SUGERIDO
           MOVE W-ANO TO ORC-ANO
           MOVE W-CODDEP TO ORC-CODDEP
           READ CADORCMER
           IF ST-ORC = "00"
               DISPLAY "ORCAMENTO ATUAL: " ORC-VALOR
                   "   UTILIZADO: " ORC-UTILIZADO
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE ZEROS TO ORC-UTILIZADO.
           DISPLAY "AUMENTO MENSAL AUTORIZADO (0 = SUGESTAO): "
               WITH NO ADVANCING
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
               MOVE W-SUGERIDO TO W-VALOR.
           MOVE W-ANO TO ORC-ANO
           MOVE W-CODDEP TO ORC-CODDEP
           MOVE W-VALOR TO ORC-VALOR
           IF W-RESP = "A"
               REWRITE REGORCMER
           ELSE
               WRITE REGORCMER.
           IF ST-ORC = "00" OR "02"
               DISPLAY "*** ORCAMENTO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-ORC.
           GO TO R5A.

      *---------[ PROPOSTA: MAIOR NOTA PRIMEIRO, ATE O ORCAMENTO ]------
      *  REFAZ A PROPOSTA DO CICLO: P/O VOLTAM A N, O UTILIZADO *
      *  DO ORCAMENTO PARTE DAS PROMOCOES JA APROVADAS (M/E) E  *
      *  O CICLO E PERCORRIDO PELA CHAVE AVL-RANK (DEPARTAMENTO *
      *  E NOTA DECRESCENTE)                                    *
       R6-PROPOE.
           PERFORM PEDE-ANO THRU PEDE-ANO-FIM
           IF W-ANO = ZEROS
               GO TO R1.
           DISPLAY "NOTA MINIMA PARA PROMOCAO......: " W-NOTA-MINIMA
           PERFORM REFAZ-UTILIZADO THRU REFAZ-UTILIZADO-FIM
           MOVE ZEROS TO W-QTD-PROP W-QTD-FORA
           MOVE 999 TO W-DEP-ATUAL
           MOVE "N" TO W-EOF-AVL
           MOVE W-ANO TO AVL-RANK-ANO
           MOVE ZEROS TO AVL-CODDEP AVL-NOTA-INV AVL-RANK-CHAPA
           START CADAVAL KEY IS NOT LESS AVL-RANK
               INVALID KEY MOVE "S" TO W-EOF-AVL.
           DISPLAY "DEP  CHAPA   NOME                           NOTA"
               "   NIVEL   AUMENTO      SITUACAO".
       R6A.
           IF W-EOF-AVL = "S"
               GO TO R6B.
           READ CADAVAL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-AVL
                 GO TO R6A
           END-READ.
           IF AVL-RANK-ANO NOT = W-ANO
               MOVE "S" TO W-EOF-AVL
               GO TO R6A.
           IF AVL-CODDEP NOT = W-DEP-ATUAL
               PERFORM TROCA-DEPTO THRU TROCA-DEPTO-FIM.
           IF AVL-SITUACAO NOT = "N"
               GO TO R6A.
           IF AVL-NOTA-FINAL < W-NOTA-MINIMA
               GO TO R6A.
           MOVE AVL-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               GO TO R6A.
           IF FUNCSTATUS NOT = "A"
               GO TO R6A.
           IF NIVELSALARIAL < 1 OR NIVELSALARIAL > 9
               GO TO R6A.
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-CARG NOT = "00"
               GO TO R6A.
           MOVE CODIGOCARG TO AVL-CODCARG
           MOVE NIVELSALARIAL TO AVL-NIVEL-ATUAL
           COMPUTE W-CUSTO ROUNDED = SALARIOBASE *
               (TBNIVEL (NIVELSALARIAL + 1) - TBNIVEL (NIVELSALARIAL))
           IF W-ORC-UTIL + W-CUSTO > W-ORC-VALOR
               MOVE "O" TO AVL-SITUACAO
               MOVE ZEROS TO AVL-NIVEL-PROPOSTO AVL-CUSTO
               ADD 1 TO W-QTD-FORA
           ELSE
               MOVE "P" TO AVL-SITUACAO
               COMPUTE AVL-NIVEL-PROPOSTO = NIVELSALARIAL + 1
               MOVE W-CUSTO TO AVL-CUSTO
               ADD W-CUSTO TO W-ORC-UTIL
               ADD 1 TO W-QTD-PROP.
           REWRITE REGAVAL
           PERFORM TXT-SITUACAO THRU TXT-SITUACAO-FIM
           DISPLAY AVL-CODDEP "  " AVL-CHAPA "  " NOME " "
               AVL-NOTA-FINAL "  " NIVELSALARIAL " > "
               AVL-NIVEL-PROPOSTO "  " W-CUSTO "  " TXTSITAVL2
           GO TO R6A.
       R6B.
           MOVE 999 TO AVL-CODDEP
           PERFORM TROCA-DEPTO THRU TROCA-DEPTO-FIM
           DISPLAY "PROMOCOES PROPOSTAS............: " W-QTD-PROP
           DISPLAY "ELEGIVEIS SEM ORCAMENTO........: " W-QTD-FORA
           GO TO R1.

      *---------[ APROVACAO DAS PROPOSTAS DO DEPARTAMENTO ]-------------
       R7-APROVA.
           PERFORM PEDE-ANO THRU PEDE-ANO-FIM
           IF W-ANO = ZEROS
               GO TO R1.
           DISPLAY "DEPARTAMENTO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-DATA-HOJE TO W-DATA-EFEITO
           MOVE 01 TO W-DIA-EFEITO
           IF W-MES-EFEITO = 12
               MOVE 01 TO W-MES-EFEITO
               ADD 1 TO W-ANO-EFEITO
           ELSE
               ADD 1 TO W-MES-EFEITO.
           DISPLAY "DATA DE EFEITO (AAAAMMDD, 0 = " W-DATA-EFEITO
               "): " WITH NO ADVANCING
           ACCEPT W-DATA-DIG
           IF W-DATA-DIG NOT = ZEROS
               MOVE W-DATA-DIG TO W-DATA-EFEITO.
           IF W-DATA-EFEITO < 19000101
               DISPLAY "*** DATA INVALIDA ***"
               GO TO R7-APROVA.
           MOVE ZEROS TO W-QTD-PROP W-QTD-APLIC
           MOVE "N" TO W-EOF-AVL
           MOVE W-ANO TO AVL-RANK-ANO
           MOVE W-CODDEP TO AVL-CODDEP
           MOVE ZEROS TO AVL-NOTA-INV AVL-RANK-CHAPA
           START CADAVAL KEY IS NOT LESS AVL-RANK
               INVALID KEY MOVE "S" TO W-EOF-AVL.
       R7A.
           IF W-EOF-AVL = "S"
               GO TO R7B.
           READ CADAVAL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-AVL
                 GO TO R7A
           END-READ.
           IF AVL-RANK-ANO NOT = W-ANO OR AVL-CODDEP NOT = W-CODDEP
               MOVE "S" TO W-EOF-AVL
               GO TO R7A.
           IF AVL-SITUACAO NOT = "P"
               GO TO R7A.
           MOVE AVL-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO NOME.
           DISPLAY AVL-CHAPA "  " NOME "  NOTA " AVL-NOTA-FINAL
               "  NIVEL " AVL-NIVEL-ATUAL " > " AVL-NIVEL-PROPOSTO
               "  AUMENTO " AVL-CUSTO.
       R7C.
           DISPLAY "APROVAR (S=SIM N=RECUSAR P=PULAR F=FIM): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "F" OR W-RESP = "f"
               GO TO R7B.
           IF W-RESP = "P" OR W-RESP = "p"
               GO TO R7A.
           IF W-RESP = "N" OR W-RESP = "n"
               MOVE "R" TO AVL-SITUACAO
               REWRITE REGAVAL
               PERFORM LIBERA-ORCAMENTO THRU LIBERA-ORCAMENTO-FIM
               GO TO R7A.
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R7C.
           MOVE "M" TO AVL-SITUACAO
           MOVE W-DATA-EFEITO TO AVL-DATA-EFEITO
           REWRITE REGAVAL
           ADD 1 TO W-QTD-PROP
           IF AVL-DATA-EFEITO NOT > W-DATA-HOJE
               PERFORM APLICA-PROMOCAO THRU APLICA-PROMOCAO-FIM
               IF W-APLICOU = "S"
                   ADD 1 TO W-QTD-APLIC
               END-IF
           END-IF.
           GO TO R7A.
       R7B.
           DISPLAY "PROMOCOES APROVADAS............: " W-QTD-PROP
           DISPLAY "EFETIVADAS EM ARQFUNC AGORA....: " W-QTD-APLIC
           GO TO R1.

      *---------[ EFETIVA APROVADAS COM DATA DE EFEITO ATE HOJE ]-------
       R8-EFETIVA.
           PERFORM PEDE-ANO THRU PEDE-ANO-FIM
           IF W-ANO = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-QTD-APLIC
           MOVE "N" TO W-EOF-AVL
           MOVE W-ANO TO AVL-ANO
           MOVE ZEROS TO AVL-CHAPA
           START CADAVAL KEY IS NOT LESS AVL-KEY
               INVALID KEY MOVE "S" TO W-EOF-AVL.
       R8A.
           IF W-EOF-AVL = "S"
               GO TO R8B.
           READ CADAVAL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-AVL
                 GO TO R8A
           END-READ.
           IF AVL-ANO NOT = W-ANO
               MOVE "S" TO W-EOF-AVL
               GO TO R8A.
           IF AVL-SITUACAO NOT = "M"
               GO TO R8A.
           IF AVL-DATA-EFEITO > W-DATA-HOJE
               GO TO R8A.
           PERFORM APLICA-PROMOCAO THRU APLICA-PROMOCAO-FIM
           IF W-APLICOU = "S"
               ADD 1 TO W-QTD-APLIC.
           GO TO R8A.
       R8B.
           DISPLAY "PROMOCOES EFETIVADAS...........: " W-QTD-APLIC
           GO TO R1.

       ROT-FIM.
           CLOSE CADCRITAV
           CLOSE CADAVAL
           CLOSE CADORCMER
           CLOSE ARQMOVFUNC
           CLOSE ARQFUNC
           CLOSE ARQCARG
           CLOSE ARQTRANSLOG
           IF ST-DEP NOT = "99"
               CLOSE ARQDEP.
       ROT-FIM3.
           STOP RUN.

      *---------[ ANO DO CICLO (0 = ANO CORRENTE) ]---------------------
       PEDE-ANO.
           DISPLAY "ANO DO CICLO (0 = " W-ANO-HOJE ", 9999 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-ANO
           IF W-ANO = 9999
               MOVE ZEROS TO W-ANO
               GO TO PEDE-ANO-FIM.
           IF W-ANO = ZEROS
               MOVE W-ANO-HOJE TO W-ANO.
       PEDE-ANO-FIM.
           EXIT.

      *---------[ TABELA DE CRITERIOS ATIVOS E SOMA DOS PESOS ]---------
       CARREGA-CRITERIOS.
           MOVE ZEROS TO W-SOMA-PESO
           MOVE 1 TO W-IND.
       CARREGA-CRITERIOS-1.
           IF W-IND > 10
               GO TO CARREGA-CRITERIOS-FIM.
           MOVE SPACES TO W-CRIT-DESCR (W-IND)
           MOVE ZEROS TO W-CRIT-PESO (W-IND)
           MOVE W-IND TO CRT-CODIGO
           READ CADCRITAV
           IF ST-CRT = "00" AND CRT-SITUACAO = "A"
               MOVE CRT-DESCRICAO TO W-CRIT-DESCR (W-IND)
               MOVE CRT-PESO TO W-CRIT-PESO (W-IND)
               ADD CRT-PESO TO W-SOMA-PESO.
           ADD 1 TO W-IND
           GO TO CARREGA-CRITERIOS-1.
       CARREGA-CRITERIOS-FIM.
           EXIT.

       ZERA-NOTAS.
           IF W-IND > 10
               GO TO ZERA-NOTAS-FIM.
           MOVE ZEROS TO AVL-NOTA (W-IND)
           ADD 1 TO W-IND
           GO TO ZERA-NOTAS.
       ZERA-NOTAS-FIM.
           EXIT.

      *---------[ FOLHA BASE MENSAL DAS CHAPAS ATIVAS DO DEPTO ]--------
       FOLHA-DEPTO.
           MOVE ZEROS TO W-FOLHA-DEP
           MOVE "N" TO W-EOF-FUNC
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY MOVE "S" TO W-EOF-FUNC.
       FOLHA-DEPTO-1.
           IF W-EOF-FUNC = "S"
               GO TO FOLHA-DEPTO-FIM.
           READ ARQFUNC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-FUNC
                 GO TO FOLHA-DEPTO-1
           END-READ.
           IF CODDEP NOT = W-CODDEP OR FUNCSTATUS NOT = "A"
               GO TO FOLHA-DEPTO-1.
           IF NIVELSALARIAL < 1 OR NIVELSALARIAL > 10
               GO TO FOLHA-DEPTO-1.
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-CARG = "00"
               COMPUTE W-FOLHA-DEP ROUNDED = W-FOLHA-DEP +
                   SALARIOBASE * TBNIVEL (NIVELSALARIAL).
           GO TO FOLHA-DEPTO-1.
       FOLHA-DEPTO-FIM.
           EXIT.

      *---------[ UTILIZADO = SOMA DAS APROVADAS; P/O VOLTAM A N ]------
       REFAZ-UTILIZADO.
           MOVE "N" TO W-EOF-ORC
           MOVE W-ANO TO ORC-ANO
           MOVE ZEROS TO ORC-CODDEP
           START CADORCMER KEY IS NOT LESS ORC-KEY
               INVALID KEY MOVE "S" TO W-EOF-ORC.
       REFAZ-UTILIZADO-1.
           IF W-EOF-ORC = "S"
               GO TO REFAZ-UTILIZADO-2.
           READ CADORCMER NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-ORC
                 GO TO REFAZ-UTILIZADO-1
           END-READ.
           IF ORC-ANO NOT = W-ANO
               MOVE "S" TO W-EOF-ORC
               GO TO REFAZ-UTILIZADO-1.
           MOVE ZEROS TO ORC-UTILIZADO
           REWRITE REGORCMER
           GO TO REFAZ-UTILIZADO-1.
       REFAZ-UTILIZADO-2.
           MOVE "N" TO W-EOF-AVL
           MOVE W-ANO TO AVL-ANO
           MOVE ZEROS TO AVL-CHAPA
           START CADAVAL KEY IS NOT LESS AVL-KEY
               INVALID KEY MOVE "S" TO W-EOF-AVL.
       REFAZ-UTILIZADO-3.
           IF W-EOF-AVL = "S"
               GO TO REFAZ-UTILIZADO-FIM.
           READ CADAVAL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-AVL
                 GO TO REFAZ-UTILIZADO-3
           END-READ.
           IF AVL-ANO NOT = W-ANO
               MOVE "S" TO W-EOF-AVL
               GO TO REFAZ-UTILIZADO-3.
           IF AVL-SITUACAO = "P" OR AVL-SITUACAO = "O"
               MOVE "N" TO AVL-SITUACAO
               MOVE ZEROS TO AVL-NIVEL-PROPOSTO AVL-CUSTO
               REWRITE REGAVAL
               GO TO REFAZ-UTILIZADO-3.
           IF AVL-SITUACAO = "M" OR AVL-SITUACAO = "E"
               MOVE W-ANO TO ORC-ANO
               MOVE AVL-CODDEP TO ORC-CODDEP
               READ CADORCMER
               IF ST-ORC = "00"
                   ADD AVL-CUSTO TO ORC-UTILIZADO
                   REWRITE REGORCMER
               END-IF
           END-IF.
           GO TO REFAZ-UTILIZADO-3.
       REFAZ-UTILIZADO-FIM.
           EXIT.

      *---------[ FECHA O DEPTO ANTERIOR E CARREGA O NOVO ]-------------
       TROCA-DEPTO.
           IF W-DEP-ATUAL NOT = 999 AND W-TEM-ORC = "S"
               MOVE W-ANO TO ORC-ANO
               MOVE W-DEP-ATUAL TO ORC-CODDEP
               READ CADORCMER
               IF ST-ORC = "00"
                   MOVE W-ORC-UTIL TO ORC-UTILIZADO
                   REWRITE REGORCMER
               END-IF
           END-IF.
           IF W-DEP-ATUAL NOT = 999
               COMPUTE W-ORC-SALDO = W-ORC-VALOR - W-ORC-UTIL
               DISPLAY "     DEP " W-DEP-ATUAL "  ORCAMENTO "
                   W-ORC-VALOR "  UTILIZADO " W-ORC-UTIL
                   "  SALDO " W-ORC-SALDO.
           MOVE AVL-CODDEP TO W-DEP-ATUAL
           IF W-DEP-ATUAL = 999
               GO TO TROCA-DEPTO-FIM.
           MOVE W-ANO TO ORC-ANO
           MOVE W-DEP-ATUAL TO ORC-CODDEP
           READ CADORCMER
           IF ST-ORC = "00"
               MOVE "S" TO W-TEM-ORC
               MOVE ORC-VALOR TO W-ORC-VALOR
               MOVE ORC-UTILIZADO TO W-ORC-UTIL
           ELSE
               MOVE "N" TO W-TEM-ORC
               MOVE ZEROS TO W-ORC-VALOR W-ORC-UTIL
               DISPLAY "     DEP " W-DEP-ATUAL
                   "  *** SEM ORCAMENTO DE MERITO NO CICLO ***".
       TROCA-DEPTO-FIM.
           EXIT.

      *---------[ PROPOSTA RECUSADA DEVOLVE O CUSTO AO ORCAMENTO ]------
       LIBERA-ORCAMENTO.
           MOVE W-ANO TO ORC-ANO
           MOVE AVL-CODDEP TO ORC-CODDEP
           READ CADORCMER
           IF ST-ORC NOT = "00"
               GO TO LIBERA-ORCAMENTO-FIM.
           IF ORC-UTILIZADO > AVL-CUSTO
               SUBTRACT AVL-CUSTO FROM ORC-UTILIZADO
           ELSE
               MOVE ZEROS TO ORC-UTILIZADO.
           REWRITE REGORCMER.
       LIBERA-ORCAMENTO-FIM.
           EXIT.

      *---------[ NOVO NIVELSALARIAL EM ARQFUNC + ARQMOVFUNC PM ]-------
       APLICA-PROMOCAO.
           MOVE "N" TO W-APLICOU
           MOVE AVL-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               GO TO APLICA-PROMOCAO-FIM.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** CHAPA " AVL-CHAPA " NAO ESTA ATIVA -"
                   " PROMOCAO NAO EFETIVADA ***"
               GO TO APLICA-PROMOCAO-FIM.
           IF NIVELSALARIAL NOT < AVL-NIVEL-PROPOSTO
               DISPLAY "*** CHAPA " AVL-CHAPA " JA ESTA NO NIVEL "
                   NIVELSALARIAL " - PROMOCAO RECUSADA ***"
               MOVE "R" TO AVL-SITUACAO
               REWRITE REGAVAL
               GO TO APLICA-PROMOCAO-FIM.
           MOVE REGFUNC TO W-REGFUNC-ANTIGO
           MOVE NIVELSALARIAL TO W-NIVEL-ANT
           MOVE AVL-NIVEL-PROPOSTO TO NIVELSALARIAL
           REWRITE REGFUNC
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE ARQFUNC ST=" ST-ERRO
               GO TO APLICA-PROMOCAO-FIM.
           MOVE "ARQFUNC" TO TL-ARQUIVO
           MOVE CHAPA TO TL-CHAVE
           MOVE "A" TO TL-OPERACAO
           MOVE W-REGFUNC-ANTIGO TO TL-ANTES
           MOVE REGFUNC TO TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE W-OPERADOR-LOG TO TL-OPERADOR
           WRITE REGTRANSLOG
           PERFORM GRAVA-MOVFUNC THRU GRAVA-MOVFUNC-FIM
           MOVE "E" TO AVL-SITUACAO
           REWRITE REGAVAL
           MOVE "S" TO W-APLICOU
           DISPLAY "*** CHAPA " AVL-CHAPA " PROMOVIDA AO NIVEL "
               NIVELSALARIAL " EM " AVL-DATA-EFEITO " ***".
       APLICA-PROMOCAO-FIM.
           EXIT.

      *---------[ HISTORICO DA PROMOCAO (MESMO FORMATO DE FPP014) ]-----
       GRAVA-MOVFUNC.
           MOVE ZEROS TO W-MOVF-SEQ
           MOVE "N" TO W-EOF-MOVF
           MOVE CHAPA TO MOVF-CHAPA
           MOVE ZEROS TO MOVF-SEQ
           START ARQMOVFUNC KEY IS NOT LESS MOVF-KEY
               INVALID KEY MOVE "S" TO W-EOF-MOVF.
       GRAVA-MOVFUNC-1.
           IF W-EOF-MOVF = "S"
               GO TO GRAVA-MOVFUNC-2.
           READ ARQMOVFUNC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-MOVF
                 GO TO GRAVA-MOVFUNC-1
           END-READ.
           IF MOVF-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF-MOVF
               GO TO GRAVA-MOVFUNC-1.
           MOVE MOVF-SEQ TO W-MOVF-SEQ
           GO TO GRAVA-MOVFUNC-1.
       GRAVA-MOVFUNC-2.
           MOVE CHAPA TO MOVF-CHAPA
           COMPUTE MOVF-SEQ = W-MOVF-SEQ + 1
           MOVE CODDEP TO MOVF-CODDEP-ANT MOVF-CODDEP-NOVO
           MOVE CODIGOCARG TO MOVF-CARG-ANT MOVF-CARG-NOVO
           MOVE W-NIVEL-ANT TO MOVF-NIVEL-ANT
           MOVE NIVELSALARIAL TO MOVF-NIVEL-NOVO
           MOVE AVL-DATA-EFEITO TO MOVF-DATA
           MOVE "PM" TO MOVF-MOTIVO
           WRITE REGMOVFUNC.
       GRAVA-MOVFUNC-FIM.
           EXIT.

       TXT-SITUACAO.
           MOVE 1 TO AUX.
       TXT-SITUACAO-1.
           MOVE TBSITAVL (AUX) TO TXTSITAVL
           IF TXTSITAVL1 NOT = AVL-SITUACAO
               ADD 1 TO AUX
               IF AUX < 8
                   GO TO TXT-SITUACAO-1
               ELSE
                   MOVE SPACES TO TXTSITAVL2.
       TXT-SITUACAO-FIM.
           EXIT.

       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
