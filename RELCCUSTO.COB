       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCCUSTO.
      ***********************************************
      *  DEMONSTRATIVO MENSAL DE CUSTO POR CENTRO DE  *
      *  CUSTO (DEPARTAMENTO DE ARQDEP) - PARA A      *
      *  COMPETENCIA INFORMADA JUNTA, LADO A LADO:    *
      *    FOLHA       - BRUTO DE ARQRESFOL POR       *
      *                  RES-CODDEP                   *
      *    FROTA       - RATEIO DE RATEIOVEIC EM      *
      *                  CADRATEIOV                   *
      *    DEPRECIACAO - COTA DE DEPRECIA GRAVADA EM  *
      *                  CADDEPRHIST (PAT-CODDEP)     *
      *    EPI         - ENTREGAS DE ENTREGAEPI EM    *
      *                  CADEPI (QUANTIDADE X PRECO   *
      *                  DE CADPROD), NO DEPARTAMENTO *
      *                  DO FUNCIONARIO EM ARQFUNC    *
      *    CONSUMO     - REQUISICOES ENTREGUES PELO   *
      *                  ALMOXARIFADO (REQALMOX) A    *
      *                  CUSTO MEDIO, EM CADREQALM    *
      *    CONTRATOS   - TITULOS DOS CONTRATOS DE     *
      *                  SERVICO (GERACONTR) EM       *
      *                  CADCONTRTIT, PELO MES DO     *
      *                  SERVICO                      *
      *    FUNDO FIXO  - DESPESAS DO FUNDO FIXO DE    *
      *                  CAIXA (FUNDOFIXO) EM         *
      *                  CADDESPCX, PELA DATA         *
      *  COM AS COLUNAS DO MES, DO MES ANTERIOR E     *
      *  ACUMULADO NO ANO, DO PROPRIO DEPARTAMENTO E  *
      *  CONSOLIDADO PELA CADEIA DE CODDEPPAI (COMO   *
      *  EM RELHIER). UM DEMONSTRATIVO POR            *
      *  DEPARTAMENTO NO SPOOL RELCCUSTO.SPL          *
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

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FUNC.

           SELECT ARQRESFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-KEY
                    FILE STATUS  IS ST-RES.

           SELECT CADRATEIOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RTV-KEY
                    FILE STATUS  IS ST-RTV.

           SELECT CADDEPRHIST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DPH-KEY
                    FILE STATUS  IS ST-DPH.

           SELECT CADEPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EPI-KEY
                    FILE STATUS  IS ST-EPI.

           SELECT CADREQALM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RQA-KEY
                    FILE STATUS  IS ST-RQA.

           SELECT CADCONTRTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTT-KEY
                    FILE STATUS  IS ST-CTT.

           SELECT CADDESPCX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DCX-KEY
                    FILE STATUS  IS ST-DCX.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
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

       FD ARQRESFOL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRESFOL.DAT".
       01 REGRESFOL.
           03 RES-KEY.
            05 RES-COMPET        PIC 9(06).
            05 RES-CHAPA         PIC 9(06).
            05 RES-TIPO          PIC X(02).
           03 RES-CODDEP        PIC 9(03).
           03 RES-CODIGOCARG    PIC 9(03).
           03 RES-BRUTO         PIC 9(07)V99.
           03 RES-INSS          PIC 9(07)V99.
           03 RES-IRRF          PIC 9(07)V99.
           03 RES-SALFAM-QTD    PIC 9(02).
           03 RES-SALFAM-VAL    PIC 9(05)V99.
           03 RES-HORAEXTRA     PIC 9(07)V99.
           03 RES-DESCFALTA     PIC 9(07)V99.
           03 RES-EMPRESTIMO    PIC 9(07)V99.
           03 RES-VALETRANSP    PIC 9(07)V99.
           03 RES-PLANOSAUDE    PIC 9(07)V99.
           03 RES-FGTS          PIC 9(07)V99.
           03 RES-LIQUIDO       PIC 9(07)V99.
           03 RES-PENSAO        PIC 9(07)V99.
           03 RES-MULTA         PIC 9(07)V99.

       FD CADRATEIOV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRATEIOV.DAT".
       01 REGRATEIOV.
           03 RTV-KEY.
              05 RTV-CODDEP     PIC 9(03).
              05 RTV-COMPET     PIC 9(06).
           03 RTV-VALOR         PIC 9(11)V99.

       FD CADDEPRHIST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPRHIST.DAT".
       01 REGDEPRHIST.
           03 DPH-KEY.
              05 DPH-COMPET     PIC 9(06).
              05 DPH-CODIGO     PIC 9(06).
           03 DPH-CODDEP        PIC 9(03).
           03 DPH-VALOR         PIC 9(07)V99.

       FD CADEPI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEPI.DAT".
       01 REGEPI.
           03 EPI-KEY.
              05 EPI-CHAPA         PIC 9(06).
              05 EPI-CODGPRODUTO   PIC 9(06).
              05 EPI-DATA          PIC 9(08).
           03 EPI-QUANTIDADE       PIC 9(03).
           03 EPI-VALID-MESES      PIC 9(03).
           03 EPI-DATA-VENCTO      PIC 9(08).

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

       FD CADCONTRTIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTRTIT.DAT".
       01 REGCONTRTIT.
           03 CTT-KEY.
              05 CTT-CONTRATO   PIC 9(06).
              05 CTT-COMPET     PIC 9(06).
           03 CTT-TITULO        PIC 9(06).
           03 CTT-CNPJ          PIC 9(15).
           03 CTT-CODDEP        PIC 9(03).
           03 CTT-VALOR         PIC 9(09)V99.
           03 CTT-RET-IRRF      PIC 9(09)V99.
           03 CTT-RET-INSS      PIC 9(09)V99.
           03 CTT-DATA-VENCTO   PIC 9(08).
           03 CTT-DATA          PIC 9(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELCCUSTO.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-RTV         PIC X(02) VALUE "00".
       01 ST-DPH         PIC X(02) VALUE "00".
       01 ST-EPI         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-RQA         PIC X(02) VALUE "00".
       01 ST-CTT         PIC X(02) VALUE "00".
       01 ST-DCX         PIC X(02) VALUE "00".
       01 W-EOF          PIC X(01) VALUE "N".
      *  COMPETENCIA, MES ANTERIOR E INICIO DO ANO              *
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-CMP-ANO      PIC 9(04).
           03 W-CMP-MES      PIC 9(02).
       01 W-COMPET-ANT   PIC 9(06) VALUE ZEROS.
       01 W-ANO-INI      PIC 9(06) VALUE ZEROS.
       01 W-INICIO       PIC 9(06) VALUE ZEROS.
      *  LANCAMENTO A ACUMULAR                                  *
       01 W-C-COMPET     PIC 9(06) VALUE ZEROS.
       01 W-C-DEP        PIC 9(03) VALUE ZEROS.
       01 W-C-LINHA      PIC 9(01) VALUE ZEROS.
       01 W-C-VALOR      PIC 9(11)V99 VALUE ZEROS.
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-SUBIDA       PIC 9(03) VALUE ZEROS.
       01 W-NIVEIS       PIC 9(02) VALUE ZEROS.
       01 W-L            PIC 9(01) VALUE ZEROS.
       01 W-P            PIC 9(01) VALUE ZEROS.
       01 W-QTD-DEP      PIC 9(03) VALUE ZEROS.

      *---------[ ARVORE DE DEPARTAMENTOS EM MEMORIA ]-----------------
       01 TABARVORE.
          03 TBDEP OCCURS 999 TIMES.
             05 TBDEP-EXISTE      PIC X(01).
             05 TBDEP-DENOM       PIC X(25).
             05 TBDEP-NIVEL       PIC 9(02).
             05 TBDEP-PAI         PIC 9(03).

      *  LINHA 1=FOLHA 2=FROTA 3=DEPRECIACAO 4=EPI 5=CONSUMO    *
      *        6=CONTRATOS 7=FUNDO FIXO                         *
      *  PERIODO 1=MES 2=MES ANTERIOR 3=ACUMULADO NO ANO        *
       01 TABCUSTO.
          03 TBC-DEP OCCURS 999 TIMES.
             05 TBC-LINHA OCCURS 7 TIMES.
                07 TBC-PROPRIO    PIC 9(11)V99 OCCURS 3 TIMES.
                07 TBC-CONS       PIC 9(12)V99 OCCURS 3 TIMES.

       01 TABTOTAL.
          03 TBT-VALOR       PIC 9(12)V99 OCCURS 6 TIMES.

       01 TABDESCR.
          03 FILLER          PIC X(18) VALUE "FOLHA (BRUTO)".
          03 FILLER          PIC X(18) VALUE "FROTA (RATEIO)".
          03 FILLER          PIC X(18) VALUE "DEPRECIACAO".
          03 FILLER          PIC X(18) VALUE "EPI ENTREGUE".
          03 FILLER          PIC X(18) VALUE "CONSUMO ALMOX".
          03 FILLER          PIC X(18) VALUE "CONTRATOS SERVICO".
          03 FILLER          PIC X(18) VALUE "FUNDO FIXO CAIXA".
       01 TABDESCR-R REDEFINES TABDESCR.
          03 TBD-DESCR       PIC X(18) OCCURS 7 TIMES.

       01 W-DET.
          03 W-DET-DESCR     PIC X(18).
          03 W-DET-COL OCCURS 6 TIMES.
             05 FILLER       PIC X(02).
             05 W-DET-VALOR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           DISPLAY "*** DEMONSTRATIVO DE CUSTO POR DEPARTAMENTO ***"
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R0.
           IF W-CMP-MES < 1 OR W-CMP-MES > 12
               DISPLAY "*** MES INVALIDO ***"
               GO TO R0.

           IF W-CMP-MES = 1
               COMPUTE W-COMPET-ANT = (W-CMP-ANO - 1) * 100 + 12
           ELSE
               COMPUTE W-COMPET-ANT = W-COMPET - 1.
           COMPUTE W-ANO-INI = W-CMP-ANO * 100 + 1
           IF W-COMPET-ANT < W-ANO-INI
               MOVE W-COMPET-ANT TO W-INICIO
           ELSE
               MOVE W-ANO-INI TO W-INICIO.

           MOVE SPACES TO TABARVORE
           MOVE ZEROS TO TABCUSTO

           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               GO TO ROT-FIM3.

      *---------[ CARREGA A ARVORE ]------------------------------------
       R1.
           READ ARQDEP NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF CODIGO >= 1 AND CODIGO <= 999
               MOVE "S" TO TBDEP-EXISTE (CODIGO)
               MOVE DENOMINACAO TO TBDEP-DENOM (CODIGO)
               MOVE TPHIERARC TO TBDEP-NIVEL (CODIGO)
               MOVE CODDEPPAI TO TBDEP-PAI (CODIGO).
           GO TO R1.

      *---------[ FOLHA: BRUTO DE ARQRESFOL ]---------------------------
       R2.
           CLOSE ARQDEP
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           MOVE 1 TO W-C-LINHA
           OPEN INPUT ARQRESFOL
           IF ST-RES NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** ARQRESFOL AUSENTE - FOLHA ZERADA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R3.
           MOVE "N" TO W-EOF
           MOVE W-INICIO TO RES-COMPET
           MOVE ZEROS TO RES-CHAPA
           MOVE SPACES TO RES-TIPO
           START ARQRESFOL KEY IS NOT LESS RES-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       R2A.
           IF W-EOF = "S"
               CLOSE ARQRESFOL
               GO TO R3.
           READ ARQRESFOL NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO R2A
           END-READ.
           IF RES-COMPET > W-COMPET
               MOVE "S" TO W-EOF
               GO TO R2A.
      *    ADIANTAMENTO (AD) JA ESTA DENTRO DO BRUTO DA FOLHA (FO)
           IF RES-TIPO = "AD"
               GO TO R2A.
           MOVE RES-COMPET TO W-C-COMPET
           MOVE RES-CODDEP TO W-C-DEP
           MOVE RES-BRUTO TO W-C-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R2A.

      *---------[ FROTA: RATEIO EM CADRATEIOV ]-------------------------
       R3.
           MOVE 2 TO W-C-LINHA
           OPEN INPUT CADRATEIOV
           IF ST-RTV NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** CADRATEIOV AUSENTE - FROTA ZERADA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R4.
       R3A.
           READ CADRATEIOV NEXT RECORD
               AT END
                 CLOSE CADRATEIOV
                 GO TO R4
           END-READ.
           MOVE RTV-COMPET TO W-C-COMPET
           MOVE RTV-CODDEP TO W-C-DEP
           MOVE RTV-VALOR TO W-C-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R3A.

      *---------[ DEPRECIACAO: HISTORICO DE DEPRECIA ]------------------
       R4.
           MOVE 3 TO W-C-LINHA
           OPEN INPUT CADDEPRHIST
           IF ST-DPH NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** CADDEPRHIST AUSENTE - DEPRECIACAO ZERADA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R5.
           MOVE "N" TO W-EOF
           MOVE W-INICIO TO DPH-COMPET
           MOVE ZEROS TO DPH-CODIGO
           START CADDEPRHIST KEY IS NOT LESS DPH-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       R4A.
           IF W-EOF = "S"
               CLOSE CADDEPRHIST
               GO TO R5.
           READ CADDEPRHIST NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO R4A
           END-READ.
           IF DPH-COMPET > W-COMPET
               MOVE "S" TO W-EOF
               GO TO R4A.
           MOVE DPH-COMPET TO W-C-COMPET
           MOVE DPH-CODDEP TO W-C-DEP
           MOVE DPH-VALOR TO W-C-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R4A.

      *---------[ EPI: ENTREGAS DE CADEPI A PRECO DE CADPROD ]----------
       R5.
           MOVE 4 TO W-C-LINHA
           OPEN INPUT CADEPI
           IF ST-EPI NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** CADEPI AUSENTE - EPI ZERADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R5B.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE "99" TO ST-FUNC.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               MOVE "99" TO ST-ERRO.
           IF ST-FUNC = "99" OR ST-ERRO = "99"
               MOVE SPACES TO W-LINHA
               STRING "*** ARQFUNC/CADPROD AUSENTE - EPI ZERADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R5-FIM.
       R5A.
           READ CADEPI NEXT RECORD
               AT END
                 GO TO R5-FIM
           END-READ.
           MOVE EPI-DATA (1:6) TO W-C-COMPET
           IF W-C-COMPET < W-INICIO OR W-C-COMPET > W-COMPET
               GO TO R5A.
           MOVE EPI-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               GO TO R5A.
           MOVE EPI-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               GO TO R5A.
           MOVE CODDEP TO W-C-DEP
           COMPUTE W-C-VALOR = EPI-QUANTIDADE * PRECO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R5A.
       R5-FIM.
           CLOSE CADEPI
           IF ST-FUNC NOT = "99"
               CLOSE ARQFUNC.
           IF ST-ERRO NOT = "99"
               CLOSE CADPROD.

      *---------[ CONSUMO: REQUISICOES ENTREGUES EM CADREQALM ]---------
       R5B.
           MOVE 5 TO W-C-LINHA
           OPEN INPUT CADREQALM
           IF ST-RQA NOT = "00"
               GO TO R5C.
       R5B1.
           READ CADREQALM NEXT RECORD
               AT END
                 GO TO R5B-FIM
           END-READ.
           IF RQA-SITUACAO NOT = "E"
               GO TO R5B1.
           MOVE RQA-DATA-ENTREGA (1:6) TO W-C-COMPET
           IF W-C-COMPET < W-INICIO OR W-C-COMPET > W-COMPET
               GO TO R5B1.
           MOVE RQA-CODDEP TO W-C-DEP
           MOVE RQA-VALOR TO W-C-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R5B1.
       R5B-FIM.
           CLOSE CADREQALM.

      *---------[ CONTRATOS: TITULOS DE GERACONTR EM CADCONTRTIT ]------
       R5C.
           MOVE 6 TO W-C-LINHA
           OPEN INPUT CADCONTRTIT
           IF ST-CTT NOT = "00"
               GO TO R5D.
       R5C1.
           READ CADCONTRTIT NEXT RECORD
               AT END
                 GO TO R5C-FIM
           END-READ.
           IF CTT-COMPET < W-INICIO OR CTT-COMPET > W-COMPET
               GO TO R5C1.
           MOVE CTT-COMPET TO W-C-COMPET
           MOVE CTT-CODDEP TO W-C-DEP
           MOVE CTT-VALOR TO W-C-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R5C1.
       R5C-FIM.
           CLOSE CADCONTRTIT.

      *---------[ FUNDO FIXO: DESPESAS DE FUNDOFIXO EM CADDESPCX ]------
       R5D.
           MOVE 7 TO W-C-LINHA
           OPEN INPUT CADDESPCX
           IF ST-DCX NOT = "00"
               GO TO R6.
       R5D1.
           READ CADDESPCX NEXT RECORD
               AT END
                 GO TO R5D-FIM
           END-READ.
           MOVE DCX-DATA (1:6) TO W-C-COMPET
           IF W-C-COMPET < W-INICIO OR W-C-COMPET > W-COMPET
               GO TO R5D1.
           MOVE DCX-CODDEP TO W-C-DEP
           MOVE DCX-VALOR TO W-C-VALOR
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO R5D1.
       R5D-FIM.
           CLOSE CADDESPCX.

      *---------[ ROLA CADA DEPARTAMENTO PELA CADEIA DE PAIS ]----------
       R6.
           MOVE 1 TO W-IND.
       R6A.
           IF W-IND > 999
               GO TO R7.
           IF TBDEP-EXISTE (W-IND) NOT = "S"
               ADD 1 TO W-IND
               GO TO R6A.
           MOVE W-IND TO W-SUBIDA
           MOVE ZEROS TO W-NIVEIS.
       R6B.
           IF W-SUBIDA = ZEROS OR W-NIVEIS > 20
               ADD 1 TO W-IND
               GO TO R6A.
           IF TBDEP-EXISTE (W-SUBIDA) NOT = "S"
               ADD 1 TO W-IND
               GO TO R6A.
           PERFORM SOMA-CONS THRU SOMA-CONS-FIM
           ADD 1 TO W-NIVEIS
           MOVE TBDEP-PAI (W-SUBIDA) TO W-SUBIDA
           GO TO R6B.

      *---------[ UM DEMONSTRATIVO POR DEPARTAMENTO ]-------------------
       R7.
           MOVE 1 TO W-IND.
       R7A.
           IF W-IND > 999
               GO TO R8.
           IF TBDEP-EXISTE (W-IND) NOT = "S"
               ADD 1 TO W-IND
               GO TO R7A.
           PERFORM IMPRIME-DEP THRU IMPRIME-DEP-FIM
           ADD 1 TO W-QTD-DEP
           ADD 1 TO W-IND
           GO TO R7A.

       R8.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "DEPARTAMENTOS DEMONSTRADOS.....: " W-QTD-DEP
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           STOP RUN.

      *---------[ SOMA UM VALOR NAS COLUNAS DO PERIODO ]----------------
       ACUMULA.
           IF W-C-DEP < 1 OR W-C-DEP > 999
               GO TO ACUMULA-FIM.
           IF W-C-COMPET = W-COMPET
               ADD W-C-VALOR TO TBC-PROPRIO (W-C-DEP W-C-LINHA 1).
           IF W-C-COMPET = W-COMPET-ANT
               ADD W-C-VALOR TO TBC-PROPRIO (W-C-DEP W-C-LINHA 2).
           IF W-C-COMPET NOT < W-ANO-INI AND W-C-COMPET NOT > W-COMPET
               ADD W-C-VALOR TO TBC-PROPRIO (W-C-DEP W-C-LINHA 3).
       ACUMULA-FIM.
           EXIT.

      *---------[ PROPRIO DE W-IND NO CONSOLIDADO DE W-SUBIDA ]---------
       SOMA-CONS.
           MOVE 1 TO W-L.
       SOMA-CONS-1.
           IF W-L > 7
               GO TO SOMA-CONS-FIM.
           MOVE 1 TO W-P.
       SOMA-CONS-2.
           IF W-P > 3
               ADD 1 TO W-L
               GO TO SOMA-CONS-1.
           ADD TBC-PROPRIO (W-IND W-L W-P)
               TO TBC-CONS (W-SUBIDA W-L W-P)
           ADD 1 TO W-P
           GO TO SOMA-CONS-2.
       SOMA-CONS-FIM.
           EXIT.

      *---------[ DEMONSTRATIVO DO DEPARTAMENTO W-IND ]-----------------
       IMPRIME-DEP.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "DEPARTAMENTO " W-IND " - " TBDEP-DENOM (W-IND)
               "  NIVEL " TBDEP-NIVEL (W-IND)
               "  SUPERIOR " TBDEP-PAI (W-IND)
               "  COMPETENCIA " W-COMPET
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "                  "
               "  ----------------------- PRO"
               "PRIO -----------------------"
               "  --------------------- CONSO"
               "LIDADO ---------------------"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "                  "
               "                MES       MES ANTERIOR"
               "      ACUMULADO ANO"
               "                MES       MES ANTERIOR"
               "      ACUMULADO ANO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO TABTOTAL
           MOVE 1 TO W-L.
       IMPRIME-DEP-1.
           IF W-L > 7
               GO TO IMPRIME-DEP-2.
           MOVE SPACES TO W-DET
           MOVE TBD-DESCR (W-L) TO W-DET-DESCR
           MOVE 1 TO W-P.
       IMPRIME-DEP-1A.
           IF W-P > 3
               MOVE W-DET TO W-LINHA
               PERFORM GRAVA-SPOOL
               ADD 1 TO W-L
               GO TO IMPRIME-DEP-1.
           MOVE TBC-PROPRIO (W-IND W-L W-P) TO W-DET-VALOR (W-P)
           MOVE TBC-CONS (W-IND W-L W-P) TO W-DET-VALOR (W-P + 3)
           ADD TBC-PROPRIO (W-IND W-L W-P) TO TBT-VALOR (W-P)
           ADD TBC-CONS (W-IND W-L W-P) TO TBT-VALOR (W-P + 3)
           ADD 1 TO W-P
           GO TO IMPRIME-DEP-1A.
       IMPRIME-DEP-2.
           MOVE SPACES TO W-DET
           MOVE "TOTAL" TO W-DET-DESCR
           MOVE 1 TO W-P.
       IMPRIME-DEP-2A.
           IF W-P > 6
               MOVE W-DET TO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO IMPRIME-DEP-FIM.
           MOVE TBT-VALOR (W-P) TO W-DET-VALOR (W-P)
           ADD 1 TO W-P
           GO TO IMPRIME-DEP-2A.
       IMPRIME-DEP-FIM.
           EXIT.

       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELCCUSTO   EMISSAO: "
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
           MOVE "RELCCUSTO" TO SPD-PROGRAMA
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
