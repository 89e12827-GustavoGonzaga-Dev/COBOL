       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAREG.
      ***********************************************
      *  FICHA DE REGISTRO DE EMPREGADO PARA A        *
      *  FISCALIZACAO DO TRABALHO - REUNE POR CHAPA OS*
      *  DADOS PESSOAIS DE ARQFUNC COM O ENDERECO DO  *
      *  CEPFUNC (CADCEP), OS DEPENDENTES (ARQDEPE),  *
      *  A ADMISSAO E AS MOVIMENTACOES DE ARQMOVFUNC, *
      *  AS ALTERACOES SALARIAIS DOS CARGOS OCUPADOS  *
      *  (ARQCARGHIST, INCLUSIVE DISSIDIO) E AS       *
      *  DIFERENCAS DE CADDISSIDIO, AS FERIAS DE      *
      *  ARQFERIAS, OS AFASTAMENTOS DE CADAFAST E, SE *
      *  DESLIGADO, A RESCISAO DE ARQRESCIS. EMITE UMA*
      *  CHAPA OU TODAS AS DE UM DEPARTAMENTO, NO     *
      *  SPOOL (FICHAREG.SPL). CHAPA/DEPTO SEM FICHA  *
      *  DA RC 4; ERRO NO ARQFUNC DA RC 8             *
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

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    FILE STATUS  IS ST-CEP.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    FILE STATUS  IS ST-CARG.

           SELECT ARQDEPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPEN-KEY
                    FILE STATUS  IS ST-DPE.

           SELECT ARQMOVFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVF-KEY
                    FILE STATUS  IS ST-MOVF.

           SELECT ARQCARGHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-HIST.

           SELECT CADDISSIDIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIS-KEY
                    FILE STATUS  IS ST-DIS.

           SELECT ARQFERIAS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FERIAS-KEY
                    FILE STATUS  IS ST-FER.

           SELECT CADAFAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AFA-KEY
                    FILE STATUS  IS ST-AFA.

           SELECT ARQRESCIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAPA
                    FILE STATUS  IS ST-RSC.
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

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP             PIC 9(08).
           03 ENDERECO        PIC X(40).
           03 BAIRRO          PIC X(20).
           03 CIDADE          PIC X(20).
           03 UF              PIC X(02).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).

       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 TPGRAU             PIC 9(01).
           03 DEPEN-KEY.
            05 DEPEN-SEQ          PIC 9(01).
            05 DEPEN-CHAPA        PIC 9(06).
           03 DEPEN-NOME         PIC X(30).
           03 DEPEN-DATANASC           PIC 9(08).
           03 DTNASCIMENTO REDEFINES DEPEN-DATANASC.
            05 DEPEN-DIA                 PIC 9(02).
            05 DEPEN-MES                 PIC 9(02).
            05 DEPEN-ANO                 PIC 9(04).
           03 DEPEN-SEXO        PIC X(01).
           03 DEPEN-INSS        PIC X(01).
           03 DEPEN-IMPRENDA    PIC X(01).
           03 DEPEN-STATUS      PIC X(20).

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

       FD ARQCARGHIST
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARGHIST.DAT".
       01 REGCARGHIST.
          03 HIST-COD            PIC 9(03).
          03 HIST-SALARIO-ANTIGO PIC 9(06)V99.
          03 HIST-SALARIO-NOVO   PIC 9(06)V99.
          03 HIST-DATA-HORA      PIC X(21).

       FD CADDISSIDIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDISSIDIO.DAT".
       01 REGDISSIDIO.
           03 DIS-KEY.
              05 DIS-COMPET     PIC 9(06).
              05 DIS-CHAPA      PIC 9(06).
           03 DIS-VALOR         PIC 9(07)V99.

       FD ARQFERIAS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFERIAS.DAT".
       01 REGFER.
           03 FERIAS-KEY.
            05 FERIAS-CHAPA       PIC 9(06).
            05 FERIAS-SEQ         PIC 9(02).
           03 DATAINICIO         PIC 9(08).
           03 DTINICIO REDEFINES DATAINICIO.
            05 DIA-INI               PIC 9(02).
            05 MES-INI               PIC 9(02).
            05 ANO-INI               PIC 9(04).
           03 DATAFIM            PIC 9(08).
           03 DTFIM REDEFINES DATAFIM.
            05 DIA-FIM                PIC 9(02).
            05 MES-FIM                PIC 9(02).
            05 ANO-FIM                PIC 9(04).
           03 DIASGOZADOS        PIC 9(03).
           03 DIASRESTANTES      PIC 9(03).
           03 FERIASSTATUS       PIC X(01).

       FD CADAFAST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAFAST.DAT".
       01 REGAFAST.
           03 AFA-KEY.
              05 AFA-CHAPA      PIC 9(06).
              05 AFA-SEQ        PIC 9(02).
           03 AFA-TIPO          PIC X(02).
           03 AFA-DATA-INI      PIC 9(08).
           03 AFA-PREV-RET      PIC 9(08).
           03 AFA-DATA-RET      PIC 9(08).
           03 AFA-SITUACAO      PIC X(01).

       FD ARQRESCIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRESCIS.DAT".
       01 REGRESCIS.
           03 RSC-CHAPA         PIC 9(06).
           03 RSC-DATA-DEMISSAO PIC 9(08).
           03 RSC-SALDO-SAL     PIC 9(07)V99.
           03 RSC-13-PROP       PIC 9(07)V99.
           03 RSC-FERIAS-VENC   PIC 9(07)V99.
           03 RSC-FERIAS-PROP   PIC 9(07)V99.
           03 RSC-INSS          PIC 9(07)V99.
           03 RSC-IRRF          PIC 9(07)V99.
           03 RSC-LIQUIDO       PIC 9(07)V99.
           03 RSC-PENSAO        PIC 9(07)V99.
           03 RSC-MOTIVO        PIC X(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "FICHAREG.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-CEP         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 ST-DPE         PIC X(02) VALUE "00".
       01 ST-MOVF        PIC X(02) VALUE "00".
       01 ST-HIST        PIC X(02) VALUE "00".
       01 ST-DIS         PIC X(02) VALUE "00".
       01 ST-FER         PIC X(02) VALUE "00".
       01 ST-AFA         PIC X(02) VALUE "00".
       01 ST-RSC         PIC X(02) VALUE "00".
       01 W-CHAPA-PARM   PIC 9(06) VALUE ZEROS.
       01 W-CODDEP-PARM  PIC 9(03) VALUE ZEROS.
       01 W-TOTFICHAS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-SECAO    PIC 9(03) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-SEQ-DEP      PIC 9(02) VALUE ZEROS.
       01 W-TITULO       PIC X(60) VALUE SPACES.
       01 W-DATA-AUX     PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-AUX.
           03 W-AUX-ANO      PIC 9(04).
           03 W-AUX-MES      PIC 9(02).
           03 W-AUX-DIA      PIC 9(02).
       01 W-DATA-ED      PIC X(10) VALUE SPACES.
       01 W-DATA-ED2     PIC X(10) VALUE SPACES.
       01 W-DATA-ED3     PIC X(10) VALUE SPACES.
       01 W-VALOR-ED     PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED2    PIC ZZZ.ZZ9,99.
       01 W-VALOR-ED3    PIC Z.ZZZ.ZZ9,99.
       01 W-HIST-DATA    PIC 9(08) VALUE ZEROS.
      *---------[ CARGOS OCUPADOS PELA CHAPA (ATUAL + ARQMOVFUNC) ]-----
       01 W-QTD-CARG     PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-CARGO-ACHOU  PIC X(01) VALUE "N".
       01 W-CARGO-PROC   PIC 9(03) VALUE ZEROS.
       01 W-TAB-CARGOS.
           03 W-TAB-CARG     PIC 9(03) OCCURS 30 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R0.
           DISPLAY "*** FICHA DE REGISTRO DE EMPREGADO ***"
           DISPLAY "CHAPA (0 = TODO UM DEPARTAMENTO): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA-PARM
           IF W-CHAPA-PARM NOT NUMERIC
               GO TO R0.
           IF W-CHAPA-PARM NOT = ZEROS
               GO TO R0B.
       R0A.
           DISPLAY "DEPARTAMENTO (CODDEP): " WITH NO ADVANCING
           ACCEPT W-CODDEP-PARM
           IF W-CODDEP-PARM NOT NUMERIC OR W-CODDEP-PARM = ZEROS
               GO TO R0A.
       R0B.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING
                   "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.

      *---------[ DEMAIS ARQUIVOS SAO OPCIONAIS: SECAO SAI VAZIA ]------
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
               MOVE "99" TO ST-CEP.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               MOVE "99" TO ST-DEP.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               MOVE "99" TO ST-CARG.
           OPEN INPUT ARQDEPE
           IF ST-DPE NOT = "00"
               MOVE "99" TO ST-DPE.
           OPEN INPUT ARQMOVFUNC
           IF ST-MOVF NOT = "00"
               MOVE "99" TO ST-MOVF.
           OPEN INPUT CADDISSIDIO
           IF ST-DIS NOT = "00"
               MOVE "99" TO ST-DIS.
           OPEN INPUT ARQFERIAS
           IF ST-FER NOT = "00"
               MOVE "99" TO ST-FER.
           OPEN INPUT CADAFAST
           IF ST-AFA NOT = "00"
               MOVE "99" TO ST-AFA.
           OPEN INPUT ARQRESCIS
           IF ST-RSC NOT = "00"
               MOVE "99" TO ST-RSC.
      *    ARQCARGHIST E SEQUENCIAL: E RELIDO A CADA FICHA
           OPEN INPUT ARQCARGHIST
           IF ST-HIST NOT = "00"
               MOVE "99" TO ST-HIST
           ELSE
               CLOSE ARQCARGHIST.

           IF W-CHAPA-PARM = ZEROS
               GO TO R1.
           MOVE W-CHAPA-PARM TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING
                   "CHAPA " W-CHAPA-PARM " NAO CADASTRADA EM ARQFUNC"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE
               GO TO ROT-FIM.
           PERFORM IMPRIME-FICHA THRU IMPRIME-FICHA-FIM
           GO TO R-TOTAL.

      *---------[ TODAS AS CHAPAS DO DEPARTAMENTO, EM ORDEM DE CHAPA ]--
       R1.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO R-TOTAL
           END-READ.
           IF CODDEP NOT = W-CODDEP-PARM
               GO TO R1.
           PERFORM IMPRIME-FICHA THRU IMPRIME-FICHA-FIM
           GO TO R1.

       R-TOTAL.
           IF W-TOTFICHAS = ZEROS
               MOVE SPACES TO W-LINHA
               STRING
                   "NENHUMA CHAPA NO DEPARTAMENTO " W-CODDEP-PARM
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE
               GO TO ROT-FIM.
           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "FICHAS EMITIDAS................: " W-TOTFICHAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       ROT-FIM.
           CLOSE ARQFUNC
           IF ST-CEP NOT = "99"
               CLOSE CADCEP.
           IF ST-DEP NOT = "99"
               CLOSE ARQDEP.
           IF ST-CARG NOT = "99"
               CLOSE ARQCARG.
           IF ST-DPE NOT = "99"
               CLOSE ARQDEPE.
           IF ST-MOVF NOT = "99"
               CLOSE ARQMOVFUNC.
           IF ST-DIS NOT = "99"
               CLOSE CADDISSIDIO.
           IF ST-FER NOT = "99"
               CLOSE ARQFERIAS.
           IF ST-AFA NOT = "99"
               CLOSE CADAFAST.
           IF ST-RSC NOT = "99"
               CLOSE ARQRESCIS.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ FICHA DE UMA CHAPA (REGFUNC JA LIDO) ]----------------
       IMPRIME-FICHA.
           ADD 1 TO W-TOTFICHAS
           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "FICHA DE REGISTRO DE EMPREGADO - CHAPA " CHAPA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE SPACES TO W-LINHA
           STRING
               "NOME...........: " NOME-FUNC
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE DATANASC TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING
               "NASCIMENTO.....: " W-DATA-ED
               "   SEXO: " SEXO-FUNC
               "   GENERO: " GENERO-FUNC
               "   SITUACAO: " FUNCSTATUS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE SPACES TO ENDERECO BAIRRO CIDADE UF
           IF ST-CEP NOT = "99"
               MOVE CEPFUNC TO CEP
               READ CADCEP
               IF ST-CEP NOT = "00"
                   MOVE "*** CEP NAO CADASTRADO ***" TO ENDERECO
                   MOVE "00" TO ST-CEP
               END-IF
           END-IF.
           MOVE SPACES TO W-LINHA
           STRING
               "ENDERECO.......: " ENDERECO ", " CEP-NUMRES " "
               CEP-COMPLE
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "BAIRRO/CIDADE..: " BAIRRO " " CIDADE " " UF
               "   CEP: " CEPFUNC
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE DATAADMISSAO TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING
               "ADMISSAO.......: " W-DATA-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE SPACES TO DENOMINACAO
           IF ST-DEP NOT = "99"
               MOVE CODDEP TO CODIGO
               READ ARQDEP
               IF ST-DEP NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO DENOMINACAO
                   MOVE "00" TO ST-DEP
               END-IF
           END-IF.
           MOVE SPACES TO W-LINHA
           STRING
               "DEPARTAMENTO...: " CODDEP " - " DENOMINACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE CODIGOCARG TO W-CARGO-PROC
           PERFORM LE-CARGO
           MOVE SPACES TO W-LINHA
           STRING
               "CARGO..........: " CODIGOCARG " - " DENOM
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SALARIOBASE TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING
               "NIVEL SALARIAL.: " NIVELSALARIAL
               "   SALARIO BASE DO CARGO: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "DEPENDENTES IR.: " QTDDEPENDENTES
               "   DECLARA IMPOSTO DE RENDA: " IMPRENDA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           MOVE ZEROS TO W-QTD-CARG
           PERFORM GUARDA-CARGO THRU GUARDA-CARGO-FIM

           PERFORM FICHA-DEPEND THRU FICHA-DEPEND-FIM
           PERFORM FICHA-MOVIM THRU FICHA-MOVIM-FIM
           PERFORM FICHA-SALARIO THRU FICHA-SALARIO-FIM
           PERFORM FICHA-DISSIDIO THRU FICHA-DISSIDIO-FIM
           PERFORM FICHA-FERIAS THRU FICHA-FERIAS-FIM
           PERFORM FICHA-AFAST THRU FICHA-AFAST-FIM
           PERFORM FICHA-RESCISAO THRU FICHA-RESCISAO-FIM.
       IMPRIME-FICHA-FIM.
           EXIT.

      *---------[ DEPENDENTES: ARQDEPE E CHAVEADO POR SEQ + CHAPA ]-----
       FICHA-DEPEND.
           MOVE "DEPENDENTES (GRAU NOME NASCIMENTO SEXO INSS IR)"
               TO W-TITULO
           PERFORM TITULO-SECAO
           IF ST-DPE = "99"
               GO TO FICHA-DEPEND-2.
           MOVE ZEROS TO W-SEQ-DEP.
       FICHA-DEPEND-1.
           IF W-SEQ-DEP > 9
               GO TO FICHA-DEPEND-2.
           MOVE W-SEQ-DEP TO DEPEN-SEQ
           MOVE CHAPA TO DEPEN-CHAPA
           ADD 1 TO W-SEQ-DEP
           READ ARQDEPE
           IF ST-DPE NOT = "00"
               MOVE "00" TO ST-DPE
               GO TO FICHA-DEPEND-1.
           MOVE SPACES TO W-LINHA
           STRING
               "  " TPGRAU "  " DEPEN-NOME "  "
               DEPEN-DIA "/" DEPEN-MES "/" DEPEN-ANO "  "
               DEPEN-SEXO "  " DEPEN-INSS "  " DEPEN-IMPRENDA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-QTD-SECAO
           GO TO FICHA-DEPEND-1.
       FICHA-DEPEND-2.
           PERFORM SECAO-VAZIA.
       FICHA-DEPEND-FIM.
           EXIT.

      *---------[ MOVIMENTACOES (TRANSFERENCIA/PROMOCAO/NIVEL) ]--------
       FICHA-MOVIM.
           MOVE "MOVIMENTACOES (DATA DEPTO CARGO NIVEL MOTIVO)"
               TO W-TITULO
           PERFORM TITULO-SECAO
           IF ST-MOVF = "99"
               GO TO FICHA-MOVIM-2.
           MOVE "N" TO W-EOF
           MOVE CHAPA TO MOVF-CHAPA
           MOVE ZEROS TO MOVF-SEQ
           START ARQMOVFUNC KEY IS NOT LESS MOVF-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       FICHA-MOVIM-1.
           IF W-EOF = "S"
               GO TO FICHA-MOVIM-2.
           READ ARQMOVFUNC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO FICHA-MOVIM-1
           END-READ.
           IF MOVF-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF
               GO TO FICHA-MOVIM-1.
           MOVE MOVF-DATA TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING
               "  " W-DATA-ED "  "
               MOVF-CODDEP-ANT " > " MOVF-CODDEP-NOVO "  "
               MOVF-CARG-ANT " > " MOVF-CARG-NOVO "  "
               MOVF-NIVEL-ANT " > " MOVF-NIVEL-NOVO "  "
               MOVF-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-QTD-SECAO
           MOVE MOVF-CARG-ANT TO W-CARGO-PROC
           PERFORM GUARDA-CARGO THRU GUARDA-CARGO-FIM
           MOVE MOVF-CARG-NOVO TO W-CARGO-PROC
           PERFORM GUARDA-CARGO THRU GUARDA-CARGO-FIM
           GO TO FICHA-MOVIM-1.
       FICHA-MOVIM-2.
           PERFORM SECAO-VAZIA.
       FICHA-MOVIM-FIM.
           EXIT.

      *---------[ REAJUSTES DOS CARGOS OCUPADOS DESDE A ADMISSAO ]------
       FICHA-SALARIO.
           MOVE "ALTERACOES SALARIAIS (DATA CARGO ANTERIOR > NOVO)"
               TO W-TITULO
           PERFORM TITULO-SECAO
           IF ST-HIST = "99"
               GO TO FICHA-SALARIO-2.
           OPEN INPUT ARQCARGHIST
           IF ST-HIST NOT = "00"
               GO TO FICHA-SALARIO-2.
       FICHA-SALARIO-1.
           READ ARQCARGHIST
               AT END
                 CLOSE ARQCARGHIST
                 GO TO FICHA-SALARIO-2
           END-READ.
           MOVE HIST-DATA-HORA (1:8) TO W-HIST-DATA
           IF W-HIST-DATA < DATAADMISSAO
               GO TO FICHA-SALARIO-1.
           MOVE HIST-COD TO W-CARGO-PROC
           PERFORM PROCURA-CARGO THRU PROCURA-CARGO-FIM
           IF W-CARGO-ACHOU = "N"
               GO TO FICHA-SALARIO-1.
           MOVE W-HIST-DATA TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE HIST-SALARIO-ANTIGO TO W-VALOR-ED
           MOVE HIST-SALARIO-NOVO TO W-VALOR-ED2
           MOVE SPACES TO W-LINHA
           STRING
               "  " W-DATA-ED "  " HIST-COD "  " W-VALOR-ED
               " > " W-VALOR-ED2
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-QTD-SECAO
           GO TO FICHA-SALARIO-1.
       FICHA-SALARIO-2.
           PERFORM SECAO-VAZIA.
       FICHA-SALARIO-FIM.
           EXIT.

      *---------[ DIFERENCAS RETROATIVAS DE DISSIDIO DA CHAPA ]---------
       FICHA-DISSIDIO.
           MOVE "DIFERENCAS DE DISSIDIO (COMPETENCIA VALOR)"
               TO W-TITULO
           PERFORM TITULO-SECAO
           IF ST-DIS = "99"
               GO TO FICHA-DISSIDIO-2.
           MOVE "N" TO W-EOF
           MOVE ZEROS TO DIS-KEY
           START CADDISSIDIO KEY IS NOT LESS DIS-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       FICHA-DISSIDIO-1.
           IF W-EOF = "S"
               GO TO FICHA-DISSIDIO-2.
           READ CADDISSIDIO NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO FICHA-DISSIDIO-1
           END-READ.
           IF DIS-CHAPA NOT = CHAPA
               GO TO FICHA-DISSIDIO-1.
           MOVE DIS-VALOR TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  " DIS-COMPET (5:2) "/" DIS-COMPET (1:4) "  "
               W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-QTD-SECAO
           GO TO FICHA-DISSIDIO-1.
       FICHA-DISSIDIO-2.
           PERFORM SECAO-VAZIA.
       FICHA-DISSIDIO-FIM.
           EXIT.

      *---------[ FERIAS (DATAINICIO/DATAFIM SAO DDMMAAAA) ]------------
       FICHA-FERIAS.
           MOVE "FERIAS (INICIO FIM GOZADOS RESTANTES SITUACAO)"
               TO W-TITULO
           PERFORM TITULO-SECAO
           IF ST-FER = "99"
               GO TO FICHA-FERIAS-2.
           MOVE "N" TO W-EOF
           MOVE CHAPA TO FERIAS-CHAPA
           MOVE ZEROS TO FERIAS-SEQ
           START ARQFERIAS KEY IS NOT LESS FERIAS-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       FICHA-FERIAS-1.
           IF W-EOF = "S"
               GO TO FICHA-FERIAS-2.
           READ ARQFERIAS NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO FICHA-FERIAS-1
           END-READ.
           IF FERIAS-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF
               GO TO FICHA-FERIAS-1.
           MOVE SPACES TO W-LINHA
           STRING
               "  " DIA-INI "/" MES-INI "/" ANO-INI "  "
               DIA-FIM "/" MES-FIM "/" ANO-FIM "  "
               DIASGOZADOS "  " DIASRESTANTES "  " FERIASSTATUS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-QTD-SECAO
           GO TO FICHA-FERIAS-1.
       FICHA-FERIAS-2.
           PERFORM SECAO-VAZIA.
       FICHA-FERIAS-FIM.
           EXIT.

      *---------[ AFASTAMENTOS (CADAFAST) ]-----------------------------
       FICHA-AFAST.
           MOVE "AFASTAMENTOS (TIPO INICIO PREV.RETORNO RETORNO SIT)"
               TO W-TITULO
           PERFORM TITULO-SECAO
           IF ST-AFA = "99"
               GO TO FICHA-AFAST-2.
           MOVE "N" TO W-EOF
           MOVE CHAPA TO AFA-CHAPA
           MOVE ZEROS TO AFA-SEQ
           START CADAFAST KEY IS NOT LESS AFA-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       FICHA-AFAST-1.
           IF W-EOF = "S"
               GO TO FICHA-AFAST-2.
           READ CADAFAST NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO FICHA-AFAST-1
           END-READ.
           IF AFA-CHAPA NOT = CHAPA
               MOVE "S" TO W-EOF
               GO TO FICHA-AFAST-1.
           MOVE AFA-DATA-INI TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE W-DATA-ED TO W-DATA-ED2
           MOVE AFA-PREV-RET TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE W-DATA-ED TO W-DATA-ED3
           MOVE AFA-DATA-RET TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING
               "  " AFA-TIPO "  " W-DATA-ED2 "  " W-DATA-ED3 "  "
               W-DATA-ED "  " AFA-SITUACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-QTD-SECAO
           GO TO FICHA-AFAST-1.
       FICHA-AFAST-2.
           PERFORM SECAO-VAZIA.
       FICHA-AFAST-FIM.
           EXIT.

      *---------[ RESCISAO, SO PARA CHAPA DESLIGADA ]-------------------
       FICHA-RESCISAO.
           IF ST-RSC = "99"
               GO TO FICHA-RESCISAO-FIM.
           MOVE CHAPA TO RSC-CHAPA
           READ ARQRESCIS
           IF ST-RSC NOT = "00"
               MOVE "00" TO ST-RSC
               GO TO FICHA-RESCISAO-FIM.
           MOVE "RESCISAO DO CONTRATO" TO W-TITULO
           PERFORM TITULO-SECAO
           MOVE RSC-DATA-DEMISSAO TO W-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING
               "  DEMISSAO EM " W-DATA-ED "   MOTIVO: " RSC-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-SALDO-SAL TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  SALDO DE SALARIO........: " W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-13-PROP TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  13O PROPORCIONAL........: " W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-FERIAS-VENC TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  FERIAS VENCIDAS.........: " W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-FERIAS-PROP TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  FERIAS PROPORCIONAIS....: " W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-INSS TO W-VALOR-ED3
           MOVE RSC-IRRF TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING
               "  INSS....................: " W-VALOR-ED3
               "   IRRF: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-PENSAO TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  PENSAO ALIMENTICIA......: " W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE RSC-LIQUIDO TO W-VALOR-ED3
           MOVE SPACES TO W-LINHA
           STRING
               "  LIQUIDO DA RESCISAO.....: " W-VALOR-ED3
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       FICHA-RESCISAO-FIM.
           EXIT.

      *---------[ ROTINAS DE APOIO DA FICHA ]---------------------------
       TITULO-SECAO.
           MOVE ZEROS TO W-QTD-SECAO
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "--- " W-TITULO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       SECAO-VAZIA.
           IF W-QTD-SECAO = ZEROS
               MOVE SPACES TO W-LINHA
               STRING
                   "  (NENHUM REGISTRO)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.

      *    AAAAMMDD -> DD/MM/AAAA (ZERO SAI EM BRANCO)
       FORMATA-DATA.
           MOVE SPACES TO W-DATA-ED
           IF W-DATA-AUX NOT = ZEROS
               STRING
                   W-AUX-DIA "/" W-AUX-MES "/" W-AUX-ANO
                   DELIMITED BY SIZE INTO W-DATA-ED.

       LE-CARGO.
           MOVE SPACES TO DENOM
           MOVE ZEROS TO SALARIOBASE
           IF ST-CARG NOT = "99"
               MOVE W-CARGO-PROC TO COD
               READ ARQCARG
               IF ST-CARG NOT = "00"
                   MOVE "*** NAO CADASTRADO ***" TO DENOM
                   MOVE "00" TO ST-CARG.

       GUARDA-CARGO.
           IF W-CARGO-PROC = ZEROS
               GO TO GUARDA-CARGO-FIM.
           PERFORM PROCURA-CARGO THRU PROCURA-CARGO-FIM
           IF W-CARGO-ACHOU = "S" OR W-QTD-CARG NOT < 30
               GO TO GUARDA-CARGO-FIM.
           ADD 1 TO W-QTD-CARG
           MOVE W-CARGO-PROC TO W-TAB-CARG (W-QTD-CARG).
       GUARDA-CARGO-FIM.
           EXIT.

       PROCURA-CARGO.
           MOVE "N" TO W-CARGO-ACHOU
           MOVE ZEROS TO W-IND.
       PROCURA-CARGO-1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-CARG
               GO TO PROCURA-CARGO-FIM.
           IF W-TAB-CARG (W-IND) = W-CARGO-PROC
               MOVE "S" TO W-CARGO-ACHOU
               GO TO PROCURA-CARGO-FIM.
           GO TO PROCURA-CARGO-1.
       PROCURA-CARGO-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (FICHAREG.SPL) ]----------
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
           STRING "RELATORIO: FICHAREG    EMISSAO: "
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
           MOVE "FICHAREG" TO SPD-PROGRAMA
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
