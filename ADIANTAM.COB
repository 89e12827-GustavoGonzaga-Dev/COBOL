       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADIANTAM.
      ***********************************************
      *  ADIANTAMENTO QUINZENAL DE SALARIO - CALCULA  *
      *  PARA CADA CHAPA ATIVA O PERCENTUAL DO        *
      *  SALARIO DO MES (SALARIOBASE DO CARGO X       *
      *  MULTIPLICADOR DO NIVELSALARIAL, COMO EM      *
      *  FOLPAG) E GRAVA EM ARQRESFOL COM TIPO "AD"   *
      *  (E A RUBRICA 007 EM ARQRESRUB), PARA O       *
      *  CREDITO EM CONTA POR SALARIOBANCO. SEM       *
      *  DESCONTO DE INSS/IRRF - O ADIANTAMENTO E     *
      *  ABATIDO DO LIQUIDO POR FOLPAG NO FECHAMENTO  *
      *  DO MES (RUBRICA 061).                        *
      *  O PERCENTUAL PADRAO VEM DE CADPARAM          *
      *  ADIANTPCT (SEM ELE, 40 PCT); A CHAPA PODE    *
      *  TER PERCENTUAL PROPRIO OU RECUSAR O          *
      *  ADIANTAMENTO EM CADADIANT (OPCAO 2). CHAPA   *
      *  SEM REGISTRO EM CADADIANT RECEBE O PADRAO.   *
      *  RODAR DE NOVO A COMPETENCIA REGRAVA; CHAPA   *
      *  COM A FOLHA DO MES JA CALCULADA NAO MUDA     *
      *  COMPETENCIA FECHADA NA FOLHA (MODULO FOL DE  *
      *  CADPERIODO, VIA CONSPERIODO) NAO E CALCULADA *
      *  NEM GRAVADA.                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                    FILE STATUS  IS ST-CARG.

           SELECT ARQRESFOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-KEY
                    FILE STATUS  IS ST-RES.

           SELECT CADADIANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADI-CHAPA
                    FILE STATUS  IS ST-ADI.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADADIANT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADIANT.DAT".
       01 REGADIANT.
           03 ADI-CHAPA         PIC 9(06).
           03 ADI-RECEBE        PIC X(01).
           03 ADI-PCT           PIC 9(02)V99.
           03 ADI-DATA-ATU      PIC 9(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-ADI         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-SALARIOMES   PIC 9(07)V99 VALUE ZEROS.
       01 W-PCT          PIC 9(02)V99 VALUE ZEROS.
       01 W-VALADIANT    PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTCHAPAS    PIC 9(06) VALUE ZEROS.
       01 W-TOTRECUSA    PIC 9(06) VALUE ZEROS.
       01 W-TOTFECHADA   PIC 9(06) VALUE ZEROS.
       01 W-TOTALADIANT  PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCAD       PIC 9(06) VALUE ZEROS.
      *---------[ PERCENTUAL PADRAO - SOBREPOSTO POR ADIANTPCT ]--------
       01 W-PCTPADRAO    PIC 9(02)V99 VALUE 40,00.
       01 W-RBL-PARAM.
           03 W-RBL-COMPET      PIC 9(06).
           03 W-RBL-CHAPA       PIC 9(06).
           03 W-RBL-TIPO        PIC X(02).
           03 W-RBL-QTD         PIC 9(02).
           03 W-RBL-ITEM OCCURS 40 TIMES.
              05 W-RBL-RUBRICA  PIC 9(03).
              05 W-RBL-NATUREZA PIC X(01).
              05 W-RBL-REFER    PIC 9(05)V99.
              05 W-RBL-VALOR    PIC 9(07)V99.
       01 W-RBL-RESULT   PIC X(01) VALUE SPACES.

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
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               GO TO ROT-FIM3.

       R0B.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCARG"
               CLOSE ARQFUNC
               GO TO ROT-FIM3.

       R0C.
           OPEN I-O ARQRESFOL
           IF ST-RES NOT = "00"
              IF ST-RES = "30"
                 OPEN OUTPUT ARQRESFOL
                 CLOSE ARQRESFOL
                 GO TO R0C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRESFOL"
                 CLOSE ARQFUNC
                 CLOSE ARQCARG
                 GO TO ROT-FIM3.

       R0D.
           OPEN I-O CADADIANT
           IF ST-ADI NOT = "00"
              IF ST-ADI = "30"
                 OPEN OUTPUT CADADIANT
                 CLOSE CADADIANT
                 DISPLAY "*** ARQUIVO CADADIANT FOI CRIADO ***"
                 GO TO R0D
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADIANT"
                 GO TO ROT-FIM.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "ADIANTPCT" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                  AND PARAM-VALOR < 100
                   MOVE PARAM-VALOR TO W-PCTPADRAO
               END-IF
               CLOSE CADPARAM
           END-IF.

       R1.
           DISPLAY " "
           DISPLAY "*** ADIANTAMENTO QUINZENAL (PADRAO " W-PCTPADRAO
               " PCT) ***"
           DISPLAY "  1 - CALCULAR O ADIANTAMENTO DA COMPETENCIA"
           DISPLAY "  2 - OPCAO/PERCENTUAL DA CHAPA"
           DISPLAY "  3 - LISTAR AS CHAPAS COM OPCAO PROPRIA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-CALCULO
              WHEN 2
                 GO TO R3-OPCAO
              WHEN 3
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ CALCULO DO ADIANTAMENTO DA COMPETENCIA ]--------------
       R2-CALCULO.
           DISPLAY "COMPETENCIA (AAAAMM, 0=VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R1.
           MOVE "FOL" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA FOLHA ***"
               GO TO R2-CALCULO.
           MOVE ZEROS TO W-TOTCHAPAS W-TOTRECUSA W-TOTFECHADA
                         W-TOTALADIANT
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO R2-FIM.
           DISPLAY "CHAPA  NOME                            PCT"
               "   SALARIO    ADIANTAMENTO".
       R2A.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO R2-FIM
           END-READ.
           IF FUNCSTATUS NOT = "A"
               GO TO R2A.

      *---------[ MES JA FECHADO POR FOLPAG NAO E REFEITO ]-------------
           MOVE W-COMPET TO RES-COMPET
           MOVE CHAPA TO RES-CHAPA
           MOVE "FO" TO RES-TIPO
           READ ARQRESFOL
           IF ST-RES = "00"
               ADD 1 TO W-TOTFECHADA
               GO TO R2A.

           MOVE W-PCTPADRAO TO W-PCT
           MOVE CHAPA TO ADI-CHAPA
           READ CADADIANT
           IF ST-ADI = "00"
               IF ADI-RECEBE = "N"
                   ADD 1 TO W-TOTRECUSA
                   PERFORM APAGA-ADIANTAMENTO
                       THRU APAGA-ADIANTAMENTO-FIM
                   GO TO R2A
               END-IF
               IF ADI-PCT > ZEROS
                   MOVE ADI-PCT TO W-PCT
               END-IF
           END-IF.

           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY CHAPA "  " NOME
                   "     *** CARGO NAO CADASTRADO ***"
               GO TO R2A.
           IF NIVELSALARIAL < 1 OR NIVELSALARIAL > 10
               DISPLAY CHAPA "  " NOME
                   "     *** NIVEL SALARIAL INVALIDO ***"
               GO TO R2A.

           COMPUTE W-SALARIOMES ROUNDED =
               SALARIOBASE * TBNIVEL(NIVELSALARIAL)
           COMPUTE W-VALADIANT ROUNDED =
               W-SALARIOMES * W-PCT / 100
           IF W-VALADIANT = ZEROS
               GO TO R2A.

           MOVE W-COMPET TO RES-COMPET
           MOVE CHAPA TO RES-CHAPA
           MOVE "AD" TO RES-TIPO
           MOVE CODDEP TO RES-CODDEP
           MOVE CODIGOCARG TO RES-CODIGOCARG
           MOVE W-VALADIANT TO RES-BRUTO RES-LIQUIDO
           MOVE ZEROS TO RES-INSS RES-IRRF
                         RES-SALFAM-QTD RES-SALFAM-VAL
                         RES-HORAEXTRA RES-DESCFALTA
                         RES-EMPRESTIMO RES-VALETRANSP
                         RES-PLANOSAUDE RES-FGTS
                         RES-PENSAO RES-MULTA
           WRITE REGRESFOL
           IF ST-RES = "22"
               REWRITE REGRESFOL.

           MOVE 1 TO W-RBL-QTD
           MOVE 007 TO W-RBL-RUBRICA (1)
           MOVE "P" TO W-RBL-NATUREZA (1)
           MOVE W-PCT TO W-RBL-REFER (1)
           MOVE W-VALADIANT TO W-RBL-VALOR (1)
           PERFORM GRAVA-RUBRICAS THRU GRAVA-RUBRICAS-FIM

           DISPLAY CHAPA "  " NOME "  " W-PCT "  " W-SALARIOMES
               "  " W-VALADIANT
           ADD 1 TO W-TOTCHAPAS
           ADD W-VALADIANT TO W-TOTALADIANT
           GO TO R2A.
       R2-FIM.
           DISPLAY " "
           DISPLAY "CHAPAS COM ADIANTAMENTO........: " W-TOTCHAPAS
           DISPLAY "CHAPAS QUE RECUSARAM...........: " W-TOTRECUSA
           DISPLAY "CHAPAS COM A FOLHA JA FECHADA..: " W-TOTFECHADA
           DISPLAY "TOTAL DO ADIANTAMENTO..........: " W-TOTALADIANT
           DISPLAY "CREDITO EM CONTA: SALARIOBANCO TIPO AD"
           GO TO R1.

      *---------[ OPCAO E PERCENTUAL PROPRIOS DA CHAPA ]----------------
       R3-OPCAO.
           DISPLAY "CHAPA (0=VOLTAR): " WITH NO ADVANCING
           ACCEPT CHAPA
           IF CHAPA NOT NUMERIC OR CHAPA = ZEROS
               GO TO R1.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "*** CHAPA NAO CADASTRADA ***"
               GO TO R3-OPCAO.
           DISPLAY "FUNCIONARIO: " NOME
           MOVE CHAPA TO ADI-CHAPA
           READ CADADIANT
           IF ST-ADI = "00"
               DISPLAY "RECEBE: " ADI-RECEBE "  PERCENTUAL: " ADI-PCT
                   "  (0 = PADRAO)"
               MOVE "A" TO W-RESP
           ELSE
               DISPLAY "SEM OPCAO PROPRIA - RECEBE O PADRAO"
               MOVE "N" TO W-RESP
               MOVE "S" TO ADI-RECEBE
               MOVE ZEROS TO ADI-PCT.
       R3A.
           DISPLAY "RECEBE ADIANTAMENTO (S/N): " WITH NO ADVANCING
           ACCEPT MENS
           IF MENS (1:1) = "s"
               MOVE "S" TO MENS (1:1).
           IF MENS (1:1) = "n"
               MOVE "N" TO MENS (1:1).
           IF MENS (1:1) NOT = "S" AND MENS (1:1) NOT = "N"
               GO TO R3A.
           MOVE MENS (1:1) TO ADI-RECEBE
           MOVE ZEROS TO ADI-PCT
           IF ADI-RECEBE = "N"
               GO TO R3C.
       R3B.
           DISPLAY "PERCENTUAL (0=PADRAO " W-PCTPADRAO "): "
               WITH NO ADVANCING
           ACCEPT ADI-PCT
           IF ADI-PCT NOT NUMERIC OR ADI-PCT > 99
               GO TO R3B.
       R3C.
           MOVE W-DATA-HOJE TO ADI-DATA-ATU
           IF W-RESP = "A"
               REWRITE REGADIANT
           ELSE
               WRITE REGADIANT.
           IF ST-ADI = "00" OR "02"
               DISPLAY "*** OPCAO GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-ADI.
           GO TO R3-OPCAO.

      *---------[ CHAPAS COM OPCAO PROPRIA ]----------------------------
       R4-LISTA.
           MOVE ZEROS TO W-TOTCAD
           MOVE ZEROS TO ADI-CHAPA
           START CADADIANT KEY IS NOT LESS ADI-CHAPA
               INVALID KEY GO TO R4B.
       R4A.
           READ CADADIANT NEXT RECORD
               AT END
                 GO TO R4B
           END-READ.
           MOVE ADI-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "*** NAO CADASTRADA ***" TO NOME.
           ADD 1 TO W-TOTCAD
           IF ADI-RECEBE = "N"
               DISPLAY ADI-CHAPA "  " NOME "  NAO RECEBE"
           ELSE
               DISPLAY ADI-CHAPA "  " NOME "  " ADI-PCT " PCT".
           GO TO R4A.
       R4B.
           DISPLAY "CHAPAS COM OPCAO PROPRIA.......: " W-TOTCAD
           GO TO R1.

       ROT-FIM.
           CLOSE ARQFUNC
           CLOSE ARQCARG
           CLOSE ARQRESFOL
           CLOSE CADADIANT.
       ROT-FIM3.
           STOP RUN.

      *---------[ CHAPA QUE RECUSOU: TIRA O CALCULO ANTERIOR ]----------
       APAGA-ADIANTAMENTO.
           MOVE W-COMPET TO RES-COMPET
           MOVE CHAPA TO RES-CHAPA
           MOVE "AD" TO RES-TIPO
           READ ARQRESFOL
           IF ST-RES NOT = "00"
               GO TO APAGA-ADIANTAMENTO-FIM.
           DELETE ARQRESFOL RECORD
           MOVE ZEROS TO W-RBL-QTD
           PERFORM GRAVA-RUBRICAS THRU GRAVA-RUBRICAS-FIM.
       APAGA-ADIANTAMENTO-FIM.
           EXIT.

      *---------[ DETALHE POR RUBRICA EM ARQRESRUB (GRAVARUB) ]---------
       GRAVA-RUBRICAS.
           MOVE W-COMPET TO W-RBL-COMPET
           MOVE CHAPA TO W-RBL-CHAPA
           MOVE "AD" TO W-RBL-TIPO
           CALL "GRAVARUB" USING W-RBL-PARAM W-RBL-RESULT
           IF W-RBL-RESULT NOT = "O"
               DISPLAY CHAPA "  *** RUBRICAS NAO GRAVADAS EM"
                   " ARQRESRUB ***".
       GRAVA-RUBRICAS-FIM.
           EXIT.
