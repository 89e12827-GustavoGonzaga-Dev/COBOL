      *  (ARQFUNC) - CODDEP/CODIGOCARG SAO VALIDADOS  *
      *  CONTRA ARQDEP/ARQCARG E CEPFUNC E VALIDADO    *
      *  CONTRA CADCEP, DO MESMO JEITO QUE STP002 FAZ  *
      *  O JOIN CADFORN/CADCEP. CHAPA NOVA RESERVADA   *
      *  NA CONTRATACAO DO RECRUTAMENTO (RECRUTA)      *
      *  CHEGA PRE-PREENCHIDA COM OS DADOS DO          *
      *  CANDIDATO (CADCANDID), QUE FICA ADMITIDO.     *
      *  NA ADMISSAO GRAVA O PRAZO DO CONTRATO DE      *
      *  EXPERIENCIA EM CADEXPER (VER EXPERIENC)       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS QDR-KEY
                      FILE STATUS  IS ST-QDR.

           SELECT CADCANDID ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CAN-NUMERO
                      ALTERNATE RECORD KEY IS CAN-NUMRPS
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CAN-CHAPA
                      WITH DUPLICATES
                      FILE STATUS  IS ST-CAN.

           SELECT CADEXPER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EXP-CHAPA
                      FILE STATUS  IS ST-EXP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 MOVF-CARG-NOVO     PIC 9(03).
           03 MOVF-DATA          PIC 9(08).
           03 MOVF-MOTIVO        PIC X(02).
           03 MOVF-NIVEL-ANT     PIC 9(02).
           03 MOVF-NIVEL-NOVO    PIC 9(02).

       FD ARQTRANSLOG
               LABEL RECORD IS STANDARD
              05 QDR-CODDEP     PIC 9(03).
              05 QDR-CODCARG    PIC 9(03).
           03 QDR-VAGAS         PIC 9(03).

      *---------[ CANDIDATO CONTRATADO NO RECRUTAMENTO ]----------------
       FD CADCANDID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCANDID.DAT".
       01 REGCANDID.
           03 CAN-NUMERO        PIC 9(06).
           03 CAN-NUMRPS        PIC 9(06).
           03 CAN-NOME          PIC X(30).
           03 CAN-CPF           PIC 9(11).
           03 CAN-FONE          PIC X(15).
           03 CAN-EMAIL         PIC X(40).
           03 CAN-ORIGEM        PIC X(01).
           03 CAN-DATANASC      PIC 9(08).
           03 CAN-SEXO          PIC X(01).
           03 CAN-CEP           PIC 9(08).
           03 CAN-CODDEP        PIC 9(03).
           03 CAN-CODCARG       PIC 9(03).
           03 CAN-ETAPA         PIC X(01).
           03 CAN-DATA-CAD      PIC 9(08).
           03 CAN-DATA-ENTREV   PIC 9(08).
           03 CAN-DATA-SELEC    PIC 9(08).
           03 CAN-DATA-ETAPA    PIC 9(08).
           03 CAN-DATA-INICIO   PIC 9(08).
           03 CAN-CHAPA         PIC 9(06).
           03 CAN-ADMITIDO      PIC X(01).
           03 CAN-OBS           PIC X(30).

      *---------[ CONTRATO DE EXPERIENCIA DA ADMISSAO ]-----------------
       FD CADEXPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXPER.DAT".
       01 REGEXPER.
           03 EXP-CHAPA         PIC 9(06).
           03 EXP-DATA-INI      PIC 9(08).
           03 EXP-DIAS1         PIC 9(03).
           03 EXP-DIAS2         PIC 9(03).
           03 EXP-FIM1          PIC 9(08).
           03 EXP-FIM2          PIC 9(08).
           03 EXP-SITUACAO      PIC X(01).
           03 EXP-DECISAO       PIC X(01).
           03 EXP-DATA-DECISAO  PIC 9(08).
           03 EXP-GESTOR        PIC X(30).
           03 EXP-DATA-TERMINO  PIC 9(08).
           03 EXP-OBS           PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-TEM-BANCO   PIC X(01) VALUE "N".
       77 ST-QDR        PIC X(02) VALUE "00".
       77 W-OCUPADAS    PIC 9(04) VALUE ZEROS.
       77 ST-CAN        PIC X(02) VALUE "00".
       77 W-CAN-ACHOU   PIC X(01) VALUE "N".
       77 W-CAN-NUMERO  PIC 9(06) VALUE ZEROS.
       77 ST-EXP        PIC X(02) VALUE "00".
       77 W-EXP-DIAS1   PIC 9(03) VALUE ZEROS.
       77 W-EXP-DIAS2   PIC 9(03) VALUE ZEROS.
       77 W-EXP-INT     PIC 9(09) VALUE ZEROS.
       01 W-REGFUNC-SAVE PIC X(89) VALUE SPACES.
       01 AUX           PIC 9(02) VALUE ZEROS.
       01 ST-TRANSLOG   PIC X(02) VALUE "00".
       01 ST-MOVF       PIC X(02) VALUE "00".
       01 W-CODDEP-ANT  PIC 9(03) VALUE ZEROS.
       01 W-CARG-ANT    PIC 9(03) VALUE ZEROS.
       01 W-NIVEL-ANT   PIC 9(02) VALUE ZEROS.
       01 W-MOVF-SEQ    PIC 9(03) VALUE ZEROS.
       01 W-EOF-MOVF    PIC X(01) VALUE "N".
       01 W-REGFUNC-ANTIGO PIC X(89) VALUE SPACES.
           PERFORM I-O-ARQMOVFUNC.
           PERFORM I-O-CADBANCOFUNC.
           PERFORM INPUT-CADQUADRO.
           PERFORM I-O-CADCANDID.
           PERFORM I-O-CADEXPER.
      *
      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       CLEAR-DATA.
           PERFORM DESTRAVA-REGISTRO THRU DESTRAVA-REGISTRO-FIM
           MOVE "N" TO W-CAN-ACHOU
           MOVE SPACES TO NOME SEXO GENERO
           MOVE SPACES TO DENOMINACAO DENOM
           MOVE SPACES TO FUNCSTATUS TXTFUNCSTATUS
               MOVE "*** FUNCIONARIO JA CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001.
           PERFORM PRE-CADASTRO THRU PRE-CADASTRO-FIM.

       INPUT-NOME.
           ACCEPT TNOME.
           IF W-OPCAO = "S" or "s"
               PERFORM CHECA-QUADRO THRU CHECA-QUADRO-FIM
               PERFORM WRITE-ARQFUNC
               PERFORM BAIXA-CANDIDATO THRU BAIXA-CANDIDATO-FIM
               PERFORM PEDE-EXPERIENCIA THRU PEDE-EXPERIENCIA-FIM
               PERFORM PEDE-BANCO THRU PEDE-BANCO-FIM
               GO TO CLEAR-DATA
           ELSE IF W-OPCAO = "N" or "n" GO TO CLEAR-DATA
           CLOSE ARQTRANSLOG
           CLOSE ARQMOVFUNC
           CLOSE CADBANCOFUNC
           IF ST-CAN NOT = "99"
               CLOSE CADCANDID.
           IF ST-EXP NOT = "99"
               CLOSE CADEXPER.
           STOP RUN.

      *---------[ DADOS BANCARIOS PARA O CREDITO DE SALARIO ]-----------
           IF ST-QDR NOT = "00"
               MOVE "99" TO ST-QDR.

       I-O-CADCANDID.
           OPEN I-O CADCANDID
           IF ST-CAN NOT = "00"
               MOVE "99" TO ST-CAN.

       I-O-CADEXPER.
           OPEN I-O CADEXPER
           IF ST-EXP NOT = "00"
              IF ST-EXP = "30"
                 OPEN OUTPUT CADEXPER
                 CLOSE CADEXPER
                 OPEN I-O CADEXPER
              ELSE
                 MOVE "99" TO ST-EXP.

      *---------[ PRE-CADASTRO DO CANDIDATO CONTRATADO ]----------------
      *  CHAPA NOVA RESERVADA EM RECRUTA (CANDIDATO NA ETAPA C  *
      *  E AINDA NAO ADMITIDO): TRAZ NOME, NASCIMENTO, SEXO,    *
      *  DEPARTAMENTO, CARGO, CEP E DATA DE INICIO DA FICHA DO  *
      *  CANDIDATO; O OPERADOR SO CONFERE E COMPLETA            *
       PRE-CADASTRO.
           IF ST-CAN = "99"
               GO TO PRE-CADASTRO-FIM.
           MOVE CHAPA TO CAN-CHAPA
           READ CADCANDID KEY IS CAN-CHAPA
           IF ST-CAN NOT = "00"
               GO TO PRE-CADASTRO-FIM.
           IF CAN-ETAPA NOT = "C" OR CAN-ADMITIDO = "S"
               GO TO PRE-CADASTRO-FIM.
           MOVE "S" TO W-CAN-ACHOU
           MOVE CAN-NUMERO TO W-CAN-NUMERO
           MOVE CAN-NOME TO NOME
           MOVE CAN-DATANASC TO DATANASC
           MOVE CAN-SEXO TO SEXO
           MOVE CAN-CODDEP TO CODDEP
           MOVE CAN-CODCARG TO CODIGOCARG
           MOVE CAN-CEP TO CEPFUNC
           MOVE CAN-DATA-INICIO TO DATAADMISSAO
           MOVE "A" TO FUNCSTATUS
           MOVE CODDEP TO CODIGO
           PERFORM READ-ARQDEP
           MOVE CODIGOCARG TO COD
           PERFORM READ-ARQCARG
           MOVE CEPFUNC TO CEP
           PERFORM READ-CADCEP
           DISPLAY TELAFUNC
           MOVE "*** DADOS DO CANDIDATO CONTRATADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PRE-CADASTRO-FIM.
           EXIT.

      *---------[ MARCA O CANDIDATO COMO ADMITIDO ]---------------------
       BAIXA-CANDIDATO.
           IF W-CAN-ACHOU NOT = "S"
               GO TO BAIXA-CANDIDATO-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               GO TO BAIXA-CANDIDATO-FIM.
           MOVE W-CAN-NUMERO TO CAN-NUMERO
           READ CADCANDID
           IF ST-CAN NOT = "00" OR CAN-CHAPA NOT = CHAPA
               GO TO BAIXA-CANDIDATO-FIM.
           MOVE "S" TO CAN-ADMITIDO
           REWRITE REGCANDID
           MOVE "N" TO W-CAN-ACHOU.
       BAIXA-CANDIDATO-FIM.
           EXIT.

      *---------[ PRAZO DO CONTRATO DE EXPERIENCIA ]--------------------
      *  SO NA INCLUSAO DA CHAPA: 1O PERIODO (PADRAO 45 DIAS) E *
      *  PRORROGACAO (PADRAO ATE COMPLETAR 90) CONTADOS DA      *
      *  DATA DE ADMISSAO. A DECISAO DO GESTOR E REGISTRADA EM  *
      *  EXPERIENC E O AVISO DE VENCIMENTO SAI EM RELEXPER      *
       PEDE-EXPERIENCIA.
           IF ST-EXP = "99"
               GO TO PEDE-EXPERIENCIA-FIM.
           IF TL-OPERACAO NOT = "I"
               GO TO PEDE-EXPERIENCIA-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
               GO TO PEDE-EXPERIENCIA-FIM.
           DISPLAY (22, 12)
               "CONTRATO DE EXPERIENCIA (S/N)  :"
           ACCEPT (22, 46) W-OPCAO
           MOVE SPACES TO MENS
           DISPLAY (22, 12) MENS
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
               GO TO PEDE-EXPERIENCIA-FIM.
       PEDE-EXPERIENCIA-1.
           MOVE ZEROS TO W-EXP-DIAS1 W-EXP-DIAS2
           DISPLAY (22, 12) "DIAS 1O PERIODO (0=45)     :"
           ACCEPT (22, 41) W-EXP-DIAS1
           DISPLAY (22, 12) "DIAS PRORROGACAO (0=ATE 90):"
           ACCEPT (22, 41) W-EXP-DIAS2
           MOVE SPACES TO MENS
           DISPLAY (22, 12) MENS
           IF W-EXP-DIAS1 = ZEROS
               MOVE 45 TO W-EXP-DIAS1.
           IF W-EXP-DIAS2 = ZEROS AND W-EXP-DIAS1 < 90
               COMPUTE W-EXP-DIAS2 = 90 - W-EXP-DIAS1.
           IF W-EXP-DIAS1 + W-EXP-DIAS2 > 90
               MOVE "*** EXPERIENCIA NAO PASSA DE 90 DIAS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO PEDE-EXPERIENCIA-1.
           MOVE CHAPA TO EXP-CHAPA
           COMPUTE EXP-DATA-INI =
               ANOADM * 10000 + MESADM * 100 + DIAADM
           MOVE W-EXP-DIAS1 TO EXP-DIAS1
           MOVE W-EXP-DIAS2 TO EXP-DIAS2
           COMPUTE W-EXP-INT =
               FUNCTION INTEGER-OF-DATE (EXP-DATA-INI) + EXP-DIAS1 - 1
           COMPUTE EXP-FIM1 = FUNCTION DATE-OF-INTEGER (W-EXP-INT)
           ADD EXP-DIAS2 TO W-EXP-INT
           COMPUTE EXP-FIM2 = FUNCTION DATE-OF-INTEGER (W-EXP-INT)
           MOVE "1" TO EXP-SITUACAO
           MOVE SPACES TO EXP-DECISAO EXP-GESTOR EXP-OBS
           MOVE ZEROS TO EXP-DATA-DECISAO EXP-DATA-TERMINO
           WRITE REGEXPER
           IF ST-EXP = "22"
               REWRITE REGEXPER.
           IF ST-EXP = "00" OR "02"
               MOVE "*** CONTRATO DE EXPERIENCIA GRAVADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
               MOVE "ERRO NA GRAVACAO DO CONTRATO DE EXPERIENCIA"
                   TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.
       PEDE-EXPERIENCIA-FIM.
           EXIT.

      *---------[ AVISO DE CONTRATACAO ACIMA DO QUADRO ]----------------
      *  CONTA AS CHAPAS ATIVAS DO DEP/CARGO EM ARQFUNC E AVISA *
      *  QUANDO A GRAVACAO PASSARIA DAS POSICOES AUTORIZADAS EM *
                  MOVE REGFUNC TO W-REGFUNC-ANTIGO
                  MOVE CODDEP TO W-CODDEP-ANT
                  MOVE CODIGOCARG TO W-CARG-ANT
                  MOVE NIVELSALARIAL TO W-NIVEL-ANT
                  DISPLAY TELAFUNC
              ELSE PERFORM ERROR-FILE-NOT-READED GO TO ROT-FIM.

                 GO TO ROT-FIM.

      *---------[ HISTORICO DE TRANSFERENCIA/PROMOCAO ]-----------------
      *  QUANDO A ALTERACAO MUDA CODDEP, CODIGOCARG OU O      *
      *  NIVELSALARIAL, GRAVA O PAR ANTIGO/NOVO EM ARQMOVFUNC  *
      *  COM DATA E MOTIVO.                                    *
      *  A CONSULTA E FEITA EM CONSMOVF E O RELATORIO MENSAL   *
      *  EM RELTRANSF                                           *
       GRAVA-MOVFUNC.
           IF CODDEP = W-CODDEP-ANT AND CODIGOCARG = W-CARG-ANT
              AND NIVELSALARIAL = W-NIVEL-ANT
               GO TO GRAVA-MOVFUNC-FIM.

           MOVE ZEROS TO W-MOVF-SEQ
           MOVE CODDEP TO MOVF-CODDEP-NOVO
           MOVE W-CARG-ANT TO MOVF-CARG-ANT
           MOVE CODIGOCARG TO MOVF-CARG-NOVO
           MOVE W-NIVEL-ANT TO MOVF-NIVEL-ANT
           MOVE NIVELSALARIAL TO MOVF-NIVEL-NOVO
           MOVE FUNCTION CURRENT-DATE (1:8) TO MOVF-DATA
           MOVE SPACES TO MOVF-MOTIVO
           DISPLAY (24, 12) "MOTIVO DA MOVIMENTACAO (2 POS): ".
           ACCEPT (24, 45) MOVF-MOTIVO.
           WRITE REGMOVFUNC
           MOVE CODDEP TO W-CODDEP-ANT
           MOVE CODIGOCARG TO W-CARG-ANT
           MOVE NIVELSALARIAL TO W-NIVEL-ANT.
       GRAVA-MOVFUNC-FIM.
           EXIT.

