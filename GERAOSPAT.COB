       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAOSPAT.
      ***********************************************
      *  GERACAO NOTURNA DE OS PREVENTIVA DE MAQUINAS *
      *  E EQUIPAMENTOS (PASSO DA ESTEIRA -           *
      *  JOBSTEPS.TXT) - PARA CADA PLANO DE           *
      *  CADPLANOPAT COMPARA OS MESES DESDE A ULTIMA  *
      *  PREVENTIVA COM O INTERVALO DO PLANO E,       *
      *  VENCIDO O PRAZO, ABRE UMA OS TIPO "P" EM     *
      *  CADOSPAT NA SERIE DE CTRLOSP.DAT COM OS      *
      *  SERVICOS DO PLANO NA DESCRICAO. O NUMERO DA  *
      *  OS FICA NO PLANO (PLP-OS-ABERTA) PARA NAO    *
      *  ABRIR OUTRA ENQUANTO AQUELA NAO FECHAR. BEM  *
      *  BAIXADO EM CADPATRIM E IGNORADO              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPLANOPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLP-CODPAT
                    FILE STATUS  IS ST-PLP.

           SELECT CADPATRIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-CODIGO
                    FILE STATUS  IS ST-PAT.

           SELECT CADOSPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OSP-NUMERO
                    ALTERNATE RECORD KEY IS OSP-CODPAT WITH DUPLICATES
                    FILE STATUS  IS ST-OSP.

           SELECT ARQCTRLOSP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLANOPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPLANOPAT.DAT".
       01 REGPLANOPAT.
           03 PLP-CODPAT        PIC 9(06).
           03 PLP-MESES-INTERV  PIC 9(03).
           03 PLP-SERVICOS      PIC X(40).
           03 PLP-DATA-ULT      PIC 9(08).
           03 PLP-OS-ABERTA     PIC 9(06).

       FD CADPATRIM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPATRIM.DAT".
       01 REGPATRIM.
           03 PAT-CODIGO        PIC 9(06).
           03 PAT-DESCRICAO     PIC X(30).
           03 PAT-CODDEP        PIC 9(03).
           03 PAT-DATA-AQUIS    PIC 9(08).
           03 PAT-VALOR-AQUIS   PIC 9(09)V99.
           03 PAT-VIDA-MESES    PIC 9(03).
           03 PAT-DEPREC-ACUM   PIC 9(09)V99.
           03 PAT-ULT-COMPET    PIC 9(06).
           03 PAT-SITUACAO      PIC X(01).
           03 PAT-ORIGEM-PED    PIC 9(06).

       FD CADOSPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOSPAT.DAT".
       01 REGOSPAT.
           03 OSP-NUMERO        PIC 9(06).
           03 OSP-CODPAT        PIC 9(06).
           03 OSP-TIPO          PIC X(01).
           03 OSP-DATA-ABERT    PIC 9(08).
           03 OSP-DATA-FECH     PIC 9(08).
           03 OSP-DESCRICAO     PIC X(40).
           03 OSP-MAODEOBRA     PIC 9(07)V99.
           03 OSP-VALPECAS      PIC 9(09)V99.
           03 OSP-VALTERC       PIC 9(09)V99.
           03 OSP-CNPJ-TERC     PIC 9(15).
           03 OSP-NF-TERC       PIC 9(06).
           03 OSP-SITUACAO      PIC X(01).
           03 OSP-OPERADOR      PIC X(08).

       FD ARQCTRLOSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLOSP.DAT".
       01 REG-CTRLOSP.
           03 CTRL-ULTOSP      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PLP         PIC X(02) VALUE "00".
       01 ST-PAT         PIC X(02) VALUE "00".
       01 ST-OSP         PIC X(02) VALUE "00".
       01 ST-CTRLO       PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-ANOMES-HOJE  PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-HOJE-R REDEFINES W-ANOMES-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 W-HOJE-MES    PIC 9(02).
       01 W-ANOMES-ULT   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-ULT-R REDEFINES W-ANOMES-ULT.
           03 W-ULT-ANO     PIC 9(04).
           03 W-ULT-MES     PIC 9(02).
       01 W-MESES-PASSA  PIC S9(05) VALUE ZEROS.
       01 W-ULTOSP       PIC 9(06) VALUE ZEROS.
       01 W-TOT-PLANOS   PIC 9(04) VALUE ZEROS.
       01 W-TOT-ABERTAS  PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           MOVE W-DATA-HOJE (1:6) TO W-ANOMES-HOJE.
       R0.
           OPEN I-O CADPLANOPAT
           IF ST-PLP NOT = "00"
               DISPLAY "CADPLANOPAT AUSENTE - NADA A GERAR"
               GO TO ROT-FIM3.
           OPEN INPUT CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPATRIM"
               MOVE 8 TO RETURN-CODE
               CLOSE CADPLANOPAT
               GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADOSPAT
           IF ST-OSP NOT = "00"
              IF ST-OSP = "30"
                 OPEN OUTPUT CADOSPAT
                 CLOSE CADOSPAT
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOSPAT"
                 MOVE 8 TO RETURN-CODE
                 CLOSE CADPLANOPAT CADPATRIM
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT ARQCTRLOSP
           IF ST-CTRLO = "00"
              READ ARQCTRLOSP
                 AT END MOVE ZEROS TO W-ULTOSP
              END-READ
              IF ST-CTRLO = "00"
                 MOVE CTRL-ULTOSP TO W-ULTOSP
              END-IF
              CLOSE ARQCTRLOSP
           ELSE
              MOVE ZEROS TO W-ULTOSP.

           DISPLAY "*** GERACAO DE OS PREVENTIVA DE EQUIPAMENTOS - "
               W-DATA-HOJE " ***".

       R1.
           READ CADPLANOPAT NEXT RECORD
               AT END
                 GO TO R-FIM
           END-READ.
           ADD 1 TO W-TOT-PLANOS

      *---------[ JA HA OS PREVENTIVA ABERTA PARA O BEM ]---------------
           IF PLP-OS-ABERTA > ZEROS
               MOVE PLP-OS-ABERTA TO OSP-NUMERO
               READ CADOSPAT
               IF ST-OSP = "00" AND OSP-SITUACAO = "A"
                   GO TO R1
               END-IF
               MOVE ZEROS TO PLP-OS-ABERTA
               REWRITE REGPLANOPAT.

           MOVE PLP-CODPAT TO PAT-CODIGO
           READ CADPATRIM
           IF ST-PAT NOT = "00" OR PAT-SITUACAO NOT = "A"
               GO TO R1.

           IF PLP-MESES-INTERV = ZEROS OR PLP-DATA-ULT = ZEROS
               GO TO R1.
           MOVE PLP-DATA-ULT (1:6) TO W-ANOMES-ULT
           COMPUTE W-MESES-PASSA =
               ((W-HOJE-ANO * 12) + W-HOJE-MES)
             - ((W-ULT-ANO * 12) + W-ULT-MES)
           IF W-MESES-PASSA < PLP-MESES-INTERV
               GO TO R1.

      *---------[ ABRE A OS PREVENTIVA ]--------------------------------
           ADD 1 TO W-ULTOSP
           MOVE W-ULTOSP TO OSP-NUMERO
           MOVE PLP-CODPAT TO OSP-CODPAT
           MOVE "P" TO OSP-TIPO
           MOVE W-DATA-HOJE TO OSP-DATA-ABERT
           MOVE ZEROS TO OSP-DATA-FECH OSP-MAODEOBRA OSP-VALPECAS
                         OSP-VALTERC OSP-CNPJ-TERC OSP-NF-TERC
           MOVE SPACES TO OSP-DESCRICAO
           STRING "REVISAO PREVENTIVA: " PLP-SERVICOS
               DELIMITED BY SIZE INTO OSP-DESCRICAO
           MOVE "A" TO OSP-SITUACAO
           MOVE "GERAOSPA" TO OSP-OPERADOR
           WRITE REGOSPAT
           IF ST-OSP NOT = "00" AND ST-OSP NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA OS ST=" ST-OSP
               SUBTRACT 1 FROM W-ULTOSP
               GO TO R1.

           MOVE W-ULTOSP TO PLP-OS-ABERTA
           MOVE W-DATA-HOJE TO PLP-DATA-ULT
           REWRITE REGPLANOPAT
           ADD 1 TO W-TOT-ABERTAS
           DISPLAY "OS " W-ULTOSP " ABERTA PARA O BEM " PLP-CODPAT
               " - " PAT-DESCRICAO
           GO TO R1.

       R-FIM.
           OPEN OUTPUT ARQCTRLOSP
           MOVE W-ULTOSP TO CTRL-ULTOSP
           WRITE REG-CTRLOSP
           CLOSE ARQCTRLOSP
           DISPLAY " "
           DISPLAY "PLANOS AVALIADOS...............: " W-TOT-PLANOS
           DISPLAY "OS PREVENTIVAS ABERTAS.........: " W-TOT-ABERTAS.

       ROT-FIM.
           CLOSE CADPLANOPAT
           CLOSE CADPATRIM
           CLOSE CADOSPAT.
       ROT-FIM3.
           GOBACK.
