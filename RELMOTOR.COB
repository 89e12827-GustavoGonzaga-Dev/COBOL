       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMOTOR.
      ***********************************************
      *  SCORECARD DE MOTORISTAS POR PERIODO - JUNTA  *
      *  POR CHAPA AS MULTAS DE CADMULTA, OS PONTOS   *
      *  NA CNH (MULTAS DOS 12 MESES ATE O FIM DO     *
      *  PERIODO), OS SINISTROS DE CADSINISTRO, AS    *
      *  DEVOLUCOES ATRASADAS DE CADRETVEIC (RETORNO  *
      *  DEPOIS DA PREVISAO OU AINDA FORA COM A       *
      *  PREVISAO VENCIDA) E O CONSUMO DE CADABAST.   *
      *  O KM DE CADA ABASTECIMENTO (ODOMETRO MENOS O *
      *  ANTERIOR DA PLACA) VAI PARA A CHAPA DO       *
      *  ABASTECIMENTO; O CONSUMO DO MOTORISTA E      *
      *  MEDIDO CONTRA O KM/L MEDIO DA FROTA DA MESMA *
      *  MARCA NO PERIODO (INDICE 100 = NA MEDIA).    *
      *  NOTA = 100 - 5 POR MULTA - 1 POR PONTO NA    *
      *  CNH - 15 POR SINISTRO - 3 POR ATRASO +       *
      *  (INDICE DE CONSUMO - 100) / 2, ESTE LIMITADO *
      *  A 10 PARA MAIS OU PARA MENOS, E A NOTA       *
      *  FICA ENTRE 0 E 100. O RANKING SAI PELA NOTA  *
      *  E A NOTA DE CADA MOTORISTA E GRAVADA EM      *
      *  CADNOTAMOT, COM ALERTA PARA QUEM FICOU ABAIXO*
      *  DA NOTA MINIMA, PARA RETIRAVEIC AVISAR O     *
      *  DESPACHANTE NA ENTREGA DO VEICULO            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNOTAMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NMT-CHAPA
                    FILE STATUS  IS ST-NMT.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.

           SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MUL-KEY
                    FILE STATUS  IS ST-MUL.

           SELECT CADSINISTRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SIN-NUMERO
                    ALTERNATE RECORD KEY IS SIN-PLACA WITH DUPLICATES
                    FILE STATUS  IS ST-SIN.

           SELECT CADRETVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-KEY
                    FILE STATUS  IS ST-RET.

           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ABAST-KEY
                    FILE STATUS  IS ST-ABA.

           SELECT W-ORDENACAO ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNOTAMOT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNOTAMOT.DAT".
       01 REGNOTAMOT.
           03 NMT-CHAPA         PIC 9(06).
           03 NMT-NOTA          PIC 9(03).
           03 NMT-NOTA-MIN      PIC 9(03).
           03 NMT-ALERTA        PIC X(01).
           03 NMT-DATA-INI      PIC 9(08).
           03 NMT-DATA-FIM      PIC 9(08).
           03 NMT-DATA-CALC     PIC 9(08).

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

       FD CADVEIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
           03 PLACA         PIC X(07).
           03 CNPJ-PROP     PIC 9(15).
           03 ANOFABRICACAO PIC 9(04).
           03 MARCA         PIC 9(02).
           03 SITUACAO      PIC X(01).
           03 DATAPROXVISTORIA PIC 9(08).

       FD CADMULTA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMULTA.DAT".
       01 REGMULTA.
           03 MUL-KEY.
              05 MUL-PLACA      PIC X(07).
              05 MUL-SEQ        PIC 9(04).
           03 MUL-DATA          PIC 9(08).
           03 MUL-HORA          PIC 9(04).
           03 MUL-DESCRICAO     PIC X(30).
           03 MUL-VALOR         PIC 9(07)V99.
           03 MUL-CHAPA         PIC 9(06).
           03 MUL-PRAZO-IND     PIC 9(08).
           03 MUL-SITUACAO      PIC X(01).
           03 MUL-PONTOS        PIC 9(02).

       FD CADSINISTRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSINISTRO.DAT".
       01 REGSINISTRO.
           03 SIN-NUMERO        PIC 9(06).
           03 SIN-PLACA         PIC X(07).
           03 SIN-DATA          PIC 9(08).
           03 SIN-HORA          PIC 9(04).
           03 SIN-LOCAL         PIC X(40).
           03 SIN-DESCRICAO     PIC X(40).
           03 SIN-CHAPA         PIC 9(06).
           03 SIN-TERCEIRO OCCURS 3 TIMES.
              05 SIN-TER-NOME     PIC X(30).
              05 SIN-TER-PLACA    PIC X(07).
              05 SIN-TER-CONTATO  PIC X(15).
           03 SIN-BOLETIM       PIC X(15).
           03 SIN-ESTIMATIVA    PIC 9(09)V99.
           03 SIN-SEG-VENCTO    PIC 9(08).
           03 SIN-SEG-PROTOCOLO PIC X(15).
           03 SIN-SEG-SITUACAO  PIC X(01).
           03 SIN-DATA-AVISO    PIC 9(08).
           03 SIN-DATA-VISTORIA PIC 9(08).
           03 SIN-DATA-APROV    PIC 9(08).
           03 SIN-VALOR-APROV   PIC 9(09)V99.
           03 SIN-FRANQUIA      PIC 9(07)V99.
           03 SIN-TITULO-FRANQ  PIC 9(06).
           03 SIN-DATA-FRANQ    PIC 9(08).
           03 SIN-VALOR-INDENIZ PIC 9(09)V99.
           03 SIN-DATA-INDENIZ  PIC 9(08).
           03 SIN-NUMOS         PIC 9(06).
           03 SIN-OPERADOR      PIC X(08).

       FD CADRETVEIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRETVEIC.DAT".
       01 REGRETVEIC.
           03 RET-KEY.
              05 RET-PLACA       PIC X(07).
              05 RET-SEQ         PIC 9(04).
           03 RET-CHAPA          PIC 9(06).
           03 RET-DATA-SAIDA     PIC 9(08).
           03 RET-HORA-SAIDA     PIC 9(04).
           03 RET-PREV-RETORNO   PIC 9(08).
           03 RET-DATA-RETORNO   PIC 9(08).
           03 RET-SITUACAO       PIC X(01).

       FD CADABAST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADABAST.DAT".
       01 REGABAST.
           03 ABAST-KEY.
              05 ABAST-PLACA     PIC X(07).
              05 ABAST-SEQ       PIC 9(04).
           03 ABAST-DATA         PIC 9(08).
           03 ABAST-ODOMETRO     PIC 9(07).
           03 ABAST-LITROS       PIC 9(04)V99.
           03 ABAST-VALOR        PIC 9(06)V99.
           03 ABAST-CHAPA        PIC 9(06).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-NOTA            PIC 9(03).
           03 ORD-CHAPA           PIC 9(06).
           03 ORD-IND             PIC 9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-NMT         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-VEI         PIC X(02) VALUE "00".
       01 ST-MUL         PIC X(02) VALUE "00".
       01 ST-SIN         PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 ST-ABA         PIC X(02) VALUE "00".
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-DATA-PONTOS  PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX      PIC 9(09) VALUE ZEROS.
       01 W-NOTA-MIN     PIC 9(03) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-IND          PIC 9(04) VALUE ZEROS.
       01 W-CHEIO        PIC X(01) VALUE "N".
       01 W-PASSO        PIC 9(01) VALUE ZEROS.
       01 W-PLACA-ANT    PIC X(07) VALUE SPACES.
       01 W-MARCA        PIC 9(02) VALUE ZEROS.
       01 W-ODO-ANT      PIC 9(07) VALUE ZEROS.
       01 W-KM           PIC 9(07) VALUE ZEROS.
       01 W-KML          PIC 9(03)V99 VALUE ZEROS.
       01 W-AJUSTE       PIC S9(05) VALUE ZEROS.
       01 W-NOTA         PIC S9(05) VALUE ZEROS.
       01 W-RANK         PIC 9(04) VALUE ZEROS.
       01 W-TOT-ALERTA   PIC 9(04) VALUE ZEROS.
       01 W-TOT-MULTAS   PIC 9(05) VALUE ZEROS.
       01 W-TOT-SINISTROS PIC 9(05) VALUE ZEROS.
       01 W-TOT-RETIRADAS PIC 9(05) VALUE ZEROS.
       01 W-TOT-ABAST    PIC 9(07) VALUE ZEROS.

      *---------[ PESOS DA NOTA DO MOTORISTA ]--------------------------
       01 W-PESO-MULTA    PIC 9(02) VALUE 5.
       01 W-PESO-PONTO    PIC 9(02) VALUE 1.
       01 W-PESO-SINISTRO PIC 9(02) VALUE 15.
       01 W-PESO-ATRASO   PIC 9(02) VALUE 3.
       01 W-LIMITE-CONSUMO PIC 9(02) VALUE 10.

      *---------[ KM/L DA FROTA POR MARCA (INDICE = MARCA) ]------------
       01 W-TAB-MARCA.
           03 MCA-ENT OCCURS 99 TIMES.
              05 MCA-KM          PIC 9(09).
              05 MCA-LITROS      PIC 9(09)V99.
              05 MCA-KML         PIC 9(03)V99.

      *---------[ MOTORISTAS EM MEMORIA ]-------------------------------
       01 W-TAB-MOT.
           03 RMT-QTD        PIC 9(04) VALUE ZEROS.
           03 RMT-ENT OCCURS 500 TIMES.
              05 RMT-CHAPA       PIC 9(06).
              05 RMT-MULTAS      PIC 9(03).
              05 RMT-VAL-MULTAS  PIC 9(09)V99.
              05 RMT-PONTOS      PIC 9(03).
              05 RMT-SINISTROS   PIC 9(03).
              05 RMT-RETIRADAS   PIC 9(04).
              05 RMT-ATRASOS     PIC 9(04).
              05 RMT-KM          PIC 9(09).
              05 RMT-LITROS      PIC 9(07)V99.
              05 RMT-LITROS-PREV PIC 9(07)V99.
              05 RMT-NOTA        PIC 9(03).
              05 RMT-EFIC        PIC 9(05).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R00.
           DISPLAY "*** SCORECARD DE MOTORISTAS ***"
           DISPLAY "DATA INICIAL (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA-INI
           IF W-DATA-INI NOT NUMERIC OR W-DATA-INI = ZEROS
               GO TO R00.
       R00A.
           DISPLAY "DATA FINAL (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM NOT NUMERIC OR W-DATA-FIM < W-DATA-INI
               DISPLAY "*** DATA FINAL ANTERIOR A INICIAL ***"
               GO TO R00A.
           DISPLAY "NOTA MINIMA (0 = 60): " WITH NO ADVANCING
           ACCEPT W-NOTA-MIN
           IF W-NOTA-MIN = ZEROS OR W-NOTA-MIN > 100
               MOVE 60 TO W-NOTA-MIN.
           COMPUTE W-INT-AUX =
               FUNCTION INTEGER-OF-DATE (W-DATA-FIM) - 365
           COMPUTE W-DATA-PONTOS =
               FUNCTION DATE-OF-INTEGER (W-INT-AUX).

       R0.
           OPEN I-O CADNOTAMOT
           IF ST-NMT NOT = "00"
              IF ST-NMT = "30"
                 OPEN OUTPUT CADNOTAMOT
                 CLOSE CADNOTAMOT
                 DISPLAY "*** ARQUIVO CADNOTAMOT FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNOTAMOT"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADVEIC
           IF ST-VEI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               CLOSE CADNOTAMOT
               GO TO ROT-FIM3.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "99" TO ST-ERRO.

       R0C.
           OPEN INPUT CADMULTA
           IF ST-MUL NOT = "00"
               MOVE "99" TO ST-MUL
               DISPLAY "*** CADMULTA AUSENTE - SEM MULTAS ***".
           OPEN INPUT CADSINISTRO
           IF ST-SIN NOT = "00"
               MOVE "99" TO ST-SIN
               DISPLAY "*** CADSINISTRO AUSENTE - SEM SINISTROS ***".
           OPEN INPUT CADRETVEIC
           IF ST-RET NOT = "00"
               MOVE "99" TO ST-RET
               DISPLAY "*** CADRETVEIC AUSENTE - SEM ATRASOS ***".
           OPEN INPUT CADABAST
           IF ST-ABA NOT = "00"
               MOVE "99" TO ST-ABA
               DISPLAY "*** CADABAST AUSENTE - SEM CONSUMO ***".
           MOVE ZEROS TO W-TAB-MARCA.

      *---------[ MULTAS DO PERIODO E PONTOS DOS ULTIMOS 12 MESES ]-----
       R1.
           IF ST-MUL = "99"
               GO TO R2.
       R1A.
           READ CADMULTA NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF MUL-CHAPA = ZEROS OR MUL-DATA > W-DATA-FIM
              OR MUL-DATA < W-DATA-PONTOS
               GO TO R1A.
           MOVE MUL-CHAPA TO W-CHAPA
           PERFORM LOCALIZA-MOTORISTA THRU LOCALIZA-MOTORISTA-FIM
           IF W-IND = ZEROS
               GO TO R1A.
           ADD MUL-PONTOS TO RMT-PONTOS (W-IND)
           IF MUL-DATA NOT < W-DATA-INI
               ADD 1 TO W-TOT-MULTAS
               ADD 1 TO RMT-MULTAS (W-IND)
               ADD MUL-VALOR TO RMT-VAL-MULTAS (W-IND).
           GO TO R1A.

      *---------[ SINISTROS DO PERIODO ]--------------------------------
       R2.
           IF ST-SIN = "99"
               GO TO R3.
       R2A.
           READ CADSINISTRO NEXT RECORD
               AT END
                 GO TO R3
           END-READ.
           IF SIN-CHAPA = ZEROS OR SIN-DATA < W-DATA-INI
              OR SIN-DATA > W-DATA-FIM
               GO TO R2A.
           MOVE SIN-CHAPA TO W-CHAPA
           PERFORM LOCALIZA-MOTORISTA THRU LOCALIZA-MOTORISTA-FIM
           IF W-IND = ZEROS
               GO TO R2A.
           ADD 1 TO W-TOT-SINISTROS
           ADD 1 TO RMT-SINISTROS (W-IND)
           GO TO R2A.

      *---------[ RETIRADAS DO PERIODO E DEVOLUCOES ATRASADAS ]---------
       R3.
           IF ST-RET = "99"
               GO TO R4.
       R3A.
           READ CADRETVEIC NEXT RECORD
               AT END
                 GO TO R4
           END-READ.
           IF RET-CHAPA = ZEROS OR RET-DATA-SAIDA < W-DATA-INI
              OR RET-DATA-SAIDA > W-DATA-FIM
               GO TO R3A.
           MOVE RET-CHAPA TO W-CHAPA
           PERFORM LOCALIZA-MOTORISTA THRU LOCALIZA-MOTORISTA-FIM
           IF W-IND = ZEROS
               GO TO R3A.
           ADD 1 TO W-TOT-RETIRADAS
           ADD 1 TO RMT-RETIRADAS (W-IND)
           IF RET-DATA-RETORNO > RET-PREV-RETORNO
               ADD 1 TO RMT-ATRASOS (W-IND)
               GO TO R3A.
           IF RET-DATA-RETORNO = ZEROS
              AND RET-PREV-RETORNO < W-DATA-HOJE
               ADD 1 TO RMT-ATRASOS (W-IND).
           GO TO R3A.

      *---------[ CONSUMO: 1 = MEDIA DA MARCA  2 = MOTORISTA ]----------
       R4.
           IF ST-ABA = "99"
               GO TO R5.
           MOVE 1 TO W-PASSO.
       R4A.
           MOVE SPACES TO W-PLACA-ANT
           MOVE ZEROS TO W-ODO-ANT W-MARCA
           MOVE SPACES TO ABAST-PLACA
           MOVE ZEROS TO ABAST-SEQ
           START CADABAST KEY IS NOT LESS ABAST-KEY
               INVALID KEY GO TO R4C.
       R4B.
           READ CADABAST NEXT RECORD
               AT END
                 GO TO R4C
           END-READ.
           IF ABAST-PLACA NOT = W-PLACA-ANT
               MOVE ABAST-PLACA TO W-PLACA-ANT
               MOVE ZEROS TO W-ODO-ANT
               PERFORM BUSCA-MARCA.
           MOVE ZEROS TO W-KM
           IF W-ODO-ANT > ZEROS AND ABAST-ODOMETRO > W-ODO-ANT
               COMPUTE W-KM = ABAST-ODOMETRO - W-ODO-ANT.
           MOVE ABAST-ODOMETRO TO W-ODO-ANT
           IF W-KM = ZEROS OR W-MARCA = ZEROS
              OR ABAST-DATA < W-DATA-INI OR ABAST-DATA > W-DATA-FIM
               GO TO R4B.
           IF W-PASSO = 1
               ADD 1 TO W-TOT-ABAST
               ADD W-KM TO MCA-KM (W-MARCA)
               ADD ABAST-LITROS TO MCA-LITROS (W-MARCA)
               GO TO R4B.
           IF ABAST-CHAPA = ZEROS OR MCA-KML (W-MARCA) = ZEROS
               GO TO R4B.
           MOVE ABAST-CHAPA TO W-CHAPA
           PERFORM LOCALIZA-MOTORISTA THRU LOCALIZA-MOTORISTA-FIM
           IF W-IND = ZEROS
               GO TO R4B.
           ADD W-KM TO RMT-KM (W-IND)
           ADD ABAST-LITROS TO RMT-LITROS (W-IND)
           COMPUTE RMT-LITROS-PREV (W-IND) ROUNDED =
               RMT-LITROS-PREV (W-IND) + W-KM / MCA-KML (W-MARCA)
           GO TO R4B.
       R4C.
           IF W-PASSO = 2
               GO TO R5.
           MOVE 1 TO W-MARCA.
       R4D.
           IF MCA-LITROS (W-MARCA) > ZEROS
               COMPUTE MCA-KML (W-MARCA) ROUNDED =
                   MCA-KM (W-MARCA) / MCA-LITROS (W-MARCA).
           IF W-MARCA < 99
               ADD 1 TO W-MARCA
               GO TO R4D.
           MOVE 2 TO W-PASSO
           GO TO R4A.

      *---------[ RANKING PELA NOTA ]-----------------------------------
       R5.
           SORT W-ORDENACAO
               ON DESCENDING KEY ORD-NOTA
               ON ASCENDING KEY ORD-CHAPA
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.

       ROT-FIM.
           CLOSE CADNOTAMOT
           CLOSE CADVEIC
           IF ST-ERRO NOT = "99"
               CLOSE ARQFUNC.
           IF ST-MUL NOT = "99"
               CLOSE CADMULTA.
           IF ST-SIN NOT = "99"
               CLOSE CADSINISTRO.
           IF ST-RET NOT = "99"
               CLOSE CADRETVEIC.
           IF ST-ABA NOT = "99"
               CLOSE CADABAST.
       ROT-FIM3.
           STOP RUN.

      *---------[ POSICAO DO MOTORISTA NA TABELA (ZERO = CHEIA) ]-------
       LOCALIZA-MOTORISTA.
           MOVE ZEROS TO W-IND.
       LOCALIZA-MOTORISTA-1.
           ADD 1 TO W-IND
           IF W-IND > RMT-QTD
               GO TO LOCALIZA-MOTORISTA-2.
           IF RMT-CHAPA (W-IND) = W-CHAPA
               GO TO LOCALIZA-MOTORISTA-FIM.
           GO TO LOCALIZA-MOTORISTA-1.
       LOCALIZA-MOTORISTA-2.
           IF RMT-QTD >= 500
               MOVE ZEROS TO W-IND
               IF W-CHEIO = "N"
                   MOVE "S" TO W-CHEIO
                   DISPLAY "*** MAIS DE 500 MOTORISTAS - EXCEDENTES "
                       "FORA DO RELATORIO ***"
               END-IF
               GO TO LOCALIZA-MOTORISTA-FIM.
           ADD 1 TO RMT-QTD
           MOVE RMT-QTD TO W-IND
           MOVE ZEROS TO RMT-ENT (W-IND)
           MOVE W-CHAPA TO RMT-CHAPA (W-IND).
       LOCALIZA-MOTORISTA-FIM.
           EXIT.

      *---------[ MARCA DA PLACA (ZERO = SEM CADASTRO) ]----------------
       BUSCA-MARCA.
           MOVE ZEROS TO W-MARCA
           MOVE ABAST-PLACA TO PLACA
           READ CADVEIC
           IF ST-VEI = "00"
               MOVE MARCA TO W-MARCA
           ELSE
               MOVE "00" TO ST-VEI.

      *---------[ NOTA DO MOTORISTA PELOS PESOS ]-----------------------
      *  O AJUSTE DE CONSUMO SO ENTRA QUANDO O MOTORISTA TEM    *
      *  ABASTECIMENTO NO PERIODO EM MARCA COM MEDIA DE FROTA   *
       CALCULA-NOTA.
           MOVE ZEROS TO W-AJUSTE RMT-EFIC (W-IND)
           IF RMT-LITROS (W-IND) > ZEROS
              AND RMT-LITROS-PREV (W-IND) > ZEROS
               COMPUTE RMT-EFIC (W-IND) ROUNDED =
                   RMT-LITROS-PREV (W-IND) * 100 / RMT-LITROS (W-IND)
               COMPUTE W-AJUSTE = (RMT-EFIC (W-IND) - 100) / 2
               IF W-AJUSTE > W-LIMITE-CONSUMO
                   MOVE W-LIMITE-CONSUMO TO W-AJUSTE
               END-IF
               IF W-AJUSTE < ZEROS - W-LIMITE-CONSUMO
                   COMPUTE W-AJUSTE = ZEROS - W-LIMITE-CONSUMO
               END-IF.
           COMPUTE W-NOTA = 100
               - RMT-MULTAS (W-IND) * W-PESO-MULTA
               - RMT-PONTOS (W-IND) * W-PESO-PONTO
               - RMT-SINISTROS (W-IND) * W-PESO-SINISTRO
               - RMT-ATRASOS (W-IND) * W-PESO-ATRASO
               + W-AJUSTE
           IF W-NOTA < ZEROS
               MOVE ZEROS TO W-NOTA.
           IF W-NOTA > 100
               MOVE 100 TO W-NOTA.
           MOVE W-NOTA TO RMT-NOTA (W-IND).

      *---------[ UM REGISTRO DE ORDENACAO POR MOTORISTA ]--------------
       MONTA-ORDENACAO.
           MOVE ZEROS TO W-IND.
       MR1.
           ADD 1 TO W-IND
           IF W-IND > RMT-QTD
               GO TO MR-FIM.
           PERFORM CALCULA-NOTA
           MOVE RMT-NOTA (W-IND) TO ORD-NOTA
           MOVE RMT-CHAPA (W-IND) TO ORD-CHAPA
           MOVE W-IND TO ORD-IND
           RELEASE W-REGORD
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ IMPRIME O RANKING E GRAVA A NOTA EM CADNOTAMOT ]------
       IMPRIME-ORDENACAO.
           DISPLAY " "
           DISPLAY "*** SCORECARD DE MOTORISTAS DE " W-DATA-INI
               " A " W-DATA-FIM " - NOTA MINIMA " W-NOTA-MIN " ***"
           DISPLAY "MULTAS: " W-TOT-MULTAS "  SINISTROS: "
               W-TOT-SINISTROS "  RETIRADAS: " W-TOT-RETIRADAS
               "  ABASTECIMENTOS: " W-TOT-ABAST.
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.

           ADD 1 TO W-RANK
           MOVE ORD-IND TO W-IND
           MOVE SPACES TO NOME
           IF ST-ERRO NOT = "99"
               MOVE RMT-CHAPA (W-IND) TO CHAPA
               READ ARQFUNC
               IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE "MOTORISTA NAO CADASTRADO" TO NOME
               END-IF.
           MOVE ZEROS TO W-KML
           IF RMT-LITROS (W-IND) > ZEROS
               COMPUTE W-KML ROUNDED =
                   RMT-KM (W-IND) / RMT-LITROS (W-IND).
           DISPLAY " "
           DISPLAY W-RANK " - " RMT-CHAPA (W-IND) "  " NOME
               "  NOTA " RMT-NOTA (W-IND)
           DISPLAY "   MULTAS " RMT-MULTAS (W-IND) " ("
               RMT-VAL-MULTAS (W-IND) ")  PONTOS CNH "
               RMT-PONTOS (W-IND) "  SINISTROS "
               RMT-SINISTROS (W-IND)
           DISPLAY "   ATRASOS " RMT-ATRASOS (W-IND) " DE "
               RMT-RETIRADAS (W-IND) " RETIRADAS  KM "
               RMT-KM (W-IND) "  KM/L " W-KML
               "  INDICE CONSUMO " RMT-EFIC (W-IND)

           MOVE RMT-CHAPA (W-IND) TO NMT-CHAPA
           MOVE RMT-NOTA (W-IND) TO NMT-NOTA
           MOVE W-NOTA-MIN TO NMT-NOTA-MIN
           MOVE "N" TO NMT-ALERTA
           IF RMT-NOTA (W-IND) < W-NOTA-MIN
               MOVE "S" TO NMT-ALERTA
               ADD 1 TO W-TOT-ALERTA
               DISPLAY "   *** ABAIXO DA NOTA MINIMA - ALERTA NA "
                   "RETIRADA DE VEICULO ***".
           MOVE W-DATA-INI TO NMT-DATA-INI
           MOVE W-DATA-FIM TO NMT-DATA-FIM
           MOVE W-DATA-HOJE TO NMT-DATA-CALC
           WRITE REGNOTAMOT
           IF ST-NMT = "22"
               REWRITE REGNOTAMOT.
           GO TO IR1.

       IR-FIM.
           DISPLAY " "
           DISPLAY "MOTORISTAS AVALIADOS...........: " W-RANK
           DISPLAY "ABAIXO DA NOTA MINIMA..........: " W-TOT-ALERTA
           EXIT.
