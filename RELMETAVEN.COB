       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMETAVEN.
      ***********************************************
      *  ATINGIMENTO DE METAS DE VENDA - MES E        *
      *  ACUMULADO DO ANO ATE A COMPETENCIA           *
      *  INFORMADA, POR VENDEDOR E POR APLICACAO DO   *
      *  PRODUTO. O REALIZADO VEM DE CADNF: NOTAS     *
      *  ATIVAS (A) MENOS AS NOTAS DE CREDITO DE      *
      *  DEVOLCLI (D, COM O VENDEDOR DA NOTA          *
      *  ORIGINAL), NO MES DA DEVOLUCAO; NOTA         *
      *  CANCELADA (C) NAO ENTRA. A META VEM DE       *
      *  CADMETAVEN (METAVEND) - SEM META TOTAL (00)  *
      *  VALE A SOMA DAS METAS POR APLICACAO. CLIENTE *
      *  NOVO E O DA PRIMEIRA NOTA ATIVA DE TODO O    *
      *  CADNF, CONTADO PARA O VENDEDOR DESSA NOTA.   *
      *  RELATORIO NO SPOOL RELMETAVEN.SPL            *
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

           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VND-CODIGO
                    FILE STATUS  IS ST-VND.

           SELECT CADMETAVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTV-KEY
                    FILE STATUS  IS ST-MTV.

           SELECT W-ORDENACAO ASSIGN TO DISK.
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

       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
           03 NF-KEY.
              05 NF-NUMERO         PIC 9(06).
              05 NF-CODGPRODUTO    PIC 9(06).
           03 NF-CNPJCPF           PIC 9(15).
           03 NF-NUMPV             PIC 9(06).
           03 NF-QUANTIDADE        PIC 9(05)V9.
           03 NF-PRECO             PIC 9(07)V99.
           03 NF-DATA              PIC 9(08).
           03 NF-SITUACAO          PIC X(01).
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

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

       FD CADVEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
           03 VND-CODIGO        PIC 9(03).
           03 VND-NOME          PIC X(30).
           03 VND-CHAPA         PIC 9(06).
           03 VND-PCT-COMISSAO  PIC 9(02)V99.
           03 VND-SITUACAO      PIC X(01).

       FD CADMETAVEN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMETAVEN.DAT".
       01 REGMETAVEN.
           03 MTV-KEY.
              05 MTV-VENDEDOR      PIC 9(03).
              05 MTV-COMPET        PIC 9(06).
              05 MTV-APLICACAO     PIC 9(02).
           03 MTV-VALOR-META       PIC 9(11)V99.
           03 MTV-NOVOS-CLI        PIC 9(04).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-VENDEDOR        PIC 9(03).
           03 ORD-APLICACAO       PIC 9(02).
           03 ORD-IND             PIC 9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELMETAVEN.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-COMPL        PIC X(84) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-VND         PIC X(02) VALUE "00".
       01 ST-MTV         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO  PIC 9(04).
           03 W-COMPET-MES  PIC 9(02).
       01 W-MOV-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-MOV-COMPET-R REDEFINES W-MOV-COMPET.
           03 W-MOV-ANO     PIC 9(04).
           03 W-MOV-MES     PIC 9(02).
       01 W-VENDEDOR     PIC 9(03) VALUE ZEROS.
       01 W-APLIC        PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(04) VALUE ZEROS.
       01 W-IND-TOT      PIC 9(04) VALUE ZEROS.
       01 W-P            PIC 9(01) VALUE ZEROS.
       01 W-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-META-PER     PIC 9(11)V99 VALUE ZEROS.
       01 W-PCT          PIC 9(05)V99 VALUE ZEROS.
       01 W-CNPJ         PIC 9(15) VALUE ZEROS.
       01 W-TOT-NOTAS    PIC 9(07) VALUE ZEROS.
       01 W-TOT-FORA     PIC 9(05) VALUE ZEROS.
       01 W-ROTULO       PIC X(12) VALUE SPACES.
       01 W-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
       01 W-META-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-DEVOL-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-PCT-ED       PIC ZZ.ZZ9,99.
       01 W-QTD-ED       PIC ZZZ9.
       01 W-QTD2-ED      PIC ZZZ9.
       01 W-TOT-REAL     PIC S9(13)V99 OCCURS 2 TIMES.
       01 W-TOT-META     PIC 9(13)V99 OCCURS 2 TIMES.

      *---------[ LINHAS VENDEDOR + APLICACAO (00 = TOTAL) ]------------
      *  PERIODO 1 = MES DA COMPETENCIA, 2 = ACUMULADO DO ANO
       01 W-TAB-LIN.
           03 LIN-QTD        PIC 9(04) VALUE ZEROS.
           03 LIN-ENT OCCURS 2000 TIMES.
              05 LIN-VENDEDOR    PIC 9(03).
              05 LIN-APLIC       PIC 9(02).
              05 LIN-PER OCCURS 2 TIMES.
                 07 LIN-REAL       PIC S9(11)V99.
                 07 LIN-DEVOL      PIC 9(11)V99.
                 07 LIN-META       PIC 9(11)V99.
                 07 LIN-META-CAT   PIC 9(11)V99.
                 07 LIN-NOVOS      PIC 9(04).
                 07 LIN-META-NOVOS PIC 9(04).

      *---------[ PRIMEIRA NOTA ATIVA DE CADA CLIENTE ]-----------------
       01 W-TAB-CLI.
           03 CLN-QTD        PIC 9(04) VALUE ZEROS.
           03 CLN-ENT OCCURS 5000 TIMES.
              05 CLN-CNPJ        PIC 9(15).
              05 CLN-DATA        PIC 9(08).
              05 CLN-VENDEDOR    PIC 9(03).
       01 W-IND-CLI      PIC 9(04) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R00.
           DISPLAY "*** ATINGIMENTO DE METAS DE VENDA ***"
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
              OR W-COMPET-MES < 1 OR W-COMPET-MES > 12
               GO TO R00.

       R0.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNF"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** CADPROD AUSENTE - SEM QUEBRA POR "
                   "APLICACAO ***"
               MOVE "99" TO ST-ERRO.
           OPEN INPUT CADVEND
           IF ST-VND NOT = "00"
               MOVE "99" TO ST-VND.
           OPEN INPUT CADMETAVEN
           IF ST-MTV NOT = "00"
               DISPLAY "*** CADMETAVEN AUSENTE - VENDEDORES SEM "
                   "META ***"
               MOVE "99" TO ST-MTV.
           MOVE ZEROS TO W-TOT-REAL (1) W-TOT-REAL (2)
                         W-TOT-META (1) W-TOT-META (2)
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

      *---------[ NOTAS: REALIZADO DO ANO E PRIMEIRA COMPRA ]-----------
       R1.
           READ CADNF NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF NF-SITUACAO = "A"
               PERFORM PRIMEIRA-NOTA THRU PRIMEIRA-NOTA-FIM.
           IF NF-SITUACAO NOT = "A" AND NF-SITUACAO NOT = "D"
               GO TO R1.
           IF NF-VENDEDOR = ZEROS
               GO TO R1.
           MOVE NF-DATA (1:6) TO W-MOV-COMPET
           IF W-MOV-ANO NOT = W-COMPET-ANO OR W-MOV-COMPET > W-COMPET
               GO TO R1.
           ADD 1 TO W-TOT-NOTAS
           COMPUTE W-VALOR = NF-QUANTIDADE * NF-PRECO
           MOVE ZEROS TO W-APLIC
           IF ST-ERRO NOT = "99"
               MOVE NF-CODGPRODUTO TO CODGPRODUTO
               READ CADPROD
               IF ST-ERRO = "00"
                   MOVE APLICACAO TO W-APLIC
               END-IF
               MOVE "00" TO ST-ERRO.
           MOVE NF-VENDEDOR TO W-VENDEDOR
           PERFORM SOMA-NOTA THRU SOMA-NOTA-FIM
           IF W-APLIC NOT = ZEROS
               PERFORM SOMA-NOTA THRU SOMA-NOTA-FIM.
           GO TO R1.

      *---------[ METAS DO ANO ATE A COMPETENCIA ]----------------------
       R2.
           IF ST-MTV = "99"
               GO TO R3.
       R2A.
           READ CADMETAVEN NEXT RECORD
               AT END
                 GO TO R3
           END-READ.
           MOVE MTV-COMPET TO W-MOV-COMPET
           IF W-MOV-ANO NOT = W-COMPET-ANO OR W-MOV-COMPET > W-COMPET
               GO TO R2A.
           MOVE MTV-VENDEDOR TO W-VENDEDOR
           MOVE ZEROS TO W-APLIC
           PERFORM ACHA-LINHA THRU ACHA-LINHA-FIM
           IF W-IND = ZEROS
               GO TO R2A.
           MOVE W-IND TO W-IND-TOT
           IF MTV-APLICACAO NOT = ZEROS
               MOVE MTV-APLICACAO TO W-APLIC
               PERFORM ACHA-LINHA THRU ACHA-LINHA-FIM
               IF W-IND = ZEROS
                   GO TO R2A.
           MOVE 2 TO W-P
           PERFORM SOMA-META
           IF W-MOV-COMPET = W-COMPET
               MOVE 1 TO W-P
               PERFORM SOMA-META.
           GO TO R2A.

      *---------[ CLIENTES NOVOS DO ANO POR VENDEDOR ]------------------
       R3.
           MOVE ZEROS TO W-IND-CLI.
       R3A.
           ADD 1 TO W-IND-CLI
           IF W-IND-CLI > CLN-QTD
               GO TO R4.
           IF CLN-VENDEDOR (W-IND-CLI) = ZEROS
               GO TO R3A.
           MOVE CLN-DATA (W-IND-CLI) (1:6) TO W-MOV-COMPET
           IF W-MOV-ANO NOT = W-COMPET-ANO OR W-MOV-COMPET > W-COMPET
               GO TO R3A.
           MOVE CLN-VENDEDOR (W-IND-CLI) TO W-VENDEDOR
           MOVE ZEROS TO W-APLIC
           PERFORM ACHA-LINHA THRU ACHA-LINHA-FIM
           IF W-IND = ZEROS
               GO TO R3A.
           ADD 1 TO LIN-NOVOS (W-IND, 2)
           IF W-MOV-COMPET = W-COMPET
               ADD 1 TO LIN-NOVOS (W-IND, 1).
           GO TO R3A.

      *---------[ DEMONSTRATIVO ORDENADO POR VENDEDOR / APLICACAO ]-----
       R4.
           MOVE SPACES TO W-LINHA
           STRING "*** ATINGIMENTO DE METAS - COMPETENCIA " W-COMPET
               " (MES E ACUMULADO DO ANO, LIQUIDO DE DEVOLUCOES) ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-VENDEDOR ORD-APLICACAO
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-METAS.

           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 1 TO W-P
           MOVE "TOTAL MES" TO W-ROTULO
           PERFORM IMPRIME-TOTAL
           MOVE 2 TO W-P
           MOVE "TOTAL ANO" TO W-ROTULO
           PERFORM IMPRIME-TOTAL
           MOVE SPACES TO W-LINHA
           STRING "NOTAS CONSIDERADAS.............: " W-TOT-NOTAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-TOT-FORA > ZEROS
               MOVE SPACES TO W-LINHA
               STRING "*** " W-TOT-FORA " OCORRENCIAS FORA DAS "
                   "TABELAS EM MEMORIA - RELATORIO INCOMPLETO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE.

       ROT-FIM.
           CLOSE CADNF
           IF ST-ERRO NOT = "99"
               CLOSE CADPROD.
           IF ST-VND NOT = "99"
               CLOSE CADVEND.
           IF ST-MTV NOT = "99"
               CLOSE CADMETAVEN.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ SOMA A NOTA NA LINHA VENDEDOR + W-APLIC ]-------------
      *  NOTA DE CREDITO (D) ABATE DO REALIZADO
       SOMA-NOTA.
           PERFORM ACHA-LINHA THRU ACHA-LINHA-FIM
           IF W-IND = ZEROS
               GO TO SOMA-NOTA-FIM.
           MOVE 2 TO W-P
           PERFORM SOMA-VALOR
           IF W-MOV-COMPET = W-COMPET
               MOVE 1 TO W-P
               PERFORM SOMA-VALOR.
       SOMA-NOTA-FIM.
           EXIT.

       SOMA-VALOR.
           IF NF-SITUACAO = "D"
               SUBTRACT W-VALOR FROM LIN-REAL (W-IND, W-P)
               ADD W-VALOR TO LIN-DEVOL (W-IND, W-P)
           ELSE
               ADD W-VALOR TO LIN-REAL (W-IND, W-P).

       SOMA-META.
           ADD MTV-VALOR-META TO LIN-META (W-IND, W-P)
           IF MTV-APLICACAO = ZEROS
               ADD MTV-NOVOS-CLI TO LIN-META-NOVOS (W-IND, W-P)
           ELSE
               ADD MTV-VALOR-META TO LIN-META-CAT (W-IND-TOT, W-P).

      *---------[ LOCALIZA OU ABRE A LINHA VENDEDOR + APLICACAO ]-------
       ACHA-LINHA.
           MOVE ZEROS TO W-IND.
       ACHA-LINHA-1.
           ADD 1 TO W-IND
           IF W-IND > LIN-QTD
               GO TO ACHA-LINHA-2.
           IF LIN-VENDEDOR (W-IND) = W-VENDEDOR
              AND LIN-APLIC (W-IND) = W-APLIC
               GO TO ACHA-LINHA-FIM.
           GO TO ACHA-LINHA-1.
       ACHA-LINHA-2.
           IF LIN-QTD NOT < 2000
               ADD 1 TO W-TOT-FORA
               MOVE ZEROS TO W-IND
               GO TO ACHA-LINHA-FIM.
           ADD 1 TO LIN-QTD
           MOVE LIN-QTD TO W-IND
           MOVE W-VENDEDOR TO LIN-VENDEDOR (W-IND)
           MOVE W-APLIC TO LIN-APLIC (W-IND)
           MOVE ZEROS TO LIN-REAL (W-IND, 1) LIN-REAL (W-IND, 2)
                         LIN-DEVOL (W-IND, 1) LIN-DEVOL (W-IND, 2)
                         LIN-META (W-IND, 1) LIN-META (W-IND, 2)
                         LIN-META-CAT (W-IND, 1) LIN-META-CAT (W-IND, 2)
                         LIN-NOVOS (W-IND, 1) LIN-NOVOS (W-IND, 2)
                         LIN-META-NOVOS (W-IND, 1)
                         LIN-META-NOVOS (W-IND, 2).
       ACHA-LINHA-FIM.
           EXIT.

      *---------[ PRIMEIRA NOTA ATIVA DO CLIENTE (CLIENTE NOVO) ]-------
       PRIMEIRA-NOTA.
           MOVE ZEROS TO W-IND-CLI.
       PRIMEIRA-NOTA-1.
           ADD 1 TO W-IND-CLI
           IF W-IND-CLI > CLN-QTD
               GO TO PRIMEIRA-NOTA-2.
           IF CLN-CNPJ (W-IND-CLI) NOT = NF-CNPJCPF
               GO TO PRIMEIRA-NOTA-1.
           IF NF-DATA < CLN-DATA (W-IND-CLI)
               MOVE NF-DATA TO CLN-DATA (W-IND-CLI)
               MOVE NF-VENDEDOR TO CLN-VENDEDOR (W-IND-CLI).
           GO TO PRIMEIRA-NOTA-FIM.
       PRIMEIRA-NOTA-2.
           IF CLN-QTD NOT < 5000
               ADD 1 TO W-TOT-FORA
               GO TO PRIMEIRA-NOTA-FIM.
           ADD 1 TO CLN-QTD
           MOVE NF-CNPJCPF TO CLN-CNPJ (CLN-QTD)
           MOVE NF-DATA TO CLN-DATA (CLN-QTD)
           MOVE NF-VENDEDOR TO CLN-VENDEDOR (CLN-QTD).
       PRIMEIRA-NOTA-FIM.
           EXIT.

      *---------[ ORDENACAO DAS LINHAS DA TABELA ]----------------------
       MONTA-ORDENACAO.
           MOVE ZEROS TO W-IND.
       MO1.
           ADD 1 TO W-IND
           IF W-IND > LIN-QTD
               GO TO MO-FIM.
           MOVE LIN-VENDEDOR (W-IND) TO ORD-VENDEDOR
           MOVE LIN-APLIC (W-IND) TO ORD-APLICACAO
           MOVE W-IND TO ORD-IND
           RELEASE W-REGORD
           GO TO MO1.
       MO-FIM.
           EXIT.

       IMPRIME-METAS.
       IM1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IM-FIM
           END-RETURN.
           MOVE ORD-IND TO W-IND
           IF ORD-APLICACAO = ZEROS
               PERFORM CABEC-VENDEDOR THRU CABEC-VENDEDOR-FIM
               MOVE "TOTAL" TO W-ROTULO
           ELSE
               MOVE SPACES TO W-ROTULO
               STRING "APLICACAO " ORD-APLICACAO
                   DELIMITED BY SIZE INTO W-ROTULO.
           MOVE 1 TO W-P
           PERFORM IMPRIME-LINHA
           MOVE 2 TO W-P
           PERFORM IMPRIME-LINHA
           IF ORD-APLICACAO = ZEROS
               PERFORM IMPRIME-NOVOS.
           GO TO IM1.
       IM-FIM.
           EXIT.

       CABEC-VENDEDOR.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO VND-NOME
           IF ST-VND NOT = "99"
               MOVE ORD-VENDEDOR TO VND-CODIGO
               READ CADVEND
               IF ST-VND NOT = "00"
                   MOVE "NAO CADASTRADO" TO VND-NOME
               END-IF
               MOVE "00" TO ST-VND.
           MOVE SPACES TO W-LINHA
           STRING "VENDEDOR " ORD-VENDEDOR " - " VND-NOME
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       CABEC-VENDEDOR-FIM.
           EXIT.

      *---------[ REALIZADO X META DA LINHA NO PERIODO W-P ]------------
      *  LINHA TOTAL SEM META PROPRIA USA A SOMA DAS APLICACOES
       IMPRIME-LINHA.
           MOVE LIN-META (W-IND, W-P) TO W-META-PER
           IF LIN-APLIC (W-IND) = ZEROS AND W-META-PER = ZEROS
               MOVE LIN-META-CAT (W-IND, W-P) TO W-META-PER.
           IF LIN-APLIC (W-IND) = ZEROS
               ADD LIN-REAL (W-IND, W-P) TO W-TOT-REAL (W-P)
               ADD W-META-PER TO W-TOT-META (W-P).
           MOVE LIN-REAL (W-IND, W-P) TO W-VALOR-ED
           MOVE W-META-PER TO W-META-ED
           MOVE LIN-DEVOL (W-IND, W-P) TO W-DEVOL-ED
           MOVE SPACES TO W-LINHA
           IF W-P = 1
               STRING "  " W-ROTULO " MES REALIZADO " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "  " W-ROTULO " ANO REALIZADO " W-VALOR-ED
                   DELIMITED BY SIZE INTO W-LINHA.
           MOVE SPACES TO W-COMPL
           IF W-META-PER = ZEROS
               STRING " SEM META" "  DEVOLUCOES " W-DEVOL-ED
                   DELIMITED BY SIZE INTO W-COMPL
           ELSE
               PERFORM CALCULA-PCT
               STRING " META " W-META-ED
                   " ATINGIDO " W-PCT-ED "%"
                   "  DEVOLUCOES " W-DEVOL-ED
                   DELIMITED BY SIZE INTO W-COMPL.
           MOVE W-COMPL TO W-LINHA (49:84)
           PERFORM GRAVA-SPOOL.

       CALCULA-PCT.
           MOVE ZEROS TO W-PCT
           IF LIN-REAL (W-IND, W-P) > ZEROS
               COMPUTE W-PCT ROUNDED =
                   LIN-REAL (W-IND, W-P) * 100 / W-META-PER
                   ON SIZE ERROR MOVE 99999,99 TO W-PCT
               END-COMPUTE.
           MOVE W-PCT TO W-PCT-ED.

       IMPRIME-NOVOS.
           MOVE LIN-NOVOS (W-IND, 1) TO W-QTD-ED
           MOVE LIN-META-NOVOS (W-IND, 1) TO W-QTD2-ED
           MOVE SPACES TO W-LINHA
           STRING "  CLIENTES NOVOS   MES " W-QTD-ED " META "
               W-QTD2-ED
               DELIMITED BY SIZE INTO W-LINHA
           MOVE LIN-NOVOS (W-IND, 2) TO W-QTD-ED
           MOVE LIN-META-NOVOS (W-IND, 2) TO W-QTD2-ED
           MOVE SPACES TO W-COMPL
           STRING "   ANO " W-QTD-ED " META " W-QTD2-ED
               DELIMITED BY SIZE INTO W-COMPL
           MOVE W-COMPL TO W-LINHA (41:84)
           PERFORM GRAVA-SPOOL.

       IMPRIME-TOTAL.
           MOVE W-TOT-REAL (W-P) TO W-VALOR-ED
           MOVE W-TOT-META (W-P) TO W-META-ED
           MOVE ZEROS TO W-PCT
           IF W-TOT-META (W-P) > ZEROS AND W-TOT-REAL (W-P) > ZEROS
               COMPUTE W-PCT ROUNDED =
                   W-TOT-REAL (W-P) * 100 / W-TOT-META (W-P)
                   ON SIZE ERROR MOVE 99999,99 TO W-PCT
               END-COMPUTE.
           MOVE W-PCT TO W-PCT-ED
           MOVE SPACES TO W-LINHA
           STRING W-ROTULO " REALIZADO " W-VALOR-ED " META "
               W-META-ED " ATINGIDO " W-PCT-ED "%"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ SPOOL DE RELATORIO (RELMETAVEN.SPL) ]-----------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELMETAVEN  EMISSAO: "
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
           MOVE "RELMETAVEN" TO SPD-PROGRAMA
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
