       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPNFFORN.
      ***********************************************
      *  IMPORTACAO DAS NFS ELETRONICAS DOS           *
      *  FORNECEDORES (ARQUIVO NFFORN.TXT, LAYOUT     *
      *  FIXO):                                       *
      *    10 - CABECALHO: CHAVE, NUMERO, DATA, CNPJ  *
      *         DO EMITENTE, PEDIDO (XPED, OPCIONAL)  *
      *         E VALOR TOTAL DA NOTA                 *
      *    30 - ITENS: CODIGO DO FORNECEDOR,          *
      *         QUANTIDADE E PRECO UNITARIO           *
      *    DEMAIS TIPOS DE REGISTRO SAO IGNORADOS     *
      *  O CNPJ DEVE EXISTIR EM CADFORN. O CODIGO DO  *
      *  ITEM E TRADUZIDO PARA CODGPRODUTO PELA       *
      *  TABELA CADXREFF (QUANTIDADE X FATOR, PRECO / *
      *  FATOR). O PEDIDO E O INFORMADO NA NOTA OU,   *
      *  SEM ELE, O PRIMEIRO PEDIDO APROVADO DO       *
      *  FORNECEDOR COM A LINHA DO PRODUTO AINDA SEM  *
      *  CONFERENCIA OK EM CADCONFNF; TODA A NOTA     *
      *  FICA NO MESMO PEDIDO. AS LINHAS ACEITAS VAO  *
      *  PARA CADNFFORN.DAT (PENDENTE) ONDE CONFNF AS *
      *  ENCONTRA PELO PEDIDO E SO CONFIRMA. LINHA    *
      *  QUE NAO CASA SAI NO RELATORIO DE REJEICAO    *
      *  IMPNFFORN.SPL (RETURN-CODE 4)                *
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

           SELECT ARQNFFORN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

           SELECT CADNFFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFS-KEY
                    FILE STATUS  IS ST-NFS.

           SELECT CADXREFF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS XRF-KEY
                    FILE STATUS  IS ST-XRF.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-KEY
                    FILE STATUS  IS ST-PED.

           SELECT CADCONFNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-KEY
                    FILE STATUS  IS ST-CNF.
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

       FD ARQNFFORN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "NFFORN.TXT".
       01 REG-FNC.
           03 FNC-TIPO-REG      PIC X(02).
           03 FNC-CHAVE         PIC X(44).
           03 FNC-NUMERO        PIC 9(09).
           03 FNC-SERIE         PIC 9(03).
           03 FNC-DATA          PIC 9(08).
           03 FNC-EMIT-CNPJ     PIC 9(14).
           03 FNC-EMIT-RAZAO    PIC X(40).
           03 FNC-PEDIDO        PIC 9(06).
           03 FNC-VALOR-NF      PIC 9(11)V99.
       01 REG-FNI.
           03 FNI-TIPO-REG      PIC X(02).
           03 FNI-ITEM          PIC 9(03).
           03 FNI-CODFORN       PIC X(20).
           03 FNI-DESCRICAO     PIC X(40).
           03 FNI-UNIDADE       PIC X(06).
           03 FNI-QUANTIDADE    PIC 9(07)V9999.
           03 FNI-PRECO         PIC 9(09)V9999.
           03 FNI-VALOR         PIC 9(11)V99.

       FD CADNFFORN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNFFORN.DAT".
       01 REGNFFORN.
           03 NFS-KEY.
              05 NFS-NUMPED        PIC 9(06).
              05 NFS-CODGPRODUTO   PIC 9(06).
           03 NFS-CNPJ             PIC 9(15).
           03 NFS-NF-FORN          PIC 9(09).
           03 NFS-DATA-NF          PIC 9(08).
           03 NFS-TOTAL-NF         PIC 9(11)V99.
           03 NFS-CHAVE            PIC X(44).
           03 NFS-QTD-NF           PIC 9(05)V9.
           03 NFS-PRECO-NF         PIC 9(07)V99.
           03 NFS-DATA-IMP         PIC 9(08).
           03 NFS-SITUACAO         PIC X(01).

       FD CADXREFF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADXREFF.DAT".
       01 REGXREFF.
           03 XRF-KEY.
              05 XRF-CNPJ          PIC 9(15).
              05 XRF-CODFORN       PIC X(20).
           03 XRF-CODGPRODUTO      PIC 9(06).
           03 XRF-FATOR            PIC 9(03)V9999.

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

       FD CADPEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPED.
           03 PED-KEY.
              05 PED-NUMERO        PIC 9(06).
              05 PED-CODGPRODUTO   PIC 9(06).
           03 PED-CNPJ             PIC 9(15).
           03 PED-QTD-PEDIDA       PIC 9(05)V9.
           03 PED-QTD-RECEBIDA     PIC 9(05)V9.
           03 PED-PRECO            PIC 9(07)V99.
           03 PED-DATA-EMISSAO     PIC 9(08).
           03 PED-DATA-RECEBTO     PIC 9(08).
           03 PED-SITUACAO         PIC X(01).

       FD CADCONFNF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONFNF.DAT".
       01 REGCONFNF.
           03 CNF-KEY.
              05 CNF-NUMPED        PIC 9(06).
              05 CNF-CODGPRODUTO   PIC 9(06).
           03 CNF-NF-FORN          PIC 9(09).
           03 CNF-DATA-NF          PIC 9(08).
           03 CNF-QTD-NF           PIC 9(05)V9.
           03 CNF-PRECO-NF         PIC 9(07)V99.
           03 CNF-DATA-CONF        PIC 9(08).
           03 CNF-RESULTADO        PIC X(01).
           03 CNF-ICMS-BASE        PIC 9(09)V99.
           03 CNF-ICMS-ALIQ        PIC 9(02)V99.
           03 CNF-ICMS-VALOR       PIC 9(07)V99.
           03 CNF-ALIQ-PIS         PIC 9(02)V99.
           03 CNF-VALOR-PIS        PIC 9(07)V99.
           03 CNF-ALIQ-COFINS      PIC 9(02)V99.
           03 CNF-VALOR-COFINS     PIC 9(07)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "IMPNFFORN.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-ARQ         PIC X(02) VALUE "00".
       01 ST-NFS         PIC X(02) VALUE "00".
       01 ST-XRF         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-CNF         PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
      *  NOTA CORRENTE (DO ULTIMO REGISTRO 10 LIDO)             *
       01 W-NF-ABERTA    PIC X(01) VALUE "N".
       01 W-NF-VALIDA    PIC X(01) VALUE "N".
       01 W-NF-MOTIVO    PIC X(40) VALUE SPACES.
       01 W-NF-CNPJ      PIC 9(15) VALUE ZEROS.
       01 W-NF-NUMERO    PIC 9(09) VALUE ZEROS.
       01 W-NF-DATA      PIC 9(08) VALUE ZEROS.
       01 W-NF-TOTAL     PIC 9(11)V99 VALUE ZEROS.
       01 W-NF-CHAVE     PIC X(44) VALUE SPACES.
       01 W-NF-PEDIDO    PIC 9(06) VALUE ZEROS.
       01 W-NF-ACEITAS   PIC 9(03) VALUE ZEROS.
      *  PRODUTOS JA GRAVADOS DA NOTA CORRENTE NESTA EXECUCAO - *
      *  ITEM REPETIDO SOMA; NOTA JA IMPORTADA ANTES NAO SOMA   *
       01 W-TAB-PROD.
           03 W-TP-PRODUTO   PIC 9(06) OCCURS 200 TIMES.
       01 W-TP-QTD       PIC 9(03) VALUE ZEROS.
       01 W-TP-IND       PIC 9(03) VALUE ZEROS.
       01 W-TP-ACHOU     PIC X(01) VALUE "N".
      *  ITEM CORRENTE                                          *
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-PRODUTO      PIC 9(06) VALUE ZEROS.
       01 W-QTD-CONV     PIC 9(07)V9999 VALUE ZEROS.
       01 W-PRECO-CONV   PIC 9(09)V9999 VALUE ZEROS.
       01 W-QTD-NOSSA    PIC 9(05)V9 VALUE ZEROS.
       01 W-PRECO-NOSSO  PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR-ANT    PIC 9(11)V99 VALUE ZEROS.
       01 W-EOF-PED      PIC X(01) VALUE "N".
      *  TOTAIS                                                 *
       01 W-QTD-NOTAS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-NOTAS-OK PIC 9(06) VALUE ZEROS.
       01 W-QTD-ITENS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-ACEITOS  PIC 9(06) VALUE ZEROS.
       01 W-QTD-REJEIT   PIC 9(06) VALUE ZEROS.
       01 W-QTD-ED       PIC ZZZ.ZZ9,9999.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

       R0.
           OPEN INPUT ARQNFFORN
           IF ST-ARQ NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ARQUIVO NFFORN.TXT AUSENTE - NADA A IMPORTAR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM.

       R0A.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADFORN"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE ARQNFFORN
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT CADPEDCOMP
           IF ST-PED NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADPEDCOMP"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE ARQNFFORN CADFORN
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
      *  SEM DE-PARA CADASTRADO TODA LINHA VAI PARA A REJEICAO  *
           OPEN INPUT CADXREFF
           IF ST-XRF NOT = "00"
               MOVE "99" TO ST-XRF.
           OPEN INPUT CADCONFNF
           IF ST-CNF NOT = "00"
               MOVE "99" TO ST-CNF.

       R0B.
           OPEN I-O CADNFFORN
           IF ST-NFS NOT = "00"
              IF ST-NFS = "30"
                 OPEN OUTPUT CADNFFORN
                 CLOSE CADNFFORN
                 GO TO R0B
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADNFFORN"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 MOVE 8 TO RETURN-CODE
                 GO TO R-FECHA.

           MOVE SPACES TO W-LINHA
           STRING "*** LINHAS REJEITADAS NA IMPORTACAO ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "NF FORN.  CNPJ EMITENTE   IT  CODIGO FORNECEDOR"
               "    MOTIVO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ LEITURA DO ARQUIVO DO FORNECEDOR ]--------------------
       R1.
           READ ARQNFFORN
               AT END
                 GO TO R1-FIM
           END-READ.
           IF FNC-TIPO-REG = "10"
               PERFORM FECHA-NOTA THRU FECHA-NOTA-FIM
               PERFORM ABRE-NOTA THRU ABRE-NOTA-FIM
               GO TO R1.
           IF FNI-TIPO-REG NOT = "30"
               GO TO R1.
           ADD 1 TO W-QTD-ITENS
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO R1.
       R1-FIM.
           PERFORM FECHA-NOTA THRU FECHA-NOTA-FIM.

      *---------[ TOTAIS ]----------------------------------------------
       R-FIM.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "NOTAS LIDAS....................: " W-QTD-NOTAS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "NOTAS PREPARADAS PARA CONFNF...: " W-QTD-NOTAS-OK
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ITENS LIDOS....................: " W-QTD-ITENS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ITENS GRAVADOS EM CADNFFORN....: " W-QTD-ACEITOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ITENS REJEITADOS...............: " W-QTD-REJEIT
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-QTD-REJEIT > ZEROS
               MOVE 4 TO RETURN-CODE.
           CLOSE CADNFFORN.

       R-FECHA.
           CLOSE ARQNFFORN
           CLOSE CADFORN
           CLOSE CADPEDCOMP
           IF ST-XRF NOT = "99"
               CLOSE CADXREFF.
           IF ST-CNF NOT = "99"
               CLOSE CADCONFNF.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ CABECALHO: FORNECEDOR E PEDIDO DA NOTA ]--------------
       ABRE-NOTA.
           ADD 1 TO W-QTD-NOTAS
           MOVE "S" TO W-NF-ABERTA
           MOVE "S" TO W-NF-VALIDA
           MOVE SPACES TO W-NF-MOTIVO
           MOVE ZEROS TO W-NF-ACEITAS W-TP-QTD
           MOVE FNC-EMIT-CNPJ TO W-NF-CNPJ
           MOVE FNC-NUMERO TO W-NF-NUMERO
           MOVE FNC-DATA TO W-NF-DATA
           MOVE FNC-VALOR-NF TO W-NF-TOTAL
           MOVE FNC-CHAVE TO W-NF-CHAVE
           MOVE FNC-PEDIDO TO W-NF-PEDIDO
           MOVE W-NF-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               MOVE "N" TO W-NF-VALIDA
               MOVE "FORNECEDOR NAO CADASTRADO EM CADFORN"
                   TO W-NF-MOTIVO
               GO TO ABRE-NOTA-FIM.
           IF W-NF-PEDIDO = ZEROS
               GO TO ABRE-NOTA-FIM.
      *  PEDIDO INFORMADO NA NOTA: TEM DE SER DESTE FORNECEDOR  *
           MOVE W-NF-PEDIDO TO PED-NUMERO
           MOVE ZEROS TO PED-CODGPRODUTO
           START CADPEDCOMP KEY IS NOT LESS PED-KEY
               INVALID KEY
                 MOVE "N" TO W-NF-VALIDA
           END-START
           IF W-NF-VALIDA = "S"
               READ CADPEDCOMP NEXT RECORD
                   AT END
                     MOVE "N" TO W-NF-VALIDA
               END-READ
           END-IF
           IF W-NF-VALIDA = "S" AND PED-NUMERO NOT = W-NF-PEDIDO
               MOVE "N" TO W-NF-VALIDA.
           IF W-NF-VALIDA = "N"
               MOVE "PEDIDO DA NOTA NAO EXISTE EM CADPEDCOMP"
                   TO W-NF-MOTIVO
               GO TO ABRE-NOTA-FIM.
           IF PED-CNPJ NOT = W-NF-CNPJ
               MOVE "N" TO W-NF-VALIDA
               MOVE "PEDIDO DA NOTA E DE OUTRO FORNECEDOR"
                   TO W-NF-MOTIVO.
       ABRE-NOTA-FIM.
           EXIT.

       FECHA-NOTA.
           IF W-NF-ABERTA NOT = "S"
               GO TO FECHA-NOTA-FIM.
           IF W-NF-ACEITAS > ZEROS
               ADD 1 TO W-QTD-NOTAS-OK.
           MOVE "N" TO W-NF-ABERTA.
       FECHA-NOTA-FIM.
           EXIT.

      *---------[ ITEM: DE-PARA, LINHA DO PEDIDO E GRAVACAO ]-----------
       TRATA-ITEM.
           IF W-NF-ABERTA NOT = "S"
               MOVE "ITEM SEM CABECALHO DE NOTA" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF W-NF-VALIDA = "N"
               MOVE W-NF-MOTIVO TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF ST-XRF = "99"
               MOVE "TABELA CADXREFF NAO CADASTRADA" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           MOVE W-NF-CNPJ TO XRF-CNPJ
           MOVE FNI-CODFORN TO XRF-CODFORN
           READ CADXREFF
           IF ST-XRF NOT = "00"
               MOVE "CODIGO DO FORNECEDOR SEM DE-PARA (CADXREFF)"
                   TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           MOVE XRF-CODGPRODUTO TO W-PRODUTO
           COMPUTE W-QTD-CONV ROUNDED = FNI-QUANTIDADE * XRF-FATOR
           COMPUTE W-PRECO-CONV ROUNDED = FNI-PRECO / XRF-FATOR
           IF W-QTD-CONV > 99999,9 OR W-PRECO-CONV > 9999999,99
               MOVE "QUANTIDADE OU PRECO CONVERTIDO FORA DO LIMITE"
                   TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           COMPUTE W-QTD-NOSSA ROUNDED = W-QTD-CONV
           COMPUTE W-PRECO-NOSSO ROUNDED = W-PRECO-CONV

           IF W-NF-PEDIDO = ZEROS
               PERFORM PROCURA-PEDIDO THRU PROCURA-PEDIDO-FIM
               IF W-NF-PEDIDO = ZEROS
                   MOVE "SEM PEDIDO APROVADO EM ABERTO PARA O PRODUTO"
                       TO W-MOTIVO
                   GO TO TRATA-ITEM-REJ.

           MOVE W-NF-PEDIDO TO PED-NUMERO
           MOVE W-PRODUTO TO PED-CODGPRODUTO
           READ CADPEDCOMP
           IF ST-PED NOT = "00"
               MOVE "PRODUTO NAO CONSTA DO PEDIDO DA NOTA"
                   TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF PED-SITUACAO NOT = "A" AND PED-SITUACAO NOT = "P"
               AND PED-SITUACAO NOT = "F"
               MOVE "LINHA DO PEDIDO NAO APROVADA OU CANCELADA"
                   TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.

           PERFORM GRAVA-NFFORN THRU GRAVA-NFFORN-FIM
           IF W-MOTIVO NOT = SPACES
               GO TO TRATA-ITEM-REJ.
           ADD 1 TO W-QTD-ACEITOS
           ADD 1 TO W-NF-ACEITAS
           GO TO TRATA-ITEM-FIM.

       TRATA-ITEM-REJ.
           ADD 1 TO W-QTD-REJEIT
           MOVE SPACES TO W-LINHA
           STRING W-NF-NUMERO " " W-NF-CNPJ " " FNI-ITEM " "
               FNI-CODFORN " " W-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE FNI-QUANTIDADE TO W-QTD-ED
           MOVE SPACES TO W-LINHA
           STRING "          " FNI-DESCRICAO " QTD " W-QTD-ED " "
               FNI-UNIDADE
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       TRATA-ITEM-FIM.
           EXIT.

      *---------[ PRIMEIRO PEDIDO DO FORNECEDOR COM O PRODUTO ]---------
      *  LINHA APROVADA (A, P OU F) AINDA SEM CONFERENCIA OK    *
       PROCURA-PEDIDO.
           MOVE "N" TO W-EOF-PED
           MOVE ZEROS TO PED-NUMERO PED-CODGPRODUTO
           START CADPEDCOMP KEY IS NOT LESS PED-KEY
               INVALID KEY GO TO PROCURA-PEDIDO-FIM.
       PROCURA-PEDIDO-1.
           READ CADPEDCOMP NEXT RECORD
               AT END
                 GO TO PROCURA-PEDIDO-FIM
           END-READ.
           IF PED-CODGPRODUTO NOT = W-PRODUTO
               OR PED-CNPJ NOT = W-NF-CNPJ
               GO TO PROCURA-PEDIDO-1.
           IF PED-SITUACAO NOT = "A" AND PED-SITUACAO NOT = "P"
               AND PED-SITUACAO NOT = "F"
               GO TO PROCURA-PEDIDO-1.
           IF ST-CNF NOT = "99"
               MOVE PED-NUMERO TO CNF-NUMPED
               MOVE PED-CODGPRODUTO TO CNF-CODGPRODUTO
               READ CADCONFNF
               IF ST-CNF = "00" AND CNF-RESULTADO = "O"
                   GO TO PROCURA-PEDIDO-1.
           MOVE PED-NUMERO TO W-NF-PEDIDO.
       PROCURA-PEDIDO-FIM.
           EXIT.

      *---------[ GRAVA A LINHA PENDENTE EM CADNFFORN ]-----------------
      *  W-MOTIVO VOLTA PREENCHIDO QUANDO NAO PODE GRAVAR       *
       GRAVA-NFFORN.
           MOVE SPACES TO W-MOTIVO
           MOVE "N" TO W-TP-ACHOU
           MOVE ZEROS TO W-TP-IND.
       GRAVA-NFFORN-1.
           ADD 1 TO W-TP-IND
           IF W-TP-IND > W-TP-QTD
               GO TO GRAVA-NFFORN-2.
           IF W-TP-PRODUTO (W-TP-IND) = W-PRODUTO
               MOVE "S" TO W-TP-ACHOU
               GO TO GRAVA-NFFORN-2.
           GO TO GRAVA-NFFORN-1.
       GRAVA-NFFORN-2.
           MOVE W-NF-PEDIDO TO NFS-NUMPED
           MOVE W-PRODUTO TO NFS-CODGPRODUTO
           READ CADNFFORN
           IF ST-NFS = "00" AND W-TP-ACHOU = "S"
               GO TO GRAVA-NFFORN-SOMA.
           IF ST-NFS = "00" AND NFS-SITUACAO = "P"
               IF NFS-NF-FORN = W-NF-NUMERO AND NFS-CNPJ = W-NF-CNPJ
                   MOVE "NOTA JA IMPORTADA - PENDENTE EM CONFNF"
                       TO W-MOTIVO
               ELSE
                   MOVE "PEDIDO JA TEM OUTRA NOTA PENDENTE EM CONFNF"
                       TO W-MOTIVO
               END-IF
               GO TO GRAVA-NFFORN-FIM.
           IF W-TP-QTD NOT < 200
               MOVE "NOTA COM MAIS DE 200 PRODUTOS" TO W-MOTIVO
               GO TO GRAVA-NFFORN-FIM.

           MOVE W-NF-PEDIDO TO NFS-NUMPED
           MOVE W-PRODUTO TO NFS-CODGPRODUTO
           MOVE W-NF-CNPJ TO NFS-CNPJ
           MOVE W-NF-NUMERO TO NFS-NF-FORN
           MOVE W-NF-DATA TO NFS-DATA-NF
           MOVE W-NF-TOTAL TO NFS-TOTAL-NF
           MOVE W-NF-CHAVE TO NFS-CHAVE
           MOVE W-QTD-NOSSA TO NFS-QTD-NF
           MOVE W-PRECO-NOSSO TO NFS-PRECO-NF
           MOVE W-DATA-HOJE TO NFS-DATA-IMP
           MOVE "P" TO NFS-SITUACAO
      *  LINHA JA CONFERIDA (C) DE NOTA ANTERIOR E SUBSTITUIDA  *
           IF ST-NFS = "00"
               REWRITE REGNFFORN
           ELSE
               WRITE REGNFFORN.
           IF ST-NFS NOT = "00" AND ST-NFS NOT = "02"
               MOVE "ERRO NA GRAVACAO DE CADNFFORN" TO W-MOTIVO
               GO TO GRAVA-NFFORN-FIM.
           ADD 1 TO W-TP-QTD
           MOVE W-PRODUTO TO W-TP-PRODUTO (W-TP-QTD)
           GO TO GRAVA-NFFORN-FIM.

      *  MESMO PRODUTO EM MAIS DE UM ITEM DA NOTA: SOMA A       *
      *  QUANTIDADE E FICA O PRECO MEDIO                        *
       GRAVA-NFFORN-SOMA.
           COMPUTE W-VALOR-ANT = NFS-QTD-NF * NFS-PRECO-NF
           IF NFS-QTD-NF + W-QTD-NOSSA > 99999,9
               MOVE "QUANTIDADE SOMADA DO PRODUTO FORA DO LIMITE"
                   TO W-MOTIVO
               GO TO GRAVA-NFFORN-FIM.
           ADD W-QTD-NOSSA TO NFS-QTD-NF
           IF NFS-QTD-NF > ZEROS
               COMPUTE NFS-PRECO-NF ROUNDED =
                   (W-VALOR-ANT + W-QTD-NOSSA * W-PRECO-NOSSO)
                   / NFS-QTD-NF.
           REWRITE REGNFFORN
           IF ST-NFS NOT = "00" AND ST-NFS NOT = "02"
               MOVE "ERRO NA GRAVACAO DE CADNFFORN" TO W-MOTIVO.
       GRAVA-NFFORN-FIM.
           EXIT.

       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: IMPNFFORN   EMISSAO: "
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
           MOVE "IMPNFFORN" TO SPD-PROGRAMA
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
