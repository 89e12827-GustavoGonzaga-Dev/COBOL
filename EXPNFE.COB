       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPNFE.
      ***********************************************
      *  EXPORTACAO DA NOTA FISCAL ELETRONICA - PARA  *
      *  CADA NF ATIVA DE CADNF AINDA NAO EXPORTADA   *
      *  (OU REJEITADA NA TRANSMISSAO) GRAVA NO       *
      *  ARQUIVO NFE.TXT DE LAYOUT FIXO:              *
      *    10 - CABECALHO COM A CHAVE DE ACESSO DE 44 *
      *         DIGITOS E O EMITENTE (CADEMPRESA)     *
      *    20 - DESTINATARIO (CADCLI + CADCEP)        *
      *    30 - ITENS COM ALIQUOTA E VALOR DO ICMS    *
      *    90 - TOTAIS DA NOTA                        *
      *    50 - EVENTO DE CANCELAMENTO DE NF JA       *
      *         AUTORIZADA, PEDIDO EM CANCNF          *
      *  CHAVE: UF(2) AAMM(4) CNPJ(14) MODELO 55(2)   *
      *  SERIE(3) NUMERO(9) TIPO EMISSAO(1) CODIGO(8) *
      *  E DV(1) EM MODULO 11 (PESOS 2 A 9 DA         *
      *  DIREITA PARA A ESQUERDA; RESTO 0 OU 1 = 0).  *
      *  UF DO EMITENTE (CODIGO IBGE) E SERIE VEM DE  *
      *  CADPARAM NFEUF (PADRAO 35) E NFESERIE        *
      *  (PADRAO 1). A SITUACAO DE TRANSMISSAO E O    *
      *  PROTOCOLO FICAM EM CADNFE (VER PROTNFE):     *
      *  G=GERADA  T=AUTORIZADA  R=REJEITADA          *
      *  X=CANCELAMENTO PEDIDO  C=CANCELADA           *
      *  O RELATORIO DE CONTROLE SAI NO SPOOL         *
      *  EXPNFE.SPL                                   *
      *  O EMITENTE E A FILIAL DA NOTA (CADFILIAL,    *
      *  NF-FILIAL) E O NUMERO NA CHAVE E O FISCAL DA *
      *  SERIE DA FILIAL (NF-NUMFISCAL)               *
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

           SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

           SELECT CADNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUMNF
                    FILE STATUS  IS ST-NFE.

           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES
                    FILE STATUS  IS ST-CEP.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EMP.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.
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

       FD ARQNFE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "NFE.TXT".
       01 REG-NFE-CAB.
           03 NFC-TIPO-REG      PIC X(02).
           03 NFC-CHAVE         PIC X(44).
           03 NFC-NUMERO        PIC 9(09).
           03 NFC-SERIE         PIC 9(03).
           03 NFC-DATA          PIC 9(08).
           03 NFC-EMIT-CNPJ     PIC 9(14).
           03 NFC-EMIT-RAZAO    PIC X(40).
           03 NFC-EMIT-UF       PIC 9(02).
           03 NFC-NUMPV         PIC 9(06).
           03 NFC-VENDEDOR      PIC 9(03).
       01 REG-NFE-DEST.
           03 NFD-TIPO-REG      PIC X(02).
           03 NFD-CNPJCPF       PIC 9(15).
           03 NFD-TIPO-PESSOA   PIC X(01).
           03 NFD-RAZAO         PIC X(40).
           03 NFD-ENDERECO      PIC X(40).
           03 NFD-NUMERO        PIC 9(04).
           03 NFD-COMPLEMENTO   PIC X(11).
           03 NFD-BAIRRO        PIC X(20).
           03 NFD-CIDADE        PIC X(20).
           03 NFD-UF            PIC X(02).
           03 NFD-CEP           PIC 9(08).
       01 REG-NFE-ITEM.
           03 NFI-TIPO-REG      PIC X(02).
           03 NFI-ITEM          PIC 9(03).
           03 NFI-CODGPRODUTO   PIC 9(06).
           03 NFI-CODBARRA      PIC 9(13).
           03 NFI-DESCRICAO     PIC X(30).
           03 NFI-UNIDADE       PIC X(02).
           03 NFI-QUANTIDADE    PIC 9(05)V9.
           03 NFI-PRECO         PIC 9(07)V99.
           03 NFI-VALOR         PIC 9(09)V99.
           03 NFI-ALIQ-ICMS     PIC 9(02)V99.
           03 NFI-VALOR-ICMS    PIC 9(07)V99.
       01 REG-NFE-TOT.
           03 NFT-TIPO-REG      PIC X(02).
           03 NFT-QTD-ITENS     PIC 9(03).
           03 NFT-VALOR-PROD    PIC 9(11)V99.
           03 NFT-VALOR-ICMS    PIC 9(09)V99.
           03 NFT-VALOR-NF      PIC 9(11)V99.
       01 REG-NFE-CANC.
           03 NFX-TIPO-REG      PIC X(02).
           03 NFX-CHAVE         PIC X(44).
           03 NFX-PROTOCOLO     PIC X(15).
           03 NFX-DATA          PIC 9(08).
           03 NFX-JUSTIFICATIVA PIC X(40).

       FD CADNFE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 NFE-NUMNF          PIC 9(06).
           03 NFE-CHAVE          PIC X(44).
           03 NFE-DATA-GER       PIC 9(08).
           03 NFE-SITUACAO       PIC X(01).
           03 NFE-PROTOCOLO      PIC X(15).
           03 NFE-DATA-PROT      PIC 9(08).
           03 NFE-MOTIVO         PIC X(40).
           03 NFE-EVENTO-GER     PIC X(01).
           03 NFE-PROT-CANC      PIC X(15).

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

       FD CADCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLI-CNPJCPF     PIC 9(15).
           03 CLI-TIPO        PIC X(01).
           03 CLI-RAZAO       PIC X(40).
           03 CLI-NOME        PIC X(12).
           03 CLI-CEP         PIC 9(08).
           03 CLI-NUMERO      PIC 9(04).
           03 CLI-COMPLEMENTO PIC X(11).
           03 CLI-LIMITE-CRED PIC 9(09)V99.
           03 CLI-SITUACAO    PIC X(01).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP             PIC 9(08).
           03 ENDERECO        PIC X(40).
           03 BAIRRO          PIC X(20).
           03 CIDADE          PIC X(20).
           03 UF              PIC X(02).

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

       FD CADEMPRESA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
           03 EMA-RAZAO        PIC X(40).
           03 EMA-CNPJ         PIC 9(15).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 FIL-CODIGO        PIC 9(02).
           03 FIL-CNPJ          PIC 9(15).
           03 FIL-RAZAO         PIC X(40).
           03 FIL-IE            PIC X(14).
           03 FIL-CEP           PIC 9(08).
           03 FIL-NUMERO        PIC 9(04).
           03 FIL-COMPLEMENTO   PIC X(12).
           03 FIL-ULTNF         PIC 9(06).
           03 FIL-SITUACAO      PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "EXPNFE.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-ARQ         PIC X(02) VALUE "00".
       01 ST-NFE         PIC X(02) VALUE "00".
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-CEP         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-FIL         PIC X(02) VALUE "99".
       01 W-EMIT-CNPJ    PIC 9(15) VALUE ZEROS.
       01 W-EMIT-RAZAO   PIC X(40) VALUE SPACES.
       01 W-NUMFISCAL    PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-HORA         PIC 9(08) VALUE ZEROS.
       01 W-UF-EMIT      PIC 9(02) VALUE 35.
       01 W-SERIE        PIC 9(03) VALUE 1.
       01 W-NF-ANT       PIC 9(06) VALUE ZEROS.
       01 W-NF-ABERTA    PIC X(01) VALUE "N".
       01 W-PULA-NF      PIC X(01) VALUE "N".
       01 W-EOF-NFE      PIC X(01) VALUE "N".
       01 W-ITEM         PIC 9(03) VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PROD     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-ICMS     PIC 9(09)V99 VALUE ZEROS.
       01 W-QTD-NF       PIC 9(06) VALUE ZEROS.
       01 W-QTD-REENVIO  PIC 9(06) VALUE ZEROS.
       01 W-QTD-CANC     PIC 9(06) VALUE ZEROS.
       01 W-VAL-EXPORT   PIC 9(13)V99 VALUE ZEROS.

       01 W-DATA-NF.
           03 FILLER          PIC 9(02).
           03 W-DNF-AAMM      PIC 9(04).
           03 FILLER          PIC 9(02).

      *  CHAVE DE ACESSO E O CALCULO DO DIGITO EM MODULO 11     *
       01 W-CHAVE.
           03 W-CHV-UF        PIC 9(02).
           03 W-CHV-AAMM      PIC 9(04).
           03 W-CHV-CNPJ      PIC 9(14).
           03 W-CHV-MODELO    PIC 9(02).
           03 W-CHV-SERIE     PIC 9(03).
           03 W-CHV-NUMERO    PIC 9(09).
           03 W-CHV-TPEMIS    PIC 9(01).
           03 W-CHV-CODIGO    PIC 9(08).
           03 W-CHV-DV        PIC 9(01).
       01 W-CHAVE-R REDEFINES W-CHAVE.
           03 W-CHV-DIG       PIC 9(01) OCCURS 44 TIMES.
       01 W-SOMA         PIC 9(05) VALUE ZEROS.
       01 W-RESTO        PIC 9(02) VALUE ZEROS.
       01 W-PESO         PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

      *---------[ EMITENTE (CADEMPRESA) E PARAMETROS ]------------------
       R0.
           OPEN INPUT CADEMPRESA
           IF ST-EMP NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "CADEMPRESA AUSENTE - EMITENTE NAO CADASTRADO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           READ CADEMPRESA
               AT END MOVE ZEROS TO EMA-CNPJ
           END-READ.
           CLOSE CADEMPRESA
           IF EMA-CNPJ = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "CNPJ DO EMITENTE NAO INFORMADO EM CADEMPRESA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.

           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "NFEUF" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-UF-EMIT
               END-IF
               MOVE "NFESERIE" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-SERIE
               END-IF
               CLOSE CADPARAM.

           OPEN INPUT CADFILIAL
           IF ST-FIL NOT = "00"
               MOVE "99" TO ST-FIL.

       R0A.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADNF"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.

       R0B.
           OPEN I-O CADNFE
           IF ST-NFE NOT = "00"
              IF ST-NFE = "30"
                 OPEN OUTPUT CADNFE
                 CLOSE CADNFE
                 GO TO R0B
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADNFE"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 CLOSE CADNF
                 MOVE 8 TO RETURN-CODE
                 GO TO ROT-FIM.

           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
               MOVE "99" TO ST-CEP.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               MOVE "99" TO ST-ERRO.
           OPEN OUTPUT ARQNFE

           MOVE SPACES TO W-LINHA
           STRING "*** NOTAS EXPORTADAS PARA NFE.TXT ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ NOTAS ATIVAS, UMA LINHA DE CADNF POR ITEM ]-----------
       R1.
           READ CADNF NEXT RECORD
               AT END
                 GO TO R1-FIM
           END-READ.
           IF NF-NUMERO = W-NF-ANT
               IF W-PULA-NF = "N"
                   PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
               END-IF
               GO TO R1.

           IF W-NF-ABERTA = "S"
               PERFORM FECHA-NOTA THRU FECHA-NOTA-FIM.
           MOVE NF-NUMERO TO W-NF-ANT
           MOVE "S" TO W-PULA-NF
           IF NF-SITUACAO NOT = "A"
               GO TO R1.
           MOVE NF-NUMERO TO NFE-NUMNF
           READ CADNFE
           IF ST-NFE = "00" AND NFE-SITUACAO NOT = "R"
               GO TO R1.

           MOVE "N" TO W-PULA-NF
           PERFORM ABRE-NOTA THRU ABRE-NOTA-FIM
           PERFORM GRAVA-ITEM THRU GRAVA-ITEM-FIM
           GO TO R1.
       R1-FIM.
           IF W-NF-ABERTA = "S"
               PERFORM FECHA-NOTA THRU FECHA-NOTA-FIM.

      *---------[ EVENTOS DE CANCELAMENTO PEDIDOS EM CANCNF ]-----------
       R2.
           MOVE "N" TO W-EOF-NFE
           MOVE ZEROS TO NFE-NUMNF
           START CADNFE KEY IS NOT LESS NFE-NUMNF
               INVALID KEY MOVE "S" TO W-EOF-NFE.
       R2A.
           IF W-EOF-NFE = "S"
               GO TO R-FIM.
           READ CADNFE NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-NFE
                 GO TO R2A
           END-READ.
           IF NFE-SITUACAO NOT = "X" OR NFE-EVENTO-GER = "S"
               GO TO R2A.
           MOVE SPACES TO REG-NFE-CANC
           MOVE "50" TO NFX-TIPO-REG
           MOVE NFE-CHAVE TO NFX-CHAVE
           MOVE NFE-PROTOCOLO TO NFX-PROTOCOLO
           MOVE W-DATA-HOJE TO NFX-DATA
           MOVE NFE-MOTIVO TO NFX-JUSTIFICATIVA
           WRITE REG-NFE-CANC
           MOVE "S" TO NFE-EVENTO-GER
           REWRITE REGNFE
           ADD 1 TO W-QTD-CANC
           MOVE SPACES TO W-LINHA
           STRING "CANCELAMENTO NF " NFE-NUMNF "  CHAVE " NFE-CHAVE
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO R2A.

       R-FIM.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "NOTAS EXPORTADAS...............: " W-QTD-NF
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  DAS QUAIS REENVIO DE REJEITADA: " W-QTD-REENVIO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "VALOR TOTAL EXPORTADO..........: " W-VAL-EXPORT
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "EVENTOS DE CANCELAMENTO........: " W-QTD-CANC
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-QTD-REENVIO > ZEROS
               MOVE 4 TO RETURN-CODE.
           CLOSE ARQNFE
           CLOSE CADNF
           CLOSE CADNFE
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
           IF ST-CEP NOT = "99"
               CLOSE CADCEP.
           IF ST-ERRO NOT = "99"
               CLOSE CADPROD.
           IF ST-FIL NOT = "99"
               CLOSE CADFILIAL.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ CABECALHO E DESTINATARIO DA NOTA ]--------------------
      *  CADNFE LIDO: "00" = REENVIO DE REJEITADA (MESMA CHAVE) *
       ABRE-NOTA.
           MOVE "S" TO W-NF-ABERTA
           MOVE ZEROS TO W-ITEM W-TOT-PROD W-TOT-ICMS
           PERFORM EMITENTE-FILIAL THRU EMITENTE-FILIAL-FIM
           IF ST-NFE = "00"
               ADD 1 TO W-QTD-REENVIO
           ELSE
               PERFORM MONTA-CHAVE THRU MONTA-CHAVE-FIM
               MOVE NF-NUMERO TO NFE-NUMNF
               MOVE W-CHAVE TO NFE-CHAVE.

           MOVE SPACES TO REG-NFE-CAB
           MOVE "10" TO NFC-TIPO-REG
           MOVE NFE-CHAVE TO NFC-CHAVE
           MOVE W-NUMFISCAL TO NFC-NUMERO
           MOVE W-SERIE TO NFC-SERIE
           MOVE NF-DATA TO NFC-DATA
           MOVE W-EMIT-CNPJ TO NFC-EMIT-CNPJ
           MOVE W-EMIT-RAZAO TO NFC-EMIT-RAZAO
           MOVE W-UF-EMIT TO NFC-EMIT-UF
           MOVE NF-NUMPV TO NFC-NUMPV
           MOVE NF-VENDEDOR TO NFC-VENDEDOR
           WRITE REG-NFE-CAB

           MOVE SPACES TO REG-NFE-DEST
           MOVE "20" TO NFD-TIPO-REG
           MOVE NF-CNPJCPF TO NFD-CNPJCPF
           MOVE ZEROS TO NFD-NUMERO NFD-CEP
           IF ST-CLI NOT = "99"
               MOVE NF-CNPJCPF TO CLI-CNPJCPF
               READ CADCLI
               IF ST-CLI = "00"
                   MOVE CLI-TIPO TO NFD-TIPO-PESSOA
                   MOVE CLI-RAZAO TO NFD-RAZAO
                   MOVE CLI-NUMERO TO NFD-NUMERO
                   MOVE CLI-COMPLEMENTO TO NFD-COMPLEMENTO
                   MOVE CLI-CEP TO NFD-CEP
               END-IF.
           IF ST-CEP NOT = "99" AND NFD-CEP NOT = ZEROS
               MOVE NFD-CEP TO CEP
               READ CADCEP
               IF ST-CEP = "00"
                   MOVE ENDERECO TO NFD-ENDERECO
                   MOVE BAIRRO TO NFD-BAIRRO
                   MOVE CIDADE TO NFD-CIDADE
                   MOVE UF TO NFD-UF
               END-IF.
           WRITE REG-NFE-DEST.
       ABRE-NOTA-FIM.
           EXIT.

      *---------[ EMITENTE E NUMERO FISCAL DA FILIAL DA NOTA ]----------
      *  FILIAL SEM CADASTRO (OU SEM CADFILIAL) EMITE COMO A     *
      *  EMPRESA DE CADEMPRESA; NOTA SEM NUMERO FISCAL (ANTERIOR *
      *  AS FILIAIS) USA O NUMERO INTERNO                        *
       EMITENTE-FILIAL.
           MOVE EMA-CNPJ TO W-EMIT-CNPJ
           MOVE EMA-RAZAO TO W-EMIT-RAZAO
           MOVE NF-NUMFISCAL TO W-NUMFISCAL
           IF W-NUMFISCAL = ZEROS
               MOVE NF-NUMERO TO W-NUMFISCAL.
           IF ST-FIL = "99"
               GO TO EMITENTE-FILIAL-FIM.
           MOVE NF-FILIAL TO FIL-CODIGO
           IF FIL-CODIGO = ZEROS
               MOVE 1 TO FIL-CODIGO.
           READ CADFILIAL
           IF ST-FIL = "00" AND FIL-CNPJ > ZEROS
               MOVE FIL-CNPJ TO W-EMIT-CNPJ
               MOVE FIL-RAZAO TO W-EMIT-RAZAO.
           MOVE "00" TO ST-FIL.
       EMITENTE-FILIAL-FIM.
           EXIT.

      *---------[ ITEM DA NOTA ]----------------------------------------
       GRAVA-ITEM.
           ADD 1 TO W-ITEM
           MOVE SPACES TO REG-NFE-ITEM
           MOVE "30" TO NFI-TIPO-REG
           MOVE W-ITEM TO NFI-ITEM
           MOVE NF-CODGPRODUTO TO NFI-CODGPRODUTO
           MOVE ZEROS TO NFI-CODBARRA
           IF ST-ERRO NOT = "99"
               MOVE NF-CODGPRODUTO TO CODGPRODUTO
               READ CADPROD
               IF ST-ERRO = "00"
                   MOVE DESCRICAO TO NFI-DESCRICAO
                   MOVE UNIDADE TO NFI-UNIDADE
                   MOVE CODBARRA TO NFI-CODBARRA
               END-IF.
           COMPUTE W-VALORLINHA = NF-QUANTIDADE * NF-PRECO
           MOVE NF-QUANTIDADE TO NFI-QUANTIDADE
           MOVE NF-PRECO TO NFI-PRECO
           MOVE W-VALORLINHA TO NFI-VALOR
           MOVE NF-ALIQ-ICMS TO NFI-ALIQ-ICMS
           MOVE NF-VALOR-ICMS TO NFI-VALOR-ICMS
           WRITE REG-NFE-ITEM
           ADD W-VALORLINHA TO W-TOT-PROD
           ADD NF-VALOR-ICMS TO W-TOT-ICMS.
       GRAVA-ITEM-FIM.
           EXIT.

      *---------[ TOTAIS DA NOTA E SITUACAO G EM CADNFE ]---------------
       FECHA-NOTA.
           MOVE "N" TO W-NF-ABERTA
           MOVE SPACES TO REG-NFE-TOT
           MOVE "90" TO NFT-TIPO-REG
           MOVE W-ITEM TO NFT-QTD-ITENS
           MOVE W-TOT-PROD TO NFT-VALOR-PROD
           MOVE W-TOT-ICMS TO NFT-VALOR-ICMS
           MOVE W-TOT-PROD TO NFT-VALOR-NF
           WRITE REG-NFE-TOT

           MOVE W-DATA-HOJE TO NFE-DATA-GER
           MOVE "G" TO NFE-SITUACAO
           MOVE SPACES TO NFE-PROTOCOLO NFE-MOTIVO NFE-PROT-CANC
           MOVE ZEROS TO NFE-DATA-PROT
           MOVE "N" TO NFE-EVENTO-GER
           REWRITE REGNFE
           IF ST-NFE NOT = "00"
               WRITE REGNFE.
           ADD 1 TO W-QTD-NF
           ADD W-TOT-PROD TO W-VAL-EXPORT
           MOVE SPACES TO W-LINHA
           STRING "NF " NFE-NUMNF "  CHAVE " NFE-CHAVE
               "  ITENS " W-ITEM "  VALOR " W-TOT-PROD
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       FECHA-NOTA-FIM.
           EXIT.

      *---------[ CHAVE DE ACESSO DE 44 DIGITOS ]-----------------------
       MONTA-CHAVE.
           MOVE NF-DATA TO W-DATA-NF
           MOVE FUNCTION CURRENT-DATE (9:8) TO W-HORA
           MOVE W-UF-EMIT TO W-CHV-UF
           MOVE W-DNF-AAMM TO W-CHV-AAMM
           MOVE W-EMIT-CNPJ TO W-CHV-CNPJ
           MOVE 55 TO W-CHV-MODELO
           MOVE W-SERIE TO W-CHV-SERIE
           MOVE W-NUMFISCAL TO W-CHV-NUMERO
           MOVE 1 TO W-CHV-TPEMIS
           COMPUTE W-CHV-CODIGO = W-HORA + NF-NUMERO
           MOVE ZEROS TO W-CHV-DV

      *  PESOS 2 A 9 DA DIREITA PARA A ESQUERDA NOS 43 DIGITOS  *
           MOVE ZEROS TO W-SOMA
           MOVE 2 TO W-PESO
           MOVE 43 TO W-IND.
       MONTA-CHAVE-1.
           COMPUTE W-SOMA = W-SOMA + (W-CHV-DIG (W-IND) * W-PESO)
           ADD 1 TO W-PESO
           IF W-PESO > 9
               MOVE 2 TO W-PESO.
           SUBTRACT 1 FROM W-IND
           IF W-IND > ZEROS
               GO TO MONTA-CHAVE-1.

           COMPUTE W-RESTO = FUNCTION MOD(W-SOMA, 11)
           IF W-RESTO < 2
               MOVE 0 TO W-CHV-DV
           ELSE
               COMPUTE W-CHV-DV = 11 - W-RESTO.
       MONTA-CHAVE-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (EXPNFE.SPL) ]---------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: EXPNFE      EMISSAO: "
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
           MOVE "EXPNFE" TO SPD-PROGRAMA
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
