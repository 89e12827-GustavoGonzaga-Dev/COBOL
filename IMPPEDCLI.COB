       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPEDCLI.
      ***********************************************
      *  IMPORTACAO DOS PEDIDOS DE COMPRA ENVIADOS    *
      *  PELOS CLIENTES (ARQUIVO PEDCLI.TXT, LAYOUT   *
      *  FIXO):                                       *
      *    10 - CABECALHO: CNPJ/CPF DO CLIENTE,       *
      *         NUMERO DO PEDIDO DO CLIENTE, DATA E   *
      *         VENDEDOR (OPCIONAL)                   *
      *    30 - ITENS: CODIGO DO CLIENTE, QUANTIDADE  *
      *         E PRECO ESPERADO (INFORMATIVO)        *
      *    DEMAIS TIPOS DE REGISTRO SAO IGNORADOS     *
      *  O CLIENTE DEVE EXISTIR ATIVO EM CADCLI. O    *
      *  CODIGO DO ITEM E TRADUZIDO PARA CODGPRODUTO  *
      *  PELA TABELA CADXREFC (QUANTIDADE X FATOR).   *
      *  CADA LINHA PASSA PELAS REGRAS DA DIGITACAO   *
      *  EM PEDVENDA: PRODUTO ATIVO, DISPONIVEL       *
      *  (ESTOQUE - RESERVAS - QUARENTENA -           *
      *  TERCEIROS), PRECO DO ACORDO VIGENTE EM       *
      *  CADPRECOCLI OU DE TABELA, RESERVA EM         *
      *  CADRESERV. CHEQUE DEVOLVIDO RECUSA O PEDIDO; *
      *  TITULO VENCIDO OU LIMITE ESTOURADO GRAVA O   *
      *  PEDIDO EM BLOQUEIO DE CREDITO (B), COMO NA   *
      *  CONVERSAO DE ORCVENDA - LIBERACAO EM         *
      *  PEDVENDA. CADA PEDIDO DO CLIENTE VIRA UM PV  *
      *  (SERIE CTRLPV.DAT), AMARRADO EM CADPVCLI -   *
      *  PEDIDO DO CLIENTE JA IMPORTADO E RECUSADO.   *
      *  SAIDAS: RELATORIO DE ACEITE IMPPEDCLI.SPL E  *
      *  ARQUIVO DE REJEICAO PEDCLIREJ.TXT PARA       *
      *  DEVOLVER AO CLIENTE (RETURN-CODE 4 QUANDO HA *
      *  REJEICAO)                                    *
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

           SELECT ARQPEDCLI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ARQ.

           SELECT ARQPEDREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-REJ.

           SELECT CADXREFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS XRC-KEY
                    FILE STATUS  IS ST-XRC.

           SELECT CADPVCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PVC-KEY
                    FILE STATUS  IS ST-PVC.

           SELECT CADPEDVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-KEY
                    FILE STATUS  IS ST-PV.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADRESERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-CODGPRODUTO
                    FILE STATUS  IS ST-RSV.

           SELECT CADTITREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADCHEQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUMERO
                    ALTERNATE RECORD KEY IS CHQ-CLIENTE WITH DUPLICATES
                    FILE STATUS  IS ST-CHQ.

           SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VND-CODIGO
                    FILE STATUS  IS ST-VND.

           SELECT CADPRECOCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCL-KEY
                    FILE STATUS  IS ST-PCL.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADSALDODEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-KEY
                    FILE STATUS  IS ST-SAL.

           SELECT ARQCTRLPV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLV.
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

       FD ARQPEDCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PEDCLI.TXT".
       01 REG-PCC.
           03 PCC-TIPO-REG      PIC X(02).
           03 PCC-CNPJCPF       PIC 9(15).
           03 PCC-PEDIDO-CLI    PIC X(15).
           03 PCC-DATA          PIC 9(08).
           03 PCC-VENDEDOR      PIC 9(03).
       01 REG-PCI.
           03 PCI-TIPO-REG      PIC X(02).
           03 PCI-ITEM          PIC 9(03).
           03 PCI-CODCLI        PIC X(20).
           03 PCI-DESCRICAO     PIC X(40).
           03 PCI-UNIDADE       PIC X(06).
           03 PCI-QUANTIDADE    PIC 9(07)V9999.
           03 PCI-PRECO         PIC 9(09)V9999.

      *  LINHA RECUSADA, DEVOLVIDA AO CLIENTE COM O MOTIVO      *
       FD ARQPEDREJ
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "PEDCLIREJ.TXT".
       01 REG-REJ.
           03 REJ-CNPJCPF       PIC 9(15).
           03 REJ-PEDIDO-CLI    PIC X(15).
           03 REJ-ITEM          PIC 9(03).
           03 REJ-CODCLI        PIC X(20).
           03 REJ-QUANTIDADE    PIC 9(07)V9999.
           03 REJ-MOTIVO        PIC X(40).

       FD CADXREFC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADXREFC.DAT".
       01 REGXREFC.
           03 XRC-KEY.
              05 XRC-CNPJCPF       PIC 9(15).
              05 XRC-CODCLI        PIC X(20).
           03 XRC-CODGPRODUTO      PIC 9(06).
           03 XRC-FATOR            PIC 9(03)V9999.

      *  PEDIDO DO CLIENTE X PEDIDO DE VENDA GERADO             *
       FD CADPVCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPVCLI.DAT".
       01 REGPVCLI.
           03 PVC-KEY.
              05 PVC-CNPJCPF       PIC 9(15).
              05 PVC-PEDIDO-CLI    PIC X(15).
           03 PVC-NUMPV            PIC 9(06).
           03 PVC-DATA-PED         PIC 9(08).
           03 PVC-DATA-IMP         PIC 9(08).

       FD CADPEDVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDVEN.DAT".
       01 REGPV.
           03 PV-KEY.
              05 PV-NUMERO         PIC 9(06).
              05 PV-CODGPRODUTO    PIC 9(06).
           03 PV-CNPJCPF           PIC 9(15).
           03 PV-QUANTIDADE        PIC 9(05)V9.
           03 PV-PRECO             PIC 9(07)V99.
           03 PV-DATA              PIC 9(08).
           03 PV-SITUACAO          PIC X(01).
           03 PV-VENDEDOR          PIC 9(03).

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

       FD CADRESERV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRESERV.DAT".
       01 REGRESERV.
           03 RSV-CODGPRODUTO  PIC 9(06).
           03 RSV-QUANTIDADE   PIC 9(05)V9.

       FD CADTITREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITREC.DAT".
       01 REGTITREC.
           03 TR-NUMERO        PIC 9(06).
           03 TR-CNPJCPF       PIC 9(15).
           03 TR-NUMNF         PIC 9(06).
           03 TR-VALOR         PIC 9(09)V99.
           03 TR-VALOR-PAGO    PIC 9(09)V99.
           03 TR-DATA-EMISSAO  PIC 9(08).
           03 TR-DATA-VENCTO   PIC 9(08).
           03 TR-SITUACAO      PIC X(01).

       FD CADCHEQUE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCHEQUE.DAT".
       01 REGCHEQUE.
           03 CHQ-NUMERO        PIC 9(06).
           03 CHQ-BANCO         PIC 9(03).
           03 CHQ-AGENCIA       PIC 9(05).
           03 CHQ-CHEQUE        PIC 9(06).
           03 CHQ-EMITENTE      PIC 9(15).
           03 CHQ-CLIENTE       PIC 9(15).
           03 CHQ-VALOR         PIC 9(09)V99.
           03 CHQ-DATA-RECEB    PIC 9(08).
           03 CHQ-BOM-PARA      PIC 9(08).
           03 CHQ-SITUACAO      PIC X(01).
           03 CHQ-DATA-DEPOS    PIC 9(08).
           03 CHQ-CONTA         PIC 9(02).
           03 CHQ-DATA-DEVOL    PIC 9(08).
           03 CHQ-ALINEA        PIC 9(02).
           03 CHQ-OPERADOR      PIC X(08).
           03 CHQ-QTD-TIT       PIC 9(01).
           03 CHQ-TITULOS.
              05 CHQ-TIT        OCCURS 5 TIMES.
                 07 CHQ-TIT-NUMERO  PIC 9(06).
                 07 CHQ-TIT-VALOR   PIC 9(09)V99.

       FD CADVEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
           03 VND-CODIGO        PIC 9(03).
           03 VND-NOME          PIC X(30).
           03 VND-CHAPA         PIC 9(06).
           03 VND-PCT-COMISSAO  PIC 9(02)V99.
           03 VND-SITUACAO      PIC X(01).

       FD CADPRECOCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPRECOCLI.DAT".
       01 REGPRECOCLI.
           03 PCL-KEY.
              05 PCL-CNPJCPF       PIC 9(15).
              05 PCL-CODGPRODUTO   PIC 9(06).
           03 PCL-PRECO            PIC 9(07)V99.
           03 PCL-DESCPCT          PIC 9(02)V99.
           03 PCL-VIG-INI          PIC 9(08).
           03 PCL-VIG-FIM          PIC 9(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSALDODEP.DAT".
       01 REGSALDODEP.
           03 SAL-KEY.
              05 SAL-CODGPRODUTO   PIC 9(06).
              05 SAL-DEPOSITO      PIC 9(02).
           03 SAL-QUANTIDADE       PIC 9(05)V9.

       FD ARQCTRLPV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLPV.DAT".
       01 REG-CTRLPV.
           03 CTRL-ULTPV       PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "IMPPEDCLI.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-ARQ         PIC X(02) VALUE "00".
       01 ST-REJ         PIC X(02) VALUE "00".
       01 ST-XRC         PIC X(02) VALUE "00".
       01 ST-PVC         PIC X(02) VALUE "00".
       01 ST-PV          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-RSV         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 ST-VND         PIC X(02) VALUE "00".
       01 ST-PCL         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-CTRLV       PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-NUMPV        PIC 9(06) VALUE ZEROS.
      *  PEDIDO CORRENTE (DO ULTIMO REGISTRO 10 LIDO)           *
       01 W-PC-ABERTO    PIC X(01) VALUE "N".
       01 W-PC-VALIDO    PIC X(01) VALUE "N".
       01 W-PC-MOTIVO    PIC X(40) VALUE SPACES.
       01 W-PC-MOTIVO-BLQ PIC X(30) VALUE SPACES.
       01 W-PC-PEDIDO    PIC X(15) VALUE SPACES.
       01 W-PC-DATA      PIC 9(08) VALUE ZEROS.
       01 W-PC-NUMPV     PIC 9(06) VALUE ZEROS.
       01 W-PC-LINHAS    PIC 9(03) VALUE ZEROS.
       01 W-CLIENTE      PIC 9(15) VALUE ZEROS.
       01 W-VENDEDOR     PIC 9(03) VALUE ZEROS.
       01 W-SIT-GRAV     PIC X(01) VALUE "A".
       01 W-ABERTOREC    PIC 9(12)V99 VALUE ZEROS.
       01 W-ABERTOPED    PIC 9(12)V99 VALUE ZEROS.
       01 W-VALORPED     PIC 9(12)V99 VALUE ZEROS.
       01 W-TEM-VENCIDO  PIC X(01) VALUE "N".
       01 W-TEM-CHQDEV   PIC X(01) VALUE "N".
       01 W-EOF-CHQ      PIC X(01) VALUE "N".
       01 W-EOF-PV       PIC X(01) VALUE "N".
      *  ITEM CORRENTE                                          *
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-QTD-CONV     PIC 9(07)V9999 VALUE ZEROS.
       01 W-QTDPEDIDA    PIC 9(05)V9 VALUE ZEROS.
       01 W-PRECO-LINHA  PIC 9(07)V99 VALUE ZEROS.
       01 W-PRECO-CONV   PIC 9(09)V99 VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(12)V99 VALUE ZEROS.
       01 W-RESERVADO    PIC 9(05)V9 VALUE ZEROS.
       01 W-DISPONIVEL   PIC S9(06)V9 VALUE ZEROS.
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-QUARENTENA   PIC 9(05)V9 VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-TERCEIROS    PIC 9(05)V9 VALUE ZEROS.
      *  TOTAIS                                                 *
       01 W-QTD-PEDIDOS  PIC 9(06) VALUE ZEROS.
       01 W-QTD-PV       PIC 9(06) VALUE ZEROS.
       01 W-QTD-PV-BLQ   PIC 9(06) VALUE ZEROS.
       01 W-QTD-ITENS    PIC 9(06) VALUE ZEROS.
       01 W-QTD-ACEITOS  PIC 9(06) VALUE ZEROS.
       01 W-QTD-REJEIT   PIC 9(06) VALUE ZEROS.
       01 W-QTD-ED       PIC ZZ.ZZ9,9.
       01 W-PRECO-ED     PIC Z.ZZZ.ZZ9,99.
       01 W-VALOR-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

       R0.
           OPEN INPUT ARQPEDCLI
           IF ST-ARQ NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ARQUIVO PEDCLI.TXT AUSENTE - NADA A IMPORTAR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM.

       R0A.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADCLI"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE ARQPEDCLI
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADPROD"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE ARQPEDCLI CADCLI
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM.
      *  SEM DE-PARA CADASTRADO TODA LINHA VAI PARA A REJEICAO  *
           OPEN INPUT CADXREFC
           IF ST-XRC NOT = "00"
               MOVE "99" TO ST-XRC.
           OPEN INPUT CADPRECOCLI
           IF ST-PCL NOT = "00"
               MOVE "99" TO ST-PCL.
           OPEN INPUT CADTITREC
           IF ST-TR NOT = "00"
               MOVE "99" TO ST-TR.
           OPEN INPUT CADCHEQUE
           IF ST-CHQ NOT = "00"
               MOVE "99" TO ST-CHQ.
           OPEN INPUT CADVEND
           IF ST-VND NOT = "00"
               MOVE "99" TO ST-VND.
           PERFORM LE-DEPQUAR THRU LE-DEPQUAR-FIM.

       R0B.
           OPEN I-O CADPEDVEN
           IF ST-PV NOT = "00"
              IF ST-PV = "30"
                 OPEN OUTPUT CADPEDVEN
                 CLOSE CADPEDVEN
                 GO TO R0B
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADPEDVEN"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 MOVE 8 TO RETURN-CODE
                 GO TO R-FECHA.

       R0C.
           OPEN I-O CADRESERV
           IF ST-RSV NOT = "00"
              IF ST-RSV = "30"
                 OPEN OUTPUT CADRESERV
                 CLOSE CADRESERV
                 GO TO R0C
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADRESERV"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 CLOSE CADPEDVEN
                 MOVE 8 TO RETURN-CODE
                 GO TO R-FECHA.

       R0D.
           OPEN I-O CADPVCLI
           IF ST-PVC NOT = "00"
              IF ST-PVC = "30"
                 OPEN OUTPUT CADPVCLI
                 CLOSE CADPVCLI
                 GO TO R0D
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADPVCLI"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 CLOSE CADPEDVEN CADRESERV
                 MOVE 8 TO RETURN-CODE
                 GO TO R-FECHA.

           OPEN OUTPUT ARQPEDREJ
           PERFORM LE-CTRLPV THRU LE-CTRLPV-FIM

           MOVE SPACES TO W-LINHA
           STRING "*** ACEITE DOS PEDIDOS DOS CLIENTES ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  IT  CODIGO DO CLIENTE       PRODUTO"
               " DESCRICAO                         QTD"
               "        PRECO  SITUACAO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ LEITURA DO ARQUIVO DO CLIENTE ]-----------------------
       R1.
           READ ARQPEDCLI
               AT END
                 GO TO R1-FIM
           END-READ.
           IF PCC-TIPO-REG = "10"
               PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM
               PERFORM ABRE-PEDIDO THRU ABRE-PEDIDO-FIM
               GO TO R1.
           IF PCI-TIPO-REG NOT = "30"
               GO TO R1.
           ADD 1 TO W-QTD-ITENS
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO R1.
       R1-FIM.
           PERFORM FECHA-PEDIDO THRU FECHA-PEDIDO-FIM
           PERFORM GRAVA-CTRLPV THRU GRAVA-CTRLPV-FIM.

      *---------[ TOTAIS ]----------------------------------------------
       R-FIM.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "PEDIDOS DE CLIENTE LIDOS.......: " W-QTD-PEDIDOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "PEDIDOS DE VENDA GERADOS.......: " W-QTD-PV
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  EM BLOQUEIO DE CREDITO.......: " W-QTD-PV-BLQ
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ITENS LIDOS....................: " W-QTD-ITENS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ITENS ACEITOS E RESERVADOS.....: " W-QTD-ACEITOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ITENS REJEITADOS (PEDCLIREJ)...: " W-QTD-REJEIT
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-QTD-REJEIT > ZEROS
               MOVE 4 TO RETURN-CODE.
           CLOSE ARQPEDREJ
           CLOSE CADPEDVEN
           CLOSE CADRESERV
           CLOSE CADPVCLI.

       R-FECHA.
           CLOSE ARQPEDCLI
           CLOSE CADCLI
           CLOSE CADPROD
           IF ST-XRC NOT = "99"
               CLOSE CADXREFC.
           IF ST-PCL NOT = "99"
               CLOSE CADPRECOCLI.
           IF ST-TR NOT = "99"
               CLOSE CADTITREC.
           IF ST-CHQ NOT = "99"
               CLOSE CADCHEQUE.
           IF ST-VND NOT = "99"
               CLOSE CADVEND.
           IF W-DEP-QUAR > ZEROS OR W-DEP-TERC > ZEROS
               CLOSE CADSALDODEP.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ CABECALHO: CLIENTE, CREDITO E VENDEDOR ]--------------
       ABRE-PEDIDO.
           ADD 1 TO W-QTD-PEDIDOS
           MOVE "S" TO W-PC-ABERTO
           MOVE "S" TO W-PC-VALIDO
           MOVE SPACES TO W-PC-MOTIVO W-PC-MOTIVO-BLQ
           MOVE ZEROS TO W-PC-NUMPV W-PC-LINHAS W-VALORPED
           MOVE ZEROS TO W-VENDEDOR
           MOVE "A" TO W-SIT-GRAV
           MOVE PCC-CNPJCPF TO W-CLIENTE
           MOVE PCC-PEDIDO-CLI TO W-PC-PEDIDO
           MOVE PCC-DATA TO W-PC-DATA
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-CLIENTE TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               MOVE SPACES TO CLI-RAZAO
               MOVE "N" TO W-PC-VALIDO
               MOVE "CLIENTE NAO CADASTRADO EM CADCLI"
                   TO W-PC-MOTIVO.
           MOVE SPACES TO W-LINHA
           STRING "PEDIDO DO CLIENTE " W-PC-PEDIDO " DE " W-PC-DATA
               "  CNPJ/CPF " W-CLIENTE " " CLI-RAZAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-PC-VALIDO = "N"
               GO TO ABRE-PEDIDO-REJ.
           IF CLI-SITUACAO NOT = "A"
               MOVE "N" TO W-PC-VALIDO
               MOVE "CLIENTE NAO ESTA ATIVO" TO W-PC-MOTIVO
               GO TO ABRE-PEDIDO-REJ.
           IF W-PC-PEDIDO = SPACES
               MOVE "N" TO W-PC-VALIDO
               MOVE "PEDIDO SEM NUMERO DO CLIENTE" TO W-PC-MOTIVO
               GO TO ABRE-PEDIDO-REJ.

      *  O MESMO PEDIDO DO CLIENTE NAO GERA DOIS PVS            *
           MOVE W-CLIENTE TO PVC-CNPJCPF
           MOVE W-PC-PEDIDO TO PVC-PEDIDO-CLI
           READ CADPVCLI
           IF ST-PVC = "00"
               MOVE "N" TO W-PC-VALIDO
               STRING "PEDIDO JA IMPORTADO NO PV " PVC-NUMPV
                   DELIMITED BY SIZE INTO W-PC-MOTIVO
               GO TO ABRE-PEDIDO-REJ.

      *---------[ CHEQUE DEVOLVIDO NAO REGULARIZADO (CUSTCHEQ) ]--------
      *  TRAVA O CREDITO: O PEDIDO INTEIRO E RECUSADO           *
           PERFORM VE-CHEQUE-DEV THRU VE-CHEQUE-DEV-FIM
           IF W-TEM-CHQDEV = "S"
               MOVE "N" TO W-PC-VALIDO
               MOVE "CHEQUE DEVOLVIDO NAO REGULARIZADO"
                   TO W-PC-MOTIVO
               GO TO ABRE-PEDIDO-REJ.

      *---------[ ANALISE DE CREDITO (COMO NA CONVERSAO DE ORCVENDA) ]--
      *  TITULO VENCIDO OU LIMITE ESTOURADO NAO RECUSA: GRAVA   *
      *  O PEDIDO EM BLOQUEIO (B) PARA O SUPERVISOR LIBERAR     *
           PERFORM SOMA-ABERTO THRU SOMA-ABERTO-FIM
           PERFORM SOMA-PEDABERTO THRU SOMA-PEDABERTO-FIM
           IF W-TEM-VENCIDO = "S"
               MOVE "B" TO W-SIT-GRAV
               MOVE "TITULO VENCIDO EM CADTITREC" TO W-PC-MOTIVO-BLQ.
           IF W-SIT-GRAV = "A"
              AND CLI-LIMITE-CRED > ZEROS
              AND (W-ABERTOREC + W-ABERTOPED) >= CLI-LIMITE-CRED
               MOVE "B" TO W-SIT-GRAV
               MOVE "LIMITE DE CREDITO ESTOURADO" TO W-PC-MOTIVO-BLQ.

      *---------[ VENDEDOR INFORMADO NO PEDIDO (CADVEND) ]--------------
           IF PCC-VENDEDOR NOT NUMERIC OR PCC-VENDEDOR = ZEROS
               OR ST-VND = "99"
               GO TO ABRE-PEDIDO-FIM.
           MOVE PCC-VENDEDOR TO VND-CODIGO
           READ CADVEND
           IF ST-VND = "00" AND VND-SITUACAO = "A"
               MOVE PCC-VENDEDOR TO W-VENDEDOR
           ELSE
               MOVE SPACES TO W-LINHA
               STRING "  VENDEDOR " PCC-VENDEDOR " NAO CADASTRADO OU"
                   " INATIVO - PEDIDO SEM VENDEDOR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           GO TO ABRE-PEDIDO-FIM.

       ABRE-PEDIDO-REJ.
           MOVE SPACES TO W-LINHA
           STRING "  *** PEDIDO RECUSADO: " W-PC-MOTIVO " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       ABRE-PEDIDO-FIM.
           EXIT.

       FECHA-PEDIDO.
           IF W-PC-ABERTO NOT = "S"
               GO TO FECHA-PEDIDO-FIM.
           MOVE "N" TO W-PC-ABERTO
           IF W-PC-NUMPV = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  PEDIDO SEM LINHAS ACEITAS - NENHUM PV GERADO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO FECHA-PEDIDO-FIM.
           ADD 1 TO W-QTD-PV
           MOVE W-VALORPED TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "  GERADO O PV " W-PC-NUMPV " COM " W-PC-LINHAS
               " LINHAS - VALOR " W-VALOR-ED " - SITUACAO "
               W-SIT-GRAV
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-SIT-GRAV = "B"
               ADD 1 TO W-QTD-PV-BLQ
               MOVE SPACES TO W-LINHA
               STRING "  *** EM BLOQUEIO DE CREDITO (" W-PC-MOTIVO-BLQ
                   ") - SO FATURA APOS LIBERACAO EM PEDVENDA ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       FECHA-PEDIDO-FIM.
           EXIT.

      *---------[ ITEM: DE-PARA, PRODUTO, DISPONIVEL E PRECO ]----------
       TRATA-ITEM.
           IF W-PC-ABERTO NOT = "S"
               MOVE "ITEM SEM CABECALHO DE PEDIDO" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF W-PC-VALIDO = "N"
               MOVE W-PC-MOTIVO TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF PCI-QUANTIDADE NOT NUMERIC OR PCI-QUANTIDADE = ZEROS
               MOVE "QUANTIDADE INVALIDA" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF ST-XRC = "99"
               MOVE "TABELA CADXREFC NAO CADASTRADA" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           MOVE W-CLIENTE TO XRC-CNPJCPF
           MOVE PCI-CODCLI TO XRC-CODCLI
           READ CADXREFC
           IF ST-XRC NOT = "00"
               MOVE "CODIGO DO ITEM NAO CADASTRADO NO DE-PARA"
                   TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           MOVE XRC-CODGPRODUTO TO W-CODPROD
           COMPUTE W-QTD-CONV ROUNDED = PCI-QUANTIDADE * XRC-FATOR
           IF W-QTD-CONV > 99999,9
               MOVE "QUANTIDADE CONVERTIDA FORA DO LIMITE"
                   TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           COMPUTE W-QTDPEDIDA ROUNDED = W-QTD-CONV
           IF W-QTDPEDIDA = ZEROS
               MOVE "QUANTIDADE CONVERTIDA ZERADA" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.

           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               MOVE "PRODUTO DO DE-PARA NAO CADASTRADO" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           IF SITUACAO-PROD = "I"
               MOVE "PRODUTO INATIVO" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.
           PERFORM LE-RESERVA THRU LE-RESERVA-FIM
           PERFORM LE-QUARENTENA THRU LE-QUARENTENA-FIM
           COMPUTE W-DISPONIVEL = QUANTIDADE - W-RESERVADO
               - W-QUARENTENA - W-TERCEIROS
           IF W-QTDPEDIDA > W-DISPONIVEL
               MOVE "DISPONIVEL INSUFICIENTE" TO W-MOTIVO
               GO TO TRATA-ITEM-REJ.

           PERFORM BUSCA-ACORDO THRU BUSCA-ACORDO-FIM
           COMPUTE W-VALORLINHA = W-QTDPEDIDA * W-PRECO-LINHA

      *  LINHA QUE ESTOURA O LIMITE BLOQUEIA O PEDIDO INTEIRO   *
           IF W-SIT-GRAV = "A"
              AND CLI-LIMITE-CRED > ZEROS
              AND (W-ABERTOREC + W-ABERTOPED + W-VALORPED
                   + W-VALORLINHA) > CLI-LIMITE-CRED
               MOVE "B" TO W-SIT-GRAV
               MOVE "LIMITE DE CREDITO ESTOURADO" TO W-PC-MOTIVO-BLQ
               IF W-PC-NUMPV > ZEROS
                   PERFORM BLOQUEIA-GRAVADAS THRU BLOQUEIA-GRAVADAS-FIM.

           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           IF W-MOTIVO NOT = SPACES
               GO TO TRATA-ITEM-REJ.
           PERFORM SOMA-RESERVA THRU SOMA-RESERVA-FIM
           ADD 1 TO W-QTD-ACEITOS
           ADD 1 TO W-PC-LINHAS
           ADD W-VALORLINHA TO W-VALORPED

           MOVE W-QTDPEDIDA TO W-QTD-ED
           MOVE W-PRECO-LINHA TO W-PRECO-ED
           MOVE SPACES TO W-LINHA
           STRING "  " PCI-ITEM " " PCI-CODCLI " " W-CODPROD " "
               DESCRICAO " " W-QTD-ED " " W-PRECO-ED "  ACEITO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF PCI-PRECO NOT NUMERIC OR PCI-PRECO = ZEROS
               GO TO TRATA-ITEM-FIM.
           COMPUTE W-PRECO-CONV ROUNDED = PCI-PRECO / XRC-FATOR
           IF W-PRECO-CONV NOT = W-PRECO-LINHA
               MOVE SPACES TO W-LINHA
               STRING "      PRECO ESPERADO PELO CLIENTE DIFERE DO"
                   " ACORDO/TABELA - VALE O PRECO ACIMA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           GO TO TRATA-ITEM-FIM.

       TRATA-ITEM-REJ.
           ADD 1 TO W-QTD-REJEIT
           MOVE SPACES TO W-LINHA
           STRING "  " PCI-ITEM " " PCI-CODCLI " REJEITADO: "
               W-MOTIVO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-CLIENTE TO REJ-CNPJCPF
           MOVE W-PC-PEDIDO TO REJ-PEDIDO-CLI
           MOVE PCI-ITEM TO REJ-ITEM
           MOVE PCI-CODCLI TO REJ-CODCLI
           MOVE PCI-QUANTIDADE TO REJ-QUANTIDADE
           MOVE W-MOTIVO TO REJ-MOTIVO
           WRITE REG-REJ.
       TRATA-ITEM-FIM.
           EXIT.

      *---------[ GRAVA A LINHA EM CADPEDVEN ]--------------------------
      *  O PV SO E NUMERADO NA PRIMEIRA LINHA ACEITA; W-MOTIVO  *
      *  VOLTA PREENCHIDO QUANDO NAO PODE GRAVAR                *
       GRAVA-LINHA.
           MOVE SPACES TO W-MOTIVO
           IF W-PC-NUMPV > ZEROS
               GO TO GRAVA-LINHA-1.
           ADD 1 TO W-NUMPV
           MOVE W-NUMPV TO W-PC-NUMPV
           MOVE W-CLIENTE TO PVC-CNPJCPF
           MOVE W-PC-PEDIDO TO PVC-PEDIDO-CLI
           MOVE W-PC-NUMPV TO PVC-NUMPV
           MOVE W-PC-DATA TO PVC-DATA-PED
           MOVE W-DATA-HOJE TO PVC-DATA-IMP
           WRITE REGPVCLI.
       GRAVA-LINHA-1.
           MOVE W-PC-NUMPV TO PV-NUMERO
           MOVE W-CODPROD TO PV-CODGPRODUTO
           MOVE W-CLIENTE TO PV-CNPJCPF
           MOVE W-QTDPEDIDA TO PV-QUANTIDADE
           MOVE W-PRECO-LINHA TO PV-PRECO
           MOVE W-DATA-HOJE TO PV-DATA
           MOVE W-SIT-GRAV TO PV-SITUACAO
           MOVE W-VENDEDOR TO PV-VENDEDOR
           WRITE REGPV
           IF ST-PV = "22"
               MOVE "PRODUTO REPETIDO NO PEDIDO" TO W-MOTIVO
               GO TO GRAVA-LINHA-FIM.
           IF ST-PV NOT = "00" AND ST-PV NOT = "02"
               MOVE "ERRO NA GRAVACAO DE CADPEDVEN" TO W-MOTIVO.
       GRAVA-LINHA-FIM.
           EXIT.

      *---------[ REBLOQUEIA AS LINHAS JA GRAVADAS DO PEDIDO ]----------
      *  AS LINHAS ANTERIORES DO MESMO PV PASSAM DE A PARA B    *
       BLOQUEIA-GRAVADAS.
           MOVE "N" TO W-EOF-PV
           MOVE W-PC-NUMPV TO PV-NUMERO
           MOVE ZEROS TO PV-CODGPRODUTO
           START CADPEDVEN KEY IS NOT LESS PV-KEY
               INVALID KEY MOVE "S" TO W-EOF-PV.
       BLOQUEIA-GRAVADAS-1.
           IF W-EOF-PV = "S"
               GO TO BLOQUEIA-GRAVADAS-FIM.
           READ CADPEDVEN NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-PV
                 GO TO BLOQUEIA-GRAVADAS-1
           END-READ.
           IF PV-NUMERO NOT = W-PC-NUMPV
               MOVE "S" TO W-EOF-PV
               GO TO BLOQUEIA-GRAVADAS-1.
           IF PV-SITUACAO = "A"
               MOVE "B" TO PV-SITUACAO
               REWRITE REGPV.
           GO TO BLOQUEIA-GRAVADAS-1.
       BLOQUEIA-GRAVADAS-FIM.
           EXIT.

      *---------[ ACORDO DE PRECO DO CLIENTE (CADPRECOCLI) ]------------
      *  VIGENTE NA DATA: PRECO CONTRATADO VALE DIRETO; PRECO   *
      *  ZERADO APLICA O DESCONTO SOBRE A TABELA                *
       BUSCA-ACORDO.
           MOVE PRECO TO W-PRECO-LINHA
           IF ST-PCL = "99"
               GO TO BUSCA-ACORDO-FIM.
           MOVE W-CLIENTE TO PCL-CNPJCPF
           MOVE W-CODPROD TO PCL-CODGPRODUTO
           READ CADPRECOCLI
           IF ST-PCL NOT = "00"
               GO TO BUSCA-ACORDO-FIM.
           IF W-DATA-HOJE < PCL-VIG-INI
              OR W-DATA-HOJE > PCL-VIG-FIM
               GO TO BUSCA-ACORDO-FIM.
           IF PCL-PRECO > ZEROS
               MOVE PCL-PRECO TO W-PRECO-LINHA
           ELSE
               COMPUTE W-PRECO-LINHA ROUNDED =
                   PRECO * (100 - PCL-DESCPCT) / 100.
       BUSCA-ACORDO-FIM.
           EXIT.

       LE-RESERVA.
           MOVE ZEROS TO W-RESERVADO
           MOVE CODGPRODUTO TO RSV-CODGPRODUTO
           READ CADRESERV
           IF ST-RSV = "00"
               MOVE RSV-QUANTIDADE TO W-RESERVADO.
       LE-RESERVA-FIM.
           EXIT.

       SOMA-RESERVA.
           MOVE W-CODPROD TO RSV-CODGPRODUTO
           READ CADRESERV
           IF ST-RSV = "00"
               ADD W-QTDPEDIDA TO RSV-QUANTIDADE
               REWRITE REGRESERV
           ELSE
               MOVE W-CODPROD TO RSV-CODGPRODUTO
               MOVE W-QTDPEDIDA TO RSV-QUANTIDADE
               WRITE REGRESERV.
       SOMA-RESERVA-FIM.
           EXIT.

      *---------[ CHEQUE DEVOLVIDO (V) DO CLIENTE EM CADCHEQUE ]--------
       VE-CHEQUE-DEV.
           MOVE "N" TO W-TEM-CHQDEV
           IF ST-CHQ = "99"
               GO TO VE-CHEQUE-DEV-FIM.
           MOVE "N" TO W-EOF-CHQ
           MOVE W-CLIENTE TO CHQ-CLIENTE
           START CADCHEQUE KEY IS EQUAL CHQ-CLIENTE
               INVALID KEY MOVE "S" TO W-EOF-CHQ.
       VE-CHEQUE-DEV-1.
           IF W-EOF-CHQ = "S"
               GO TO VE-CHEQUE-DEV-FIM.
           READ CADCHEQUE NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CHQ
                 GO TO VE-CHEQUE-DEV-1
           END-READ.
           IF CHQ-CLIENTE NOT = W-CLIENTE
               MOVE "S" TO W-EOF-CHQ
               GO TO VE-CHEQUE-DEV-1.
           IF CHQ-SITUACAO = "V"
               MOVE "S" TO W-TEM-CHQDEV
               MOVE "S" TO W-EOF-CHQ.
           GO TO VE-CHEQUE-DEV-1.
       VE-CHEQUE-DEV-FIM.
           EXIT.

      *---------[ SALDO EM ABERTO DO CLIENTE EM CADTITREC ]-------------
      *  ALEM DO SALDO, MARCA SE HA TITULO COM VENCIMENTO       *
      *  ESTOURADO                                              *
       SOMA-ABERTO.
           MOVE ZEROS TO W-ABERTOREC
           MOVE "N" TO W-TEM-VENCIDO
           IF ST-TR = "99"
               GO TO SOMA-ABERTO-FIM.
           CLOSE CADTITREC
           OPEN INPUT CADTITREC.
       SOMA-ABERTO-1.
           READ CADTITREC NEXT RECORD
               AT END
                 GO TO SOMA-ABERTO-FIM
           END-READ.
           IF TR-CNPJCPF = W-CLIENTE
              AND (TR-SITUACAO = "A" OR TR-SITUACAO = "P")
               COMPUTE W-ABERTOREC = W-ABERTOREC +
                   (TR-VALOR - TR-VALOR-PAGO)
               IF TR-DATA-VENCTO < W-DATA-HOJE
                   MOVE "S" TO W-TEM-VENCIDO
               END-IF
           END-IF.
           GO TO SOMA-ABERTO-1.
       SOMA-ABERTO-FIM.
           EXIT.

      *---------[ PEDIDOS DO CLIENTE AINDA NAO FATURADOS ]--------------
      *  ENTRAM NO SALDO DEVEDOR AS LINHAS ABERTAS (A) E AS     *
      *  BLOQUEADAS (B)                                         *
       SOMA-PEDABERTO.
           MOVE ZEROS TO W-ABERTOPED
           MOVE ZEROS TO PV-NUMERO PV-CODGPRODUTO
           MOVE "N" TO W-EOF-PV
           START CADPEDVEN KEY IS NOT LESS PV-KEY
               INVALID KEY MOVE "S" TO W-EOF-PV.
       SOMA-PEDABERTO-1.
           IF W-EOF-PV = "S"
               GO TO SOMA-PEDABERTO-FIM.
           READ CADPEDVEN NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-PV
                 GO TO SOMA-PEDABERTO-1
           END-READ.
           IF PV-CNPJCPF = W-CLIENTE
              AND (PV-SITUACAO = "A" OR PV-SITUACAO = "B")
               COMPUTE W-ABERTOPED = W-ABERTOPED +
                   (PV-QUANTIDADE * PV-PRECO).
           GO TO SOMA-PEDABERTO-1.
       SOMA-PEDABERTO-FIM.
           EXIT.

      *---------[ DEPOSITOS DE QUARENTENA E TERCEIROS (CADPARAM) ]------
      *  O SALDO NESSES DEPOSITOS NAO CONTA COMO DISPONIVEL     *
       LE-DEPQUAR.
           MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-DEPQUAR-FIM.
           MOVE "DEPQUAR" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-QUAR.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-QUAR = ZEROS AND W-DEP-TERC = ZEROS
               GO TO LE-DEPQUAR-FIM.
           OPEN INPUT CADSALDODEP
           IF ST-SAL NOT = "00"
               MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC.
       LE-DEPQUAR-FIM.
           EXIT.

       LE-QUARENTENA.
           MOVE ZEROS TO W-QUARENTENA W-TERCEIROS
           IF W-DEP-QUAR = ZEROS
               GO TO LE-QUARENTENA-1.
           MOVE W-CODPROD TO SAL-CODGPRODUTO
           MOVE W-DEP-QUAR TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-QUARENTENA.
       LE-QUARENTENA-1.
           IF W-DEP-TERC = ZEROS
               GO TO LE-QUARENTENA-FIM.
           MOVE W-CODPROD TO SAL-CODGPRODUTO
           MOVE W-DEP-TERC TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-TERCEIROS.
       LE-QUARENTENA-FIM.
           EXIT.

      *---------[ SERIE DO PEDIDO DE VENDA (CTRLPV.DAT) ]---------------
       LE-CTRLPV.
           OPEN INPUT ARQCTRLPV
           IF ST-CTRLV = "00"
              READ ARQCTRLPV
                 AT END MOVE ZEROS TO W-NUMPV
              END-READ
              IF ST-CTRLV = "00"
                 MOVE CTRL-ULTPV TO W-NUMPV
              END-IF
              CLOSE ARQCTRLPV
           ELSE
              MOVE ZEROS TO W-NUMPV.
       LE-CTRLPV-FIM.
           EXIT.

       GRAVA-CTRLPV.
           OPEN OUTPUT ARQCTRLPV
           MOVE W-NUMPV TO CTRL-ULTPV
           WRITE REG-CTRLPV
           CLOSE ARQCTRLPV.
       GRAVA-CTRLPV-FIM.
           EXIT.

       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: IMPPEDCLI   EMISSAO: "
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
           MOVE "IMPPEDCLI" TO SPD-PROGRAMA
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
