       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMACLI.
      ***********************************************
      *  GARANTIA E CONSERTO (RMA) DE PRODUTO VENDIDO *
      *  - O ATENDIMENTO ABRE O RMA (CADRMA, SERIE EM *
      *  CTRLRMA.DAT) PELA LINHA DA NF EM CADNF E,    *
      *  SE O PRODUTO E CONTROLADO, PELA SERIE QUE    *
      *  SAIU NESSA NF (CADSERIE). A GARANTIA CONTA   *
      *  DA DATA DA NF PELOS MESES DO PRODUTO EM      *
      *  CADGARANT (OPCAO 5), OU O PADRAO GARANTMES   *
      *  DE CADPARAM, OU 12 MESES. O FORNECEDOR DO    *
      *  RMA E O DO RECEBIMENTO DA SERIE, SENAO O     *
      *  FORNECEDOR PRINCIPAL DO PRODUTO (CNPJ-PROD). *
      *  ANDAMENTO: R=RECEBIDO DO CLIENTE             *
      *  F=ENVIADO AO FORNECEDOR  C=CONSERTADO        *
      *  T=TROCADO  D=DEVOLVIDO AO CLIENTE (FECHA)    *
      *  PECAS USADAS NO CONSERTO SAEM DO ESTOQUE COM *
      *  MOVIMENTO "S" MOTIVO GA EM CADMOVEST, AO     *
      *  CUSTO MEDIO DE CADCUSTO, E FICAM EM          *
      *  CADRMAPECA. RELATORIO EM RELRMA              *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  CONSUMO DE PECAS E RECUSADO                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRMA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMA-NUMERO
                    FILE STATUS  IS ST-RMA.

           SELECT CADRMAPECA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RMP-KEY
                    FILE STATUS  IS ST-RMP.

           SELECT CADGARANT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GAR-CODGPRODUTO
                    FILE STATUS  IS ST-GAR.

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

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-KEY
                    FILE STATUS  IS ST-SER.

           SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-KEY
                    FILE STATUS  IS ST-LOG.

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODGPRODUTO
                    FILE STATUS  IS ST-CUS.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT ARQCTRLRMA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLM.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRMA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRMA.DAT".
       01 REGRMA.
           03 RMA-NUMERO           PIC 9(06).
           03 RMA-NUMNF            PIC 9(06).
           03 RMA-CODGPRODUTO      PIC 9(06).
           03 RMA-SERIE            PIC X(20).
           03 RMA-CNPJCPF          PIC 9(15).
           03 RMA-CNPJ-FORN        PIC 9(15).
           03 RMA-DATA-NF          PIC 9(08).
           03 RMA-DATA-ABERT       PIC 9(08).
           03 RMA-LIMITE-GAR       PIC 9(08).
           03 RMA-GARANTIA         PIC X(01).
           03 RMA-DEFEITO          PIC X(40).
           03 RMA-SITUACAO         PIC X(01).
           03 RMA-DATA-ENVIO       PIC 9(08).
           03 RMA-DATA-REPARO      PIC 9(08).
           03 RMA-DATA-DEVOL       PIC 9(08).
           03 RMA-SERIE-TROCA      PIC X(20).
           03 RMA-VALOR-PECAS      PIC 9(09)V99.
           03 RMA-OPERADOR         PIC X(08).

       FD CADRMAPECA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRMAPECA.DAT".
       01 REGRMAPECA.
           03 RMP-KEY.
              05 RMP-NUMERO        PIC 9(06).
              05 RMP-SEQ           PIC 9(03).
           03 RMP-CODGPRODUTO      PIC 9(06).
           03 RMP-QUANTIDADE       PIC 9(05)V9.
           03 RMP-CUSTO-UNIT       PIC 9(07)V99.
           03 RMP-VALOR            PIC 9(09)V99.
           03 RMP-DATA             PIC 9(08).
           03 RMP-OPERADOR         PIC X(08).

       FD CADGARANT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADGARANT.DAT".
       01 REGGARANT.
           03 GAR-CODGPRODUTO      PIC 9(06).
           03 GAR-MESES            PIC 9(03).

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

       FD CADSERIE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
           03 SER-KEY.
              05 SER-CODGPRODUTO   PIC 9(06).
              05 SER-NUMERO        PIC X(20).
           03 SER-SITUACAO         PIC X(01).
           03 SER-DATA-ENT         PIC 9(08).
           03 SER-NUMPED           PIC 9(06).
           03 SER-CNPJ-FORN        PIC 9(15).
           03 SER-NUMNF            PIC 9(06).
           03 SER-CNPJCPF          PIC 9(15).
           03 SER-DATA-SAIDA       PIC 9(08).

       FD CADMOVEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVEST.DAT".
       01 REGMOVEST.
           03 MOV-KEY.
              05 MOV-CODGPRODUTO  PIC 9(06).
              05 MOV-DATA-HORA    PIC X(21).
           03 MOV-TIPO         PIC X(01).
           03 MOV-QUANTIDADE   PIC 9(05)V9.
           03 MOV-SALDO-ANT    PIC 9(05)V9.
           03 MOV-SALDO-NOVO   PIC 9(05)V9.
           03 MOV-MOTIVO       PIC X(02).
           03 MOV-OPERADOR     PIC X(08).

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
           03 CUS-CODGPRODUTO   PIC 9(06).
           03 CUS-CUSTO-MEDIO   PIC 9(07)V99.
           03 CUS-DATA-ATU      PIC 9(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD ARQCTRLRMA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLRMA.DAT".
       01 REG-CTRLRMA.
           03 CTRL-ULTRMA      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RMA         PIC X(02) VALUE "00".
       01 ST-RMP         PIC X(02) VALUE "00".
       01 ST-GAR         PIC X(02) VALUE "00".
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-SER         PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CTRLM       PIC X(02) VALUE "00".
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-NUMRMA       PIC 9(06) VALUE ZEROS.
       01 W-NUMINF       PIC 9(06) VALUE ZEROS.
       01 W-NUMNF        PIC 9(06) VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-SERIE-INF    PIC X(20) VALUE SPACES.
       01 W-SERIE-CTRL   PIC X(01) VALUE "N".
       01 W-CNPJ-FORN    PIC 9(15) VALUE ZEROS.
       01 W-MESES-PADRAO PIC 9(03) VALUE 12.
       01 W-MESES-GAR    PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-LIMITE       PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-R REDEFINES W-LIMITE.
           03 W-LIM-ANO      PIC 9(04).
           03 W-LIM-MES      PIC 9(02).
           03 W-LIM-DIA      PIC 9(02).
       01 W-MESES-TOT    PIC 9(05) VALUE ZEROS.
       01 W-ANOS-MAIS    PIC 9(03) VALUE ZEROS.
       01 W-NOVA-SIT     PIC X(01) VALUE SPACES.
       01 W-DESC-SIT     PIC X(22) VALUE SPACES.
       01 W-QTDPECA      PIC 9(05)V9 VALUE ZEROS.
       01 W-CUSTO-SAIDA  PIC 9(07)V99 VALUE ZEROS.
       01 W-SEQ          PIC 9(03) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 W-SER-OPERACAO PIC X(01) VALUE SPACES.
       01 W-SER-PARAM.
           03 W-SRP-CODGPRODUTO PIC 9(06).
           03 W-SRP-NUMERO      PIC X(20).
           03 W-SRP-DOCUMENTO   PIC 9(06).
           03 W-SRP-DOC-ORIG    PIC 9(06).
           03 W-SRP-PARTICIPANTE PIC 9(15).
           03 W-SRP-OPERADOR    PIC X(08).
           03 W-SRP-QUANTIDADE  PIC 9(05).
       01 W-SER-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADRMA
           IF ST-RMA NOT = "00"
              IF ST-RMA = "30"
                 OPEN OUTPUT CADRMA
                 CLOSE CADRMA
                 DISPLAY "*** ARQUIVO CADRMA FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRMA"
                 GO TO ROT-FIM3.
       R0B.
           OPEN I-O CADRMAPECA
           IF ST-RMP NOT = "00"
              IF ST-RMP = "30"
                 OPEN OUTPUT CADRMAPECA
                 CLOSE CADRMAPECA
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRMAPECA"
                 CLOSE CADRMA
                 GO TO ROT-FIM3.
       R0C.
           OPEN I-O CADGARANT
           IF ST-GAR NOT = "00"
              IF ST-GAR = "30"
                 OPEN OUTPUT CADGARANT
                 CLOSE CADGARANT
                 GO TO R0C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADGARANT"
                 CLOSE CADRMA CADRMAPECA
                 GO TO ROT-FIM3.
       R0D.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNF"
               CLOSE CADRMA CADRMAPECA CADGARANT
               GO TO ROT-FIM3.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADRMA CADRMAPECA CADGARANT CADNF
               GO TO ROT-FIM3.
       R0E.
           OPEN I-O CADMOVEST
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT CADMOVEST
                 CLOSE CADMOVEST
                 GO TO R0E
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVEST"
                 CLOSE CADRMA CADRMAPECA CADGARANT CADNF CADPROD
                 GO TO ROT-FIM3.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.
           OPEN INPUT CADSERIE
           IF ST-SER NOT = "00"
               MOVE "99" TO ST-SER.
           OPEN INPUT CADCUSTO
           IF ST-CUS NOT = "00"
              MOVE "99" TO ST-CUS
              DISPLAY "*** CADCUSTO AUSENTE - PECAS CUSTEADAS PELO"
                  " PRECO DE TABELA ***".
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "GARANTMES" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-MESES-PADRAO
               END-IF
               CLOSE CADPARAM.

       R0F.
           OPEN INPUT ARQCTRLRMA
           IF ST-CTRLM = "00"
              READ ARQCTRLRMA
                 AT END MOVE ZEROS TO W-NUMRMA
              END-READ
              IF ST-CTRLM = "00"
                 MOVE CTRL-ULTRMA TO W-NUMRMA
              END-IF
              CLOSE ARQCTRLRMA
           ELSE
              MOVE ZEROS TO W-NUMRMA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** GARANTIA E CONSERTO (RMA) ***"
           DISPLAY "  1 - ABRIR RMA"
           DISPLAY "  2 - REGISTRAR ANDAMENTO"
           DISPLAY "  3 - PECAS USADAS NO CONSERTO"
           DISPLAY "  4 - CONSULTAR RMA"
           DISPLAY "  5 - PRAZO DE GARANTIA DO PRODUTO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-ABRE
              WHEN 2
                 GO TO R3-ANDAMENTO
              WHEN 3
                 GO TO R4-PECAS
              WHEN 4
                 GO TO R5-CONSULTA
              WHEN 5
                 GO TO R6-PRAZO
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ ABERTURA: LINHA DA NF, SERIE E GARANTIA ]-------------
       R2-ABRE.
           DISPLAY "NUMERO DA NF DE VENDA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMNF
           IF W-NUMNF = ZEROS
               GO TO R1.
           DISPLAY "CODIGO DO PRODUTO: " WITH NO ADVANCING
           ACCEPT W-CODPROD
           MOVE W-NUMNF TO NF-NUMERO
           MOVE W-CODPROD TO NF-CODGPRODUTO
           READ CADNF
           IF ST-NF NOT = "00"
               DISPLAY "*** LINHA DE NF NAO ENCONTRADA ***"
               GO TO R2-ABRE.
           IF NF-SITUACAO = "C" OR NF-SITUACAO = "D"
               DISPLAY "*** NF CANCELADA OU NOTA DE CREDITO ***"
               GO TO R2-ABRE.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R2-ABRE.
           DISPLAY "PRODUTO " CODGPRODUTO " - " DESCRICAO
           IF ST-CLI NOT = "99"
               MOVE NF-CNPJCPF TO CLI-CNPJCPF
               READ CADCLI
               IF ST-CLI = "00"
                   DISPLAY "CLIENTE " CLI-RAZAO.
           MOVE CNPJ-PROD TO W-CNPJ-FORN
           MOVE SPACES TO W-SERIE-INF

           MOVE "V" TO W-SER-OPERACAO
           MOVE W-CODPROD TO W-SRP-CODGPRODUTO
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           MOVE "N" TO W-SERIE-CTRL
           IF W-SER-RESULT = "O"
               MOVE "S" TO W-SERIE-CTRL.
       R2A.
           IF W-SERIE-CTRL NOT = "S"
               GO TO R2B.
           DISPLAY "NUMERO DE SERIE (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-SERIE-INF
           IF W-SERIE-INF = SPACES
               GO TO R2-ABRE.
           IF ST-SER = "99"
               DISPLAY "*** CADSERIE AUSENTE ***"
               GO TO R2-ABRE.
           MOVE W-CODPROD TO SER-CODGPRODUTO
           MOVE W-SERIE-INF TO SER-NUMERO
           READ CADSERIE
           IF ST-SER NOT = "00"
               DISPLAY "*** SERIE NAO REGISTRADA ***"
               GO TO R2A.
           IF SER-SITUACAO NOT = "V" OR SER-NUMNF NOT = W-NUMNF
               DISPLAY "*** SERIE NAO SAIU NESTA NF ***"
               GO TO R2A.
           IF SER-CNPJ-FORN > ZEROS
               MOVE SER-CNPJ-FORN TO W-CNPJ-FORN.

       R2B.
           PERFORM CALCULA-GARANTIA THRU CALCULA-GARANTIA-FIM
           IF W-LIMITE NOT < W-DATA-HOJE
               DISPLAY "*** EM GARANTIA ATE " W-LIMITE " ("
                   W-MESES-GAR " MESES DA NF DE " NF-DATA ") ***"
           ELSE
               DISPLAY "*** FORA DA GARANTIA - VENCEU EM " W-LIMITE
                   " ***".
           MOVE SPACES TO RMA-DEFEITO
           DISPLAY "DEFEITO RELATADO: " WITH NO ADVANCING
           ACCEPT RMA-DEFEITO
           DISPLAY "CONFIRMA A ABERTURA DO RMA (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.

           ADD 1 TO W-NUMRMA
           MOVE W-NUMRMA TO RMA-NUMERO
           MOVE W-NUMNF TO RMA-NUMNF
           MOVE W-CODPROD TO RMA-CODGPRODUTO
           MOVE W-SERIE-INF TO RMA-SERIE
           MOVE NF-CNPJCPF TO RMA-CNPJCPF
           MOVE W-CNPJ-FORN TO RMA-CNPJ-FORN
           MOVE NF-DATA TO RMA-DATA-NF
           MOVE W-DATA-HOJE TO RMA-DATA-ABERT
           MOVE W-LIMITE TO RMA-LIMITE-GAR
           IF W-LIMITE NOT < W-DATA-HOJE
               MOVE "S" TO RMA-GARANTIA
           ELSE
               MOVE "N" TO RMA-GARANTIA.
           MOVE "R" TO RMA-SITUACAO
           MOVE ZEROS TO RMA-DATA-ENVIO RMA-DATA-REPARO RMA-DATA-DEVOL
                         RMA-VALOR-PECAS
           MOVE SPACES TO RMA-SERIE-TROCA
           MOVE W-OPERADOR-LOG TO RMA-OPERADOR
           WRITE REGRMA
           IF ST-RMA NOT = "00" AND ST-RMA NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO RMA ST=" ST-RMA
               GO TO ROT-FIM.
           IF W-SERIE-INF NOT = SPACES
               MOVE "A" TO W-SER-OPERACAO
               MOVE W-CODPROD TO W-SRP-CODGPRODUTO
               MOVE W-SERIE-INF TO W-SRP-NUMERO
               MOVE W-NUMRMA TO W-SRP-DOCUMENTO
               MOVE W-NUMNF TO W-SRP-DOC-ORIG
               MOVE NF-CNPJCPF TO W-SRP-PARTICIPANTE
               MOVE W-OPERADOR-LOG TO W-SRP-OPERADOR
               CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                     W-SER-RESULT.
           DISPLAY "*** RMA " W-NUMRMA " ABERTO - SITUACAO RECEBIDO ***"
           GO TO R1.

      *---------[ ANDAMENTO DO RMA ]------------------------------------
      *  R -> F, C, T OU D   F -> C OU T   C/T -> D   D FECHADO  *
       R3-ANDAMENTO.
           PERFORM LE-RMA THRU LE-RMA-FIM
           IF ST-RMA NOT = "00"
               GO TO R1.
           IF RMA-SITUACAO = "D"
               DISPLAY "*** RMA JA DEVOLVIDO AO CLIENTE ***"
               GO TO R3-ANDAMENTO.
           DISPLAY "NOVA SITUACAO: F=ENVIADO AO FORNECEDOR"
           DISPLAY "  C=CONSERTADO  T=TROCADO  D=DEVOLVIDO AO CLIENTE: "
               WITH NO ADVANCING
           ACCEPT W-NOVA-SIT
           IF W-NOVA-SIT = "f" MOVE "F" TO W-NOVA-SIT.
           IF W-NOVA-SIT = "c" MOVE "C" TO W-NOVA-SIT.
           IF W-NOVA-SIT = "t" MOVE "T" TO W-NOVA-SIT.
           IF W-NOVA-SIT = "d" MOVE "D" TO W-NOVA-SIT.
           EVALUATE TRUE
              WHEN W-NOVA-SIT = "F" AND RMA-SITUACAO = "R"
                 MOVE W-DATA-HOJE TO RMA-DATA-ENVIO
              WHEN (W-NOVA-SIT = "C" OR W-NOVA-SIT = "T")
               AND (RMA-SITUACAO = "R" OR RMA-SITUACAO = "F")
                 MOVE W-DATA-HOJE TO RMA-DATA-REPARO
              WHEN W-NOVA-SIT = "D" AND RMA-SITUACAO NOT = "F"
                 MOVE W-DATA-HOJE TO RMA-DATA-DEVOL
              WHEN OTHER
                 DISPLAY "*** ANDAMENTO INVALIDO PARA A SITUACAO "
                     RMA-SITUACAO " ***"
                 GO TO R3-ANDAMENTO
           END-EVALUATE
           IF W-NOVA-SIT = "T"
               MOVE SPACES TO RMA-SERIE-TROCA
               DISPLAY "SERIE DA UNIDADE DE TROCA (VAZIO = SEM SERIE): "
                   WITH NO ADVANCING
               ACCEPT RMA-SERIE-TROCA.
           MOVE W-NOVA-SIT TO RMA-SITUACAO
           REWRITE REGRMA
           IF ST-RMA NOT = "00" AND ST-RMA NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO RMA ST=" ST-RMA
           ELSE
               PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
               DISPLAY "*** RMA " RMA-NUMERO " - " W-DESC-SIT " ***".
           GO TO R3-ANDAMENTO.

      *---------[ PECAS DO CONSERTO: SAIDA "S" MOTIVO GA ]--------------
       R4-PECAS.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
           PERFORM LE-RMA THRU LE-RMA-FIM
           IF ST-RMA NOT = "00"
               GO TO R1.
           IF RMA-SITUACAO = "D"
               DISPLAY "*** RMA JA DEVOLVIDO AO CLIENTE ***"
               GO TO R4-PECAS.
           PERFORM ULTIMA-PECA THRU ULTIMA-PECA-FIM.
       R4A.
           DISPLAY "CODIGO DA PECA (0 = FIM): " WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R4-PECAS.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R4A.
           DISPLAY "PECA: " DESCRICAO "  SALDO: " QUANTIDADE.
       R4B.
           DISPLAY "QUANTIDADE USADA (0 = OUTRA PECA): "
               WITH NO ADVANCING
           ACCEPT W-QTDPECA
           IF W-QTDPECA = ZEROS
               GO TO R4A.
           IF W-QTDPECA > QUANTIDADE
               DISPLAY "*** SALDO EM ESTOQUE INSUFICIENTE ***"
               GO TO R4B.

           MOVE QUANTIDADE TO QUANTIDADE-ANT
           SUBTRACT W-QTDPECA FROM QUANTIDADE
           REWRITE REGPROD
           MOVE CODGPRODUTO TO MOV-CODGPRODUTO
           MOVE FUNCTION CURRENT-DATE TO MOV-DATA-HORA
           MOVE "S" TO MOV-TIPO
           MOVE W-QTDPECA TO MOV-QUANTIDADE
           MOVE QUANTIDADE-ANT TO MOV-SALDO-ANT
           MOVE QUANTIDADE TO MOV-SALDO-NOVO
           MOVE "GA" TO MOV-MOTIVO
           MOVE W-OPERADOR-LOG TO MOV-OPERADOR
           WRITE REGMOVEST

           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-FIM
           ADD 1 TO W-SEQ
           MOVE RMA-NUMERO TO RMP-NUMERO
           MOVE W-SEQ TO RMP-SEQ
           MOVE W-CODPROD TO RMP-CODGPRODUTO
           MOVE W-QTDPECA TO RMP-QUANTIDADE
           MOVE W-CUSTO-SAIDA TO RMP-CUSTO-UNIT
           COMPUTE RMP-VALOR ROUNDED = W-QTDPECA * W-CUSTO-SAIDA
           MOVE W-DATA-HOJE TO RMP-DATA
           MOVE W-OPERADOR-LOG TO RMP-OPERADOR
           WRITE REGRMAPECA
           ADD RMP-VALOR TO RMA-VALOR-PECAS
           REWRITE REGRMA
           DISPLAY "*** PECA BAIXADA - VALOR " RMP-VALOR
               "  TOTAL DE PECAS DO RMA " RMA-VALOR-PECAS " ***"
           GO TO R4A.

      *---------[ CONSULTA DO RMA E DAS PECAS ]-------------------------
       R5-CONSULTA.
           PERFORM LE-RMA THRU LE-RMA-FIM
           IF ST-RMA NOT = "00"
               GO TO R1.
           DISPLAY "  ABERTO EM " RMA-DATA-ABERT " POR " RMA-OPERADOR
           DISPLAY "  NF " RMA-NUMNF " DE " RMA-DATA-NF
               "  CLIENTE " RMA-CNPJCPF
           DISPLAY "  FORNECEDOR " RMA-CNPJ-FORN
           DISPLAY "  DEFEITO: " RMA-DEFEITO
           IF RMA-DATA-ENVIO > ZEROS
               DISPLAY "  ENVIADO AO FORNECEDOR EM " RMA-DATA-ENVIO.
           IF RMA-DATA-REPARO > ZEROS
               DISPLAY "  CONSERTADO/TROCADO EM " RMA-DATA-REPARO.
           IF RMA-SERIE-TROCA NOT = SPACES
               DISPLAY "  SERIE DA TROCA " RMA-SERIE-TROCA.
           IF RMA-DATA-DEVOL > ZEROS
               DISPLAY "  DEVOLVIDO AO CLIENTE EM " RMA-DATA-DEVOL.
           MOVE "N" TO W-EOF
           MOVE RMA-NUMERO TO RMP-NUMERO
           MOVE ZEROS TO RMP-SEQ
           START CADRMAPECA KEY IS NOT LESS RMP-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       R5A.
           IF W-EOF = "S"
               GO TO R5B.
           READ CADRMAPECA NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO R5A
           END-READ.
           IF RMP-NUMERO NOT = RMA-NUMERO
               MOVE "S" TO W-EOF
               GO TO R5A.
           DISPLAY "  PECA " RMP-CODGPRODUTO "  QTD " RMP-QUANTIDADE
               "  VALOR " RMP-VALOR "  EM " RMP-DATA
           GO TO R5A.
       R5B.
           DISPLAY "  TOTAL DE PECAS: " RMA-VALOR-PECAS
           GO TO R5-CONSULTA.

      *---------[ MESES DE GARANTIA DO PRODUTO (CADGARANT) ]------------
       R6-PRAZO.
           DISPLAY "CODIGO DO PRODUTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R1.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R6-PRAZO.
           DISPLAY "PRODUTO " CODGPRODUTO " - " DESCRICAO
           MOVE W-CODPROD TO GAR-CODGPRODUTO
           READ CADGARANT
           IF ST-GAR = "00"
               DISPLAY "GARANTIA ATUAL: " GAR-MESES " MESES"
           ELSE
               DISPLAY "GARANTIA ATUAL: PADRAO DE " W-MESES-PADRAO
                   " MESES".
           DISPLAY "MESES DE GARANTIA (0 = VOLTA AO PADRAO): "
               WITH NO ADVANCING
           ACCEPT W-MESES-GAR
           IF W-MESES-GAR = ZEROS
               IF ST-GAR = "00"
                   DELETE CADGARANT RECORD
               END-IF
               DISPLAY "*** PRODUTO NO PRAZO PADRAO ***"
               GO TO R6-PRAZO.
           MOVE W-MESES-GAR TO GAR-MESES
           IF ST-GAR = "00"
               REWRITE REGGARANT
           ELSE
               MOVE W-CODPROD TO GAR-CODGPRODUTO
               WRITE REGGARANT.
           IF ST-GAR NOT = "00" AND ST-GAR NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADGARANT ST=" ST-GAR
           ELSE
               DISPLAY "*** PRAZO GRAVADO ***".
           GO TO R6-PRAZO.

       ROT-FIM.
           OPEN OUTPUT ARQCTRLRMA
           MOVE W-NUMRMA TO CTRL-ULTRMA
           WRITE REG-CTRLRMA
           CLOSE ARQCTRLRMA
           CLOSE CADRMA
           CLOSE CADRMAPECA
           CLOSE CADGARANT
           CLOSE CADNF
           CLOSE CADPROD
           CLOSE CADMOVEST
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
           IF ST-SER NOT = "99"
               CLOSE CADSERIE.
           IF ST-CUS NOT = "99"
               CLOSE CADCUSTO.
       ROT-FIM3.
           STOP RUN.

      *---------[ LE O RMA INFORMADO E MOSTRA A SITUACAO ]--------------
       LE-RMA.
           DISPLAY "NUMERO DO RMA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMINF
           MOVE "99" TO ST-RMA
           IF W-NUMINF = ZEROS
               GO TO LE-RMA-FIM.
           MOVE W-NUMINF TO RMA-NUMERO
           READ CADRMA
           IF ST-RMA NOT = "00"
               DISPLAY "*** RMA NAO CADASTRADO ***"
               GO TO LE-RMA.
           PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
           DISPLAY "RMA " RMA-NUMERO "  PRODUTO " RMA-CODGPRODUTO
               "  SERIE " RMA-SERIE
           IF RMA-GARANTIA = "S"
               DISPLAY "  SITUACAO " W-DESC-SIT "  EM GARANTIA ATE "
                   RMA-LIMITE-GAR
           ELSE
               DISPLAY "  SITUACAO " W-DESC-SIT "  FORA DA GARANTIA".
       LE-RMA-FIM.
           EXIT.

       DESCREVE-SIT.
           EVALUATE RMA-SITUACAO
              WHEN "R"
                 MOVE "RECEBIDO DO CLIENTE" TO W-DESC-SIT
              WHEN "F"
                 MOVE "ENVIADO AO FORNECEDOR" TO W-DESC-SIT
              WHEN "C"
                 MOVE "CONSERTADO" TO W-DESC-SIT
              WHEN "T"
                 MOVE "TROCADO" TO W-DESC-SIT
              WHEN "D"
                 MOVE "DEVOLVIDO AO CLIENTE" TO W-DESC-SIT
              WHEN OTHER
                 MOVE "?" TO W-DESC-SIT
           END-EVALUATE.
       DESCREVE-SIT-FIM.
           EXIT.

      *---------[ FIM DA GARANTIA = DATA DA NF + MESES ]----------------
       CALCULA-GARANTIA.
           MOVE W-MESES-PADRAO TO W-MESES-GAR
           MOVE W-CODPROD TO GAR-CODGPRODUTO
           READ CADGARANT
           IF ST-GAR = "00" AND GAR-MESES > ZEROS
               MOVE GAR-MESES TO W-MESES-GAR.
           MOVE NF-DATA TO W-LIMITE
           COMPUTE W-MESES-TOT = W-LIM-MES - 1 + W-MESES-GAR
           DIVIDE W-MESES-TOT BY 12 GIVING W-ANOS-MAIS
               REMAINDER W-LIM-MES
           ADD 1 TO W-LIM-MES
           ADD W-ANOS-MAIS TO W-LIM-ANO.
       CALCULA-GARANTIA-FIM.
           EXIT.

      *---------[ PROXIMA SEQUENCIA DE PECA DO RMA ]--------------------
       ULTIMA-PECA.
           MOVE ZEROS TO W-SEQ
           MOVE RMA-NUMERO TO RMP-NUMERO
           MOVE ZEROS TO RMP-SEQ
           START CADRMAPECA KEY IS NOT LESS RMP-KEY
               INVALID KEY GO TO ULTIMA-PECA-FIM.
       ULTIMA-PECA-1.
           READ CADRMAPECA NEXT RECORD
               AT END
                 GO TO ULTIMA-PECA-FIM
           END-READ.
           IF RMP-NUMERO NOT = RMA-NUMERO
               GO TO ULTIMA-PECA-FIM.
           MOVE RMP-SEQ TO W-SEQ
           GO TO ULTIMA-PECA-1.
       ULTIMA-PECA-FIM.
           EXIT.

      *---------[ CUSTO MEDIO DA PECA (CADCUSTO) ]----------------------
       BUSCA-CUSTO.
           MOVE PRECO TO W-CUSTO-SAIDA
           IF ST-CUS NOT = "99"
               MOVE CODGPRODUTO TO CUS-CODGPRODUTO
               READ CADCUSTO
               IF ST-CUS = "00" AND CUS-CUSTO-MEDIO > ZEROS
                   MOVE CUS-CUSTO-MEDIO TO W-CUSTO-SAIDA.
       BUSCA-CUSTO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
