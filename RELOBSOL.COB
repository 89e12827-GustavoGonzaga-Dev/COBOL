       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOBSOL.
      ***********************************************
      *  ESTOQUE PARADO E OBSOLETO - PARA CADA        *
      *  PRODUTO ATIVO DE CADPROD COM SALDO PROCURA A *
      *  DATA DA ULTIMA SAIDA (MOVIMENTO "S" EM       *
      *  CADMOVEST; SEM ELE, O ULTIMO MES EM QUE O    *
      *  RETRATO DE CADSNAPEST CAIU - O CADMOVEST     *
      *  PODE TER SIDO EXPURGADO PELO ARQUIVALOG) E   *
      *  CLASSIFICA NAS FAIXAS DE 90, 180 E 365 OU    *
      *  MAIS DIAS SEM SAIDA. O SALDO E ABERTO POR    *
      *  DEPOSITO (CADSALDODEP), VALORIZADO PELO      *
      *  CUSTO MEDIO DE CADCUSTO (OU PELO PRECO) E    *
      *  SUBTOTALIZADO POR DEPOSITO E POR CATEGORIA   *
      *  DE APLICACAO. O PRODUTO DA ULTIMA FAIXA      *
      *  RECEBE A PROPOSTA DE BAIXA DE OBSOLPCT PCT   *
      *  DO VALOR (CADPARAM, SEM ELE 50), GRAVADA EM  *
      *  CADPROPOBS QUANDO PEDIDO; A APROVACAO, O     *
      *  LANCAMENTO DO AJUSTE E O PRECO DE LIQUIDACAO *
      *  FICAM EM APROVOBSOL                          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-KEY
                    FILE STATUS  IS ST-LOG.

           SELECT CADSNAPEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SNP-KEY
                    FILE STATUS  IS ST-SNP.

           SELECT CADSALDODEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-KEY
                    FILE STATUS  IS ST-SAL.

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODGPRODUTO
                    FILE STATUS  IS ST-CUS.

           SELECT CADAPLIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APL-CODIGO
                    FILE STATUS  IS ST-APL.

           SELECT CADDEPOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPOS-CODIGO
                    FILE STATUS  IS ST-DEPS.

           SELECT CADPROPOBS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS POB-CODGPRODUTO
                    FILE STATUS  IS ST-POB.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT W-ORDENACAO ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADSNAPEST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSNAPEST.DAT".
       01 REGSNAPEST.
           03 SNP-KEY.
              05 SNP-COMPET        PIC 9(06).
              05 SNP-CODGPRODUTO   PIC 9(06).
              05 SNP-DEPOSITO      PIC 9(02).
           03 SNP-QUANTIDADE       PIC 9(05)V9.
           03 SNP-VALOR            PIC 9(11)V99.

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSALDODEP.DAT".
       01 REGSALDODEP.
           03 SAL-KEY.
              05 SAL-CODGPRODUTO   PIC 9(06).
              05 SAL-DEPOSITO      PIC 9(02).
           03 SAL-QUANTIDADE       PIC 9(05)V9.

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
           03 CUS-CODGPRODUTO   PIC 9(06).
           03 CUS-CUSTO-MEDIO   PIC 9(07)V99.
           03 CUS-DATA-ATU      PIC 9(08).

       FD CADAPLIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAPLIC.DAT".
       01 REGAPLIC.
           03 APL-CODIGO      PIC 9(02).
           03 APL-DESCRICAO   PIC X(15).
           03 APL-SITUACAO    PIC X(01).

       FD CADDEPOS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPOS.DAT".
       01 REGDEPOS.
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADPROPOBS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROPOBS.DAT".
       01 REGPROPOBS.
           03 POB-CODGPRODUTO   PIC 9(06).
           03 POB-DATA          PIC 9(08).
           03 POB-ULT-SAIDA     PIC 9(08).
           03 POB-DIAS          PIC 9(05).
           03 POB-QUANTIDADE    PIC 9(05)V9.
           03 POB-CUSTO         PIC 9(07)V99.
           03 POB-VALOR         PIC 9(11)V99.
           03 POB-PCT           PIC 9(03)V99.
           03 POB-VALOR-BAIXA   PIC 9(11)V99.
           03 POB-SITUACAO      PIC X(01).
           03 POB-DATA-APROV    PIC 9(08).
           03 POB-OPERADOR      PIC X(08).
           03 POB-LIQUIDA       PIC X(01).
           03 POB-PRECO-ANT     PIC 9(07)V99.
           03 POB-PRECO-LIQ     PIC 9(07)V99.

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-APLICACAO       PIC 9(02).
           03 ORD-DEPOSITO        PIC 9(02).
           03 ORD-DIAS            PIC 9(05).
           03 ORD-CODGPRODUTO     PIC 9(06).
           03 ORD-DESCRICAO       PIC X(30).
           03 ORD-QUANTIDADE      PIC 9(05)V9.
           03 ORD-CUSTO           PIC 9(07)V99.
           03 ORD-VALOR           PIC 9(11)V99.
           03 ORD-ULT-SAIDA       PIC 9(08).
           03 ORD-ORIGEM          PIC X(01).
           03 ORD-FAIXA           PIC 9(01).
           03 ORD-PROPOSTA        PIC X(01).
           03 ORD-LIQUIDA         PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 ST-SNP         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-APL         PIC X(02) VALUE "00".
       01 ST-DEPS        PIC X(02) VALUE "00".
       01 ST-POB         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-DATA-BASE    PIC 9(08) VALUE ZEROS.
       01 W-DATA-MOV     PIC 9(08) VALUE ZEROS.
       01 W-ULT-SAIDA    PIC 9(08) VALUE ZEROS.
       01 W-ORIGEM       PIC X(01) VALUE SPACES.
       01 W-INT-BASE     PIC 9(08) VALUE ZEROS.
       01 W-INT-DATA     PIC 9(08) VALUE ZEROS.
       01 W-DIAS         PIC 9(05) VALUE ZEROS.
       01 W-FAIXA        PIC 9(01) VALUE ZEROS.
       01 W-CUSTO        PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR        PIC 9(11)V99 VALUE ZEROS.
       01 W-VALOR-BAIXA  PIC 9(11)V99 VALUE ZEROS.
       01 W-PCT-OBSOL    PIC 9(03)V99 VALUE ZEROS.
       01 W-GRAVA        PIC X(01) VALUE "N".
       01 W-TEMDEP       PIC X(01) VALUE "N".
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-QTD-SNAP     PIC 9(05)V9 VALUE ZEROS.
       01 W-VOLTAS       PIC 9(03) VALUE ZEROS.
       01 W-ANOMES       PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-R REDEFINES W-ANOMES.
           03 W-AM-ANO      PIC 9(04).
           03 W-AM-MES      PIC 9(02).
       01 W-ANOMES-ANT   PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-ANT-R REDEFINES W-ANOMES-ANT.
           03 W-AMA-ANO     PIC 9(04).
           03 W-AMA-MES     PIC 9(02).
       01 W-DATA-AUX     PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX-R REDEFINES W-DATA-AUX.
           03 W-DA-ANO      PIC 9(04).
           03 W-DA-MES      PIC 9(02).
           03 W-DA-DIA      PIC 9(02).
       01 W-PRIMEIRO     PIC X(01) VALUE "S".
       01 W-APL-ATU      PIC 9(02) VALUE ZEROS.
       01 W-DEP-ATU      PIC 9(02) VALUE ZEROS.
       01 W-F            PIC 9(01) VALUE ZEROS.
       01 W-TXT-FAIXA    PIC X(07) VALUE SPACES.
       01 W-TXT-ORIGEM   PIC X(09) VALUE SPACES.
       01 W-TOT-ITENS    PIC 9(05) VALUE ZEROS.
       01 W-TOT-PROPOSTAS PIC 9(05) VALUE ZEROS.
       01 W-TOT-BAIXA    PIC 9(13)V99 VALUE ZEROS.

      *---------[ VALOR POR FAIXA: 1=90 2=180 3=365 OU MAIS ]-----------
       01 W-TAB-FAIXAS.
           03 W-FX OCCURS 3 TIMES.
              05 W-FX-DEP       PIC 9(13)V99.
              05 W-FX-APL       PIC 9(13)V99.
              05 W-FX-GERAL     PIC 9(13)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R00.
           DISPLAY "*** ESTOQUE PARADO E OBSOLETO ***"
           DISPLAY "DATA BASE (AAAAMMDD, 0 = HOJE): " WITH NO ADVANCING
           ACCEPT W-DATA-BASE
           IF W-DATA-BASE = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-BASE.
           MOVE W-DATA-BASE TO W-DATA-AUX
           IF W-DA-MES < 1 OR W-DA-MES > 12
              OR W-DA-DIA < 1 OR W-DA-DIA > 31
               DISPLAY "*** DATA INVALIDA ***"
               GO TO R00.
           COMPUTE W-INT-BASE = FUNCTION INTEGER-OF-DATE (W-DATA-BASE)
           DISPLAY "GRAVAR AS PROPOSTAS DE BAIXA EM CADPROPOBS (S/N): "
               WITH NO ADVANCING
           ACCEPT W-GRAVA
           IF W-GRAVA = "s"
               MOVE "S" TO W-GRAVA.

       R0.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               GO TO ROT-FIM3.
           OPEN INPUT CADMOVEST
           IF ST-LOG NOT = "00"
               MOVE "99" TO ST-LOG.
           OPEN INPUT CADSNAPEST
           IF ST-SNP NOT = "00"
               MOVE "99" TO ST-SNP.
           IF ST-LOG = "99" AND ST-SNP = "99"
               DISPLAY "*** SEM CADMOVEST E SEM CADSNAPEST - NAO HA"
                   " COMO DATAR A ULTIMA SAIDA ***"
               CLOSE CADPROD
               GO TO ROT-FIM3.

      *---------[ ARQUIVOS DE APOIO - AUSENTES, SEGUE SEM ELES ]--------
       R0B.
           OPEN INPUT CADSALDODEP
           IF ST-SAL NOT = "00"
               MOVE "99" TO ST-SAL.
           OPEN INPUT CADCUSTO
           IF ST-CUS NOT = "00"
               DISPLAY "*** CADCUSTO AUSENTE - VALOR PELO PRECO ***"
               MOVE "99" TO ST-CUS.
           OPEN INPUT CADAPLIC
           IF ST-APL NOT = "00"
               MOVE "99" TO ST-APL.
           OPEN INPUT CADDEPOS
           IF ST-DEPS NOT = "00"
               MOVE "99" TO ST-DEPS.

           MOVE 50 TO W-PCT-OBSOL
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "OBSOLPCT" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-PCT-OBSOL
               END-IF
               CLOSE CADPARAM.

       R0C.
           IF W-GRAVA NOT = "S"
               OPEN INPUT CADPROPOBS
               IF ST-POB NOT = "00"
                   MOVE "99" TO ST-POB
               END-IF
               GO TO R1.
           OPEN I-O CADPROPOBS
           IF ST-POB NOT = "00"
              IF ST-POB = "30"
                 OPEN OUTPUT CADPROPOBS
                 CLOSE CADPROPOBS
                 GO TO R0C
              ELSE
                 DISPLAY "*** CADPROPOBS NAO ABERTO - PROPOSTAS NAO"
                     " SERAO GRAVADAS ***"
                 MOVE "N" TO W-GRAVA
                 MOVE "99" TO ST-POB.

       R1.
           MOVE ZEROS TO W-TAB-FAIXAS
           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-APLICACAO ORD-DEPOSITO
               ON DESCENDING KEY ORD-DIAS
               ON ASCENDING KEY ORD-CODGPRODUTO
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.

       ROT-FIM.
           CLOSE CADPROD
           IF ST-LOG NOT = "99"
               CLOSE CADMOVEST.
           IF ST-SNP NOT = "99"
               CLOSE CADSNAPEST.
           IF ST-SAL NOT = "99"
               CLOSE CADSALDODEP.
           IF ST-CUS NOT = "99"
               CLOSE CADCUSTO.
           IF ST-APL NOT = "99"
               CLOSE CADAPLIC.
           IF ST-DEPS NOT = "99"
               CLOSE CADDEPOS.
           IF ST-POB NOT = "99"
               CLOSE CADPROPOBS.
       ROT-FIM3.
           STOP RUN.

      *---------[ UM REGISTRO POR PRODUTO PARADO E DEPOSITO ]-----------
       MONTA-ORDENACAO.
           MOVE ZEROS TO CODGPRODUTO
           START CADPROD KEY IS NOT LESS CODGPRODUTO
               INVALID KEY GO TO MR-FIM.
       MR1.
           READ CADPROD NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.
           IF SITUACAO-PROD = "I" OR QUANTIDADE = ZEROS
               GO TO MR1.

           PERFORM ULTIMA-SAIDA THRU ULTIMA-SAIDA-FIM
           IF W-ULT-SAIDA = ZEROS
               MOVE 99999 TO W-DIAS
           ELSE
               COMPUTE W-INT-DATA =
                   FUNCTION INTEGER-OF-DATE (W-ULT-SAIDA)
               IF W-INT-DATA > W-INT-BASE
                   MOVE ZEROS TO W-DIAS
               ELSE
                   COMPUTE W-DIAS = W-INT-BASE - W-INT-DATA.
           IF W-DIAS < 90
               GO TO MR1.
           IF W-DIAS < 180
               MOVE 1 TO W-FAIXA
           ELSE
               IF W-DIAS < 365
                   MOVE 2 TO W-FAIXA
               ELSE
                   MOVE 3 TO W-FAIXA.

           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-FIM
           MOVE SPACES TO ORD-PROPOSTA ORD-LIQUIDA
           IF W-FAIXA = 3
               PERFORM GRAVA-PROPOSTA THRU GRAVA-PROPOSTA-FIM.

           MOVE APLICACAO TO ORD-APLICACAO
           MOVE W-DIAS TO ORD-DIAS
           MOVE CODGPRODUTO TO ORD-CODGPRODUTO
           MOVE DESCRICAO TO ORD-DESCRICAO
           MOVE W-CUSTO TO ORD-CUSTO
           MOVE W-ULT-SAIDA TO ORD-ULT-SAIDA
           MOVE W-ORIGEM TO ORD-ORIGEM
           MOVE W-FAIXA TO ORD-FAIXA
           ADD 1 TO W-TOT-ITENS

      *    SALDO ABERTO POR DEPOSITO; SEM CADSALDODEP VAI NO 00
           MOVE "N" TO W-TEMDEP
           IF ST-SAL = "99"
               GO TO MR3.
           MOVE "N" TO W-EOF
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE ZEROS TO SAL-DEPOSITO
           START CADSALDODEP KEY IS NOT LESS SAL-KEY
               INVALID KEY GO TO MR3.
       MR2.
           READ CADSALDODEP NEXT RECORD
               AT END
                 GO TO MR3
           END-READ.
           IF SAL-CODGPRODUTO NOT = CODGPRODUTO
               GO TO MR3.
           IF SAL-QUANTIDADE = ZEROS
               GO TO MR2.
           MOVE "S" TO W-TEMDEP
           MOVE SAL-DEPOSITO TO ORD-DEPOSITO
           MOVE SAL-QUANTIDADE TO ORD-QUANTIDADE
           COMPUTE ORD-VALOR ROUNDED = SAL-QUANTIDADE * W-CUSTO
           RELEASE W-REGORD
           GO TO MR2.
       MR3.
           IF W-TEMDEP = "S"
               GO TO MR1.
           MOVE ZEROS TO ORD-DEPOSITO
           MOVE QUANTIDADE TO ORD-QUANTIDADE
           COMPUTE ORD-VALOR ROUNDED = QUANTIDADE * W-CUSTO
           RELEASE W-REGORD
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ DATA DA ULTIMA SAIDA ATE A DATA BASE ]----------------
      *  PRIMEIRO O MOVIMENTO "S" DE CADMOVEST (CHAVE EM ORDEM  *
      *  CRONOLOGICA, VALE O ULTIMO); SEM ELE, O ULTIMO MES EM  *
      *  QUE O RETRATO DO DEPOSITO 00 CAIU EM RELACAO AO MES    *
      *  ANTERIOR, DATADO NO ULTIMO DIA DAQUELE MES             *
       ULTIMA-SAIDA.
           MOVE ZEROS TO W-ULT-SAIDA
           MOVE "N" TO W-ORIGEM
           IF ST-LOG = "99"
               GO TO ULTIMA-SAIDA-3.
           MOVE CODGPRODUTO TO MOV-CODGPRODUTO
           MOVE SPACES TO MOV-DATA-HORA
           START CADMOVEST KEY IS NOT LESS MOV-KEY
               INVALID KEY GO TO ULTIMA-SAIDA-2.
       ULTIMA-SAIDA-1.
           READ CADMOVEST NEXT RECORD
               AT END
                 GO TO ULTIMA-SAIDA-2
           END-READ.
           IF MOV-CODGPRODUTO NOT = CODGPRODUTO
               GO TO ULTIMA-SAIDA-2.
           IF MOV-TIPO NOT = "S"
               GO TO ULTIMA-SAIDA-1.
           MOVE MOV-DATA-HORA (1:8) TO W-DATA-MOV
           IF W-DATA-MOV > W-DATA-BASE
               GO TO ULTIMA-SAIDA-2.
           MOVE W-DATA-MOV TO W-ULT-SAIDA
           GO TO ULTIMA-SAIDA-1.
       ULTIMA-SAIDA-2.
           IF W-ULT-SAIDA > ZEROS
               MOVE "M" TO W-ORIGEM
               GO TO ULTIMA-SAIDA-FIM.
       ULTIMA-SAIDA-3.
           IF ST-SNP = "99"
               GO TO ULTIMA-SAIDA-FIM.
           MOVE W-DATA-BASE (1:6) TO W-ANOMES
           MOVE ZEROS TO W-VOLTAS.
       ULTIMA-SAIDA-4.
           ADD 1 TO W-VOLTAS
           IF W-VOLTAS > 120
               GO TO ULTIMA-SAIDA-FIM.
           MOVE W-ANOMES TO SNP-COMPET
           MOVE CODGPRODUTO TO SNP-CODGPRODUTO
           MOVE ZEROS TO SNP-DEPOSITO
           READ CADSNAPEST
           IF ST-SNP NOT = "00"
               MOVE "00" TO ST-SNP
               GO TO ULTIMA-SAIDA-FIM.
           MOVE SNP-QUANTIDADE TO W-QTD-SNAP
           MOVE W-ANOMES TO W-ANOMES-ANT
           IF W-AMA-MES = 1
               MOVE 12 TO W-AMA-MES
               SUBTRACT 1 FROM W-AMA-ANO
           ELSE
               SUBTRACT 1 FROM W-AMA-MES.
           MOVE W-ANOMES-ANT TO SNP-COMPET
           READ CADSNAPEST
           IF ST-SNP NOT = "00"
               MOVE "00" TO ST-SNP
               GO TO ULTIMA-SAIDA-FIM.
           IF W-QTD-SNAP < SNP-QUANTIDADE
               GO TO ULTIMA-SAIDA-5.
           MOVE W-ANOMES-ANT TO W-ANOMES
           GO TO ULTIMA-SAIDA-4.
       ULTIMA-SAIDA-5.
      *    ULTIMO DIA DO MES = DIA 1 DO MES SEGUINTE MENOS 1
           MOVE W-AM-ANO TO W-DA-ANO
           MOVE W-AM-MES TO W-DA-MES
           MOVE 1 TO W-DA-DIA
           IF W-DA-MES = 12
               MOVE 1 TO W-DA-MES
               ADD 1 TO W-DA-ANO
           ELSE
               ADD 1 TO W-DA-MES.
           COMPUTE W-INT-DATA =
               FUNCTION INTEGER-OF-DATE (W-DATA-AUX) - 1
           COMPUTE W-ULT-SAIDA = FUNCTION DATE-OF-INTEGER (W-INT-DATA)
           IF W-ULT-SAIDA > W-DATA-BASE
               MOVE W-DATA-BASE TO W-ULT-SAIDA.
           MOVE "R" TO W-ORIGEM.
       ULTIMA-SAIDA-FIM.
           EXIT.

      *---------[ CUSTO MEDIO (CADCUSTO) OU PRECO ]---------------------
       BUSCA-CUSTO.
           MOVE PRECO TO W-CUSTO
           IF ST-CUS NOT = "99"
               MOVE CODGPRODUTO TO CUS-CODGPRODUTO
               READ CADCUSTO
               IF ST-CUS = "00" AND CUS-CUSTO-MEDIO > ZEROS
                   MOVE CUS-CUSTO-MEDIO TO W-CUSTO
               END-IF
               MOVE "00" TO ST-CUS.
       BUSCA-CUSTO-FIM.
           EXIT.

      *---------[ PROPOSTA DE BAIXA DO PRODUTO DA ULTIMA FAIXA ]--------
      *  PROPOSTA JA APROVADA NAO E REFEITA; PENDENTE OU        *
      *  REJEITADA E RECALCULADA QUANDO O OPERADOR PEDE A       *
      *  GRAVACAO                                               *
       GRAVA-PROPOSTA.
           COMPUTE W-VALOR ROUNDED = QUANTIDADE * W-CUSTO
           COMPUTE W-VALOR-BAIXA ROUNDED = W-VALOR * W-PCT-OBSOL / 100
           IF ST-POB = "99"
               GO TO GRAVA-PROPOSTA-FIM.
           MOVE CODGPRODUTO TO POB-CODGPRODUTO
           READ CADPROPOBS
           IF ST-POB = "00"
               MOVE POB-SITUACAO TO ORD-PROPOSTA
               MOVE POB-LIQUIDA TO ORD-LIQUIDA
               IF POB-SITUACAO = "A" OR W-GRAVA NOT = "S"
                   GO TO GRAVA-PROPOSTA-FIM
               END-IF
           ELSE
               MOVE "00" TO ST-POB
               IF W-GRAVA NOT = "S"
                   GO TO GRAVA-PROPOSTA-FIM
               END-IF
               MOVE CODGPRODUTO TO POB-CODGPRODUTO
               MOVE ZEROS TO POB-DATA-APROV POB-PRECO-ANT POB-PRECO-LIQ
               MOVE SPACES TO POB-OPERADOR
               MOVE "N" TO POB-LIQUIDA
               MOVE "X" TO POB-SITUACAO.
           MOVE W-DATA-BASE TO POB-DATA
           MOVE W-ULT-SAIDA TO POB-ULT-SAIDA
           MOVE W-DIAS TO POB-DIAS
           MOVE QUANTIDADE TO POB-QUANTIDADE
           MOVE W-CUSTO TO POB-CUSTO
           MOVE W-VALOR TO POB-VALOR
           MOVE W-PCT-OBSOL TO POB-PCT
           MOVE W-VALOR-BAIXA TO POB-VALOR-BAIXA
           IF POB-SITUACAO = "X"
               MOVE "P" TO POB-SITUACAO
               WRITE REGPROPOBS
           ELSE
               MOVE "P" TO POB-SITUACAO
               REWRITE REGPROPOBS.
           IF ST-POB = "00" OR "02"
               ADD 1 TO W-TOT-PROPOSTAS
               MOVE "P" TO ORD-PROPOSTA
           ELSE
               DISPLAY "ERRO NA GRAVACAO DE CADPROPOBS ST=" ST-POB
               MOVE "00" TO ST-POB.
       GRAVA-PROPOSTA-FIM.
           EXIT.

      *---------[ IMPRIME POR CATEGORIA E DEPOSITO ]--------------------
       IMPRIME-ORDENACAO.
           DISPLAY " "
           DISPLAY "*** ESTOQUE PARADO E OBSOLETO - BASE " W-DATA-BASE
               " - PROPOSTA DE BAIXA " W-PCT-OBSOL " PCT NA FAIXA"
               " DE 365 DIAS ***".
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.

           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               PERFORM CABECALHO-APL THRU CABECALHO-APL-FIM
               PERFORM CABECALHO-DEP THRU CABECALHO-DEP-FIM
           ELSE
               IF ORD-APLICACAO NOT = W-APL-ATU
                   PERFORM QUEBRA-DEP THRU QUEBRA-DEP-FIM
                   PERFORM QUEBRA-APL THRU QUEBRA-APL-FIM
                   PERFORM CABECALHO-APL THRU CABECALHO-APL-FIM
                   PERFORM CABECALHO-DEP THRU CABECALHO-DEP-FIM
               ELSE
                   IF ORD-DEPOSITO NOT = W-DEP-ATU
                       PERFORM QUEBRA-DEP THRU QUEBRA-DEP-FIM
                       PERFORM CABECALHO-DEP THRU CABECALHO-DEP-FIM.

           EVALUATE ORD-FAIXA
              WHEN 1
                 MOVE "90-179" TO W-TXT-FAIXA
              WHEN 2
                 MOVE "180-364" TO W-TXT-FAIXA
              WHEN OTHER
                 MOVE "365+" TO W-TXT-FAIXA
           END-EVALUATE
           EVALUATE ORD-ORIGEM
              WHEN "M"
                 MOVE "MOVIMENTO" TO W-TXT-ORIGEM
              WHEN "R"
                 MOVE "RETRATO" TO W-TXT-ORIGEM
              WHEN OTHER
                 MOVE "SEM SAIDA" TO W-TXT-ORIGEM
           END-EVALUATE
           DISPLAY "    " ORD-CODGPRODUTO " " ORD-DESCRICAO
               "  QTD " ORD-QUANTIDADE "  CUSTO " ORD-CUSTO
               "  VALOR " ORD-VALOR
           DISPLAY "           ULTIMA SAIDA " ORD-ULT-SAIDA " ("
               W-TXT-ORIGEM ")  DIAS " ORD-DIAS "  FAIXA " W-TXT-FAIXA
           MOVE ORD-FAIXA TO W-F
           ADD ORD-VALOR TO W-FX-DEP (W-F) W-FX-APL (W-F)
                            W-FX-GERAL (W-F)
           IF ORD-FAIXA = 3
               COMPUTE W-VALOR-BAIXA ROUNDED =
                   ORD-VALOR * W-PCT-OBSOL / 100
               ADD W-VALOR-BAIXA TO W-TOT-BAIXA
               DISPLAY "           BAIXA PROPOSTA " W-PCT-OBSOL
                   " PCT = " W-VALOR-BAIXA "  SITUACAO "
                   ORD-PROPOSTA "  LIQUIDACAO " ORD-LIQUIDA.
           GO TO IR1.

       IR-FIM.
           IF W-PRIMEIRO = "N"
               PERFORM QUEBRA-DEP THRU QUEBRA-DEP-FIM
               PERFORM QUEBRA-APL THRU QUEBRA-APL-FIM.
           DISPLAY " "
           DISPLAY "PRODUTOS PARADOS...............: " W-TOT-ITENS
           DISPLAY "VALOR 90 A 179 DIAS............: " W-FX-GERAL (1)
           DISPLAY "VALOR 180 A 364 DIAS...........: " W-FX-GERAL (2)
           DISPLAY "VALOR 365 DIAS OU MAIS.........: " W-FX-GERAL (3)
           DISPLAY "BAIXA PROPOSTA.................: " W-TOT-BAIXA
           IF W-GRAVA = "S"
               DISPLAY "PROPOSTAS GRAVADAS EM CADPROPOBS: "
                   W-TOT-PROPOSTAS " - APROVAR EM APROVOBSOL".
           EXIT.

       CABECALHO-APL.
           MOVE ORD-APLICACAO TO W-APL-ATU
           MOVE SPACES TO APL-DESCRICAO
           IF ST-APL NOT = "99"
               MOVE ORD-APLICACAO TO APL-CODIGO
               READ CADAPLIC
               IF ST-APL NOT = "00"
                   MOVE SPACES TO APL-DESCRICAO
               END-IF
               MOVE "00" TO ST-APL.
           DISPLAY " "
           DISPLAY "APLICACAO " ORD-APLICACAO " - " APL-DESCRICAO.
       CABECALHO-APL-FIM.
           EXIT.

       CABECALHO-DEP.
           MOVE ORD-DEPOSITO TO W-DEP-ATU
           MOVE SPACES TO DEPOS-NOME
           IF ST-DEPS NOT = "99"
               MOVE ORD-DEPOSITO TO DEPOS-CODIGO
               READ CADDEPOS
               IF ST-DEPS NOT = "00"
                   MOVE SPACES TO DEPOS-NOME
               END-IF
               MOVE "00" TO ST-DEPS.
           DISPLAY "  DEPOSITO " ORD-DEPOSITO " - " DEPOS-NOME.
       CABECALHO-DEP-FIM.
           EXIT.

       QUEBRA-DEP.
           DISPLAY "  SUBTOTAL DEPOSITO " W-DEP-ATU
               "  90: " W-FX-DEP (1) "  180: " W-FX-DEP (2)
               "  365+: " W-FX-DEP (3)
           MOVE ZEROS TO W-FX-DEP (1) W-FX-DEP (2) W-FX-DEP (3).
       QUEBRA-DEP-FIM.
           EXIT.

       QUEBRA-APL.
           DISPLAY "SUBTOTAL APLICACAO " W-APL-ATU
               "  90: " W-FX-APL (1) "  180: " W-FX-APL (2)
               "  365+: " W-FX-APL (3)
           MOVE ZEROS TO W-FX-APL (1) W-FX-APL (2) W-FX-APL (3).
       QUEBRA-APL-FIM.
           EXIT.
