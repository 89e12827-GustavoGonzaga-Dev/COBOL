      *  E SAI O RELATORIO DE DIVERGENCIA PARA O      *
      *  COMPRADOR. A CONFERENCIA FICA REGISTRADA EM  *
      *  CADCONFNF.DAT                                *
      *  CADA TITULO LIBERADO E LANCADO NO DIARIO VIA *
      *  LANCCTB (EVENTO NFCOMPRA: RECEBIMENTOS A     *
      *  FATURAR CONTRA FORNECEDORES)                 *
      *  NF ELETRONICA JA IMPORTADA POR IMPNFFORN     *
      *  (PENDENTE EM CADNFFORN PARA O PEDIDO) E      *
      *  OFERECIDA NA ENTRADA DO PEDIDO: ACEITA,      *
      *  CABECALHO E LINHAS VEM DO ARQUIVO E O        *
      *  CONFERENTE SO CONFIRMA A LIBERACAO;          *
      *  RECUSADA, DIGITA-SE A NOTA COMO ANTES        *
      *  EM CADA LINHA DIGITA-SE A BASE, A ALIQUOTA E *
      *  O VALOR DO ICMS DESTACADO NA NF (TAMBEM NA   *
      *  NF IMPORTADA), GUARDADOS EM CADCONFNF: A     *
      *  LINHA CONFERIDA SEM DIVERGENCIA E O CREDITO  *
      *  DE ICMS DA ENTRADA NA APURACAO (APURICMS)    *
      *  PIS E COFINS DA LINHA SAO CALCULADOS PELO    *
      *  GRUPO DO PRODUTO EM CADPISCOF (VIGENCIA NA   *
      *  DATA DA NF) SOBRE O VALOR MENOS O ICMS: E O  *
      *  CREDITO NAO CUMULATIVO DE APURPISCOF         *
      *  TITULO JA COMPENSADO COM ADIANTAMENTO AO     *
      *  FORNECEDOR LIBERA COMO P (PARCIAL) OU L=PAGO *
      *  A CONFERENCIA E RECUSADA QUANDO O OPERADOR   *
      *  DA SESSAO FEZ NO PEDIDO PASSO INCOMPATIVEL   *
      *  (REGRAS DE CADSEGREG VIA CONSSEGREG); COM    *
      *  TITULO LIBERADO, O PASSO CONFNF FICA EM      *
      *  ARQTRANSLOG                                  *
      *  COM A COMPETENCIA FECHADA EM COMPRAS (MODULO *
      *  COM DE CADPERIODO, VIA CONSPERIODO) A        *
      *  LIBERACAO DOS TITULOS E RECUSADA             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS CNF-KEY
                    FILE STATUS  IS ST-CNF.

           SELECT CADNFFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFS-KEY
                    FILE STATUS  IS ST-NFS.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-PRD.

           SELECT CADPISCOF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-KEY
                    FILE STATUS  IS ST-PC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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

       FD CADPARAM
            LABEL RECORD IS STANDARD
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

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

       FD CADPISCOF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPISCOF.DAT".
       01 REGPISCOF.
           03 PC-KEY.
              05 PC-GRUPO       PIC 9(02).
              05 PC-VIGENCIA    PIC 9(08).
           03 PC-ALIQ-PIS       PIC 9(02)V99.
           03 PC-ALIQ-COFINS    PIC 9(02)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-CNF         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-NFS         PIC X(02) VALUE "00".
       01 ST-PRD         PIC X(02) VALUE "00".
       01 ST-PC          PIC X(02) VALUE "00".
       01 W-EOF-PC       PIC X(01) VALUE "N".
       01 W-IMPORTADA    PIC X(01) VALUE "N".
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.

       01 W-SGP-PARAM.
           03 W-SGP-FUNCAO      PIC X(01).
           03 W-SGP-PASSO       PIC X(10).
           03 W-SGP-NUMPED      PIC 9(06).
           03 W-SGP-OPERADOR    PIC X(08).
           03 W-SGP-PASSO-CONFL PIC X(10).
           03 W-SGP-DATA-CONFL  PIC X(14).
       01 W-SGP-RESULT   PIC X(01) VALUE SPACES.
       01 W-NF-FORN      PIC 9(09) VALUE ZEROS.
       01 W-DATA-NF      PIC 9(08) VALUE ZEROS.
       01 W-TOTAL-NF     PIC 9(11)V99 VALUE ZEROS.
       01 W-QTD-NF       PIC 9(05)V9 VALUE ZEROS.
       01 W-PRECO-NF     PIC 9(07)V99 VALUE ZEROS.
       01 W-TOLER        PIC 9(02)V99 VALUE 02,00.
       01 W-ICMS-BASE    PIC 9(09)V99 VALUE ZEROS.
       01 W-ICMS-ALIQ    PIC 9(02)V99 VALUE ZEROS.
       01 W-ICMS-VALOR   PIC 9(07)V99 VALUE ZEROS.
       01 W-ICMS-CALC    PIC 9(07)V99 VALUE ZEROS.
       01 W-ICMS-DIF     PIC S9(07)V99 VALUE ZEROS.
       01 W-VALOR-LINHA  PIC 9(12)V99 VALUE ZEROS.
       01 W-BASE-PISCOF  PIC 9(12)V99 VALUE ZEROS.
       01 W-ALIQ-PIS     PIC 9(02)V99 VALUE ZEROS.
       01 W-ALIQ-COFINS  PIC 9(02)V99 VALUE ZEROS.
       01 W-VALOR-PIS    PIC 9(07)V99 VALUE ZEROS.
       01 W-VALOR-COFINS PIC 9(07)V99 VALUE ZEROS.
       01 W-DIF-QTD      PIC S9(06)V9 VALUE ZEROS.
       01 W-DIF-PRECO    PIC S9(08)V99 VALUE ZEROS.
       01 W-LIM-QTD      PIC 9(06)V9 VALUE ZEROS.
       01 W-TOT-LIB      PIC 9(03) VALUE ZEROS.
       01 W-EOF-TIT      PIC X(01) VALUE "N".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CTB-OPERACAO PIC X(01) VALUE SPACES.
       01 W-CTB-LANC.
           03 W-CTB-EVENTO      PIC X(10).
           03 W-CTB-DATA        PIC 9(08).
           03 W-CTB-VALOR       PIC 9(11)V99.
           03 W-CTB-CODDEP      PIC 9(03).
           03 W-CTB-ORIGEM      PIC X(10).
           03 W-CTB-DOCUMENTO   PIC X(12).
           03 W-CTB-HISTORICO   PIC X(40).
       01 W-CTB-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADPEDCOMP
           IF ST-PED NOT = "00"
               END-IF
               CLOSE CADPARAM.

      *  SEM CADNFFORN A CONFERENCIA E TODA DIGITADA            *
           OPEN I-O CADNFFORN
           IF ST-NFS NOT = "00"
               MOVE "99" TO ST-NFS.

      *  SEM CADPROD OU CADPISCOF A LINHA FICA SEM CREDITO DE   *
      *  PIS/COFINS                                             *
           OPEN INPUT CADPROD
           IF ST-PRD NOT = "00"
               MOVE "99" TO ST-PRD.
           OPEN INPUT CADPISCOF
           IF ST-PC NOT = "00"
               MOVE "99" TO ST-PC
               DISPLAY "*** CADPISCOF AUSENTE - SEM CREDITO DE"
                   " PIS/COFINS ***".

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           MOVE "N" TO W-IMPORTADA
           DISPLAY " "
           DISPLAY "*** CONFERENCIA DE NF DE FORNECEDOR ***"
           DISPLAY "NUMERO DO PEDIDO DE COMPRA (0 = SAIR): "
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
               GO TO ROT-FIM.
           PERFORM CONFERE-SEGREG THRU CONFERE-SEGREG-FIM
           IF W-SGP-RESULT = "R"
               DISPLAY "*** CONFERENCIA RECUSADA ***"
               GO TO R1.

      *---------[ NF ELETRONICA JA IMPORTADA PARA O PEDIDO ]------------
       R1A.
           IF ST-NFS = "99"
               GO TO R1B.
           MOVE W-NUMPED TO NFS-NUMPED
           MOVE ZEROS TO NFS-CODGPRODUTO
           START CADNFFORN KEY IS NOT LESS NFS-KEY
               INVALID KEY GO TO R1B.
       R1A1.
           READ CADNFFORN NEXT RECORD
               AT END
                 GO TO R1B
           END-READ.
           IF NFS-NUMPED NOT = W-NUMPED
               GO TO R1B.
           IF NFS-SITUACAO NOT = "P"
               GO TO R1A1.
           DISPLAY "NF ELETRONICA IMPORTADA: " NFS-NF-FORN
               " DE " NFS-DATA-NF "  TOTAL " NFS-TOTAL-NF
           DISPLAY "CHAVE: " NFS-CHAVE
           DISPLAY "CONFERIR A NF IMPORTADA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1B.
           MOVE "S" TO W-IMPORTADA
           MOVE NFS-NF-FORN TO W-NF-FORN
           MOVE NFS-DATA-NF TO W-DATA-NF
           MOVE NFS-TOTAL-NF TO W-TOTAL-NF
           MOVE ZEROS TO W-TOT-LINHAS W-TOT-DIVERG W-SOMA-NF
           GO TO R2-IMP.

       R1B.
           DISPLAY "NUMERO DA NF DO FORNECEDOR: " WITH NO ADVANCING
           DISPLAY "QUANTIDADE NA NF: " WITH NO ADVANCING
           ACCEPT W-QTD-NF
           DISPLAY "PRECO UNITARIO NA NF: " WITH NO ADVANCING
           ACCEPT W-PRECO-NF.

      *---------[ ICMS DESTACADO NA LINHA DA NF (CREDITO) ]-------------
       R2-ICMS.
           MOVE ZEROS TO W-ICMS-BASE W-ICMS-ALIQ W-ICMS-VALOR
           DISPLAY "BASE DE CALCULO DO ICMS (0 = SEM ICMS): "
               WITH NO ADVANCING
           ACCEPT W-ICMS-BASE
           IF W-ICMS-BASE = ZEROS
               GO TO R2C.
           DISPLAY "ALIQUOTA DO ICMS (PCT): " WITH NO ADVANCING
           ACCEPT W-ICMS-ALIQ
           IF W-ICMS-ALIQ = ZEROS
               DISPLAY "*** ALIQUOTA OBRIGATORIA COM BASE INFORMADA ***"
               GO TO R2-ICMS.
           COMPUTE W-ICMS-CALC ROUNDED =
               W-ICMS-BASE * W-ICMS-ALIQ / 100
           DISPLAY "VALOR DO ICMS NA NF (0 = " W-ICMS-CALC "): "
               WITH NO ADVANCING
           ACCEPT W-ICMS-VALOR
           IF W-ICMS-VALOR = ZEROS
               MOVE W-ICMS-CALC TO W-ICMS-VALOR.
           COMPUTE W-ICMS-DIF = W-ICMS-VALOR - W-ICMS-CALC
           IF W-ICMS-DIF > 0,05 OR W-ICMS-DIF < -0,05
               DISPLAY "*** ICMS DA NF DIFERE DE BASE X ALIQUOTA ("
                   W-ICMS-CALC ") - CONFIRA O DESTAQUE ***".

       R2C.
           PERFORM CALCULA-PISCOF THRU CALCULA-PISCOF-FIM
           COMPUTE W-SOMA-NF = W-SOMA-NF + (W-QTD-NF * W-PRECO-NF)
           COMPUTE W-DIF-QTD = W-QTD-NF - PED-QTD-RECEBIDA
           IF W-DIF-QTD < ZEROS
           MOVE W-QTD-NF TO CNF-QTD-NF
           MOVE W-PRECO-NF TO CNF-PRECO-NF
           MOVE W-DATA-HOJE TO CNF-DATA-CONF
           MOVE W-ICMS-BASE TO CNF-ICMS-BASE
           MOVE W-ICMS-ALIQ TO CNF-ICMS-ALIQ
           MOVE W-ICMS-VALOR TO CNF-ICMS-VALOR
           MOVE W-ALIQ-PIS TO CNF-ALIQ-PIS
           MOVE W-VALOR-PIS TO CNF-VALOR-PIS
           MOVE W-ALIQ-COFINS TO CNF-ALIQ-COFINS
           MOVE W-VALOR-COFINS TO CNF-VALOR-COFINS

           IF W-DIF-QTD > W-LIM-QTD OR W-DIF-PRECO > W-LIM-PRECO
               MOVE "D" TO CNF-RESULTADO
           IF ST-CNF = "22"
               REWRITE REGCONFNF.
           ADD 1 TO W-TOT-LINHAS
           IF W-IMPORTADA = "S"
               MOVE "C" TO NFS-SITUACAO
               REWRITE REGNFFORN
               GO TO R2-IMP-PROX.
           GO TO R2.

      *---------[ LINHAS DA NF IMPORTADA (CADNFFORN) ]------------------
      *  O PRIMEIRO REGISTRO DA NOTA JA FOI LIDO EM R1A1        *
       R2-IMP.
           IF NFS-NUMPED NOT = W-NUMPED
               GO TO R3-FECHA.
           IF NFS-SITUACAO NOT = "P" OR NFS-NF-FORN NOT = W-NF-FORN
               GO TO R2-IMP-PROX.
           MOVE NFS-NUMPED TO PED-NUMERO
           MOVE NFS-CODGPRODUTO TO PED-CODGPRODUTO
           DISPLAY " "
           DISPLAY "PRODUTO " PED-CODGPRODUTO
               "  QTD NF " NFS-QTD-NF "  PRECO NF " NFS-PRECO-NF
           READ CADPEDCOMP
           IF ST-PED NOT = "00"
               DISPLAY "*** LINHA NAO EXISTE NO PEDIDO ***"
               GO TO R2-IMP-PROX.
           IF PED-QTD-RECEBIDA = ZEROS
               DISPLAY "*** LINHA AINDA NAO RECEBIDA (RECEBPED) - "
                   "FICA PENDENTE ***"
               GO TO R2-IMP-PROX.
           DISPLAY "RECEBIDO: " PED-QTD-RECEBIDA
               "  PRECO DO PEDIDO: " PED-PRECO
           MOVE NFS-QTD-NF TO W-QTD-NF
           MOVE NFS-PRECO-NF TO W-PRECO-NF
           GO TO R2-ICMS.
       R2-IMP-PROX.
           READ CADNFFORN NEXT RECORD
               AT END
                 GO TO R3-FECHA
           END-READ.
           GO TO R2-IMP.

      *---------[ FECHAMENTO: TOTAL E LIBERACAO DOS TITULOS ]-----------
       R3-FECHA.
           IF W-TOT-LINHAS = ZEROS
                   " CADCONFNF PARA O COMPRADOR ***"
               GO TO R1.

           MOVE "COM" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM COMPRAS - TITULOS"
                   " CONTINUAM BLOQUEADOS ***"
               GO TO R1.

           DISPLAY "CONFERENCIA SEM DIVERGENCIA - LIBERAR OS TITULOS"
               " DO PEDIDO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           READ CADCONFNF
           IF ST-CNF NOT = "00" OR CNF-RESULTADO NOT = "O"
               GO TO R3A.
      *    TITULO COM ADIANTAMENTO COMPENSADO (RECEBPED) JA NASCE
      *    PARCIAL OU QUITADO
           IF TIT-VALOR-PAGO NOT < TIT-VALOR
               MOVE "L" TO TIT-SITUACAO
           ELSE
               IF TIT-VALOR-PAGO > ZEROS
                   MOVE "P" TO TIT-SITUACAO
               ELSE
                   MOVE "A" TO TIT-SITUACAO.
           REWRITE REGTITPAG
           ADD 1 TO W-TOT-LIB
           PERFORM CONTABILIZA-TIT THRU CONTABILIZA-TIT-FIM
           GO TO R3A.

       R3B.
           DISPLAY "*** " W-TOT-LIB " TITULOS LIBERADOS PARA"
               " PAGAMENTO ***"
           IF W-TOT-LIB > ZEROS
               PERFORM GRAVA-PASSO THRU GRAVA-PASSO-FIM.
           GO TO R1.

      *---------[ LANCAMENTO DO TITULO LIBERADO NO DIARIO ]-------------
       CONTABILIZA-TIT.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "NFCOMPRA" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE TIT-VALOR TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "CONFNF" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE TIT-NUMERO TO W-CTB-DOCUMENTO
           STRING "NF FORN " W-NF-FORN " PEDIDO " W-NUMPED
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E"
               DISPLAY "*** EVENTO NFCOMPRA SEM CONTAS VALIDAS - "
                   "TITULO " TIT-NUMERO " NAO LANCADO NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "*** ERRO NA GRAVACAO DO DIARIO - TITULO "
                   TIT-NUMERO " ***".
       CONTABILIZA-TIT-FIM.
           EXIT.

      *---------[ SEGREGACAO DE FUNCOES (CONSSEGREG) ]------------------
      *  RECUSA (W-SGP-RESULT = R) QUANDO O OPERADOR JA FEZ NO  *
      *  PEDIDO UM PASSO INCOMPATIVEL COM ESTE (CADSEGREG)      *
       CONFERE-SEGREG.
           MOVE "V" TO W-SGP-FUNCAO
           MOVE "CONFNF" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT
           IF W-SGP-RESULT = "R"
               DISPLAY "*** SEGREGACAO DE FUNCOES: " W-OPERADOR-LOG
                   " JA FEZ " W-SGP-PASSO-CONFL " NO PEDIDO "
                   W-SGP-NUMPED " EM " W-SGP-DATA-CONFL " ***"
               DISPLAY "*** " W-SGP-PASSO " DEVE SER FEITO POR OUTRO"
                   " OPERADOR ***".
       CONFERE-SEGREG-FIM.
           EXIT.

       GRAVA-PASSO.
           MOVE "G" TO W-SGP-FUNCAO
           MOVE "CONFNF" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT.
       GRAVA-PASSO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADPEDCOMP
           CLOSE CADTITPAG
           CLOSE CADCONFNF
           IF ST-NFS NOT = "99"
               CLOSE CADNFFORN.
           IF ST-PRD NOT = "99"
               CLOSE CADPROD.
           IF ST-PC NOT = "99"
               CLOSE CADPISCOF.
       ROT-FIM3.
           STOP RUN.

      *---------[ CREDITO DE PIS/COFINS DA LINHA DA NF ]----------------
      *  ALIQUOTAS DO GRUPO DO PRODUTO (APLICACAO) VIGENTES NA  *
      *  DATA DA NF, SOBRE O VALOR DA LINHA MENOS O ICMS - O    *
      *  MESMO CRITERIO DA VENDA EM FATURA                      *
       CALCULA-PISCOF.
           MOVE ZEROS TO W-ALIQ-PIS W-ALIQ-COFINS
                         W-VALOR-PIS W-VALOR-COFINS
           IF ST-PRD = "99" OR ST-PC = "99"
               GO TO CALCULA-PISCOF-FIM.
           MOVE PED-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-PRD NOT = "00"
               DISPLAY "*** PRODUTO FORA DO CADPROD - SEM CREDITO DE"
                   " PIS/COFINS ***"
               GO TO CALCULA-PISCOF-FIM.
           MOVE "N" TO W-EOF-PC
           MOVE APLICACAO TO PC-GRUPO
           MOVE ZEROS TO PC-VIGENCIA
           START CADPISCOF KEY IS NOT LESS PC-KEY
               INVALID KEY MOVE "S" TO W-EOF-PC.
       CALCULA-PISCOF-1.
           IF W-EOF-PC = "S"
               GO TO CALCULA-PISCOF-2.
           READ CADPISCOF NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-PC
                 GO TO CALCULA-PISCOF-1
           END-READ.
           IF PC-GRUPO NOT = APLICACAO
               MOVE "S" TO W-EOF-PC
               GO TO CALCULA-PISCOF-1.
           IF PC-VIGENCIA <= W-DATA-NF
               MOVE PC-ALIQ-PIS TO W-ALIQ-PIS
               MOVE PC-ALIQ-COFINS TO W-ALIQ-COFINS.
           GO TO CALCULA-PISCOF-1.
       CALCULA-PISCOF-2.
           COMPUTE W-VALOR-LINHA = W-QTD-NF * W-PRECO-NF
           IF W-ICMS-VALOR < W-VALOR-LINHA
               COMPUTE W-BASE-PISCOF = W-VALOR-LINHA - W-ICMS-VALOR
           ELSE
               MOVE ZEROS TO W-BASE-PISCOF.
           COMPUTE W-VALOR-PIS ROUNDED =
               W-BASE-PISCOF * W-ALIQ-PIS / 100
           COMPUTE W-VALOR-COFINS ROUNDED =
               W-BASE-PISCOF * W-ALIQ-COFINS / 100
           IF W-VALOR-PIS > ZEROS OR W-VALOR-COFINS > ZEROS
               DISPLAY "CREDITO PIS " W-ALIQ-PIS " PCT = " W-VALOR-PIS
                   "  COFINS " W-ALIQ-COFINS " PCT = " W-VALOR-COFINS.
       CALCULA-PISCOF-FIM.
           EXIT.
