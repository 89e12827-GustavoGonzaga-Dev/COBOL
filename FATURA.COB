      *  VALOR DA NOTA DIVIDIDO COM A DIFERENCA DE    *
      *  ARREDONDAMENTO NA PRIMEIRA. CLIENTE SEM      *
      *  CONDICAO FICA NO PADRAO DE 1 X 30 DIAS       *
      *  A NOTA E LANCADA NO DIARIO VIA LANCCTB:      *
      *  EVENTO VENDA PELO TOTAL E ICMSVENDA PELO     *
      *  ICMS DESTACADO                               *
      *  LINHA PULADA POR FALTA DE SALDO FICA ABERTA  *
      *  E VIRA BACKORDER EM CADBACKORD (BACKORD) COM *
      *  A QUANTIDADE DEVIDA; AO SER FATURADA, O      *
      *  BACKORDER E BAIXADO                          *
      *  PRODUTO CONTROLADO POR SERIE (CADPRODSER)    *
      *  SO FATURA COM SERIES EM ESTOQUE PARA A       *
      *  QUANTIDADE TODA; O OPERADOR INFORMA QUAIS    *
      *  SERIES SAEM E ELAS FICAM NA NF (MOVSERIE)    *
      *  PIS E COFINS DE CADA LINHA PELA ALIQUOTA DO  *
      *  GRUPO DO PRODUTO (CADPISCOF) SOBRE O VALOR   *
      *  DA LINHA MENOS O ICMS, GRAVADOS NA CADNF     *
      *  COM A COMPETENCIA FECHADA EM VENDAS OU NO    *
      *  ESTOQUE (MODULOS VEN E EST DE CADPERIODO,    *
      *  VIA CONSPERIODO) NADA E LANCADO.             *
      *  A NOTA SAI PELA FILIAL EMITENTE INFORMADA NA *
      *  ABERTURA (CADFILIAL): NF-NUMERO CONTINUA     *
      *  SENDO O CONTROLE INTERNO DE CTRLNF E         *
      *  NF-NUMFISCAL RECEBE O NUMERO NA SERIE        *
      *  PROPRIA DA FILIAL (FIL-ULTNF). SEM CADFILIAL *
      *  A NOTA E DA MATRIZ COM O MESMO NUMERO NOS    *
      *  DOIS CAMPOS.                                 *
      *  O SALDO EM PODER DE TERCEIROS (CADPARAM      *
      *  DEPTERC EM CADSALDODEP) NAO CONTA COMO       *
      *  DISPONIVEL NA CRITICA DE SALDO DA LINHA      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ICMS-KEY
                    FILE STATUS  IS ST-ICM.

           SELECT CADPISCOF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PC-KEY
                    FILE STATUS  IS ST-PC.

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MCU-KEY
                    FILE STATUS  IS ST-MCU.

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
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

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

       FD CADCLI
            LABEL RECORD IS STANDARD
              05 ICMS-VIGENCIA  PIC 9(08).
           03 ICMS-ALIQUOTA     PIC 9(02)V99.

       FD CADPISCOF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPISCOF.DAT".
       01 REGPISCOF.
           03 PC-KEY.
              05 PC-GRUPO       PIC 9(02).
              05 PC-VIGENCIA    PIC 9(08).
           03 PC-ALIQ-PIS       PIC 9(02)V99.
           03 PC-ALIQ-COFINS    PIC 9(02)V99.

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
           03 MCU-QUANTIDADE   PIC 9(05)V9.
           03 MCU-CUSTO-UNIT   PIC 9(07)V99.
           03 MCU-CUSTO-TOTAL  PIC 9(11)V99.

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CTRLN       PIC X(02) VALUE "00".
       01 W-NUMPV        PIC 9(06) VALUE ZEROS.
       01 W-NUMNF        PIC 9(06) VALUE ZEROS.
       01 ST-FIL         PIC X(02) VALUE "99".
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
       01 W-NUMFISCAL    PIC 9(06) VALUE ZEROS.
       01 W-SERIE-FIL    PIC X(01) VALUE "N".
       01 W-EOF-PV       PIC X(01) VALUE "N".
       01 W-TOTLINHAS    PIC 9(03) VALUE ZEROS.
       01 W-VALORNF      PIC 9(12)V99 VALUE ZEROS.
       01 W-ICMS-LINHA   PIC 9(07)V99 VALUE ZEROS.
       01 W-ICMS-NF      PIC 9(09)V99 VALUE ZEROS.
       01 W-EOF-ICM      PIC X(01) VALUE "N".
       01 ST-PC          PIC X(02) VALUE "00".
       01 W-EOF-PC       PIC X(01) VALUE "N".
       01 W-BASE-PISCOF  PIC 9(12)V99 VALUE ZEROS.
       01 W-ALIQ-PIS     PIC 9(02)V99 VALUE ZEROS.
       01 W-ALIQ-COFINS  PIC 9(02)V99 VALUE ZEROS.
       01 W-PIS-LINHA    PIC 9(07)V99 VALUE ZEROS.
       01 W-COFINS-LINHA PIC 9(07)V99 VALUE ZEROS.
       01 W-PIS-NF       PIC 9(09)V99 VALUE ZEROS.
       01 W-COFINS-NF    PIC 9(09)V99 VALUE ZEROS.
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-MCU         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "99".
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-TERCEIROS    PIC 9(05)V9 VALUE ZEROS.
       01 W-CUSTO-SAIDA  PIC 9(07)V99 VALUE ZEROS.
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
       01 W-BKO-OPERACAO PIC X(01) VALUE SPACES.
       01 W-BKO-PARAM.
           03 W-BKP-NUMPV       PIC 9(06).
           03 W-BKP-CODGPRODUTO PIC 9(06).
           03 W-BKP-CNPJCPF     PIC 9(15).
           03 W-BKP-QUANTIDADE  PIC 9(05)V9.
           03 W-BKP-DATA-PEDIDO PIC 9(08).
           03 W-BKP-LIBERADOS   PIC 9(03).
       01 W-BKO-RESULT   PIC X(01) VALUE SPACES.
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
       01 W-SERIE-CTRL   PIC X(01) VALUE "N".
       01 W-QTD-SERIES   PIC 9(05) VALUE ZEROS.
       01 W-QTD-INTEIRA  PIC 9(05) VALUE ZEROS.
       01 W-IND-SER      PIC 9(03) VALUE ZEROS.
       01 W-TAB-SERIE.
           03 W-TS-NUMERO    PIC X(20) OCCURS 99 TIMES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              DISPLAY "*** CADICMS AUSENTE - NF SEM DESTAQUE DE"
                  " ICMS ***".

       R0G1B.
           OPEN INPUT CADPISCOF
           IF ST-PC NOT = "00"
              MOVE "99" TO ST-PC
              DISPLAY "*** CADPISCOF AUSENTE - NF SEM PIS/COFINS ***".

       R0G2.
           OPEN INPUT CADPRAZOC
           IF ST-PRZC NOT = "00"
              DISPLAY "*** CADPRAZOC AUSENTE - RECEBIMENTO EM 1 X 30"
                  " DIAS ***".

      *---------[ DEPOSITO DE TERCEIROS (CADPARAM DEPTERC) ]------------
      *  O SALDO EM PODER DE TERCEIROS (REMESSA) ESTA NO TOTAL  *
      *  DO PRODUTO MAS NAO ESTA NA PRATELEIRA PARA FATURAR     *
       R0G3.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO R0H.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-TERC = ZEROS
               GO TO R0H.
           OPEN INPUT CADSALDODEP
           IF ST-SAL NOT = "00"
               MOVE "99" TO ST-SAL
               MOVE ZEROS TO W-DEP-TERC.

       R0H.
           OPEN INPUT ARQCTRLTR
           IF ST-CTRLR = "00"
           ELSE
              MOVE ZEROS TO W-NUMTR.

      *---------[ FILIAL EMITENTE - SERIE FISCAL PROPRIA EM CADFILIAL ]
      *  SEM CADFILIAL, OU MATRIZ NAO CADASTRADA, A NOTA SAI NA  *
      *  MATRIZ COM O NUMERO FISCAL IGUAL AO DE CTRLNF           *
       R0I.
           MOVE "N" TO W-SERIE-FIL
           OPEN I-O CADFILIAL
           IF ST-FIL NOT = "00"
              MOVE "99" TO ST-FIL
              MOVE 1 TO W-FILIAL
              DISPLAY "*** CADFILIAL AUSENTE - NOTAS EMITIDAS PELA"
                  " MATRIZ ***"
              GO TO R1.
       R0I1.
           DISPLAY "FILIAL EMITENTE (0 = 01 MATRIZ, 99 = SAIR): "
               WITH NO ADVANCING
           ACCEPT W-FILIAL
           IF W-FILIAL = 99
               GO TO ROT-FIM.
           IF W-FILIAL = ZEROS
               MOVE 1 TO W-FILIAL.
           MOVE W-FILIAL TO FIL-CODIGO
           READ CADFILIAL
           IF ST-FIL NOT = "00"
               IF W-FILIAL = 1
                   DISPLAY "*** MATRIZ SEM CADASTRO - SERIE DE CTRLNF"
                       " ***"
                   MOVE "00" TO ST-FIL
                   GO TO R1
               ELSE
                   DISPLAY "*** FILIAL NAO CADASTRADA ***"
                   MOVE "00" TO ST-FIL
                   GO TO R0I1.
           IF FIL-SITUACAO NOT = "A"
               DISPLAY "*** FILIAL INATIVA ***"
               GO TO R0I1.
           MOVE "S" TO W-SERIE-FIL
           DISPLAY "EMITENTE: " FIL-RAZAO.

       R1.
           DISPLAY " "
           DISPLAY "*** FATURAMENTO DE PEDIDO DE VENDA ***"
           ACCEPT W-NUMPV
           IF W-NUMPV = ZEROS
               GO TO ROT-FIM.
           MOVE "VEN" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT NOT = "F"
               MOVE "EST" TO W-CPR-MODULO
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT.
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - PEDIDO NAO FATURADO ***"
               GO TO R1.

           MOVE ZEROS TO W-TOTLINHAS W-VALORNF
           MOVE ZEROS TO W-ALIQ-ICMS W-ICMS-NF
           MOVE ZEROS TO W-PIS-NF W-COFINS-NF
           MOVE "N" TO W-NF-ABERTA
           MOVE "N" TO W-EOF-PV
           MOVE W-NUMPV TO PV-NUMERO
      *---------[ A RESERVA NAO GARANTE O FISICO (AJUSTE DE ]-----------
      *  INVENTARIO PODE TER BAIXADO O SALDO) - MESMA CRITICA   *
      *  DE STP004, FEITA ANTES DE NUMERAR A NOTA PARA NAO      *
      *  QUEIMAR NUMERO COM DOCUMENTO VAZIO. O SALDO EM PODER   *
      *  DE TERCEIROS NAO CONTA COMO DISPONIVEL                 *
           PERFORM LE-TERCEIROS THRU LE-TERCEIROS-FIM
           IF PV-QUANTIDADE + W-TERCEIROS > QUANTIDADE
               DISPLAY "   " PV-CODGPRODUTO
                   " - SALDO INSUFICIENTE EM ESTOQUE, LINHA PULADA"
               MOVE "G" TO W-BKO-OPERACAO
               PERFORM CHAMA-BACKORD THRU CHAMA-BACKORD-FIM
               IF W-BKO-RESULT = "O"
                   DISPLAY "     LINHA EM BACKORDER - QTD DEVIDA "
                       PV-QUANTIDADE
               END-IF
               GO TO R2.

      *---------[ PRODUTO COM SERIE: PRECISA DE SERIE PARA CADA ]-------
      *  UNIDADE JA EM ESTOQUE, SENAO A LINHA FICA ABERTA       *
           PERFORM CRITICA-SERIES THRU CRITICA-SERIES-FIM
           IF W-SERIE-CTRL = "X"
               GO TO R2.

      *---------[ A NOTA SO E NUMERADA NA PRIMEIRA LINHA VALIDA ]-------
           IF W-NF-ABERTA = "N"
               ADD 1 TO W-NUMNF
               PERFORM NUMERA-NF-FILIAL THRU NUMERA-NF-FILIAL-FIM
               PERFORM IMPRIME-CABECALHO
               MOVE "S" TO W-NF-ABERTA.

           MOVE "NF" TO MOV-MOTIVO
           MOVE W-OPERADOR-LOG TO MOV-OPERADOR
           WRITE REGMOVEST
           PERFORM GRAVA-CUSTO-SAIDA THRU GRAVA-CUSTO-SAIDA-FIM
           IF W-SERIE-CTRL = "S"
               PERFORM SAIDA-SERIES THRU SAIDA-SERIES-FIM.

      *---------[ DEVOLVE A RESERVA DO PEDIDO ]-------------------------
           MOVE PV-CODGPRODUTO TO RSV-CODGPRODUTO
           MOVE W-DATA-HOJE TO NF-DATA
           MOVE "A" TO NF-SITUACAO
           MOVE PV-VENDEDOR TO NF-VENDEDOR
           MOVE W-FILIAL TO NF-FILIAL
           MOVE W-NUMFISCAL TO NF-NUMFISCAL
           COMPUTE W-VALORLINHA = PV-QUANTIDADE * PV-PRECO
           MOVE W-ALIQ-ICMS TO NF-ALIQ-ICMS
           COMPUTE W-ICMS-LINHA ROUNDED =
               W-VALORLINHA * W-ALIQ-ICMS / 100
           MOVE W-ICMS-LINHA TO NF-VALOR-ICMS
           ADD W-ICMS-LINHA TO W-ICMS-NF
           PERFORM BUSCA-ALIQ-PISCOF THRU BUSCA-ALIQ-PISCOF-FIM
           COMPUTE W-BASE-PISCOF = W-VALORLINHA - W-ICMS-LINHA
           COMPUTE W-PIS-LINHA ROUNDED =
               W-BASE-PISCOF * W-ALIQ-PIS / 100
           COMPUTE W-COFINS-LINHA ROUNDED =
               W-BASE-PISCOF * W-ALIQ-COFINS / 100
           MOVE W-ALIQ-PIS TO NF-ALIQ-PIS
           MOVE W-PIS-LINHA TO NF-VALOR-PIS
           MOVE W-ALIQ-COFINS TO NF-ALIQ-COFINS
           MOVE W-COFINS-LINHA TO NF-VALOR-COFINS
           ADD W-PIS-LINHA TO W-PIS-NF
           ADD W-COFINS-LINHA TO W-COFINS-NF
           WRITE REGNF

           ADD W-VALORLINHA TO W-VALORNF
               DISPLAY "!   ICMS " W-ALIQ-ICMS " PCT  =  "
                   W-ICMS-LINHA
           END-IF
           IF W-PIS-LINHA > ZEROS OR W-COFINS-LINHA > ZEROS
               DISPLAY "!   PIS " W-ALIQ-PIS " PCT  =  " W-PIS-LINHA
                   "  COFINS " W-ALIQ-COFINS " PCT  =  "
                   W-COFINS-LINHA
           END-IF
           MOVE ZEROS TO W-IND-SER
           PERFORM MOSTRA-SERIES THRU MOSTRA-SERIES-FIM

           MOVE "F" TO PV-SITUACAO
           REWRITE REGPV
           MOVE "F" TO W-BKO-OPERACAO
           PERFORM CHAMA-BACKORD THRU CHAMA-BACKORD-FIM
           ADD 1 TO W-TOTLINHAS
           GO TO R2.

           IF W-ICMS-NF > ZEROS
               DISPLAY "! BASE ICMS: " W-VALORNF
                   "  ALIQ " W-ALIQ-ICMS " PCT  ICMS: " W-ICMS-NF.
           IF W-PIS-NF > ZEROS OR W-COFINS-NF > ZEROS
               DISPLAY "! PIS: " W-PIS-NF "  COFINS: " W-COFINS-NF.
           DISPLAY "!============================================="
           PERFORM GERA-TITULO-REC THRU GERA-TITULO-REC-FIM
           PERFORM CONTABILIZA-NF THRU CONTABILIZA-NF-FIM
           PERFORM EMITE-ROMANEIO THRU EMITE-ROMANEIO-FIM
           GO TO R1.

               FUNCTION DATE-OF-INTEGER (W-INT-VENCTO)
           MOVE "A" TO TR-SITUACAO
           WRITE REGTITREC
      *  NUMERO JA USADO PELAS PARCELAS DE UM ACORDO E PULADO   *
           IF ST-TR = "22"
               SUBTRACT 1 FROM W-PARC
               GO TO GERA-TITULO-REC-1.
           IF ST-TR = "00" OR "02"
               DISPLAY "TITULO A RECEBER " TR-NUMERO " (PARCELA "
                   W-PARC "/" W-PARCELAS ") GERADO - VENC "
       GERA-TITULO-REC-FIM.
           EXIT.

      *---------[ BACKORDER DA LINHA DO PEDIDO (BACKORD) ]--------------
       CHAMA-BACKORD.
           MOVE PV-NUMERO TO W-BKP-NUMPV
           MOVE PV-CODGPRODUTO TO W-BKP-CODGPRODUTO
           MOVE PV-CNPJCPF TO W-BKP-CNPJCPF
           MOVE PV-QUANTIDADE TO W-BKP-QUANTIDADE
           MOVE PV-DATA TO W-BKP-DATA-PEDIDO
           MOVE ZEROS TO W-BKP-LIBERADOS
           CALL "BACKORD" USING W-BKO-OPERACAO W-BKO-PARAM
                                W-BKO-RESULT
           IF W-BKO-RESULT = "X"
               DISPLAY "     *** ERRO NO ARQUIVO CADBACKORD ***".
       CHAMA-BACKORD-FIM.
           EXIT.

      *---------[ SALDO DO PRODUTO EM PODER DE TERCEIROS ]--------------
       LE-TERCEIROS.
           MOVE ZEROS TO W-TERCEIROS
           IF W-DEP-TERC = ZEROS
               GO TO LE-TERCEIROS-FIM.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-TERC TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-TERCEIROS.
       LE-TERCEIROS-FIM.
           EXIT.

      *---------[ LANCAMENTO DA NOTA NO DIARIO (LANCCTB) ]--------------
       CONTABILIZA-NF.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "VENDA" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE W-VALORNF TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "FATURA" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE W-NUMNF TO W-CTB-DOCUMENTO
           STRING "VENDA NF " W-NUMNF " PEDIDO " W-NUMPV
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           PERFORM AVISA-CTB THRU AVISA-CTB-FIM
           IF W-ICMS-NF = ZEROS
               GO TO CONTABILIZA-NF-FIM.
           MOVE "ICMSVENDA" TO W-CTB-EVENTO
           MOVE W-ICMS-NF TO W-CTB-VALOR
           MOVE SPACES TO W-CTB-HISTORICO
           STRING "ICMS S/ VENDA NF " W-NUMNF
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           PERFORM AVISA-CTB THRU AVISA-CTB-FIM.
       CONTABILIZA-NF-FIM.
           EXIT.

       AVISA-CTB.
           IF W-CTB-RESULT = "E"
               DISPLAY "*** EVENTO " W-CTB-EVENTO " SEM CONTAS VALIDAS"
                   " - NOTA NAO LANCADA NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "*** ERRO NA GRAVACAO DO DIARIO - EVENTO "
                   W-CTB-EVENTO " ***".
       AVISA-CTB-FIM.
           EXIT.

       ROT-FIM.
           OPEN OUTPUT ARQCTRLTR
           MOVE W-NUMTR TO CTRL-ULTTR
               CLOSE CADPRAZOC.
           IF ST-ICM NOT = "99"
               CLOSE CADICMS.
           IF ST-PC NOT = "99"
               CLOSE CADPISCOF.
           IF ST-CUS NOT = "99"
               CLOSE CADCUSTO.
           CLOSE CADMOVCUSTO
           IF ST-FIL NOT = "99"
               CLOSE CADFILIAL.
           IF ST-SAL NOT = "99"
               CLOSE CADSALDODEP.
       ROT-FIM3.
           STOP RUN.

           MOVE PV-CNPJCPF TO CLI-CNPJCPF
           READ CADCLI
           DISPLAY "!============================================="
           IF W-SERIE-FIL = "S"
               DISPLAY "! EMITENTE: " FIL-RAZAO
               DISPLAY "! CNPJ: " FIL-CNPJ "   IE: " FIL-IE.
           DISPLAY "! NOTA FISCAL " W-NUMFISCAL "  FILIAL " W-FILIAL
               "   DATA " W-DATA-HOJE
           DISPLAY "! CONTROLE INTERNO " W-NUMNF
               "   PEDIDO DE VENDA " W-NUMPV
           IF ST-CLI = "00"
               DISPLAY "! CLIENTE: " CLI-RAZAO
               DISPLAY "! CNPJ/CPF: " CLI-CNPJCPF
               PERFORM BUSCA-ALIQ-ICMS THRU BUSCA-ALIQ-ICMS-FIM.
           DISPLAY "!---------------------------------------------".

      *---------[ NUMERO FISCAL NA SERIE DA FILIAL EMITENTE ]----------
      *  O REGISTRO DA FILIAL FOI LIDO EM R0I E FICA NO BUFFER;  *
      *  A SERIE E GRAVADA NA HORA PARA NAO REPETIR NUMERO       *
       NUMERA-NF-FILIAL.
           IF W-SERIE-FIL NOT = "S"
               MOVE W-NUMNF TO W-NUMFISCAL
               GO TO NUMERA-NF-FILIAL-FIM.
           ADD 1 TO FIL-ULTNF
           REWRITE REGFILIAL
           IF ST-FIL NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DA SERIE DA FILIAL ST="
                   ST-FIL.
           MOVE FIL-ULTNF TO W-NUMFISCAL.
       NUMERA-NF-FILIAL-FIM.
           EXIT.

      *---------[ ALIQUOTA DE ICMS VIGENTE PARA A UF DESTINO ]----------
      *  MESMO DESENHO DE VIGENCIA DE CADTABIMP: VALE A MAIOR   *
      *  VIGENCIA DA UF QUE NAO PASSE DA DATA DE EMISSAO        *
       BUSCA-ALIQ-ICMS-FIM.
           EXIT.

      *---------[ ALIQUOTAS DE PIS/COFINS DO GRUPO DO PRODUTO ]---------
      *  MESMO DESENHO DE BUSCA-ALIQ-ICMS, POR APLICACAO DO     *
      *  CADPROD. A BASE E O VALOR DA LINHA MENOS O ICMS        *
       BUSCA-ALIQ-PISCOF.
           MOVE ZEROS TO W-ALIQ-PIS W-ALIQ-COFINS
           IF ST-PC = "99"
               GO TO BUSCA-ALIQ-PISCOF-FIM.
           MOVE "N" TO W-EOF-PC
           MOVE APLICACAO TO PC-GRUPO
           MOVE ZEROS TO PC-VIGENCIA
           START CADPISCOF KEY IS NOT LESS PC-KEY
               INVALID KEY MOVE "S" TO W-EOF-PC.
       BUSCA-ALIQ-PISCOF-1.
           IF W-EOF-PC = "S"
               GO TO BUSCA-ALIQ-PISCOF-FIM.
           READ CADPISCOF NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-PC
                 GO TO BUSCA-ALIQ-PISCOF-1
           END-READ.
           IF PC-GRUPO NOT = APLICACAO
               MOVE "S" TO W-EOF-PC
               GO TO BUSCA-ALIQ-PISCOF-1.
           IF PC-VIGENCIA <= W-DATA-HOJE
               MOVE PC-ALIQ-PIS TO W-ALIQ-PIS
               MOVE PC-ALIQ-COFINS TO W-ALIQ-COFINS.
           GO TO BUSCA-ALIQ-PISCOF-1.
       BUSCA-ALIQ-PISCOF-FIM.
           EXIT.

      *---------[ CUSTO DA SAIDA NO MOMENTO DA NF ]---------------------
      *  ESPELHA O MOVIMENTO "S" EM CADMOVCUSTO COM O CUSTO     *
      *  MEDIO DE CADCUSTO (MANTIDO POR RECEBPED); SEM CUSTO    *
       GRAVA-CUSTO-SAIDA-FIM.
           EXIT.

      *---------[ CRITICA DA LINHA COM SERIE (ANTES DA NOTA) ]----------
      *  W-SERIE-CTRL: N=SEM SERIE  S=COM SERIE  X=LINHA PULADA *
       CRITICA-SERIES.
           MOVE "N" TO W-SERIE-CTRL
           MOVE ZEROS TO W-QTD-SERIES
           MOVE "V" TO W-SER-OPERACAO
           MOVE CODGPRODUTO TO W-SRP-CODGPRODUTO
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               GO TO CRITICA-SERIES-FIM.
           MOVE "X" TO W-SERIE-CTRL
           MOVE PV-QUANTIDADE TO W-QTD-INTEIRA
           IF W-QTD-INTEIRA NOT = PV-QUANTIDADE OR W-QTD-INTEIRA > 99
               DISPLAY "   " PV-CODGPRODUTO
                   " - PRODUTO COM SERIE EXIGE QUANTIDADE INTEIRA"
                   " ATE 99, LINHA PULADA"
               GO TO CRITICA-SERIES-FIM.
           MOVE "C" TO W-SER-OPERACAO
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
              OR W-SRP-QUANTIDADE < W-QTD-INTEIRA
               DISPLAY "   " PV-CODGPRODUTO
                   " - SERIES EM ESTOQUE INSUFICIENTES, LINHA PULADA"
               GO TO CRITICA-SERIES-FIM.
           MOVE "S" TO W-SERIE-CTRL.
       CRITICA-SERIES-FIM.
           EXIT.

      *---------[ SERIES QUE SAEM NA NOTA (MOVSERIE) ]------------------
       SAIDA-SERIES.
           IF W-QTD-SERIES NOT < W-QTD-INTEIRA
               GO TO SAIDA-SERIES-FIM.
           COMPUTE W-IND-SER = W-QTD-SERIES + 1
           MOVE SPACES TO W-SRP-NUMERO
           DISPLAY "  " CODGPRODUTO " SERIE " W-IND-SER " DE "
               W-QTD-INTEIRA ": " WITH NO ADVANCING
           ACCEPT W-SRP-NUMERO
           IF W-SRP-NUMERO = SPACES
               GO TO SAIDA-SERIES.
           MOVE "S" TO W-SER-OPERACAO
           MOVE CODGPRODUTO TO W-SRP-CODGPRODUTO
           MOVE W-NUMNF TO W-SRP-DOCUMENTO
           MOVE ZEROS TO W-SRP-DOC-ORIG
           MOVE PV-CNPJCPF TO W-SRP-PARTICIPANTE
           MOVE W-OPERADOR-LOG TO W-SRP-OPERADOR
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               DISPLAY "  *** SERIE NAO ESTA EM ESTOQUE ***"
               GO TO SAIDA-SERIES.
           ADD 1 TO W-QTD-SERIES
           MOVE W-SRP-NUMERO TO W-TS-NUMERO (W-QTD-SERIES)
           GO TO SAIDA-SERIES.
       SAIDA-SERIES-FIM.
           EXIT.

       MOSTRA-SERIES.
           ADD 1 TO W-IND-SER
           IF W-IND-SER > W-QTD-SERIES
               GO TO MOSTRA-SERIES-FIM.
           DISPLAY "!   SERIE " W-TS-NUMERO (W-IND-SER)
           GO TO MOSTRA-SERIES.
       MOSTRA-SERIES-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
