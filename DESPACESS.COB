       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESPACESS.
      ***********************************************
      *  CUSTO ACESSORIO DE COMPRA (FRETE, SEGURO,    *
      *  IMPOSTOS DE IMPORTACAO E OUTROS) - O         *
      *  DOCUMENTO DO PRESTADOR (CNPJ EM CADFORN, NF, *
      *  TIPO E VALOR) FICA EM CADDESPAC E E RATEADO  *
      *  SOBRE AS LINHAS RECEBIDAS DE UM OU MAIS      *
      *  PEDIDOS (CADRECEB, GRAVADO POR RECEBPED),    *
      *  PELO VALOR OU PELA QUANTIDADE RECEBIDA. A    *
      *  PARCELA DE CADA LINHA FICA EM CADDESPACIT,   *
      *  SOMA NO CUSTO ACESSORIO DA LINHA E ENTRA NO  *
      *  CUSTO MEDIO DE CADCUSTO DIVIDIDA PELO SALDO  *
      *  ATUAL DO PRODUTO (SEM SALDO A PARCELA NAO    *
      *  ALTERA O CUSTO E E AVISADA). O DOCUMENTO     *
      *  GERA O TITULO A PAGAR DO PRESTADOR EM        *
      *  CADTITPAG (SERIE CTRLTIT.DAT, SITUACAO A,    *
      *  VENCIMENTO INFORMADO OU PELO PRAZO DE        *
      *  CADPRAZOF) E O LANCAMENTO DESPACESS NO       *
      *  DIARIO VIA LANCCTB.                          *
      *  TIPO: F=FRETE S=SEGURO I=IMPORTACAO O=OUTROS *
      *  CRITERIO: V=VALOR Q=QUANTIDADE               *
      *  COM A COMPETENCIA FECHADA EM COMPRAS (MODULO *
      *  COM DE CADPERIODO, VIA CONSPERIODO) O        *
      *  DOCUMENTO E RECUSADO.                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DAC-NUMERO
                    FILE STATUS  IS ST-DAC.

           SELECT CADDESPACIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DAI-KEY
                    FILE STATUS  IS ST-DAI.

           SELECT CADRECEB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCB-TITULO
                    ALTERNATE RECORD KEY IS RCB-NUMPED WITH DUPLICATES
                    FILE STATUS  IS ST-RCB.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODGPRODUTO
                    FILE STATUS  IS ST-CUS.

           SELECT CADTITPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT CADPRAZOF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRZ-CNPJ
                    FILE STATUS  IS ST-PRZ.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT ARQCTRLTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDESPAC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDESPAC.DAT".
       01 REGDESPAC.
           03 DAC-NUMERO        PIC 9(06).
           03 DAC-CNPJ          PIC 9(15).
           03 DAC-NF            PIC 9(09).
           03 DAC-TIPO          PIC X(01).
           03 DAC-VALOR         PIC 9(09)V99.
           03 DAC-CRITERIO      PIC X(01).
           03 DAC-DATA          PIC 9(08).
           03 DAC-TITULO        PIC 9(06).
           03 DAC-LINHAS        PIC 9(03).
           03 DAC-OPERADOR      PIC X(08).

       FD CADDESPACIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDESPACIT.DAT".
       01 REGDESPACIT.
           03 DAI-KEY.
              05 DAI-NUMERO     PIC 9(06).
              05 DAI-TITREC     PIC 9(06).
           03 DAI-NUMPED        PIC 9(06).
           03 DAI-CODGPRODUTO   PIC 9(06).
           03 DAI-BASE          PIC 9(09)V99.
           03 DAI-VALOR         PIC 9(09)V99.
           03 DAI-SALDO-PROD    PIC 9(05)V9.
           03 DAI-CUSTO-ANT     PIC 9(07)V99.
           03 DAI-CUSTO-NOVO    PIC 9(07)V99.

       FD CADRECEB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRECEB.DAT".
       01 REGRECEB.
           03 RCB-TITULO        PIC 9(06).
           03 RCB-NUMPED        PIC 9(06).
           03 RCB-CODGPRODUTO   PIC 9(06).
           03 RCB-CNPJ          PIC 9(15).
           03 RCB-DATA          PIC 9(08).
           03 RCB-QUANTIDADE    PIC 9(05)V9.
           03 RCB-PRECO         PIC 9(07)V99.
           03 RCB-VALOR         PIC 9(09)V99.
           03 RCB-ACESSORIO     PIC 9(09)V99.

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

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
           03 CUS-CODGPRODUTO   PIC 9(06).
           03 CUS-CUSTO-MEDIO   PIC 9(07)V99.
           03 CUS-DATA-ATU      PIC 9(08).

       FD CADTITPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITPAG.DAT".
       01 REGTITPAG.
           03 TIT-NUMERO        PIC 9(06).
           03 TIT-CNPJ          PIC 9(15).
           03 TIT-NUMPED        PIC 9(06).
           03 TIT-CODGPRODUTO   PIC 9(06).
           03 TIT-VALOR         PIC 9(09)V99.
           03 TIT-VALOR-PAGO    PIC 9(09)V99.
           03 TIT-DATA-EMISSAO  PIC 9(08).
           03 TIT-DATA-VENCTO   PIC 9(08).
           03 TIT-SITUACAO      PIC X(01).

       FD CADPRAZOF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPRAZOF.DAT".
       01 REGPRAZO.
           03 PRZ-CNPJ          PIC 9(15).
           03 PRZ-DIAS          PIC 9(03).

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

       FD ARQCTRLTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTIT.DAT".
       01 REG-CTRLTIT.
           03 CTRL-ULTTIT      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-DAC         PIC X(02) VALUE "00".
       01 ST-DAI         PIC X(02) VALUE "00".
       01 ST-RCB         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-PRZ         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-CTRLT       PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-NUMDESP      PIC 9(06) VALUE ZEROS.
       01 W-ULTDESP      PIC 9(06) VALUE ZEROS.
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 W-NUMPED       PIC 9(06) VALUE ZEROS.
       01 W-DATA-REC     PIC 9(08) VALUE ZEROS.
       01 W-VENCTO       PIC 9(08) VALUE ZEROS.
       01 W-INT-VENCTO   PIC 9(08) VALUE ZEROS.
       01 W-PRAZODIAS    PIC 9(03) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-IND2         PIC 9(03) VALUE ZEROS.
       01 W-ACHADAS      PIC 9(03) VALUE ZEROS.
       01 W-TOT-BASE     PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-RATEADO  PIC 9(11)V99 VALUE ZEROS.
       01 W-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO-ANT    PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTO-NOVO   PIC 9(07)V99 VALUE ZEROS.
       01 W-SEM-SALDO    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
       01 W-TXT-TIPO     PIC X(10) VALUE SPACES.

      *---------[ LINHAS RECEBIDAS ESCOLHIDAS PARA O RATEIO ]-----------
       01 W-TAB-RAT.
           03 RAT-QTD        PIC 9(03) VALUE ZEROS.
           03 RAT-ENT OCCURS 200 TIMES.
              05 RAT-TITREC      PIC 9(06).
              05 RAT-NUMPED      PIC 9(06).
              05 RAT-CODGPRODUTO PIC 9(06).
              05 RAT-QUANTIDADE  PIC 9(05)V9.
              05 RAT-VALOR       PIC 9(09)V99.
              05 RAT-BASE        PIC 9(09)V99.

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
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADDESPAC
           IF ST-DAC NOT = "00"
              IF ST-DAC = "30"
                 OPEN OUTPUT CADDESPAC
                 CLOSE CADDESPAC
                 DISPLAY "*** ARQUIVO CADDESPAC FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDESPAC"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADDESPACIT
           IF ST-DAI NOT = "00"
              IF ST-DAI = "30"
                 OPEN OUTPUT CADDESPACIT
                 CLOSE CADDESPACIT
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDESPACIT"
                 CLOSE CADDESPAC
                 GO TO ROT-FIM3.

       R0C.
           OPEN I-O CADRECEB
           IF ST-RCB NOT = "00"
               DISPLAY "CADRECEB AUSENTE - NENHUM RECEBIMENTO A RATEAR"
               CLOSE CADDESPAC CADDESPACIT
               GO TO ROT-FIM3.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADDESPAC CADDESPACIT CADRECEB
               GO TO ROT-FIM3.

       R0D.
           OPEN I-O CADCUSTO
           IF ST-CUS NOT = "00"
              IF ST-CUS = "30"
                 OPEN OUTPUT CADCUSTO
                 CLOSE CADCUSTO
                 DISPLAY "*** ARQUIVO CADCUSTO FOI CRIADO ***"
                 GO TO R0D
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCUSTO"
                 CLOSE CADDESPAC CADDESPACIT CADRECEB CADPROD
                 GO TO ROT-FIM3.

           OPEN I-O CADTITPAG
           IF ST-TIT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITPAG"
               CLOSE CADDESPAC CADDESPACIT CADRECEB CADPROD CADCUSTO
               GO TO ROT-FIM3.

           OPEN INPUT CADPRAZOF
           IF ST-PRZ NOT = "00"
               MOVE "99" TO ST-PRZ.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

       R1.
           DISPLAY " "
           DISPLAY "*** CUSTO ACESSORIO DE COMPRA ***"
           DISPLAY "  1 - LANCAR DOCUMENTO E RATEAR NOS RECEBIMENTOS"
           DISPLAY "  2 - CONSULTAR DOCUMENTO"
           DISPLAY "  3 - CONSULTAR RATEIOS DO PEDIDO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-LANCA
              WHEN 2
                 GO TO R3-CONSULTA
              WHEN 3
                 GO TO R4-PEDIDO
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ DOCUMENTO DO PRESTADOR ]------------------------------
       R2-LANCA.
           PERFORM PROXIMO-DESPESA THRU PROXIMO-DESPESA-FIM
           MOVE SPACES TO REGDESPAC
           DISPLAY "CNPJ DO PRESTADOR (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT DAC-CNPJ
           IF DAC-CNPJ = ZEROS
               GO TO R1.
           IF ST-FOR NOT = "99"
               MOVE DAC-CNPJ TO CNPJ
               READ CADFORN
               IF ST-FOR NOT = "00"
                   MOVE "00" TO ST-FOR
                   DISPLAY "*** PRESTADOR NAO CADASTRADO EM CADFORN ***"
                   GO TO R2-LANCA
               END-IF
               DISPLAY "PRESTADOR: " RAZAO.
           DISPLAY "NUMERO DA NF/CONHECIMENTO: " WITH NO ADVANCING
           ACCEPT DAC-NF.
       R2A.
           DISPLAY "TIPO (F=FRETE S=SEGURO I=IMPORTACAO O=OUTROS): "
               WITH NO ADVANCING
           ACCEPT DAC-TIPO
           IF DAC-TIPO NOT = "F" AND DAC-TIPO NOT = "S"
              AND DAC-TIPO NOT = "I" AND DAC-TIPO NOT = "O"
               DISPLAY "*** TIPO INVALIDO ***"
               GO TO R2A.
       R2B.
           DISPLAY "VALOR DO DOCUMENTO: " WITH NO ADVANCING
           ACCEPT DAC-VALOR
           IF DAC-VALOR = ZEROS
               GO TO R2B.
       R2C.
           DISPLAY "RATEIO (V=PELO VALOR Q=PELA QUANTIDADE): "
               WITH NO ADVANCING
           ACCEPT DAC-CRITERIO
           IF DAC-CRITERIO NOT = "V" AND DAC-CRITERIO NOT = "Q"
               DISPLAY "*** CRITERIO INVALIDO ***"
               GO TO R2C.
           MOVE ZEROS TO RAT-QTD.

      *---------[ RECEBIMENTOS QUE ABSORVEM O DOCUMENTO ]---------------
       R2D.
           DISPLAY "PEDIDO RECEBIDO (0 = FIM DA ESCOLHA): "
               WITH NO ADVANCING
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
               GO TO R2F.
           DISPLAY "DATA DO RECEBIMENTO (AAAAMMDD, 0 = TODOS): "
               WITH NO ADVANCING
           ACCEPT W-DATA-REC
           PERFORM CARREGA-PEDIDO THRU CARREGA-PEDIDO-FIM
           IF W-ACHADAS = ZEROS
               DISPLAY "*** NENHUM RECEBIMENTO NOVO DO PEDIDO ***".
           GO TO R2D.

       R2F.
           IF RAT-QTD = ZEROS
               DISPLAY "*** NENHUM RECEBIMENTO ESCOLHIDO ***"
               GO TO R2-LANCA.
           MOVE ZEROS TO W-TOT-BASE W-IND.
       R2G.
           ADD 1 TO W-IND
           IF W-IND > RAT-QTD
               GO TO R2H.
           IF DAC-CRITERIO = "V"
               MOVE RAT-VALOR (W-IND) TO RAT-BASE (W-IND)
           ELSE
               MOVE RAT-QUANTIDADE (W-IND) TO RAT-BASE (W-IND).
           ADD RAT-BASE (W-IND) TO W-TOT-BASE
           GO TO R2G.
       R2H.
           IF W-TOT-BASE = ZEROS
               DISPLAY "*** BASE DE RATEIO ZERADA ***"
               GO TO R2-LANCA.
           DISPLAY "LINHAS NO RATEIO.......: " RAT-QTD
               "  BASE TOTAL: " W-TOT-BASE
           DISPLAY "VENCIMENTO DO TITULO (AAAAMMDD, 0 = PRAZO DO "
               "FORNECEDOR): " WITH NO ADVANCING
           ACCEPT W-VENCTO
           IF W-VENCTO = ZEROS
               PERFORM CALCULA-VENCTO THRU CALCULA-VENCTO-FIM.
           DISPLAY "CONFIRMA O DOCUMENTO E O RATEIO (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "COM" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - DOCUMENTO RECUSADO ***"
               GO TO R1.

           PERFORM GERA-TITULO THRU GERA-TITULO-FIM
           IF W-NUMTIT = ZEROS
               GO TO R1.
           MOVE W-NUMDESP TO DAC-NUMERO
           MOVE W-DATA-HOJE TO DAC-DATA
           MOVE TIT-NUMERO TO DAC-TITULO
           MOVE RAT-QTD TO DAC-LINHAS
           MOVE W-OPERADOR-LOG TO DAC-OPERADOR
           WRITE REGDESPAC
           IF ST-DAC NOT = "00" AND ST-DAC NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADDESPAC ST=" ST-DAC
               GO TO R1.

           MOVE ZEROS TO W-IND W-TOT-RATEADO W-SEM-SALDO.
       R2I.
           ADD 1 TO W-IND
           IF W-IND > RAT-QTD
               GO TO R2J.
           IF W-IND = RAT-QTD
               COMPUTE W-PARCELA = DAC-VALOR - W-TOT-RATEADO
           ELSE
               COMPUTE W-PARCELA ROUNDED =
                   DAC-VALOR * RAT-BASE (W-IND) / W-TOT-BASE.
           ADD W-PARCELA TO W-TOT-RATEADO
           PERFORM APLICA-PARCELA THRU APLICA-PARCELA-FIM
           GO TO R2I.
       R2J.
           PERFORM CONTABILIZA-DESP THRU CONTABILIZA-DESP-FIM
           DISPLAY "*** DOCUMENTO " DAC-NUMERO " RATEADO EM " RAT-QTD
               " LINHAS - TITULO A PAGAR " DAC-TITULO " ***"
           IF W-SEM-SALDO > ZEROS
               DISPLAY "*** " W-SEM-SALDO " SOBRE PRODUTO SEM SALDO -"
                   " FORA DO CUSTO MEDIO ***".
           GO TO R1.

      *---------[ CONSULTA DO DOCUMENTO ]-------------------------------
       R3-CONSULTA.
           DISPLAY "NUMERO DO DOCUMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMDESP
           IF W-NUMDESP = ZEROS
               GO TO R1.
           MOVE W-NUMDESP TO DAC-NUMERO
           READ CADDESPAC
           IF ST-DAC NOT = "00"
               DISPLAY "*** DOCUMENTO NAO CADASTRADO ***"
               GO TO R3-CONSULTA.
           PERFORM TEXTO-TIPO THRU TEXTO-TIPO-FIM
           DISPLAY "DOCUMENTO " DAC-NUMERO "  " W-TXT-TIPO
               "  NF " DAC-NF "  CNPJ " DAC-CNPJ
           DISPLAY "VALOR " DAC-VALOR "  RATEIO " DAC-CRITERIO
               "  EM " DAC-DATA "  TITULO " DAC-TITULO
               "  POR " DAC-OPERADOR
           MOVE DAC-NUMERO TO DAI-NUMERO
           MOVE ZEROS TO DAI-TITREC
           START CADDESPACIT KEY IS NOT LESS DAI-KEY
               INVALID KEY GO TO R3-CONSULTA.
       R3A.
           READ CADDESPACIT NEXT RECORD
               AT END
                 GO TO R3-CONSULTA
           END-READ.
           IF DAI-NUMERO NOT = DAC-NUMERO
               GO TO R3-CONSULTA.
           DISPLAY "  REC " DAI-TITREC "  PED " DAI-NUMPED
               "  PROD " DAI-CODGPRODUTO "  BASE " DAI-BASE
               "  PARCELA " DAI-VALOR
           DISPLAY "       SALDO " DAI-SALDO-PROD "  CUSTO "
               DAI-CUSTO-ANT " -> " DAI-CUSTO-NOVO
           GO TO R3A.

      *---------[ RECEBIMENTOS DO PEDIDO E CUSTO ACESSORIO ]------------
       R4-PEDIDO.
           DISPLAY "NUMERO DO PEDIDO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMPED
           IF W-NUMPED = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-NUMPED TO RCB-NUMPED
           START CADRECEB KEY IS = RCB-NUMPED
               INVALID KEY GO TO R4B.
       R4A.
           READ CADRECEB NEXT RECORD
               AT END
                 GO TO R4B
           END-READ.
           IF RCB-NUMPED NOT = W-NUMPED
               GO TO R4B.
           DISPLAY "  REC " RCB-TITULO "  " RCB-DATA "  PROD "
               RCB-CODGPRODUTO "  QTD " RCB-QUANTIDADE
               "  VALOR " RCB-VALOR "  ACESSORIO " RCB-ACESSORIO
           ADD 1 TO W-TOTLISTADOS
           GO TO R4A.
       R4B.
           DISPLAY "RECEBIMENTOS DO PEDIDO.........: " W-TOTLISTADOS
           GO TO R4-PEDIDO.

       ROT-FIM.
           CLOSE CADDESPAC
           CLOSE CADDESPACIT
           CLOSE CADRECEB
           CLOSE CADPROD
           CLOSE CADCUSTO
           CLOSE CADTITPAG
           IF ST-PRZ NOT = "99"
               CLOSE CADPRAZOF.
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ LINHAS RECEBIDAS DO PEDIDO PARA A TABELA ]------------
       CARREGA-PEDIDO.
           MOVE ZEROS TO W-ACHADAS
           MOVE "N" TO W-EOF
           MOVE W-NUMPED TO RCB-NUMPED
           START CADRECEB KEY IS = RCB-NUMPED
               INVALID KEY MOVE "S" TO W-EOF.
       CARREGA-PEDIDO-1.
           IF W-EOF = "S"
               GO TO CARREGA-PEDIDO-FIM.
           READ CADRECEB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO CARREGA-PEDIDO-1
           END-READ.
           IF RCB-NUMPED NOT = W-NUMPED
               MOVE "S" TO W-EOF
               GO TO CARREGA-PEDIDO-1.
           IF W-DATA-REC NOT = ZEROS AND RCB-DATA NOT = W-DATA-REC
               GO TO CARREGA-PEDIDO-1.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IND2.
       CARREGA-PEDIDO-2.
           ADD 1 TO W-IND2
           IF W-IND2 > RAT-QTD
               GO TO CARREGA-PEDIDO-3.
           IF RAT-TITREC (W-IND2) = RCB-TITULO
               MOVE "S" TO W-ACHOU
               GO TO CARREGA-PEDIDO-3.
           GO TO CARREGA-PEDIDO-2.
       CARREGA-PEDIDO-3.
           IF W-ACHOU = "S"
               GO TO CARREGA-PEDIDO-1.
           IF RAT-QTD >= 200
               DISPLAY "*** MAXIMO DE 200 LINHAS POR DOCUMENTO ***"
               MOVE "S" TO W-EOF
               GO TO CARREGA-PEDIDO-1.
           ADD 1 TO RAT-QTD
           ADD 1 TO W-ACHADAS
           MOVE RCB-TITULO TO RAT-TITREC (RAT-QTD)
           MOVE RCB-NUMPED TO RAT-NUMPED (RAT-QTD)
           MOVE RCB-CODGPRODUTO TO RAT-CODGPRODUTO (RAT-QTD)
           MOVE RCB-QUANTIDADE TO RAT-QUANTIDADE (RAT-QTD)
           MOVE RCB-VALOR TO RAT-VALOR (RAT-QTD)
           DISPLAY "  REC " RCB-TITULO "  " RCB-DATA "  PROD "
               RCB-CODGPRODUTO "  QTD " RCB-QUANTIDADE
               "  VALOR " RCB-VALOR
           IF RCB-ACESSORIO > ZEROS
               DISPLAY "     JA ABSORVEU " RCB-ACESSORIO
                   " DE OUTROS DOCUMENTOS".
           GO TO CARREGA-PEDIDO-1.
       CARREGA-PEDIDO-FIM.
           EXIT.

      *---------[ PARCELA DA LINHA W-IND: RATEIO E CUSTO MEDIO ]--------
      *  A PARCELA ENTRA NO CUSTO MEDIO SOBRE O SALDO ATUAL DO  *
      *  PRODUTO: NOVO = (SALDO X CUSTO + PARCELA) / SALDO      *
       APLICA-PARCELA.
           MOVE RAT-TITREC (W-IND) TO RCB-TITULO
           READ CADRECEB
           IF ST-RCB = "00"
               ADD W-PARCELA TO RCB-ACESSORIO
               REWRITE REGRECEB.

           MOVE ZEROS TO W-CUSTO-ANT W-CUSTO-NOVO QUANTIDADE
           MOVE RAT-CODGPRODUTO (W-IND) TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               MOVE ZEROS TO QUANTIDADE.
           MOVE RAT-CODGPRODUTO (W-IND) TO CUS-CODGPRODUTO
           READ CADCUSTO
           IF ST-CUS = "00"
               MOVE CUS-CUSTO-MEDIO TO W-CUSTO-ANT
           ELSE
               MOVE RCB-PRECO TO W-CUSTO-ANT.
           MOVE W-CUSTO-ANT TO W-CUSTO-NOVO
           IF QUANTIDADE = ZEROS
               ADD W-PARCELA TO W-SEM-SALDO
               GO TO APLICA-PARCELA-1.
           COMPUTE W-CUSTO-NOVO ROUNDED =
               ((QUANTIDADE * W-CUSTO-ANT) + W-PARCELA) / QUANTIDADE
           MOVE W-CUSTO-NOVO TO CUS-CUSTO-MEDIO
           MOVE W-DATA-HOJE TO CUS-DATA-ATU
           IF ST-CUS = "00"
               REWRITE REGCUSTO
           ELSE
               MOVE RAT-CODGPRODUTO (W-IND) TO CUS-CODGPRODUTO
               WRITE REGCUSTO.
       APLICA-PARCELA-1.
           MOVE DAC-NUMERO TO DAI-NUMERO
           MOVE RAT-TITREC (W-IND) TO DAI-TITREC
           MOVE RAT-NUMPED (W-IND) TO DAI-NUMPED
           MOVE RAT-CODGPRODUTO (W-IND) TO DAI-CODGPRODUTO
           MOVE RAT-BASE (W-IND) TO DAI-BASE
           MOVE W-PARCELA TO DAI-VALOR
           MOVE QUANTIDADE TO DAI-SALDO-PROD
           MOVE W-CUSTO-ANT TO DAI-CUSTO-ANT
           MOVE W-CUSTO-NOVO TO DAI-CUSTO-NOVO
           WRITE REGDESPACIT
           IF ST-DAI NOT = "00" AND ST-DAI NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADDESPACIT ST=" ST-DAI.
           DISPLAY "  PROD " RAT-CODGPRODUTO (W-IND) "  PARCELA "
               W-PARCELA "  CUSTO MEDIO " W-CUSTO-ANT " -> "
               W-CUSTO-NOVO.
       APLICA-PARCELA-FIM.
           EXIT.

      *---------[ TITULO A PAGAR DO PRESTADOR (CTRLTIT.DAT) ]-----------
       GERA-TITULO.
           PERFORM LE-CTRLTIT THRU LE-CTRLTIT-FIM.
       GERA-TITULO-1.
           ADD 1 TO W-NUMTIT
           MOVE W-NUMTIT TO TIT-NUMERO
           MOVE DAC-CNPJ TO TIT-CNPJ
           MOVE ZEROS TO TIT-NUMPED TIT-CODGPRODUTO TIT-VALOR-PAGO
           MOVE DAC-VALOR TO TIT-VALOR
           MOVE W-DATA-HOJE TO TIT-DATA-EMISSAO
           MOVE W-VENCTO TO TIT-DATA-VENCTO
           MOVE "A" TO TIT-SITUACAO
           WRITE REGTITPAG
      *    NUMERO JA USADO POR RECEBPED EM SESSAO ABERTA: PULA
           IF ST-TIT = "22"
               GO TO GERA-TITULO-1.
           IF ST-TIT NOT = "00" AND ST-TIT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO TITULO ST=" ST-TIT
               MOVE ZEROS TO W-NUMTIT
               GO TO GERA-TITULO-FIM.
           PERFORM GRAVA-CTRLTIT THRU GRAVA-CTRLTIT-FIM
           DISPLAY "  TITULO A PAGAR " TIT-NUMERO " GERADO - VENC "
               TIT-DATA-VENCTO " VALOR " TIT-VALOR.
       GERA-TITULO-FIM.
           EXIT.

       CALCULA-VENCTO.
           MOVE 30 TO W-PRAZODIAS
           IF ST-PRZ NOT = "99"
               MOVE DAC-CNPJ TO PRZ-CNPJ
               READ CADPRAZOF
               IF ST-PRZ = "00"
                   MOVE PRZ-DIAS TO W-PRAZODIAS
               END-IF
               MOVE "00" TO ST-PRZ.
           COMPUTE W-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) + W-PRAZODIAS
           COMPUTE W-VENCTO =
               FUNCTION DATE-OF-INTEGER (W-INT-VENCTO).
       CALCULA-VENCTO-FIM.
           EXIT.

      *---------[ LANCAMENTO DO DOCUMENTO NO DIARIO (LANCCTB) ]---------
       CONTABILIZA-DESP.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "DESPACESS" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE DAC-VALOR TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "DESPACESS" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE DAC-TITULO TO W-CTB-DOCUMENTO
           PERFORM TEXTO-TIPO THRU TEXTO-TIPO-FIM
           STRING W-TXT-TIPO " NF " DAC-NF " DOC " DAC-NUMERO
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E"
               DISPLAY "  *** EVENTO " W-CTB-EVENTO " SEM CONTAS"
                   " VALIDAS - NAO LANCADO NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "  *** ERRO NA GRAVACAO DO DIARIO ***".
       CONTABILIZA-DESP-FIM.
           EXIT.

       TEXTO-TIPO.
           EVALUATE DAC-TIPO
              WHEN "F"
                 MOVE "FRETE" TO W-TXT-TIPO
              WHEN "S"
                 MOVE "SEGURO" TO W-TXT-TIPO
              WHEN "I"
                 MOVE "IMPORTACAO" TO W-TXT-TIPO
              WHEN OTHER
                 MOVE "OUTROS" TO W-TXT-TIPO
           END-EVALUATE.
       TEXTO-TIPO-FIM.
           EXIT.

       PROXIMO-DESPESA.
           MOVE ZEROS TO W-ULTDESP
           MOVE ZEROS TO DAC-NUMERO
           START CADDESPAC KEY IS NOT LESS DAC-NUMERO
               INVALID KEY GO TO PROXIMO-DESPESA-2.
       PROXIMO-DESPESA-1.
           READ CADDESPAC NEXT RECORD
               AT END
                 GO TO PROXIMO-DESPESA-2
           END-READ.
           MOVE DAC-NUMERO TO W-ULTDESP
           GO TO PROXIMO-DESPESA-1.
       PROXIMO-DESPESA-2.
           COMPUTE W-NUMDESP = W-ULTDESP + 1.
       PROXIMO-DESPESA-FIM.
           EXIT.

      *---------[ SERIE DE TITULOS A PAGAR (CTRLTIT.DAT) ]--------------
       LE-CTRLTIT.
           OPEN INPUT ARQCTRLTIT
           IF ST-CTRLT = "00"
              READ ARQCTRLTIT
                 AT END MOVE ZEROS TO W-NUMTIT
              END-READ
              IF ST-CTRLT = "00"
                 MOVE CTRL-ULTTIT TO W-NUMTIT
              END-IF
              CLOSE ARQCTRLTIT
           ELSE
              MOVE ZEROS TO W-NUMTIT.
       LE-CTRLTIT-FIM.
           EXIT.

       GRAVA-CTRLTIT.
           OPEN OUTPUT ARQCTRLTIT
           MOVE W-NUMTIT TO CTRL-ULTTIT
           WRITE REG-CTRLTIT
           CLOSE ARQCTRLTIT.
       GRAVA-CTRLTIT-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
