       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCONTRO.
      ***********************************************
      *  ENCONTRO DE CONTAS COM PARCEIRO QUE E AO     *
      *  MESMO TEMPO CLIENTE (CADCLI) E FORNECEDOR    *
      *  (CADFORN) COM O MESMO CNPJ. LISTA OS TITULOS *
      *  EM ABERTO (A/P) DE CADTITREC E DE CADTITPAG  *
      *  DO CNPJ - TITULO A PAGAR BLOQUEADO (B) NAO   *
      *  ENTRA - E COMPENSA O LADO MENOR CONTRA O     *
      *  MAIOR, DO TITULO MAIS ANTIGO PARA O MAIS     *
      *  NOVO, DEIXANDO A DIFERENCA EM ABERTO. SO COM *
      *  SENHA DE SUPERVISOR (PERFIL A DE CADUSUARIO).*
      *  CADENCONTRO GUARDA O DOCUMENTO E             *
      *  CADENCONTIT LIGA CADA TITULO COMPENSADO DOS  *
      *  DOIS LADOS AO NUMERO DO ENCONTRO. NAO HA     *
      *  MOVIMENTO NO LIVRO DE BANCO: O DIARIO RECEBE *
      *  VIA LANCCTB O EVENTO ENCONTRO (FORNECEDORES  *
      *  CONTRA CLIENTES)                             *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  O ENCONTRO DE CONTAS E RECUSADO              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENCONTRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-NUMERO
                    FILE STATUS  IS ST-ENC.

           SELECT CADENCONTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ECT-KEY
                    ALTERNATE RECORD KEY IS ECT-TITULO-KEY
                        WITH DUPLICATES
                    FILE STATUS  IS ST-ECT.

           SELECT CADTITREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADTITPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADENCONTRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADENCONTRO.DAT".
       01 REGENCONTRO.
           03 ENC-NUMERO        PIC 9(06).
           03 ENC-CNPJ          PIC 9(15).
           03 ENC-DATA          PIC 9(08).
           03 ENC-SALDO-REC     PIC 9(09)V99.
           03 ENC-SALDO-PAG     PIC 9(09)V99.
           03 ENC-VALOR         PIC 9(09)V99.
           03 ENC-QTD-REC       PIC 9(02).
           03 ENC-QTD-PAG       PIC 9(02).
           03 ENC-SUPERVISOR    PIC X(08).
           03 ENC-OPERADOR      PIC X(08).

       FD CADENCONTIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADENCONTIT.DAT".
       01 REGENCONTIT.
           03 ECT-KEY.
              05 ECT-ENCONTRO   PIC 9(06).
              05 ECT-TITULO-KEY.
                 07 ECT-LADO    PIC X(01).
                 07 ECT-TITULO  PIC 9(06).
           03 ECT-SALDO-ANT     PIC 9(09)V99.
           03 ECT-VALOR         PIC 9(09)V99.
           03 ECT-SITUACAO      PIC X(01).

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

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ENC         PIC X(02) VALUE "00".
       01 ST-ECT         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-CNPJ         PIC 9(15) VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-REC      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PAG      PIC 9(09)V99 VALUE ZEROS.
       01 W-BLOQ-PAG     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-ENC    PIC 9(09)V99 VALUE ZEROS.
       01 W-RESTA        PIC 9(09)V99 VALUE ZEROS.
       01 W-APLICA       PIC 9(09)V99 VALUE ZEROS.
       01 W-QTD-REC      PIC 9(02) VALUE ZEROS.
       01 W-QTD-PAG      PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-NUMENC       PIC 9(06) VALUE ZEROS.
       01 W-ULTENC       PIC 9(06) VALUE ZEROS.
       01 W-TOTPARC      PIC 9(04) VALUE ZEROS.
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-TAB-REC.
           03 W-REC          OCCURS 30 TIMES.
              05 W-REC-NUMERO    PIC 9(06).
              05 W-REC-SALDO     PIC 9(09)V99.
       01 W-TAB-PAG.
           03 W-PAG          OCCURS 30 TIMES.
              05 W-PAG-NUMERO    PIC 9(06).
              05 W-PAG-SALDO     PIC 9(09)V99.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
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
       R0.
           OPEN I-O CADENCONTRO
           IF ST-ENC NOT = "00"
              IF ST-ENC = "30"
                 OPEN OUTPUT CADENCONTRO
                 CLOSE CADENCONTRO
                 DISPLAY "*** ARQUIVO CADENCONTRO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADENCONTRO"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADENCONTIT
           IF ST-ECT NOT = "00"
              IF ST-ECT = "30"
                 OPEN OUTPUT CADENCONTIT
                 CLOSE CADENCONTIT
                 DISPLAY "*** ARQUIVO CADENCONTIT FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADENCONTIT"
                 CLOSE CADENCONTRO
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
               CLOSE CADENCONTRO
               CLOSE CADENCONTIT
               GO TO ROT-FIM3.

           OPEN I-O CADTITPAG
           IF ST-TIT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITPAG"
               CLOSE CADENCONTRO
               CLOSE CADENCONTIT
               CLOSE CADTITREC
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI"
               CLOSE CADENCONTRO
               CLOSE CADENCONTIT
               CLOSE CADTITREC
               CLOSE CADTITPAG
               GO TO ROT-FIM3.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADENCONTRO
               CLOSE CADENCONTIT
               CLOSE CADTITREC
               CLOSE CADTITPAG
               CLOSE CADCLI
               GO TO ROT-FIM3.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

       R1.
           DISPLAY " "
           DISPLAY "*** ENCONTRO DE CONTAS CLIENTE/FORNECEDOR ***"
           DISPLAY "  1 - LISTAR PARCEIROS COM SALDO NOS DOIS LADOS"
           DISPLAY "  2 - NOVO ENCONTRO DE CONTAS"
           DISPLAY "  3 - CONSULTAR ENCONTRO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R4-LISTA
              WHEN 2
                 GO TO R2-NOVO
              WHEN 3
                 GO TO R3-CONSULTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ TITULOS EM ABERTO DOS DOIS LADOS DO PARCEIRO ]--------
       R2-NOVO.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "CNPJ DO PARCEIRO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CNPJ
           IF W-CNPJ = ZEROS
               GO TO R1.
           MOVE W-CNPJ TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "*** CNPJ NAO CADASTRADO COMO CLIENTE ***"
               GO TO R2-NOVO.
           MOVE W-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               DISPLAY "*** CNPJ NAO CADASTRADO COMO FORNECEDOR ***"
               GO TO R2-NOVO.
           DISPLAY "CLIENTE...: " CLI-RAZAO
           DISPLAY "FORNECEDOR: " RAZAO

           MOVE "S" TO W-RESP
           PERFORM CARREGA-TITULOS THRU CARREGA-TITULOS-FIM
           DISPLAY "A RECEBER: " W-QTD-REC " TITULOS  SALDO "
               W-TOT-REC
           DISPLAY "A PAGAR..: " W-QTD-PAG " TITULOS  SALDO "
               W-TOT-PAG
           IF W-BLOQ-PAG > ZEROS
               DISPLAY "A PAGAR BLOQUEADO (CONFNF), FORA DO ENCONTRO: "
                   W-BLOQ-PAG.
           IF W-TOT-REC = ZEROS OR W-TOT-PAG = ZEROS
               DISPLAY "*** NAO HA SALDO NOS DOIS LADOS - NADA A"
                   " COMPENSAR ***"
               GO TO R2-NOVO.
           IF W-TOT-REC < W-TOT-PAG
               MOVE W-TOT-REC TO W-VALOR-ENC
           ELSE
               MOVE W-TOT-PAG TO W-VALOR-ENC.
           DISPLAY "VALOR A COMPENSAR: " W-VALOR-ENC
           IF W-TOT-REC > W-TOT-PAG
               COMPUTE W-RESTA = W-TOT-REC - W-TOT-PAG
               DISPLAY "FICA A RECEBER DO PARCEIRO: " W-RESTA
           ELSE
               COMPUTE W-RESTA = W-TOT-PAG - W-TOT-REC
               DISPLAY "FICA A PAGAR AO PARCEIRO..: " W-RESTA.

      *---------[ APROVACAO SO COM SENHA DE SUPERVISOR ]----------------
       R2C.
           MOVE SPACES TO W-SUP-CODIGO
           DISPLAY "CODIGO DO SUPERVISOR (BRANCO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO R2-NOVO.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA

           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO R2-NOVO.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO R2C.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO R2C.
           CLOSE CADUSUARIO.

           DISPLAY "CONFIRMA O ENCONTRO DE CONTAS (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** ENCONTRO ABANDONADO ***"
               GO TO R1.

      *---------[ GRAVACAO: BAIXA DOS DOIS LADOS E O DOCUMENTO ]--------
       R2E.
           PERFORM PROXIMO-ENCONTRO THRU PROXIMO-ENCONTRO-FIM
           MOVE W-VALOR-ENC TO W-RESTA
           MOVE 1 TO W-IND
           PERFORM BAIXA-REC THRU BAIXA-REC-FIM
           MOVE W-VALOR-ENC TO W-RESTA
           MOVE 1 TO W-IND
           PERFORM BAIXA-PAG THRU BAIXA-PAG-FIM

           MOVE W-NUMENC TO ENC-NUMERO
           MOVE W-CNPJ TO ENC-CNPJ
           MOVE W-DATA-HOJE TO ENC-DATA
           MOVE W-TOT-REC TO ENC-SALDO-REC
           MOVE W-TOT-PAG TO ENC-SALDO-PAG
           MOVE W-VALOR-ENC TO ENC-VALOR
           MOVE W-QTD-REC TO ENC-QTD-REC
           MOVE W-QTD-PAG TO ENC-QTD-PAG
           MOVE W-SUP-CODIGO TO ENC-SUPERVISOR
           MOVE W-OPERADOR-LOG TO ENC-OPERADOR
           WRITE REGENCONTRO
           IF ST-ENC NOT = "00" AND ST-ENC NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ENCONTRO ST=" ST-ENC
               GO TO R1.
           PERFORM CONTABILIZA THRU CONTABILIZA-FIM
           DISPLAY "*** ENCONTRO " ENC-NUMERO " GRAVADO - COMPENSADO "
               W-VALOR-ENC " ***"
           GO TO R1.

      *---------[ CONSULTA DO ENCONTRO E DE SEUS TITULOS ]--------------
       R3-CONSULTA.
           DISPLAY "NUMERO DO ENCONTRO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMENC
           IF W-NUMENC = ZEROS
               GO TO R1.
           MOVE W-NUMENC TO ENC-NUMERO
           READ CADENCONTRO
           IF ST-ENC NOT = "00"
               DISPLAY "*** ENCONTRO NAO CADASTRADO ***"
               GO TO R3-CONSULTA.
           MOVE ENC-CNPJ TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI = "00"
               DISPLAY "PARCEIRO: " CLI-RAZAO
           ELSE
               DISPLAY "PARCEIRO NAO CADASTRADO - " ENC-CNPJ.
           DISPLAY "DATA: " ENC-DATA "  OPERADOR: " ENC-OPERADOR
               "  SUPERVISOR: " ENC-SUPERVISOR
           DISPLAY "SALDO A RECEBER: " ENC-SALDO-REC
               "  SALDO A PAGAR: " ENC-SALDO-PAG
           DISPLAY "VALOR COMPENSADO: " ENC-VALOR
           MOVE W-NUMENC TO ECT-ENCONTRO
           MOVE LOW-VALUES TO ECT-TITULO-KEY
           START CADENCONTIT KEY IS NOT LESS ECT-KEY
               INVALID KEY
                 DISPLAY "*** ENCONTRO SEM TITULOS LIGADOS ***"
                 GO TO R1.
       R3A.
           READ CADENCONTIT NEXT RECORD
               AT END
                 GO TO R1
           END-READ.
           IF ECT-ENCONTRO NOT = W-NUMENC
               GO TO R1.
           IF ECT-LADO = "R"
               DISPLAY "  A RECEBER TITULO " ECT-TITULO "  SALDO "
                   ECT-SALDO-ANT "  COMPENSADO " ECT-VALOR
                   "  SIT " ECT-SITUACAO
           ELSE
               DISPLAY "  A PAGAR   TITULO " ECT-TITULO "  SALDO "
                   ECT-SALDO-ANT "  COMPENSADO " ECT-VALOR
                   "  SIT " ECT-SITUACAO.
           GO TO R3A.

      *---------[ PARCEIROS COM SALDO A RECEBER E A PAGAR ]-------------
       R4-LISTA.
           MOVE ZEROS TO W-TOTPARC
           MOVE ZEROS TO CLI-CNPJCPF
           START CADCLI KEY IS NOT LESS CLI-CNPJCPF
               INVALID KEY GO TO R4B.
       R4A.
           READ CADCLI NEXT RECORD
               AT END
                 GO TO R4B
           END-READ.
           MOVE CLI-CNPJCPF TO CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               GO TO R4A.
           MOVE CLI-CNPJCPF TO W-CNPJ
           MOVE "N" TO W-RESP
           PERFORM CARREGA-TITULOS THRU CARREGA-TITULOS-FIM
           IF W-TOT-REC = ZEROS OR W-TOT-PAG = ZEROS
               GO TO R4A.
           ADD 1 TO W-TOTPARC
           DISPLAY CLI-CNPJCPF " " CLI-RAZAO
           DISPLAY "   A RECEBER " W-TOT-REC "  A PAGAR " W-TOT-PAG
           GO TO R4A.
       R4B.
           DISPLAY "PARCEIROS COM SALDO NOS DOIS LADOS: " W-TOTPARC
           GO TO R1.

       ROT-FIM.
           CLOSE CADENCONTRO
           CLOSE CADENCONTIT
           CLOSE CADTITREC
           CLOSE CADTITPAG
           CLOSE CADCLI
           CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ SALDOS EM ABERTO DO CNPJ NOS DOIS ARQUIVOS ]----------
      *  W-RESP = "S" MOSTRA CADA TITULO E MONTA AS TABELAS     *
      *  DO ENCONTRO (ATE 30 TITULOS DE CADA LADO)              *
       CARREGA-TITULOS.
           MOVE ZEROS TO W-QTD-REC W-QTD-PAG W-TOT-REC W-TOT-PAG
               W-BLOQ-PAG
           MOVE ZEROS TO W-TAB-REC W-TAB-PAG
           MOVE ZEROS TO TR-NUMERO
           START CADTITREC KEY IS NOT LESS TR-NUMERO
               INVALID KEY GO TO CARREGA-TITULOS-2.
       CARREGA-TITULOS-1.
           READ CADTITREC NEXT RECORD
               AT END
                 GO TO CARREGA-TITULOS-2
           END-READ.
           IF TR-CNPJCPF NOT = W-CNPJ
               GO TO CARREGA-TITULOS-1.
           IF TR-SITUACAO NOT = "A" AND TR-SITUACAO NOT = "P"
               GO TO CARREGA-TITULOS-1.
           IF W-QTD-REC = 30
               GO TO CARREGA-TITULOS-1.
           COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
           ADD 1 TO W-QTD-REC
           MOVE TR-NUMERO TO W-REC-NUMERO (W-QTD-REC)
           MOVE W-SALDOTIT TO W-REC-SALDO (W-QTD-REC)
           ADD W-SALDOTIT TO W-TOT-REC
           IF W-RESP = "S"
               DISPLAY "  A RECEBER TITULO " TR-NUMERO "  NF "
                   TR-NUMNF "  VENC " TR-DATA-VENCTO "  SALDO "
                   W-SALDOTIT.
           GO TO CARREGA-TITULOS-1.
       CARREGA-TITULOS-2.
           MOVE ZEROS TO TIT-NUMERO
           START CADTITPAG KEY IS NOT LESS TIT-NUMERO
               INVALID KEY GO TO CARREGA-TITULOS-FIM.
       CARREGA-TITULOS-3.
           READ CADTITPAG NEXT RECORD
               AT END
                 GO TO CARREGA-TITULOS-FIM
           END-READ.
           IF TIT-CNPJ NOT = W-CNPJ
               GO TO CARREGA-TITULOS-3.
           IF TIT-SITUACAO = "B"
               COMPUTE W-BLOQ-PAG = W-BLOQ-PAG
                   + TIT-VALOR - TIT-VALOR-PAGO
               GO TO CARREGA-TITULOS-3.
           IF TIT-SITUACAO NOT = "A" AND TIT-SITUACAO NOT = "P"
               GO TO CARREGA-TITULOS-3.
           IF W-QTD-PAG = 30
               GO TO CARREGA-TITULOS-3.
           COMPUTE W-SALDOTIT = TIT-VALOR - TIT-VALOR-PAGO
           ADD 1 TO W-QTD-PAG
           MOVE TIT-NUMERO TO W-PAG-NUMERO (W-QTD-PAG)
           MOVE W-SALDOTIT TO W-PAG-SALDO (W-QTD-PAG)
           ADD W-SALDOTIT TO W-TOT-PAG
           IF W-RESP = "S"
               DISPLAY "  A PAGAR   TITULO " TIT-NUMERO "  VENC "
                   TIT-DATA-VENCTO "  SALDO " W-SALDOTIT.
           GO TO CARREGA-TITULOS-3.
       CARREGA-TITULOS-FIM.
           EXIT.

      *---------[ BAIXA DOS TITULOS A RECEBER ATE O VALOR ]-------------
       BAIXA-REC.
           IF W-IND > W-QTD-REC OR W-RESTA = ZEROS
               GO TO BAIXA-REC-FIM.
           MOVE W-REC-NUMERO (W-IND) TO TR-NUMERO
           READ CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "*** TITULO A RECEBER " TR-NUMERO
                   " NAO ENCONTRADO ***"
               GO TO BAIXA-REC-1.
           IF W-REC-SALDO (W-IND) > W-RESTA
               MOVE W-RESTA TO W-APLICA
           ELSE
               MOVE W-REC-SALDO (W-IND) TO W-APLICA.
           ADD W-APLICA TO TR-VALOR-PAGO
           IF TR-VALOR-PAGO < TR-VALOR
               MOVE "P" TO TR-SITUACAO
           ELSE
               MOVE "L" TO TR-SITUACAO.
           REWRITE REGTITREC
           IF ST-TR NOT = "00" AND ST-TR NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO TITULO A RECEBER ST="
                   ST-TR
               GO TO BAIXA-REC-1.
           SUBTRACT W-APLICA FROM W-RESTA
           MOVE W-NUMENC TO ECT-ENCONTRO
           MOVE "R" TO ECT-LADO
           MOVE TR-NUMERO TO ECT-TITULO
           MOVE W-REC-SALDO (W-IND) TO ECT-SALDO-ANT
           MOVE W-APLICA TO ECT-VALOR
           MOVE TR-SITUACAO TO ECT-SITUACAO
           WRITE REGENCONTIT.
       BAIXA-REC-1.
           ADD 1 TO W-IND
           GO TO BAIXA-REC.
       BAIXA-REC-FIM.
           EXIT.

      *---------[ BAIXA DOS TITULOS A PAGAR ATE O VALOR ]---------------
       BAIXA-PAG.
           IF W-IND > W-QTD-PAG OR W-RESTA = ZEROS
               GO TO BAIXA-PAG-FIM.
           MOVE W-PAG-NUMERO (W-IND) TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               DISPLAY "*** TITULO A PAGAR " TIT-NUMERO
                   " NAO ENCONTRADO ***"
               GO TO BAIXA-PAG-1.
           IF W-PAG-SALDO (W-IND) > W-RESTA
               MOVE W-RESTA TO W-APLICA
           ELSE
               MOVE W-PAG-SALDO (W-IND) TO W-APLICA.
           ADD W-APLICA TO TIT-VALOR-PAGO
           IF TIT-VALOR-PAGO < TIT-VALOR
               MOVE "P" TO TIT-SITUACAO
           ELSE
               MOVE "L" TO TIT-SITUACAO.
           REWRITE REGTITPAG
           IF ST-TIT NOT = "00" AND ST-TIT NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO TITULO A PAGAR ST="
                   ST-TIT
               GO TO BAIXA-PAG-1.
           SUBTRACT W-APLICA FROM W-RESTA
           MOVE W-NUMENC TO ECT-ENCONTRO
           MOVE "P" TO ECT-LADO
           MOVE TIT-NUMERO TO ECT-TITULO
           MOVE W-PAG-SALDO (W-IND) TO ECT-SALDO-ANT
           MOVE W-APLICA TO ECT-VALOR
           MOVE TIT-SITUACAO TO ECT-SITUACAO
           WRITE REGENCONTIT.
       BAIXA-PAG-1.
           ADD 1 TO W-IND
           GO TO BAIXA-PAG.
       BAIXA-PAG-FIM.
           EXIT.

      *---------[ PROXIMO NUMERO DE ENCONTRO ]--------------------------
       PROXIMO-ENCONTRO.
           MOVE ZEROS TO W-ULTENC
           MOVE ZEROS TO ENC-NUMERO
           START CADENCONTRO KEY IS NOT LESS ENC-NUMERO
               INVALID KEY GO TO PROXIMO-ENCONTRO-2.
       PROXIMO-ENCONTRO-1.
           READ CADENCONTRO NEXT RECORD
               AT END
                 GO TO PROXIMO-ENCONTRO-2
           END-READ.
           MOVE ENC-NUMERO TO W-ULTENC
           GO TO PROXIMO-ENCONTRO-1.
       PROXIMO-ENCONTRO-2.
           COMPUTE W-NUMENC = W-ULTENC + 1.
       PROXIMO-ENCONTRO-FIM.
           EXIT.

      *---------[ LANCAMENTO DO ENCONTRO NO DIARIO ]--------------------
      *  SEM MOVIMENTO NO LIVRO DE BANCO: DEBITA FORNECEDORES E *
      *  CREDITA CLIENTES PELO VALOR COMPENSADO                 *
       CONTABILIZA.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "ENCONTRO" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE W-VALOR-ENC TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "ENCONTRO" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE W-NUMENC TO W-CTB-DOCUMENTO
           STRING "ENCONTRO DE CONTAS CNPJ " W-CNPJ
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E" OR W-CTB-RESULT = "X"
               DISPLAY "*** ENCONTRO NAO LANCADO NO DIARIO (EVENTO"
                   " ENCONTRO - " W-CTB-RESULT ") ***".
       CONTABILIZA-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
