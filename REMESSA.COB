       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA.
      ***********************************************
      *  REMESSA DE MERCADORIA A TERCEIROS SEM VENDA  *
      *  (CONSERTO, DEMONSTRACAO, INDUSTRIALIZACAO,   *
      *  OUTROS) - O DOCUMENTO EM CADREMTERC (SERIE   *
      *  CTRLREM.DAT) TEM O DESTINATARIO (F=CADFORN   *
      *  OU C=CADCLI), A FINALIDADE, A PREVISAO DE    *
      *  RETORNO E O DEPOSITO DE ORIGEM; OS ITENS     *
      *  FICAM EM CADREMTERCIT COM O ENVIADO E O JA   *
      *  RETORNADO. A EMISSAO TRANSFERE O SALDO DO    *
      *  DEPOSITO DE ORIGEM PARA O DEPOSITO DE        *
      *  TERCEIROS (CADPARAM DEPTERC) COM MOVIMENTO   *
      *  "T" MOTIVO RT EM CADMOVEST - O TOTAL DE      *
      *  CADPROD NAO MUDA (O ESTOQUE CONTINUA NOSSO), *
      *  MAS ORCVENDA, PEDVENDA, MONTAKIT E MRPCALC   *
      *  NAO CONTAM O DEPOSITO DE TERCEIROS COMO      *
      *  DISPONIVEL, COMO NA QUARENTENA. O RETORNO,   *
      *  PARCIAL OU TOTAL, FAZ O CAMINHO INVERSO      *
      *  (MOTIVO RR) PARA O DEPOSITO INFORMADO E      *
      *  FECHA A REMESSA QUANDO TUDO VOLTA.           *
      *  SITUACAO: A=ABERTA P=PARCIAL F=FECHADA       *
      *  O ATRASO SAI EM RELREMATR                    *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) O        *
      *  MOVIMENTO E RECUSADO.                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREMTERC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REM-NUMERO
                    FILE STATUS  IS ST-REM.

           SELECT CADREMTERCIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REI-KEY
                    FILE STATUS  IS ST-REI.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADSALDODEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-KEY
                    FILE STATUS  IS ST-SAL.

           SELECT CADDEPOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPOS-CODIGO
                    FILE STATUS  IS ST-DEPS.

           SELECT CADMOVEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-KEY
                    FILE STATUS  IS ST-LOG.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT ARQCTRLREM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREMTERC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMTERC.DAT".
       01 REGREMESSA.
           03 REM-NUMERO        PIC 9(06).
           03 REM-TIPO-DEST     PIC X(01).
           03 REM-DESTINO       PIC 9(15).
           03 REM-FINALIDADE    PIC X(01).
           03 REM-DATA          PIC 9(08).
           03 REM-PREVISAO      PIC 9(08).
           03 REM-DEP-ORIGEM    PIC 9(02).
           03 REM-SITUACAO      PIC X(01).
           03 REM-ITENS         PIC 9(03).
           03 REM-OBS           PIC X(40).
           03 REM-OPERADOR      PIC X(08).

       FD CADREMTERCIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREMTERCIT.DAT".
       01 REGREMESSAIT.
           03 REI-KEY.
              05 REI-NUMERO        PIC 9(06).
              05 REI-CODGPRODUTO   PIC 9(06).
           03 REI-QTD-ENVIADA      PIC 9(05)V9.
           03 REI-QTD-RETORNADA    PIC 9(05)V9.
           03 REI-DATA-RETORNO     PIC 9(08).

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

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSALDODEP.DAT".
       01 REGSALDODEP.
           03 SAL-KEY.
              05 SAL-CODGPRODUTO   PIC 9(06).
              05 SAL-DEPOSITO      PIC 9(02).
           03 SAL-QUANTIDADE       PIC 9(05)V9.

       FD CADDEPOS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPOS.DAT".
       01 REGDEPOS.
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

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

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD ARQCTRLREM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLREM.DAT".
       01 REG-CTRLREM.
           03 CTRL-ULTREM      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-REM         PIC X(02) VALUE "00".
       01 ST-REI         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-SAL         PIC X(02) VALUE "00".
       01 ST-DEPS        PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CTRLR       PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-MODO         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-NUMREM       PIC 9(06) VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-DEP-DEST     PIC 9(02) VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-QTD          PIC 9(05)V9 VALUE ZEROS.
       01 W-SALDO        PIC 9(05)V9 VALUE ZEROS.
       01 W-PENDENTE     PIC 9(05)V9 VALUE ZEROS.
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-EOF-REI      PIC X(01) VALUE "N".
       01 W-TOT-RET      PIC 9(03) VALUE ZEROS.
       01 W-TOT-PEND     PIC 9(03) VALUE ZEROS.
       01 W-TOT-DEV      PIC 9(03) VALUE ZEROS.
       01 W-NOME-DEST    PIC X(40) VALUE SPACES.
       01 W-TXT-FINAL    PIC X(16) VALUE SPACES.

      *---------[ TRANSFERENCIA ENTRE DEPOSITOS ]---------------------
       01 W-TRF.
           03 W-TRF-PRODUTO     PIC 9(06).
           03 W-TRF-QTD         PIC 9(05)V9.
           03 W-TRF-DE          PIC 9(02).
           03 W-TRF-PARA        PIC 9(02).
           03 W-TRF-MOTIVO      PIC X(02).
           03 W-TRF-OK          PIC X(01).

      *---------[ ITENS DA REMESSA EM DIGITACAO ]-----------------------
       01 W-TAB-ITENS.
           03 ITM-QTD        PIC 9(03) VALUE ZEROS.
           03 ITM-ENT OCCURS 50 TIMES.
              05 ITM-CODGPRODUTO PIC 9(06).
              05 ITM-QUANTIDADE  PIC 9(05)V9.
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
           OPEN I-O CADREMTERC
           IF ST-REM NOT = "00"
              IF ST-REM = "30"
                 OPEN OUTPUT CADREMTERC
                 CLOSE CADREMTERC
                 DISPLAY "*** ARQUIVO CADREMTERC FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMTERC"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADREMTERCIT
           IF ST-REI NOT = "00"
              IF ST-REI = "30"
                 OPEN OUTPUT CADREMTERCIT
                 CLOSE CADREMTERCIT
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREMTERCIT"
                 CLOSE CADREMTERC
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADREMTERC CADREMTERCIT
               GO TO ROT-FIM3.
           OPEN I-O CADSALDODEP
           IF ST-SAL NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSALDODEP"
               CLOSE CADREMTERC CADREMTERCIT CADPROD
               GO TO ROT-FIM3.
           OPEN INPUT CADDEPOS
           IF ST-DEPS NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDEPOS"
               CLOSE CADREMTERC CADREMTERCIT CADPROD CADSALDODEP
               GO TO ROT-FIM3.

       R0D.
           OPEN I-O CADMOVEST
           IF ST-LOG NOT = "00"
              IF ST-LOG = "30"
                 OPEN OUTPUT CADMOVEST
                 CLOSE CADMOVEST
                 GO TO R0D
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVEST"
                 CLOSE CADREMTERC CADREMTERCIT CADPROD CADSALDODEP
                       CADDEPOS
                 GO TO ROT-FIM3.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.

      *---------[ DEPOSITO DE TERCEIROS (CADPARAM DEPTERC) ]------------
       R0E.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               DISPLAY "*** CADPARAM AUSENTE - DEPTERC NAO"
                   " PARAMETRIZADO ***"
               GO TO ROT-FIM.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-TERC = ZEROS
               DISPLAY "*** PARAMETRO DEPTERC NAO CADASTRADO ***"
               GO TO ROT-FIM.

       R1.
           DISPLAY " "
           DISPLAY "*** REMESSA A TERCEIROS ***"
           DISPLAY "  1 - EMITIR REMESSA"
           DISPLAY "  2 - REGISTRAR RETORNO"
           DISPLAY "  3 - CONSULTAR REMESSA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-EMITE
              WHEN 2
                 GO TO R3-RETORNO
              WHEN 3
                 GO TO R4-CONSULTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ EMISSAO: CABECALHO DA REMESSA ]-----------------------
       R2-EMITE.
           MOVE ZEROS TO ITM-QTD
           MOVE SPACES TO REGREMESSA.
       R2A.
           DISPLAY "DESTINATARIO (F=FORNECEDOR C=CLIENTE 0=VOLTAR): "
               WITH NO ADVANCING
           ACCEPT REM-TIPO-DEST
           IF REM-TIPO-DEST = "0"
               GO TO R1.
           IF REM-TIPO-DEST NOT = "F" AND REM-TIPO-DEST NOT = "C"
               DISPLAY "*** DESTINATARIO INVALIDO ***"
               GO TO R2A.
       R2B.
           DISPLAY "CNPJ/CPF DO DESTINATARIO: " WITH NO ADVANCING
           ACCEPT REM-DESTINO
           IF REM-DESTINO = ZEROS
               GO TO R2A.
           PERFORM LE-DESTINO THRU LE-DESTINO-FIM
           IF W-ACHOU NOT = "S"
               DISPLAY "*** DESTINATARIO NAO CADASTRADO ***"
               GO TO R2B.
           DISPLAY "DESTINATARIO: " W-NOME-DEST.
       R2C.
           DISPLAY "FINALIDADE (C=CONSERTO D=DEMONSTRACAO"
               " I=INDUSTRIALIZACAO O=OUTROS): " WITH NO ADVANCING
           ACCEPT REM-FINALIDADE
           IF REM-FINALIDADE NOT = "C" AND REM-FINALIDADE NOT = "D"
              AND REM-FINALIDADE NOT = "I" AND REM-FINALIDADE NOT = "O"
               DISPLAY "*** FINALIDADE INVALIDA ***"
               GO TO R2C.
       R2D.
           DISPLAY "PREVISAO DE RETORNO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT REM-PREVISAO
           IF REM-PREVISAO NOT NUMERIC OR REM-PREVISAO < W-DATA-HOJE
               DISPLAY "*** PREVISAO ANTERIOR A HOJE ***"
               GO TO R2D.
       R2E.
           DISPLAY "DEPOSITO DE ORIGEM: " WITH NO ADVANCING
           ACCEPT REM-DEP-ORIGEM
           IF REM-DEP-ORIGEM = W-DEP-TERC
               DISPLAY "*** ORIGEM NAO PODE SER O DEPOSITO DE"
                   " TERCEIROS ***"
               GO TO R2E.
           MOVE REM-DEP-ORIGEM TO DEPOS-CODIGO
           READ CADDEPOS
           IF ST-DEPS NOT = "00"
               DISPLAY "*** DEPOSITO NAO CADASTRADO ***"
               GO TO R2E.
           IF DEPOS-SITUACAO NOT = "A"
               DISPLAY "*** DEPOSITO INATIVO ***"
               GO TO R2E.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING
           ACCEPT REM-OBS.

      *---------[ EMISSAO: ITENS COM SALDO NO DEPOSITO DE ORIGEM ]------
       R2F.
           DISPLAY "PRODUTO (0 = FIM DOS ITENS): " WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R2H.
           IF ITM-QTD = 50
               DISPLAY "*** LIMITE DE 50 ITENS POR REMESSA ***"
               GO TO R2H.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PRODUTO NAO CADASTRADO ***"
               GO TO R2F.
           IF SITUACAO-PROD = "I"
               DISPLAY "*** PRODUTO INATIVO ***"
               GO TO R2F.
           PERFORM PROCURA-ITEM THRU PROCURA-ITEM-FIM
           IF W-ACHOU = "S"
               DISPLAY "*** PRODUTO JA INCLUIDO NESTA REMESSA ***"
               GO TO R2F.
           MOVE ZEROS TO W-SALDO
           MOVE W-CODPROD TO SAL-CODGPRODUTO
           MOVE REM-DEP-ORIGEM TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-SALDO.
           DISPLAY DESCRICAO "  SALDO NO DEPOSITO " REM-DEP-ORIGEM
               ": " W-SALDO.
       R2G.
           DISPLAY "QUANTIDADE (0 = OUTRO PRODUTO): " WITH NO ADVANCING
           ACCEPT W-QTD
           IF W-QTD = ZEROS
               GO TO R2F.
           IF W-QTD > W-SALDO
               DISPLAY "*** SALDO INSUFICIENTE NO DEPOSITO ***"
               GO TO R2G.
           ADD 1 TO ITM-QTD
           MOVE W-CODPROD TO ITM-CODGPRODUTO (ITM-QTD)
           MOVE W-QTD TO ITM-QUANTIDADE (ITM-QTD)
           GO TO R2F.

      *---------[ EMISSAO: CONFIRMA, NUMERA E TRANSFERE ]---------------
       R2H.
           IF ITM-QTD = ZEROS
               DISPLAY "*** REMESSA SEM ITENS - NADA EMITIDO ***"
               GO TO R1.
           DISPLAY "ITENS: " ITM-QTD "  RETORNO PREVISTO "
               REM-PREVISAO
           DISPLAY "CONFIRMA A EMISSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** REMESSA ABANDONADA ***"
               GO TO R1.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
           PERFORM CONFERE-SALDOS THRU CONFERE-SALDOS-FIM
           IF W-ACHOU = "N"
               DISPLAY "*** SALDO DO PRODUTO " W-CODPROD " MUDOU -"
                   " REMESSA NAO EMITIDA ***"
               GO TO R1.

           PERFORM LE-CTRLREM THRU LE-CTRLREM-FIM
           MOVE W-DATA-HOJE TO REM-DATA
           MOVE "A" TO REM-SITUACAO
           MOVE ITM-QTD TO REM-ITENS
           MOVE W-OPERADOR-LOG TO REM-OPERADOR.
       R2I.
           ADD 1 TO W-NUMREM
           MOVE W-NUMREM TO REM-NUMERO
           WRITE REGREMESSA
           IF ST-REM = "22"
               GO TO R2I.
           IF ST-REM NOT = "00" AND ST-REM NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADREMTERC ST=" ST-REM
               GO TO R1.
           PERFORM GRAVA-CTRLREM THRU GRAVA-CTRLREM-FIM
           PERFORM GRAVA-ITENS THRU GRAVA-ITENS-FIM
           DISPLAY "*** REMESSA " REM-NUMERO " EMITIDA - " ITM-QTD
               " ITENS NO DEPOSITO DE TERCEIROS " W-DEP-TERC " ***"
           GO TO R1.

      *---------[ RETORNO TOTAL OU PARCIAL ]----------------------------
       R3-RETORNO.
           PERFORM LE-REMESSA THRU LE-REMESSA-FIM
           IF W-NUMREM = ZEROS
               GO TO R1.
           IF REM-SITUACAO = "F"
               DISPLAY "*** REMESSA JA FECHADA ***"
               GO TO R3-RETORNO.
       R3A.
           DISPLAY "T=RETORNO TOTAL P=PARCIAL POR ITEM N=VOLTAR: "
               WITH NO ADVANCING
           ACCEPT W-MODO
           IF W-MODO = "t" MOVE "T" TO W-MODO.
           IF W-MODO = "p" MOVE "P" TO W-MODO.
           IF W-MODO = "N" OR W-MODO = "n"
               GO TO R3-RETORNO.
           IF W-MODO NOT = "T" AND W-MODO NOT = "P"
               GO TO R3A.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
       R3B.
           DISPLAY "DEPOSITO DE DESTINO (0 = ORIGEM " REM-DEP-ORIGEM
               "): " WITH NO ADVANCING
           ACCEPT W-DEP-DEST
           IF W-DEP-DEST = ZEROS
               MOVE REM-DEP-ORIGEM TO W-DEP-DEST.
           IF W-DEP-DEST = W-DEP-TERC
               DISPLAY "*** DESTINO NAO PODE SER O DEPOSITO DE"
                   " TERCEIROS ***"
               GO TO R3B.
           MOVE W-DEP-DEST TO DEPOS-CODIGO
           READ CADDEPOS
           IF ST-DEPS NOT = "00"
               DISPLAY "*** DEPOSITO NAO CADASTRADO ***"
               GO TO R3B.
           IF DEPOS-SITUACAO NOT = "A"
               DISPLAY "*** DEPOSITO INATIVO ***"
               GO TO R3B.

           MOVE ZEROS TO W-TOT-RET
           MOVE "N" TO W-EOF-REI
           MOVE REM-NUMERO TO REI-NUMERO
           MOVE ZEROS TO REI-CODGPRODUTO
           START CADREMTERCIT KEY IS NOT LESS REI-KEY
               INVALID KEY MOVE "S" TO W-EOF-REI.
       R3C.
           IF W-EOF-REI = "S"
               GO TO R3E.
           READ CADREMTERCIT NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REI
                 GO TO R3C
           END-READ.
           IF REI-NUMERO NOT = REM-NUMERO
               MOVE "S" TO W-EOF-REI
               GO TO R3C.
           COMPUTE W-PENDENTE = REI-QTD-ENVIADA - REI-QTD-RETORNADA
           IF W-PENDENTE = ZEROS
               GO TO R3C.
           IF W-MODO = "T"
               MOVE W-PENDENTE TO W-QTD
               GO TO R3D.
           DISPLAY "  " REI-CODGPRODUTO "  ENVIADO " REI-QTD-ENVIADA
               "  RETORNADO " REI-QTD-RETORNADA
               "  PENDENTE " W-PENDENTE.
       R3C1.
           DISPLAY "  QUANTIDADE QUE RETORNOU (0 = NADA): "
               WITH NO ADVANCING
           ACCEPT W-QTD
           IF W-QTD = ZEROS
               GO TO R3C.
           IF W-QTD > W-PENDENTE
               DISPLAY "*** MAIOR QUE O PENDENTE ***"
               GO TO R3C1.
       R3D.
           MOVE REI-CODGPRODUTO TO W-TRF-PRODUTO
           MOVE W-QTD TO W-TRF-QTD
           MOVE W-DEP-TERC TO W-TRF-DE
           MOVE W-DEP-DEST TO W-TRF-PARA
           MOVE "RR" TO W-TRF-MOTIVO
           PERFORM TRANSFERE-SALDO THRU TRANSFERE-SALDO-FIM
           IF W-TRF-OK NOT = "S"
               DISPLAY "*** SALDO DO PRODUTO " REI-CODGPRODUTO
                   " NO DEPOSITO DE TERCEIROS MENOR QUE O RETORNO -"
                   " CONFERIR CADSALDODEP ***"
               GO TO R3C.
           ADD W-QTD TO REI-QTD-RETORNADA
           MOVE W-DATA-HOJE TO REI-DATA-RETORNO
           REWRITE REGREMESSAIT
           ADD 1 TO W-TOT-RET
           GO TO R3C.
       R3E.
           PERFORM SITUACAO-REMESSA THRU SITUACAO-REMESSA-FIM
           REWRITE REGREMESSA
           DISPLAY "*** " W-TOT-RET " ITENS RETORNADOS AO DEPOSITO "
               W-DEP-DEST " - SITUACAO " REM-SITUACAO " ***"
           GO TO R3-RETORNO.

      *---------[ CONSULTA DA REMESSA ]---------------------------------
       R4-CONSULTA.
           PERFORM LE-REMESSA THRU LE-REMESSA-FIM
           IF W-NUMREM = ZEROS
               GO TO R1.
           MOVE "N" TO W-EOF-REI
           MOVE REM-NUMERO TO REI-NUMERO
           MOVE ZEROS TO REI-CODGPRODUTO
           START CADREMTERCIT KEY IS NOT LESS REI-KEY
               INVALID KEY MOVE "S" TO W-EOF-REI.
       R4A.
           IF W-EOF-REI = "S"
               GO TO R4-CONSULTA.
           READ CADREMTERCIT NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REI
                 GO TO R4A
           END-READ.
           IF REI-NUMERO NOT = REM-NUMERO
               MOVE "S" TO W-EOF-REI
               GO TO R4A.
           MOVE REI-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               MOVE SPACES TO DESCRICAO.
           COMPUTE W-PENDENTE = REI-QTD-ENVIADA - REI-QTD-RETORNADA
           DISPLAY "  " REI-CODGPRODUTO " " DESCRICAO
               "  ENVIADO " REI-QTD-ENVIADA
               "  RETORNADO " REI-QTD-RETORNADA
               "  PENDENTE " W-PENDENTE
           GO TO R4A.

       ROT-FIM.
           CLOSE CADREMTERC CADREMTERCIT CADPROD CADSALDODEP
                 CADDEPOS CADMOVEST
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
       ROT-FIM3.
           STOP RUN.

      *---------[ LE E MOSTRA O CABECALHO DA REMESSA ]------------------
       LE-REMESSA.
           DISPLAY " "
           DISPLAY "NUMERO DA REMESSA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMREM
           IF W-NUMREM = ZEROS
               GO TO LE-REMESSA-FIM.
           MOVE W-NUMREM TO REM-NUMERO
           READ CADREMTERC
           IF ST-REM NOT = "00"
               DISPLAY "*** REMESSA NAO ENCONTRADA ***"
               GO TO LE-REMESSA.
           PERFORM LE-DESTINO THRU LE-DESTINO-FIM
           EVALUATE REM-FINALIDADE
              WHEN "C"
                 MOVE "CONSERTO" TO W-TXT-FINAL
              WHEN "D"
                 MOVE "DEMONSTRACAO" TO W-TXT-FINAL
              WHEN "I"
                 MOVE "INDUSTRIALIZACAO" TO W-TXT-FINAL
              WHEN OTHER
                 MOVE "OUTROS" TO W-TXT-FINAL
           END-EVALUATE
           DISPLAY "REMESSA " REM-NUMERO "  " W-TXT-FINAL
               "  SITUACAO " REM-SITUACAO
           DISPLAY "DESTINATARIO " REM-TIPO-DEST " " REM-DESTINO " "
               W-NOME-DEST
           DISPLAY "EMITIDA " REM-DATA "  RETORNO PREVISTO "
               REM-PREVISAO "  DEPOSITO DE ORIGEM " REM-DEP-ORIGEM
           DISPLAY "OBS: " REM-OBS.
       LE-REMESSA-FIM.
           EXIT.

      *---------[ NOME DO DESTINATARIO (CADFORN OU CADCLI) ]------------
       LE-DESTINO.
           MOVE "N" TO W-ACHOU
           MOVE SPACES TO W-NOME-DEST
           IF REM-TIPO-DEST = "F"
               IF ST-FOR NOT = "99"
                   MOVE REM-DESTINO TO CNPJ
                   READ CADFORN
                   IF ST-FOR = "00"
                       MOVE "S" TO W-ACHOU
                       MOVE RAZAO TO W-NOME-DEST
                   END-IF
                   MOVE "00" TO ST-FOR
               END-IF
           ELSE
               IF ST-CLI NOT = "99"
                   MOVE REM-DESTINO TO CLI-CNPJCPF
                   READ CADCLI
                   IF ST-CLI = "00"
                       MOVE "S" TO W-ACHOU
                       MOVE CLI-RAZAO TO W-NOME-DEST
                   END-IF
                   MOVE "00" TO ST-CLI.
       LE-DESTINO-FIM.
           EXIT.

       PROCURA-ITEM.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IND.
       PROCURA-ITEM-1.
           IF W-IND > ITM-QTD
               GO TO PROCURA-ITEM-FIM.
           IF ITM-CODGPRODUTO (W-IND) = W-CODPROD
               MOVE "S" TO W-ACHOU
               GO TO PROCURA-ITEM-FIM.
           ADD 1 TO W-IND
           GO TO PROCURA-ITEM-1.
       PROCURA-ITEM-FIM.
           EXIT.

      *---------[ RELE O SALDO DE ORIGEM ANTES DE GRAVAR ]--------------
       CONFERE-SALDOS.
           MOVE "S" TO W-ACHOU
           MOVE 1 TO W-IND.
       CONFERE-SALDOS-1.
           IF W-IND > ITM-QTD
               GO TO CONFERE-SALDOS-FIM.
           MOVE ITM-CODGPRODUTO (W-IND) TO SAL-CODGPRODUTO W-CODPROD
           MOVE REM-DEP-ORIGEM TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL NOT = "00"
              OR SAL-QUANTIDADE < ITM-QUANTIDADE (W-IND)
               MOVE "N" TO W-ACHOU
               GO TO CONFERE-SALDOS-FIM.
           ADD 1 TO W-IND
           GO TO CONFERE-SALDOS-1.
       CONFERE-SALDOS-FIM.
           EXIT.

      *---------[ ITENS: ORIGEM -> TERCEIROS E CADREMTERCIT ]-----------
       GRAVA-ITENS.
           MOVE 1 TO W-IND.
       GRAVA-ITENS-1.
           IF W-IND > ITM-QTD
               GO TO GRAVA-ITENS-FIM.
           MOVE ITM-CODGPRODUTO (W-IND) TO W-TRF-PRODUTO
           MOVE ITM-QUANTIDADE (W-IND) TO W-TRF-QTD
           MOVE REM-DEP-ORIGEM TO W-TRF-DE
           MOVE W-DEP-TERC TO W-TRF-PARA
           MOVE "RT" TO W-TRF-MOTIVO
           PERFORM TRANSFERE-SALDO THRU TRANSFERE-SALDO-FIM
           IF W-TRF-OK NOT = "S"
               DISPLAY "*** ERRO NA TRANSFERENCIA DO PRODUTO "
                   W-TRF-PRODUTO " ***".
           MOVE REM-NUMERO TO REI-NUMERO
           MOVE ITM-CODGPRODUTO (W-IND) TO REI-CODGPRODUTO
           MOVE ITM-QUANTIDADE (W-IND) TO REI-QTD-ENVIADA
           MOVE ZEROS TO REI-QTD-RETORNADA REI-DATA-RETORNO
           WRITE REGREMESSAIT
           IF ST-REI NOT = "00" AND ST-REI NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADREMTERCIT ST=" ST-REI.
           ADD 1 TO W-IND
           GO TO GRAVA-ITENS-1.
       GRAVA-ITENS-FIM.
           EXIT.

      *---------[ TRANSFERE O SALDO ENTRE DEPOSITOS ]-------------------
      *  COMO EM LIBQUAR: O TOTAL DE CADPROD NAO MUDA E O
      *  MOVIMENTO "T" FICA EM CADMOVEST COM O MOTIVO
       TRANSFERE-SALDO.
           MOVE "N" TO W-TRF-OK
           MOVE W-TRF-PRODUTO TO SAL-CODGPRODUTO
           MOVE W-TRF-DE TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL NOT = "00" OR SAL-QUANTIDADE < W-TRF-QTD
               GO TO TRANSFERE-SALDO-FIM.
           SUBTRACT W-TRF-QTD FROM SAL-QUANTIDADE
           REWRITE REGSALDODEP

           MOVE W-TRF-PRODUTO TO SAL-CODGPRODUTO
           MOVE W-TRF-PARA TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               ADD W-TRF-QTD TO SAL-QUANTIDADE
               REWRITE REGSALDODEP
           ELSE
               MOVE W-TRF-PRODUTO TO SAL-CODGPRODUTO
               MOVE W-TRF-PARA TO SAL-DEPOSITO
               MOVE W-TRF-QTD TO SAL-QUANTIDADE
               WRITE REGSALDODEP.

           MOVE W-TRF-PRODUTO TO MOV-CODGPRODUTO
           MOVE FUNCTION CURRENT-DATE TO MOV-DATA-HORA
           MOVE "T" TO MOV-TIPO
           MOVE W-TRF-QTD TO MOV-QUANTIDADE
           MOVE ZEROS TO MOV-SALDO-ANT MOV-SALDO-NOVO
           MOVE W-TRF-MOTIVO TO MOV-MOTIVO
           MOVE W-OPERADOR-LOG TO MOV-OPERADOR
           WRITE REGMOVEST
           MOVE "S" TO W-TRF-OK.
       TRANSFERE-SALDO-FIM.
           EXIT.

      *---------[ A=NADA VOLTOU P=PARTE VOLTOU F=TUDO VOLTOU ]----------
       SITUACAO-REMESSA.
           MOVE ZEROS TO W-TOT-PEND W-TOT-DEV
           MOVE "N" TO W-EOF-REI
           MOVE REM-NUMERO TO REI-NUMERO
           MOVE ZEROS TO REI-CODGPRODUTO
           START CADREMTERCIT KEY IS NOT LESS REI-KEY
               INVALID KEY MOVE "S" TO W-EOF-REI.
       SITUACAO-REMESSA-1.
           IF W-EOF-REI = "S"
               GO TO SITUACAO-REMESSA-2.
           READ CADREMTERCIT NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-REI
                 GO TO SITUACAO-REMESSA-1
           END-READ.
           IF REI-NUMERO NOT = REM-NUMERO
               MOVE "S" TO W-EOF-REI
               GO TO SITUACAO-REMESSA-1.
           IF REI-QTD-RETORNADA < REI-QTD-ENVIADA
               ADD 1 TO W-TOT-PEND.
           IF REI-QTD-RETORNADA > ZEROS
               ADD 1 TO W-TOT-DEV.
           GO TO SITUACAO-REMESSA-1.
       SITUACAO-REMESSA-2.
           IF W-TOT-PEND = ZEROS
               MOVE "F" TO REM-SITUACAO
           ELSE
               IF W-TOT-DEV > ZEROS
                   MOVE "P" TO REM-SITUACAO
               ELSE
                   MOVE "A" TO REM-SITUACAO.
       SITUACAO-REMESSA-FIM.
           EXIT.

      *---------[ SERIE DA REMESSA (CTRLREM.DAT) ]----------------------
       LE-CTRLREM.
           OPEN INPUT ARQCTRLREM
           IF ST-CTRLR = "00"
              READ ARQCTRLREM
                 AT END MOVE ZEROS TO W-NUMREM
              END-READ
              IF ST-CTRLR = "00"
                 MOVE CTRL-ULTREM TO W-NUMREM
              END-IF
              CLOSE ARQCTRLREM
           ELSE
              MOVE ZEROS TO W-NUMREM.
       LE-CTRLREM-FIM.
           EXIT.

       GRAVA-CTRLREM.
           OPEN OUTPUT ARQCTRLREM
           MOVE W-NUMREM TO CTRL-ULTREM
           WRITE REG-CTRLREM
           CLOSE ARQCTRLREM.
       GRAVA-CTRLREM-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
