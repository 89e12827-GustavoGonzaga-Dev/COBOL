       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEICPATRIM.
      ***********************************************
      *  FROTA NO IMOBILIZADO (CADVEICPAT) - AMARRA   *
      *  CADA PLACA DE CADVEIC A UM BEM DE CADPATRIM, *
      *  JA EXISTENTE OU CRIADO AQUI NA SERIE DE      *
      *  CTRLPAT.DAT COM A VIDA UTIL DO VEICULO       *
      *  (CADPARAM VIDAVEIC, PADRAO 60 MESES). DAI EM *
      *  DIANTE DEPRECIA TRATA O VEICULO COMO QUALQUER*
      *  BEM. A VENDA OU SUCATA DO VEICULO SAI DAQUI: *
      *  BAIXA O BEM, FECHA A PLACA EM CADVEIC        *
      *  (V=VENDIDO S=SUCATA, COM CADVEICHIST), LANCA *
      *  A BAIXA VIA LANCCTB (BAIXADEPR, VENDAIMOB E  *
      *  GANHOIMOB OU PERDAIMOB CONTRA O VALOR        *
      *  CONTABIL), GERA O TITULO A RECEBER DO        *
      *  COMPRADOR (CTRLTR.DAT, NF ZERO) E CANCELA    *
      *  (C) AS OBRIGACOES EM ABERTO DA PLACA EM      *
      *  CADOBRIG. BEM DE VEICULO NAO BAIXA PELA      *
      *  OPCAO 4 DE PATRIMONIO                        *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  NA DATA DA BAIXA, A BAIXA DO VEICULO E       *
      *  RECUSADA                                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEICPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VPT-PLACA
                    ALTERNATE RECORD KEY IS VPT-CODPAT
                    FILE STATUS  IS ST-VPT.

           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEIC.

           SELECT CADVEICHIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-HIST.

           SELECT CADPATRIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-CODIGO
                    FILE STATUS  IS ST-PAT.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT ARQCTRLPAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLP.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADTITREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT ARQCTRLTR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLR.

           SELECT CADOBRIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OB-KEY
                    FILE STATUS  IS ST-OB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADVEICPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEICPAT.DAT".
       01 REGVEICPAT.
           03 VPT-PLACA          PIC X(07).
           03 VPT-CODPAT         PIC 9(06).
           03 VPT-DATA-VINC      PIC 9(08).
           03 VPT-SITUACAO       PIC X(01).
           03 VPT-DATA-BAIXA     PIC 9(08).
           03 VPT-VALOR-VENDA    PIC 9(09)V99.
           03 VPT-VALOR-CONTABIL PIC 9(09)V99.
           03 VPT-RESULTADO      PIC S9(09)V99.
           03 VPT-CNPJCPF        PIC 9(15).
           03 VPT-TITULO         PIC 9(06).
           03 VPT-OPERADOR       PIC X(08).

       FD CADVEIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEIC.DAT".
       01 REGVEIC.
           03 PLACA         PIC X(07).
           03 CNPJ-PROP     PIC 9(15).
           03 ANOFABRICACAO PIC 9(04).
           03 MARCA         PIC 9(02).
           03 SITUACAO      PIC X(01).
           03 DATAPROXVISTORIA PIC 9(08).

       FD CADVEICHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEICHIST.DAT".
       01 REGVEICHIST.
           03 HIST-PLACA            PIC X(07).
           03 HIST-SITUACAO-ANTIGA  PIC X(01).
           03 HIST-SITUACAO-NOVA    PIC X(01).
           03 HIST-DATA-HORA        PIC X(21).

       FD CADPATRIM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPATRIM.DAT".
       01 REGPATRIM.
           03 PAT-CODIGO        PIC 9(06).
           03 PAT-DESCRICAO     PIC X(30).
           03 PAT-CODDEP        PIC 9(03).
           03 PAT-DATA-AQUIS    PIC 9(08).
           03 PAT-VALOR-AQUIS   PIC 9(09)V99.
           03 PAT-VIDA-MESES    PIC 9(03).
           03 PAT-DEPREC-ACUM   PIC 9(09)V99.
           03 PAT-ULT-COMPET    PIC 9(06).
           03 PAT-SITUACAO      PIC X(01).
           03 PAT-ORIGEM-PED    PIC 9(06).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

       FD ARQCTRLPAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLPAT.DAT".
       01 REG-CTRLPAT.
           03 CTRL-ULTPAT      PIC 9(06).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

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

       FD ARQCTRLTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTR.DAT".
       01 REG-CTRLTR.
           03 CTRL-ULTTR       PIC 9(06).

       FD CADOBRIG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOBRIG.DAT".
       01 REGOBRIG.
           03 OB-KEY.
              05 OB-PLACA        PIC X(07).
              05 OB-TIPO         PIC X(03).
              05 OB-VENCIMENTO   PIC 9(08).
           03 OB-VALOR           PIC 9(07)V99.
           03 OB-DATA-PGTO       PIC 9(08).
           03 OB-SITUACAO        PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-VPT         PIC X(02) VALUE "00".
       01 ST-VEIC        PIC X(02) VALUE "00".
       01 ST-HIST        PIC X(02) VALUE "00".
       01 ST-PAT         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-CTRLP       PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CTRLR       PIC X(02) VALUE "00".
       01 ST-OB          PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-PLACA        PIC X(07) VALUE SPACES.
       01 W-CODIGO       PIC 9(06) VALUE ZEROS.
       01 W-ULTPAT       PIC 9(06) VALUE ZEROS.
       01 W-NUMTR        PIC 9(06) VALUE ZEROS.
       01 W-VIDA-VEIC    PIC 9(03) VALUE 60.
       01 W-VIDA         PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-TIPO-BAIXA   PIC X(01) VALUE SPACES.
       01 W-DATA-BAIXA   PIC 9(08) VALUE ZEROS.
       01 W-VENCTO       PIC 9(08) VALUE ZEROS.
       01 W-CLIENTE      PIC 9(15) VALUE ZEROS.
       01 W-SIT-ANTIGA   PIC X(01) VALUE SPACES.
       01 W-VALOR-VENDA  PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-CONTABIL PIC S9(09)V99 VALUE ZEROS.
       01 W-RESULTADO    PIC S9(09)V99 VALUE ZEROS.
       01 W-QTD-CANC     PIC 9(03) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMVINC   PIC 9(05) VALUE ZEROS.
       01 W-TOT-AQUIS    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-LIQUIDO  PIC S9(11)V99 VALUE ZEROS.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADVEICPAT
           IF ST-VPT NOT = "00"
              IF ST-VPT = "30"
                 OPEN OUTPUT CADVEICPAT
                 CLOSE CADVEICPAT
                 DISPLAY "*** ARQUIVO CADVEICPAT FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEICPAT"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADVEIC
           IF ST-VEIC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               CLOSE CADVEICPAT
               GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADPATRIM
           IF ST-PAT NOT = "00"
              IF ST-PAT = "30"
                 OPEN OUTPUT CADPATRIM
                 CLOSE CADPATRIM
                 DISPLAY "*** ARQUIVO CADPATRIM FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPATRIM"
                 CLOSE CADVEICPAT CADVEIC
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               CLOSE CADVEICPAT CADVEIC CADPATRIM
               GO TO ROT-FIM3.

           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI"
               CLOSE CADVEICPAT CADVEIC CADPATRIM ARQDEP
               GO TO ROT-FIM3.

       R0D.
           OPEN I-O CADTITREC
           IF ST-TR NOT = "00"
              IF ST-TR = "30"
                 OPEN OUTPUT CADTITREC
                 CLOSE CADTITREC
                 DISPLAY "*** ARQUIVO CADTITREC FOI CRIADO ***"
                 GO TO R0D
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
                 CLOSE CADVEICPAT CADVEIC CADPATRIM ARQDEP CADCLI
                 GO TO ROT-FIM3.

      *---------[ OBRIGACOES DA PLACA (OPCIONAL) E HISTORICO ]----------
       R0E.
           OPEN I-O CADOBRIG
           IF ST-OB NOT = "00"
               MOVE "99" TO ST-OB
               DISPLAY "*** CADOBRIG AUSENTE - NA VENDA NAO HAVERA"
                   " OBRIGACOES A CANCELAR ***".

           OPEN EXTEND CADVEICHIST
           IF ST-HIST NOT = "00"
              OPEN OUTPUT CADVEICHIST
              CLOSE CADVEICHIST
              OPEN EXTEND CADVEICHIST.

      *---------[ VIDA UTIL PADRAO DO VEICULO (CADPARAM VIDAVEIC) ]-----
       R0F.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "VIDAVEIC" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-VIDA-VEIC
               END-IF
               CLOSE CADPARAM.

       R1.
           DISPLAY " "
           DISPLAY "*** FROTA NO IMOBILIZADO ***"
           DISPLAY "  1 - VINCULAR PLACA AO PATRIMONIO"
           DISPLAY "  2 - CONSULTAR PLACA"
           DISPLAY "  3 - VENDA/SUCATA DO VEICULO"
           DISPLAY "  4 - LISTAR FROTA IMOBILIZADA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-VINCULA
              WHEN 2
                 GO TO R3-CONSULTA
              WHEN 3
                 GO TO R4-VENDA
              WHEN 4
                 GO TO R5-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ VINCULO DA PLACA A UM BEM DO PATRIMONIO ]-------------
       R2-VINCULA.
           PERFORM LE-PLACA THRU LE-PLACA-FIM
           IF ST-VEIC NOT = "00"
               GO TO R1.
           IF SITUACAO = "V" OR SITUACAO = "S"
               DISPLAY "*** VEICULO JA VENDIDO/SUCATEADO ***"
               GO TO R1.
           MOVE W-PLACA TO VPT-PLACA
           READ CADVEICPAT
           IF ST-VPT = "00"
               DISPLAY "*** PLACA JA VINCULADA AO BEM " VPT-CODPAT
                   " ***"
               GO TO R1.

       R2A.
           DISPLAY "NUMERO DO BEM (0 = CRIAR BEM NOVO): "
               WITH NO ADVANCING
           ACCEPT W-CODIGO
           IF W-CODIGO = ZEROS
               GO TO R2-NOVO.
           MOVE W-CODIGO TO PAT-CODIGO
           READ CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "*** BEM NAO CADASTRADO ***"
               GO TO R2A.
           IF PAT-SITUACAO NOT = "A"
               DISPLAY "*** BEM JA BAIXADO ***"
               GO TO R2A.
           MOVE W-CODIGO TO VPT-CODPAT
           READ CADVEICPAT KEY IS VPT-CODPAT
           IF ST-VPT = "00"
               DISPLAY "*** BEM JA VINCULADO A PLACA " VPT-PLACA
                   " ***"
               GO TO R2A.
           DISPLAY "BEM " PAT-CODIGO " - " PAT-DESCRICAO
           DISPLAY "VIDA ATUAL: " PAT-VIDA-MESES " MESES"
               "  DEPRECIADO: " PAT-DEPREC-ACUM
           DISPLAY "VIDA UTIL DO VEICULO EM MESES (0 = MANTER): "
               WITH NO ADVANCING
           ACCEPT W-VIDA
           IF W-VIDA > ZEROS
               MOVE W-VIDA TO PAT-VIDA-MESES
               REWRITE REGPATRIM.
           GO TO R2-GRAVA.

       R2-NOVO.
           MOVE SPACES TO PAT-DESCRICAO
           STRING "VEICULO " W-PLACA DELIMITED BY SIZE
               INTO PAT-DESCRICAO.
       R2B.
           DISPLAY "DEPARTAMENTO DO VEICULO: " WITH NO ADVANCING
           ACCEPT PAT-CODDEP
           MOVE PAT-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
               GO TO R2B.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT PAT-DATA-AQUIS.
       R2C.
           DISPLAY "VALOR DE AQUISICAO: " WITH NO ADVANCING
           ACCEPT PAT-VALOR-AQUIS
           IF PAT-VALOR-AQUIS = ZEROS
               GO TO R2C.
           DISPLAY "VIDA UTIL EM MESES (0 = " W-VIDA-VEIC "): "
               WITH NO ADVANCING
           ACCEPT W-VIDA
           IF W-VIDA = ZEROS
               MOVE W-VIDA-VEIC TO W-VIDA.
           MOVE W-VIDA TO PAT-VIDA-MESES.
       R2D.
           DISPLAY "DEPRECIACAO JA ACUMULADA (0 = NENHUMA): "
               WITH NO ADVANCING
           ACCEPT PAT-DEPREC-ACUM
           IF PAT-DEPREC-ACUM > PAT-VALOR-AQUIS
               DISPLAY "*** MAIOR QUE O VALOR DE AQUISICAO ***"
               GO TO R2D.
           MOVE ZEROS TO PAT-ULT-COMPET PAT-ORIGEM-PED
           MOVE "A" TO PAT-SITUACAO
           PERFORM LE-CTRLPAT THRU LE-CTRLPAT-FIM.
       R2E.
           ADD 1 TO W-ULTPAT
           MOVE W-ULTPAT TO PAT-CODIGO
           WRITE REGPATRIM
           IF ST-PAT = "22"
               GO TO R2E.
           IF ST-PAT NOT = "00" AND ST-PAT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO BEM ST=" ST-PAT
               GO TO R1.
           PERFORM GRAVA-CTRLPAT THRU GRAVA-CTRLPAT-FIM
           DISPLAY "*** BEM " PAT-CODIGO " CRIADO ***".

       R2-GRAVA.
           MOVE W-PLACA TO VPT-PLACA
           MOVE PAT-CODIGO TO VPT-CODPAT
           MOVE W-DATA-HOJE TO VPT-DATA-VINC
           MOVE "A" TO VPT-SITUACAO
           MOVE ZEROS TO VPT-DATA-BAIXA VPT-VALOR-VENDA
                         VPT-VALOR-CONTABIL VPT-RESULTADO
                         VPT-CNPJCPF VPT-TITULO
           MOVE W-OPERADOR-LOG TO VPT-OPERADOR
           WRITE REGVEICPAT
           IF ST-VPT = "00" OR "02"
               DISPLAY "*** PLACA " VPT-PLACA " VINCULADA AO BEM "
                   VPT-CODPAT " ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-VPT.
           GO TO R1.

      *---------[ CONSULTA DA PLACA: BEM, VALOR CONTABIL E BAIXA ]------
       R3-CONSULTA.
           PERFORM LE-PLACA THRU LE-PLACA-FIM
           IF ST-VEIC NOT = "00"
               GO TO R1.
           MOVE W-PLACA TO VPT-PLACA
           READ CADVEICPAT
           IF ST-VPT NOT = "00"
               DISPLAY "*** PLACA SEM VINCULO COM O PATRIMONIO ***"
               GO TO R1.
           MOVE VPT-CODPAT TO PAT-CODIGO
           READ CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "*** BEM " VPT-CODPAT " NAO CADASTRADO ***"
               GO TO R1.
           COMPUTE W-VAL-CONTABIL =
               PAT-VALOR-AQUIS - PAT-DEPREC-ACUM
           DISPLAY "BEM " PAT-CODIGO " - " PAT-DESCRICAO
               "  SIT " PAT-SITUACAO
           DISPLAY "DEPARTAMENTO: " PAT-CODDEP
               "  AQUISICAO: " PAT-DATA-AQUIS
               "  VINCULO: " VPT-DATA-VINC
           DISPLAY "VALOR: " PAT-VALOR-AQUIS
               "  DEPRECIADO: " PAT-DEPREC-ACUM
               "  CONTABIL: " W-VAL-CONTABIL
           DISPLAY "VIDA: " PAT-VIDA-MESES " MESES"
               "  ULT COMPET DEPRECIADA: " PAT-ULT-COMPET
           IF VPT-SITUACAO = "A"
               GO TO R1.
           DISPLAY "BAIXA (" VPT-SITUACAO ") EM " VPT-DATA-BAIXA
               "  VALOR CONTABIL: " VPT-VALOR-CONTABIL
           DISPLAY "VALOR DA VENDA: " VPT-VALOR-VENDA
               "  GANHO/PERDA: " VPT-RESULTADO
           IF VPT-TITULO > ZEROS
               DISPLAY "COMPRADOR: " VPT-CNPJCPF
                   "  TITULO A RECEBER: " VPT-TITULO.
           GO TO R1.

      *---------[ VENDA OU SUCATA DO VEICULO ]--------------------------
       R4-VENDA.
           PERFORM LE-PLACA THRU LE-PLACA-FIM
           IF ST-VEIC NOT = "00"
               GO TO R1.
           IF SITUACAO = "V" OR SITUACAO = "S"
               DISPLAY "*** VEICULO JA VENDIDO/SUCATEADO ***"
               GO TO R1.
           MOVE W-PLACA TO VPT-PLACA
           READ CADVEICPAT
           IF ST-VPT NOT = "00"
               DISPLAY "*** PLACA SEM VINCULO COM O PATRIMONIO -"
                   " VINCULE ANTES DA VENDA ***"
               GO TO R1.
           MOVE VPT-CODPAT TO PAT-CODIGO
           READ CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "*** BEM " VPT-CODPAT " NAO CADASTRADO ***"
               GO TO R1.
           IF PAT-SITUACAO NOT = "A"
               DISPLAY "*** BEM " PAT-CODIGO " JA BAIXADO ***"
               GO TO R1.
           COMPUTE W-VAL-CONTABIL =
               PAT-VALOR-AQUIS - PAT-DEPREC-ACUM
           DISPLAY "BEM " PAT-CODIGO "  VALOR: " PAT-VALOR-AQUIS
               "  DEPRECIADO: " PAT-DEPREC-ACUM
               "  CONTABIL: " W-VAL-CONTABIL.
       R4A.
           DISPLAY "TIPO DE BAIXA (V=VENDA S=SUCATA): "
               WITH NO ADVANCING
           ACCEPT W-TIPO-BAIXA
           IF W-TIPO-BAIXA NOT = "V" AND W-TIPO-BAIXA NOT = "S"
               DISPLAY "*** TIPO INVALIDO ***"
               GO TO R4A.
           DISPLAY "DATA DA BAIXA (0 = HOJE): " WITH NO ADVANCING
           ACCEPT W-DATA-BAIXA
           IF W-DATA-BAIXA = ZEROS
               MOVE W-DATA-HOJE TO W-DATA-BAIXA.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-BAIXA TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R4A.
       R4B.
           DISPLAY "VALOR DA VENDA (0 = SEM VALOR): "
               WITH NO ADVANCING
           ACCEPT W-VALOR-VENDA
           IF W-TIPO-BAIXA = "V" AND W-VALOR-VENDA = ZEROS
               DISPLAY "*** VENDA EXIGE O VALOR ***"
               GO TO R4B.
           MOVE ZEROS TO W-CLIENTE W-VENCTO
           IF W-VALOR-VENDA = ZEROS
               GO TO R4D.
       R4C.
           DISPLAY "CNPJ/CPF DO COMPRADOR: " WITH NO ADVANCING
           ACCEPT W-CLIENTE
           MOVE W-CLIENTE TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "*** COMPRADOR NAO CADASTRADO EM CADCLI ***"
               GO TO R4C.
           DISPLAY "COMPRADOR: " CLI-RAZAO
           DISPLAY "VENCIMENTO (AAAAMMDD, 0 = A VISTA): "
               WITH NO ADVANCING
           ACCEPT W-VENCTO
           IF W-VENCTO = ZEROS
               MOVE W-DATA-BAIXA TO W-VENCTO.
       R4D.
           COMPUTE W-RESULTADO = W-VALOR-VENDA - W-VAL-CONTABIL
           DISPLAY "VALOR CONTABIL.................: " W-VAL-CONTABIL
           DISPLAY "VALOR DA VENDA.................: " W-VALOR-VENDA
           DISPLAY "GANHO (+) OU PERDA (-).........: " W-RESULTADO
           DISPLAY "CONFIRMA A BAIXA DO VEICULO (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.

      *---------[ GRAVACAO: BEM, PLACA, TITULO, OBRIGACOES, DIARIO ]----
       R4E.
           MOVE "B" TO PAT-SITUACAO
           REWRITE REGPATRIM
           MOVE SITUACAO TO W-SIT-ANTIGA
           MOVE W-TIPO-BAIXA TO SITUACAO
           REWRITE REGVEIC
           MOVE PLACA TO HIST-PLACA
           MOVE W-SIT-ANTIGA TO HIST-SITUACAO-ANTIGA
           MOVE SITUACAO TO HIST-SITUACAO-NOVA
           MOVE FUNCTION CURRENT-DATE TO HIST-DATA-HORA
           WRITE REGVEICHIST
           MOVE ZEROS TO VPT-TITULO
           IF W-VALOR-VENDA > ZEROS
               PERFORM GERA-TITULO THRU GERA-TITULO-FIM.
           MOVE W-TIPO-BAIXA TO VPT-SITUACAO
           MOVE W-DATA-BAIXA TO VPT-DATA-BAIXA
           MOVE W-VALOR-VENDA TO VPT-VALOR-VENDA
           MOVE W-VAL-CONTABIL TO VPT-VALOR-CONTABIL
           MOVE W-RESULTADO TO VPT-RESULTADO
           MOVE W-CLIENTE TO VPT-CNPJCPF
           MOVE W-OPERADOR-LOG TO VPT-OPERADOR
           REWRITE REGVEICPAT
           PERFORM CANCELA-OBRIG THRU CANCELA-OBRIG-FIM
           PERFORM CONTABILIZA-BAIXA THRU CONTABILIZA-BAIXA-FIM
           DISPLAY "*** VEICULO " W-PLACA " BAIXADO - BEM "
               PAT-CODIGO " ***"
           GO TO R1.

      *---------[ FROTA IMOBILIZADA E PLACAS SEM VINCULO ]--------------
       R5-LISTA.
           DISPLAY "*** FROTA IMOBILIZADA - " W-DATA-HOJE " ***"
           MOVE ZEROS TO W-TOTLISTADOS W-TOTSEMVINC W-TOT-AQUIS
                         W-TOT-LIQUIDO
           MOVE SPACES TO VPT-PLACA
           START CADVEICPAT KEY IS NOT LESS VPT-PLACA
           IF ST-VPT NOT = "00"
               GO TO R5B.
       R5A.
           READ CADVEICPAT NEXT RECORD
               AT END
                 GO TO R5B
           END-READ.
           IF VPT-SITUACAO NOT = "A"
               GO TO R5A.
           MOVE VPT-CODPAT TO PAT-CODIGO
           READ CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "  " VPT-PLACA "  BEM " VPT-CODPAT
                   " NAO CADASTRADO"
               GO TO R5A.
           COMPUTE W-VAL-CONTABIL =
               PAT-VALOR-AQUIS - PAT-DEPREC-ACUM
           DISPLAY "  " VPT-PLACA "  BEM " PAT-CODIGO "  DEP "
               PAT-CODDEP "  AQUIS " PAT-VALOR-AQUIS "  VIDA "
               PAT-VIDA-MESES "  CONTABIL " W-VAL-CONTABIL
           ADD 1 TO W-TOTLISTADOS
           ADD PAT-VALOR-AQUIS TO W-TOT-AQUIS
           ADD W-VAL-CONTABIL TO W-TOT-LIQUIDO
           GO TO R5A.
       R5B.
           MOVE SPACES TO PLACA
           START CADVEIC KEY IS NOT LESS PLACA
           IF ST-VEIC NOT = "00"
               GO TO R5D.
       R5C.
           READ CADVEIC NEXT RECORD
               AT END
                 GO TO R5D
           END-READ.
           IF SITUACAO = "V" OR SITUACAO = "S"
               GO TO R5C.
           MOVE PLACA TO VPT-PLACA
           READ CADVEICPAT
           IF ST-VPT = "00"
               GO TO R5C.
           DISPLAY "  " PLACA "  *** SEM VINCULO NO PATRIMONIO ***"
           ADD 1 TO W-TOTSEMVINC
           GO TO R5C.
       R5D.
           DISPLAY "VEICULOS IMOBILIZADOS..........: " W-TOTLISTADOS
           DISPLAY "VALOR DE AQUISICAO TOTAL.......: " W-TOT-AQUIS
           DISPLAY "VALOR CONTABIL TOTAL...........: " W-TOT-LIQUIDO
           DISPLAY "PLACAS SEM VINCULO.............: " W-TOTSEMVINC
           GO TO R1.

       ROT-FIM.
           CLOSE CADVEICPAT CADVEIC CADPATRIM ARQDEP CADCLI
           CLOSE CADTITREC CADVEICHIST
           IF ST-OB NOT = "99"
               CLOSE CADOBRIG.
       ROT-FIM3.
           STOP RUN.

      *---------[ PLACA INFORMADA PELO OPERADOR (CADVEIC) ]-------------
       LE-PLACA.
           DISPLAY "PLACA (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
               MOVE "99" TO ST-VEIC
               GO TO LE-PLACA-FIM.
           MOVE W-PLACA TO PLACA
           READ CADVEIC
           IF ST-VEIC NOT = "00"
               DISPLAY "*** VEICULO NAO CADASTRADO ***"
           ELSE
               DISPLAY "VEICULO " PLACA "  ANO " ANOFABRICACAO
                   "  SITUACAO " SITUACAO.
       LE-PLACA-FIM.
           EXIT.

      *---------[ TITULO A RECEBER DO COMPRADOR (CTRLTR.DAT) ]----------
      *  UMA PARCELA SO, SEM NOTA FISCAL (TR-NUMNF ZERO), COM O *
      *  VALOR DA VENDA E O VENCIMENTO INFORMADO                *
       GERA-TITULO.
           PERFORM LE-CTRLTR THRU LE-CTRLTR-FIM.
       GERA-TITULO-1.
           ADD 1 TO W-NUMTR
           MOVE W-NUMTR TO TR-NUMERO
           MOVE W-CLIENTE TO TR-CNPJCPF
           MOVE ZEROS TO TR-NUMNF
           MOVE W-VALOR-VENDA TO TR-VALOR
           MOVE ZEROS TO TR-VALOR-PAGO
           MOVE W-DATA-BAIXA TO TR-DATA-EMISSAO
           MOVE W-VENCTO TO TR-DATA-VENCTO
           MOVE "A" TO TR-SITUACAO
           WRITE REGTITREC
           IF ST-TR = "22"
               GO TO GERA-TITULO-1.
           IF ST-TR NOT = "00" AND ST-TR NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO TITULO A RECEBER ST="
                   ST-TR
               GO TO GERA-TITULO-FIM.
           PERFORM GRAVA-CTRLTR THRU GRAVA-CTRLTR-FIM
           MOVE TR-NUMERO TO VPT-TITULO
           DISPLAY "TITULO A RECEBER " TR-NUMERO " VENCTO "
               TR-DATA-VENCTO " VALOR " TR-VALOR.
       GERA-TITULO-FIM.
           EXIT.

      *---------[ CANCELA AS OBRIGACOES EM ABERTO DA PLACA ]------------
      *  IPVA, LICENCIAMENTO E SEGURO AINDA NAO PAGOS DEIXAM DE *
      *  SER DEVIDOS PELA EMPRESA: SITUACAO A PASSA A C         *
       CANCELA-OBRIG.
           MOVE ZEROS TO W-QTD-CANC
           IF ST-OB = "99"
               GO TO CANCELA-OBRIG-FIM.
           MOVE W-PLACA TO OB-PLACA
           MOVE SPACES TO OB-TIPO
           MOVE ZEROS TO OB-VENCIMENTO
           START CADOBRIG KEY IS NOT LESS OB-KEY
           IF ST-OB NOT = "00"
               GO TO CANCELA-OBRIG-FIM.
       CANCELA-OBRIG-1.
           READ CADOBRIG NEXT RECORD
               AT END
                 GO TO CANCELA-OBRIG-2
           END-READ.
           IF OB-PLACA NOT = W-PLACA
               GO TO CANCELA-OBRIG-2.
           IF OB-SITUACAO NOT = "A"
               GO TO CANCELA-OBRIG-1.
           MOVE "C" TO OB-SITUACAO
           REWRITE REGOBRIG
           ADD 1 TO W-QTD-CANC
           DISPLAY "  OBRIGACAO " OB-TIPO " VENCTO " OB-VENCIMENTO
               " VALOR " OB-VALOR " CANCELADA"
           GO TO CANCELA-OBRIG-1.
       CANCELA-OBRIG-2.
           DISPLAY "OBRIGACOES CANCELADAS..........: " W-QTD-CANC.
       CANCELA-OBRIG-FIM.
           EXIT.

      *---------[ BAIXA DO BEM NO DIARIO (LANCCTB) ]--------------------
      *  O CUSTO DO VEICULO SAI DO IMOBILIZADO EM ATE TRES      *
      *  LANCAMENTOS: BAIXADEPR (DEPRECIACAO ACUMULADA CONTRA   *
      *  O IMOBILIZADO), VENDAIMOB (COMPRADOR CONTRA O          *
      *  IMOBILIZADO, PELO VALOR DA VENDA) E A DIFERENCA PARA   *
      *  O VALOR CONTABIL EM PERDAIMOB (PERDA CONTRA O          *
      *  IMOBILIZADO) OU GANHOIMOB (IMOBILIZADO CONTRA GANHO)   *
       CONTABILIZA-BAIXA.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE W-DATA-BAIXA TO W-CTB-DATA
           MOVE PAT-CODDEP TO W-CTB-CODDEP
           MOVE "VEICPATRIM" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE PAT-CODIGO TO W-CTB-DOCUMENTO
           STRING "BAIXA VEICULO " W-PLACA " BEM " PAT-CODIGO
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           IF PAT-DEPREC-ACUM > ZEROS
               MOVE "BAIXADEPR" TO W-CTB-EVENTO
               MOVE PAT-DEPREC-ACUM TO W-CTB-VALOR
               PERFORM CHAMA-LANCCTB THRU CHAMA-LANCCTB-FIM.
           IF W-VALOR-VENDA > ZEROS
               MOVE "VENDAIMOB" TO W-CTB-EVENTO
               MOVE W-VALOR-VENDA TO W-CTB-VALOR
               PERFORM CHAMA-LANCCTB THRU CHAMA-LANCCTB-FIM.
           IF W-RESULTADO > ZEROS
               MOVE "GANHOIMOB" TO W-CTB-EVENTO
               MOVE W-RESULTADO TO W-CTB-VALOR
               PERFORM CHAMA-LANCCTB THRU CHAMA-LANCCTB-FIM.
           IF W-RESULTADO < ZEROS
               MOVE "PERDAIMOB" TO W-CTB-EVENTO
               COMPUTE W-CTB-VALOR = ZEROS - W-RESULTADO
               PERFORM CHAMA-LANCCTB THRU CHAMA-LANCCTB-FIM.
       CONTABILIZA-BAIXA-FIM.
           EXIT.

       CHAMA-LANCCTB.
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E"
               DISPLAY "  *** EVENTO " W-CTB-EVENTO " SEM CONTAS"
                   " VALIDAS - NAO LANCADO NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "  *** ERRO NA GRAVACAO DO DIARIO ***".
       CHAMA-LANCCTB-FIM.
           EXIT.

      *---------[ ULTIMO NUMERO DE BEM (CTRLPAT.DAT) ]------------------
       LE-CTRLPAT.
           OPEN INPUT ARQCTRLPAT
           IF ST-CTRLP = "00"
              READ ARQCTRLPAT
                 AT END MOVE ZEROS TO W-ULTPAT
              END-READ
              IF ST-CTRLP = "00"
                 MOVE CTRL-ULTPAT TO W-ULTPAT
              END-IF
              CLOSE ARQCTRLPAT
           ELSE
              MOVE ZEROS TO W-ULTPAT.
       LE-CTRLPAT-FIM.
           EXIT.

       GRAVA-CTRLPAT.
           OPEN OUTPUT ARQCTRLPAT
           MOVE W-ULTPAT TO CTRL-ULTPAT
           WRITE REG-CTRLPAT
           CLOSE ARQCTRLPAT.
       GRAVA-CTRLPAT-FIM.
           EXIT.

      *---------[ ULTIMO NUMERO DE TITULO A RECEBER (CTRLTR.DAT) ]------
       LE-CTRLTR.
           OPEN INPUT ARQCTRLTR
           IF ST-CTRLR = "00"
              READ ARQCTRLTR
                 AT END MOVE ZEROS TO W-NUMTR
              END-READ
              IF ST-CTRLR = "00"
                 MOVE CTRL-ULTTR TO W-NUMTR
              END-IF
              CLOSE ARQCTRLTR
           ELSE
              MOVE ZEROS TO W-NUMTR.
       LE-CTRLTR-FIM.
           EXIT.

       GRAVA-CTRLTR.
           OPEN OUTPUT ARQCTRLTR
           MOVE W-NUMTR TO CTRL-ULTTR
           WRITE REG-CTRLTR
           CLOSE ARQCTRLTR.
       GRAVA-CTRLTR-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
