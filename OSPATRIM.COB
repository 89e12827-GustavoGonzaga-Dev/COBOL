       IDENTIFICATION DIVISION.
       PROGRAM-ID. OSPATRIM.
      ***********************************************
      *  ORDEM DE SERVICO DE MANUTENCAO DE MAQUINAS E *
      *  EQUIPAMENTOS (CADOSPAT) - ABRE A OS PARA UM  *
      *  BEM ATIVO DE CADPATRIM, LANCA PECAS          *
      *  (CADOSPITEM) BAIXANDO O ESTOQUE DE CADPROD   *
      *  COM MOVIMENTO "S" MOTIVO "OP" EM CADMOVEST,  *
      *  VALORIZADAS PELO CUSTO MEDIO DE CADCUSTO     *
      *  (SEM CUSTO APURADO VALE O PRECO DE TABELA),  *
      *  E FECHA A OS COM A MAO DE OBRA PROPRIA E O   *
      *  SERVICO DE TERCEIRO (FORNECEDOR DE CADFORN). *
      *  SERIE EM CTRLOSP.DAT. VEICULO DA FROTA       *
      *  (CADVEICPAT) CONTINUA EM ORDSERV.            *
      *  A OPCAO 5 MANTEM O PLANO PREVENTIVO DO BEM   *
      *  (CADPLANOPAT) A CADA N MESES; O PASSO        *
      *  NOTURNO GERAOSPAT ABRE A OS PREVENTIVA E O   *
      *  CUSTO DE MANUTENCAO CONTRA O VALOR DE        *
      *  AQUISICAO SAI EM RELMANPAT.                  *
      *  TIPO: C=CORRETIVA P=PREVENTIVA               *
      *  SITUACAO: A=ABERTA F=FECHADA                 *
      *  COM A COMPETENCIA FECHADA NO ESTOQUE (MODULO *
      *  EST DE CADPERIODO, VIA CONSPERIODO) A SAIDA  *
      *  DE PECAS PARA A OS E RECUSADA                *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOSPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OSP-NUMERO
                    ALTERNATE RECORD KEY IS OSP-CODPAT WITH DUPLICATES
                    FILE STATUS  IS ST-OSP.

           SELECT CADOSPITEM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPI-KEY
                    FILE STATUS  IS ST-OPI.

           SELECT CADPATRIM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAT-CODIGO
                    FILE STATUS  IS ST-PAT.

           SELECT CADPLANOPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLP-CODPAT
                    FILE STATUS  IS ST-PLP.

           SELECT CADVEICPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VPT-PLACA
                    ALTERNATE RECORD KEY IS VPT-CODPAT
                    FILE STATUS  IS ST-VPT.

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

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODGPRODUTO
                    FILE STATUS  IS ST-CUS.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT ARQCTRLOSP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADOSPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOSPAT.DAT".
       01 REGOSPAT.
           03 OSP-NUMERO        PIC 9(06).
           03 OSP-CODPAT        PIC 9(06).
           03 OSP-TIPO          PIC X(01).
           03 OSP-DATA-ABERT    PIC 9(08).
           03 OSP-DATA-FECH     PIC 9(08).
           03 OSP-DESCRICAO     PIC X(40).
           03 OSP-MAODEOBRA     PIC 9(07)V99.
           03 OSP-VALPECAS      PIC 9(09)V99.
           03 OSP-VALTERC       PIC 9(09)V99.
           03 OSP-CNPJ-TERC     PIC 9(15).
           03 OSP-NF-TERC       PIC 9(06).
           03 OSP-SITUACAO      PIC X(01).
           03 OSP-OPERADOR      PIC X(08).

       FD CADOSPITEM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADOSPITEM.DAT".
       01 REGOSPITEM.
           03 OPI-KEY.
              05 OPI-NUMERO     PIC 9(06).
              05 OPI-SEQ        PIC 9(03).
           03 OPI-CODGPRODUTO   PIC 9(06).
           03 OPI-QUANTIDADE    PIC 9(05)V9.
           03 OPI-VALOR         PIC 9(09)V99.

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

       FD CADPLANOPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPLANOPAT.DAT".
       01 REGPLANOPAT.
           03 PLP-CODPAT        PIC 9(06).
           03 PLP-MESES-INTERV  PIC 9(03).
           03 PLP-SERVICOS      PIC X(40).
           03 PLP-DATA-ULT      PIC 9(08).
           03 PLP-OS-ABERTA     PIC 9(06).

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

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
           03 CUS-CODGPRODUTO   PIC 9(06).
           03 CUS-CUSTO-MEDIO   PIC 9(07)V99.
           03 CUS-DATA-ATU      PIC 9(08).

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

       FD ARQCTRLOSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLOSP.DAT".
       01 REG-CTRLOSP.
           03 CTRL-ULTOSP      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-OSP         PIC X(02) VALUE "00".
       01 ST-OPI         PIC X(02) VALUE "00".
       01 ST-PAT         PIC X(02) VALUE "00".
       01 ST-PLP         PIC X(02) VALUE "00".
       01 ST-VPT         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-LOG         PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-CTRLO       PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-NUMOSP       PIC 9(06) VALUE ZEROS.
       01 W-ULTOSP       PIC 9(06) VALUE ZEROS.
       01 W-ULTSEQ       PIC 9(03) VALUE ZEROS.
       01 W-CODPAT       PIC 9(06) VALUE ZEROS.
       01 W-QTD          PIC 9(05)V9 VALUE ZEROS.
       01 W-CODPROD      PIC 9(06) VALUE ZEROS.
       01 W-CUSTO-SAIDA  PIC 9(07)V99 VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(09)V99 VALUE ZEROS.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 W-MESES        PIC 9(03) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-EOF-OPI      PIC X(01) VALUE "N".
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-TOTAL-OS     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-BEM      PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADOSPAT
           IF ST-OSP NOT = "00"
              IF ST-OSP = "30"
                 OPEN OUTPUT CADOSPAT
                 CLOSE CADOSPAT
                 DISPLAY "*** ARQUIVO CADOSPAT FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOSPAT"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADOSPITEM
           IF ST-OPI NOT = "00"
              IF ST-OPI = "30"
                 OPEN OUTPUT CADOSPITEM
                 CLOSE CADOSPITEM
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOSPITEM"
                 CLOSE CADOSPAT
                 GO TO ROT-FIM3.

       R0C.
           OPEN I-O CADPLANOPAT
           IF ST-PLP NOT = "00"
              IF ST-PLP = "30"
                 OPEN OUTPUT CADPLANOPAT
                 CLOSE CADPLANOPAT
                 GO TO R0C
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPLANOPAT"
                 CLOSE CADOSPAT CADOSPITEM
                 GO TO ROT-FIM3.

       R0D.
           OPEN INPUT CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPATRIM"
               CLOSE CADOSPAT CADOSPITEM CADPLANOPAT
               GO TO ROT-FIM3.
           OPEN I-O CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADOSPAT CADOSPITEM CADPLANOPAT CADPATRIM
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
                 CLOSE CADOSPAT CADOSPITEM CADPLANOPAT CADPATRIM
                       CADPROD
                 GO TO ROT-FIM3.

       R0F.
           OPEN INPUT CADCUSTO
           IF ST-CUS NOT = "00"
               DISPLAY "*** CADCUSTO AUSENTE - PECA CUSTEADA PELO"
                   " PRECO DE TABELA ***"
               MOVE "99" TO ST-CUS.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.
           OPEN INPUT CADVEICPAT
           IF ST-VPT NOT = "00"
               MOVE "99" TO ST-VPT.

       R0G.
           OPEN INPUT ARQCTRLOSP
           IF ST-CTRLO = "00"
              READ ARQCTRLOSP
                 AT END MOVE ZEROS TO W-ULTOSP
              END-READ
              IF ST-CTRLO = "00"
                 MOVE CTRL-ULTOSP TO W-ULTOSP
              END-IF
              CLOSE ARQCTRLOSP
           ELSE
              MOVE ZEROS TO W-ULTOSP.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** ORDEM DE SERVICO DE MAQUINAS E EQUIPAMENTOS ***"
           DISPLAY "  1 - ABRIR OS"
           DISPLAY "  2 - LANCAR PECA NA OS"
           DISPLAY "  3 - FECHAR OS"
           DISPLAY "  4 - HISTORICO DE OS DO BEM"
           DISPLAY "  5 - PLANO PREVENTIVO DO BEM"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-ABRE
              WHEN 2
                 GO TO R3-PECA
              WHEN 3
                 GO TO R4-FECHA
              WHEN 4
                 GO TO R5-HISTORICO
              WHEN 5
                 GO TO R6-PLANO
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ ABERTURA DA OS ]--------------------------------------
       R2-ABRE.
           PERFORM LE-BEM THRU LE-BEM-FIM
           IF ST-PAT NOT = "00"
               GO TO R1.
           IF PAT-SITUACAO NOT = "A"
               DISPLAY "*** BEM BAIXADO ***"
               GO TO R2-ABRE.

       R2A.
           DISPLAY "TIPO (C=CORRETIVA P=PREVENTIVA): "
               WITH NO ADVANCING
           ACCEPT OSP-TIPO
           IF OSP-TIPO NOT = "C" AND OSP-TIPO NOT = "P"
               DISPLAY "*** TIPO INVALIDO ***"
               GO TO R2A.
           DISPLAY "DESCRICAO DO SERVICO: " WITH NO ADVANCING
           ACCEPT OSP-DESCRICAO

           ADD 1 TO W-ULTOSP
           MOVE W-ULTOSP TO OSP-NUMERO
           MOVE PAT-CODIGO TO OSP-CODPAT
           MOVE W-HOJE TO OSP-DATA-ABERT
           MOVE ZEROS TO OSP-DATA-FECH OSP-MAODEOBRA OSP-VALPECAS
                         OSP-VALTERC OSP-CNPJ-TERC OSP-NF-TERC
           MOVE "A" TO OSP-SITUACAO
           MOVE W-OPERADOR-LOG TO OSP-OPERADOR
           WRITE REGOSPAT
           IF ST-OSP = "00" OR "02"
               DISPLAY "*** OS " OSP-NUMERO " ABERTA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-OSP.
           GO TO R1.

      *---------[ PECAS: BAIXA DO ESTOQUE COM MOVIMENTO "S" ]-----------
       R3-PECA.
           MOVE "EST" TO W-CPR-MODULO
           MOVE W-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NO ESTOQUE ***"
               GO TO R1.
           PERFORM LE-OS THRU LE-OS-FIM
           IF ST-OSP NOT = "00"
               GO TO R1.
           IF OSP-SITUACAO NOT = "A"
               DISPLAY "*** OS JA FECHADA ***"
               GO TO R3-PECA.

       R3A.
           DISPLAY "CODIGO DA PECA (0 = OUTRA OS): "
               WITH NO ADVANCING
           ACCEPT W-CODPROD
           IF W-CODPROD = ZEROS
               GO TO R3-PECA.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "*** PECA NAO CADASTRADA ***"
               GO TO R3A.
           DISPLAY "PECA: " DESCRICAO "  ESTOQUE: " QUANTIDADE.

       R3B.
           DISPLAY "QUANTIDADE: " WITH NO ADVANCING
           ACCEPT W-QTD
           IF W-QTD = ZEROS
               GO TO R3A.
           IF W-QTD > QUANTIDADE
               DISPLAY "*** SALDO INSUFICIENTE ***"
               GO TO R3B.

           MOVE QUANTIDADE TO QUANTIDADE-ANT
           SUBTRACT W-QTD FROM QUANTIDADE
           REWRITE REGPROD
           MOVE CODGPRODUTO TO MOV-CODGPRODUTO
           MOVE FUNCTION CURRENT-DATE TO MOV-DATA-HORA
           MOVE "S" TO MOV-TIPO
           MOVE W-QTD TO MOV-QUANTIDADE
           MOVE QUANTIDADE-ANT TO MOV-SALDO-ANT
           MOVE QUANTIDADE TO MOV-SALDO-NOVO
           MOVE "OP" TO MOV-MOTIVO
           MOVE W-OPERADOR-LOG TO MOV-OPERADOR
           WRITE REGMOVEST

           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-FIM
           PERFORM ACHA-ULTSEQ THRU ACHA-ULTSEQ-FIM
           MOVE W-NUMOSP TO OPI-NUMERO
           COMPUTE OPI-SEQ = W-ULTSEQ + 1
           MOVE W-CODPROD TO OPI-CODGPRODUTO
           MOVE W-QTD TO OPI-QUANTIDADE
           COMPUTE W-VALORLINHA ROUNDED = W-QTD * W-CUSTO-SAIDA
           MOVE W-VALORLINHA TO OPI-VALOR
           WRITE REGOSPITEM

           ADD W-VALORLINHA TO OSP-VALPECAS
           REWRITE REGOSPAT
           DISPLAY "*** PECA LANCADA - VALOR " W-VALORLINHA " ***"
           GO TO R3A.

      *---------[ FECHAMENTO: MAO DE OBRA E SERVICO DE TERCEIRO ]-------
       R4-FECHA.
           PERFORM LE-OS THRU LE-OS-FIM
           IF ST-OSP NOT = "00"
               GO TO R1.
           IF OSP-SITUACAO NOT = "A"
               DISPLAY "*** OS JA FECHADA ***"
               GO TO R4-FECHA.

           DISPLAY "VALOR DA MAO DE OBRA PROPRIA: " WITH NO ADVANCING
           ACCEPT OSP-MAODEOBRA
           DISPLAY "VALOR DO SERVICO DE TERCEIRO (0 = NAO HOUVE): "
               WITH NO ADVANCING
           ACCEPT OSP-VALTERC
           MOVE ZEROS TO OSP-CNPJ-TERC OSP-NF-TERC
           IF OSP-VALTERC = ZEROS
               GO TO R4B.
       R4A.
           DISPLAY "CNPJ DO PRESTADOR: " WITH NO ADVANCING
           ACCEPT OSP-CNPJ-TERC
           IF ST-FOR NOT = "99"
               MOVE OSP-CNPJ-TERC TO CNPJ
               READ CADFORN
               IF ST-FOR NOT = "00"
                   MOVE "00" TO ST-FOR
                   DISPLAY "*** PRESTADOR NAO CADASTRADO EM CADFORN ***"
                   GO TO R4A
               END-IF
               DISPLAY "PRESTADOR: " RAZAO.
           DISPLAY "NOTA FISCAL DO SERVICO: " WITH NO ADVANCING
           ACCEPT OSP-NF-TERC.
       R4B.
           COMPUTE W-TOTAL-OS =
               OSP-VALPECAS + OSP-MAODEOBRA + OSP-VALTERC
           DISPLAY "PECAS LANCADAS: " OSP-VALPECAS
               "  TOTAL DA OS: " W-TOTAL-OS
           DISPLAY "CONFIRMA O FECHAMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.

           MOVE W-HOJE TO OSP-DATA-FECH
           MOVE "F" TO OSP-SITUACAO
           REWRITE REGOSPAT
           MOVE OSP-CODPAT TO PLP-CODPAT
           READ CADPLANOPAT
           IF ST-PLP = "00" AND PLP-OS-ABERTA = OSP-NUMERO
               MOVE ZEROS TO PLP-OS-ABERTA
               MOVE OSP-DATA-FECH TO PLP-DATA-ULT
               REWRITE REGPLANOPAT.
           DISPLAY "*** OS FECHADA - PECAS " OSP-VALPECAS
               " + MAO DE OBRA " OSP-MAODEOBRA " + TERCEIRO "
               OSP-VALTERC " ***"
           GO TO R1.

      *---------[ HISTORICO DE OS DO BEM ]------------------------------
       R5-HISTORICO.
           PERFORM LE-BEM THRU LE-BEM-FIM
           IF ST-PAT NOT = "00"
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS W-TOT-BEM
           MOVE PAT-CODIGO TO OSP-CODPAT
           START CADOSPAT KEY IS NOT LESS OSP-CODPAT
               INVALID KEY GO TO R5B.
       R5A.
           READ CADOSPAT NEXT RECORD
               AT END
                 GO TO R5B
           END-READ.
           IF OSP-CODPAT NOT = PAT-CODIGO
               GO TO R5B.
           COMPUTE W-TOTAL-OS =
               OSP-VALPECAS + OSP-MAODEOBRA + OSP-VALTERC
           DISPLAY "  OS " OSP-NUMERO " " OSP-TIPO " " OSP-SITUACAO
               "  " OSP-DATA-ABERT " A " OSP-DATA-FECH
               "  TOTAL " W-TOTAL-OS
           DISPLAY "     " OSP-DESCRICAO
           ADD 1 TO W-TOTLISTADOS
           ADD W-TOTAL-OS TO W-TOT-BEM
           GO TO R5A.
       R5B.
           DISPLAY "OS DO BEM......................: " W-TOTLISTADOS
           DISPLAY "CUSTO DE MANUTENCAO............: " W-TOT-BEM
           DISPLAY "VALOR DE AQUISICAO.............: " PAT-VALOR-AQUIS
           GO TO R1.

      *---------[ PLANO PREVENTIVO POR CALENDARIO (CADPLANOPAT) ]-------
       R6-PLANO.
           PERFORM LE-BEM THRU LE-BEM-FIM
           IF ST-PAT NOT = "00"
               GO TO R1.
           MOVE PAT-CODIGO TO PLP-CODPAT
           READ CADPLANOPAT
           IF ST-PLP = "00"
               DISPLAY "PLANO ATUAL: A CADA " PLP-MESES-INTERV
                   " MESES  ULTIMA " PLP-DATA-ULT
                   "  OS ABERTA " PLP-OS-ABERTA
               DISPLAY "SERVICOS: " PLP-SERVICOS
           ELSE
               IF PAT-SITUACAO NOT = "A"
                   DISPLAY "*** BEM BAIXADO ***"
                   GO TO R6-PLANO
               END-IF
               DISPLAY "BEM SEM PLANO PREVENTIVO".
           DISPLAY "INTERVALO EM MESES (0 = SEM PLANO): "
               WITH NO ADVANCING
           ACCEPT W-MESES
           IF W-MESES = ZEROS
               IF ST-PLP = "00"
                   DELETE CADPLANOPAT RECORD
                   DISPLAY "*** PLANO EXCLUIDO ***"
               END-IF
               GO TO R1.
           IF ST-PLP NOT = "00"
               MOVE PAT-CODIGO TO PLP-CODPAT
               MOVE ZEROS TO PLP-OS-ABERTA
               MOVE SPACES TO PLP-SERVICOS.
           MOVE W-MESES TO PLP-MESES-INTERV
           DISPLAY "SERVICOS DO PLANO (VAZIO = MANTER): "
               WITH NO ADVANCING
           ACCEPT MENS
           IF MENS NOT = SPACES
               MOVE MENS TO PLP-SERVICOS.
           DISPLAY "DATA DA ULTIMA PREVENTIVA (0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT PLP-DATA-ULT
           IF PLP-DATA-ULT = ZEROS
               MOVE W-HOJE TO PLP-DATA-ULT.
           IF ST-PLP = "00"
               REWRITE REGPLANOPAT
           ELSE
               WRITE REGPLANOPAT.
           IF ST-PLP = "00" OR "02"
               DISPLAY "*** PLANO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-PLP.
           GO TO R1.

       ROT-FIM.
           OPEN OUTPUT ARQCTRLOSP
           MOVE W-ULTOSP TO CTRL-ULTOSP
           WRITE REG-CTRLOSP
           CLOSE ARQCTRLOSP
           CLOSE CADOSPAT
           CLOSE CADOSPITEM
           CLOSE CADPLANOPAT
           CLOSE CADPATRIM
           CLOSE CADPROD
           CLOSE CADMOVEST
           IF ST-CUS NOT = "99"
               CLOSE CADCUSTO.
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
           IF ST-VPT NOT = "99"
               CLOSE CADVEICPAT.
       ROT-FIM3.
           STOP RUN.

      *---------[ BEM DO PATRIMONIO (VEICULO FICA EM ORDSERV) ]---------
       LE-BEM.
           DISPLAY "NUMERO DO BEM (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CODPAT
           IF W-CODPAT = ZEROS
               MOVE "99" TO ST-PAT
               GO TO LE-BEM-FIM.
           MOVE W-CODPAT TO PAT-CODIGO
           READ CADPATRIM
           IF ST-PAT NOT = "00"
               DISPLAY "*** BEM NAO CADASTRADO ***"
               GO TO LE-BEM.
           IF ST-VPT NOT = "99"
               MOVE W-CODPAT TO VPT-CODPAT
               READ CADVEICPAT KEY IS VPT-CODPAT
               IF ST-VPT = "00"
                   DISPLAY "*** BEM E O VEICULO " VPT-PLACA
                       " - MANUTENCAO EM ORDSERV ***"
                   GO TO LE-BEM
               END-IF
               MOVE "00" TO ST-VPT.
           DISPLAY "BEM " PAT-CODIGO " - " PAT-DESCRICAO
               "  DEP " PAT-CODDEP "  SIT " PAT-SITUACAO.
       LE-BEM-FIM.
           EXIT.

       LE-OS.
           DISPLAY "NUMERO DA OS (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMOSP
           IF W-NUMOSP = ZEROS
               MOVE "99" TO ST-OSP
               GO TO LE-OS-FIM.
           MOVE W-NUMOSP TO OSP-NUMERO
           READ CADOSPAT
           IF ST-OSP NOT = "00"
               DISPLAY "*** OS NAO CADASTRADA ***"
               GO TO LE-OS.
           DISPLAY "OS " OSP-NUMERO "  BEM " OSP-CODPAT "  "
               OSP-DESCRICAO.
       LE-OS-FIM.
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

      *---------[ ULTIMA SEQUENCIA DE ITEM DA OS ]----------------------
       ACHA-ULTSEQ.
           MOVE ZEROS TO W-ULTSEQ
           MOVE "N" TO W-EOF-OPI
           MOVE W-NUMOSP TO OPI-NUMERO
           MOVE ZEROS TO OPI-SEQ
           START CADOSPITEM KEY IS NOT LESS OPI-KEY
               INVALID KEY MOVE "S" TO W-EOF-OPI.
       ACHA-ULTSEQ-1.
           IF W-EOF-OPI = "S"
               GO TO ACHA-ULTSEQ-FIM.
           READ CADOSPITEM NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-OPI
                 GO TO ACHA-ULTSEQ-1
           END-READ.
           IF OPI-NUMERO NOT = W-NUMOSP
               MOVE "S" TO W-EOF-OPI
               GO TO ACHA-ULTSEQ-1.
           MOVE OPI-SEQ TO W-ULTSEQ
           GO TO ACHA-ULTSEQ-1.
       ACHA-ULTSEQ-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
