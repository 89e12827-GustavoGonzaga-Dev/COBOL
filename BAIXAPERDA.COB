       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAPERDA.
      ***********************************************
      *  BAIXA POR PERDA DE TITULO A RECEBER          *
      *  INCOBRAVEL E RECUPERACAO POSTERIOR. A BAIXA  *
      *  SO SAI COM MOTIVO E SENHA DE SUPERVISOR      *
      *  (PERFIL A DE CADUSUARIO): O TITULO (A OU P)  *
      *  PASSA A SITUACAO X=BAIXADO POR PERDA, O SALDO*
      *  VAI PARA CADPERDA, A ALTERACAO E CARIMBADA EM*
      *  ARQTRANSLOG (ANTES/DEPOIS) E A PERDA E       *
      *  LANCADA NO DIARIO VIA LANCCTB (EVENTO        *
      *  PDDPERDA, CONTRA A PDD DE CALCPDD). TITULO   *
      *  BAIXADO SAI DO AGING (RELAGREC), DO FLUXO DE *
      *  CAIXA E DA PDD. DINHEIRO QUE CHEGA DEPOIS    *
      *  ENTRA NA RECUPERACAO: ACUMULA EM CADPERDA E  *
      *  NO TR-VALOR-PAGO (O TITULO FICA EM X) E VAI  *
      *  PARA A CONTA PADRAO (CTAPADRAO) EM CADMOVBCO *
      *  COM ORIGEM RECUPERA                          *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  BAIXA E LANCAMENTO SAO RECUSADOS.            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPERDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-TITULO
                    FILE STATUS  IS ST-PER.

           SELECT CADTITREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT CADCONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-CTA.

           SELECT CADMOVBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVB-KEY
                    FILE STATUS  IS ST-MVB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERDA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPERDA.DAT".
       01 REGPERDA.
           03 PER-TITULO        PIC 9(06).
           03 PER-CNPJCPF       PIC 9(15).
           03 PER-NUMNF         PIC 9(06).
           03 PER-DATA          PIC 9(08).
           03 PER-VALOR         PIC 9(09)V99.
           03 PER-DIAS-ATRASO   PIC 9(05).
           03 PER-MOTIVO        PIC X(40).
           03 PER-SUPERVISOR    PIC X(08).
           03 PER-OPERADOR      PIC X(08).
           03 PER-RECUPERADO    PIC 9(09)V99.
           03 PER-DATA-RECUP    PIC 9(08).

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

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).

       FD ARQTRANSLOG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQTRANSLOG.DAT".
       01 REGTRANSLOG.
           03 TL-DATA-HORA         PIC X(21).
           03 TL-ARQUIVO           PIC X(10).
           03 TL-CHAVE             PIC X(20).
           03 TL-OPERACAO          PIC X(01).
           03 TL-ANTES             PIC X(210).
           03 TL-DEPOIS            PIC X(210).
           03 TL-OPERADOR          PIC X(08).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       FD CADCONTABCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTABCO.DAT".
       01 REGCONTABCO.
           03 CTA-CODIGO        PIC 9(02).
           03 CTA-NOME          PIC X(20).
           03 CTA-BANCO         PIC 9(03).
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 MVB-KEY.
              05 MVB-CONTA      PIC 9(02).
              05 MVB-SEQ        PIC 9(06).
           03 MVB-DATA          PIC 9(08).
           03 MVB-TIPO          PIC X(01).
           03 MVB-ORIGEM        PIC X(10).
           03 MVB-DOCUMENTO     PIC 9(06).
           03 MVB-VALOR         PIC 9(09)V99.
           03 MVB-CONCILIADO    PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-PER         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CTA         PIC X(02) VALUE "00".
       01 ST-MVB         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-VENCTO   PIC 9(09) VALUE ZEROS.
       01 W-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-RECUP  PIC 9(09)V99 VALUE ZEROS.
       01 W-MOTIVO       PIC X(40) VALUE SPACES.
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-TL-OPERADOR  PIC X(08) VALUE SPACES.
       01 W-REG-ANTES    PIC X(66) VALUE SPACES.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
       01 W-TOT-BAIXADO  PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-RECUP    PIC 9(11)V99 VALUE ZEROS.
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
       01 W-CTA-PADRAO   PIC 9(02) VALUE ZEROS.
       01 W-MVB-TIPO     PIC X(01) VALUE SPACES.
       01 W-MVB-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-MVB-DOC      PIC 9(06) VALUE ZEROS.
       01 W-MVB-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADPERDA
           IF ST-PER NOT = "00"
              IF ST-PER = "30"
                 OPEN OUTPUT CADPERDA
                 CLOSE CADPERDA
                 DISPLAY "*** ARQUIVO CADPERDA FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPERDA"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
               CLOSE CADPERDA
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI"
               CLOSE CADPERDA
               CLOSE CADTITREC
               GO TO ROT-FIM3.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           PERFORM LE-CTAPADRAO THRU LE-CTAPADRAO-FIM
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

       R1.
           DISPLAY " "
           DISPLAY "*** BAIXA POR PERDA DE TITULOS A RECEBER ***"
           DISPLAY "  1 - BAIXAR TITULO POR PERDA"
           DISPLAY "  2 - RECUPERACAO DE TITULO BAIXADO"
           DISPLAY "  3 - LISTAR TITULOS BAIXADOS"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-BAIXA
              WHEN 2
                 GO TO R3-RECUPERA
              WHEN 3
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ BAIXA POR PERDA COM AUTORIZACAO DE SUPERVISOR ]-------
       R2-BAIXA.
           DISPLAY "NUMERO DO TITULO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMTIT
           IF W-NUMTIT = ZEROS
               GO TO R1.
           MOVE W-NUMTIT TO TR-NUMERO
           READ CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "*** TITULO NAO CADASTRADO ***"
               GO TO R2-BAIXA.
           IF TR-SITUACAO NOT = "A" AND TR-SITUACAO NOT = "P"
               DISPLAY "*** SO TITULO EM ABERTO PODE SER BAIXADO -"
                   " SITUACAO " TR-SITUACAO " ***"
               GO TO R2-BAIXA.
           MOVE TR-CNPJCPF TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI = "00"
               DISPLAY "CLIENTE: " CLI-RAZAO
           ELSE
               DISPLAY "CLIENTE NAO CADASTRADO - " TR-CNPJCPF.
           COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
           COMPUTE W-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE (TR-DATA-VENCTO)
           COMPUTE W-DIAS-ATRASO = W-INT-HOJE - W-INT-VENCTO
           IF W-DIAS-ATRASO < ZEROS
               MOVE ZEROS TO W-DIAS-ATRASO.
           DISPLAY "NF " TR-NUMNF "  VENCIMENTO " TR-DATA-VENCTO
               "  ATRASO " W-DIAS-ATRASO " DIAS"
           DISPLAY "SALDO A BAIXAR COMO PERDA: " W-SALDOTIT.
       R2A.
           DISPLAY "MOTIVO DA BAIXA (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-MOTIVO
           IF W-MOTIVO = SPACES
               GO TO R1.
       R2B.
           DISPLAY "CODIGO DO SUPERVISOR: " WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO R1.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA

           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO R1.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO R2B.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO R1.
           CLOSE CADUSUARIO.

           DISPLAY "CONFIRMA A BAIXA POR PERDA (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** BAIXA ABANDONADA ***"
               GO TO R1.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.

       R2C.
           MOVE REGTITREC TO W-REG-ANTES
           MOVE "X" TO TR-SITUACAO
           REWRITE REGTITREC
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA REGRAVACAO DO TITULO ST=" ST-TR
               GO TO R1.
           MOVE W-SUP-CODIGO TO W-TL-OPERADOR
           PERFORM CARIMBA-TITULO THRU CARIMBA-TITULO-FIM

           MOVE TR-NUMERO TO PER-TITULO
           MOVE TR-CNPJCPF TO PER-CNPJCPF
           MOVE TR-NUMNF TO PER-NUMNF
           MOVE W-DATA-HOJE TO PER-DATA
           MOVE W-SALDOTIT TO PER-VALOR
           MOVE W-DIAS-ATRASO TO PER-DIAS-ATRASO
           MOVE W-MOTIVO TO PER-MOTIVO
           MOVE W-SUP-CODIGO TO PER-SUPERVISOR
           MOVE W-OPERADOR-LOG TO PER-OPERADOR
           MOVE ZEROS TO PER-RECUPERADO PER-DATA-RECUP
           WRITE REGPERDA
           IF ST-PER = "22"
               REWRITE REGPERDA.
           IF ST-PER NOT = "00" AND ST-PER NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DE CADPERDA ST=" ST-PER.

           MOVE "L" TO W-CTB-OPERACAO
           MOVE "PDDPERDA" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE W-SALDOTIT TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE "BAIXAPERDA" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE TR-NUMERO TO W-CTB-DOCUMENTO
           STRING "BAIXA POR PERDA TITULO " TR-NUMERO
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E" OR W-CTB-RESULT = "X"
               DISPLAY "*** PERDA NAO LANCADA NO DIARIO (EVENTO"
                   " PDDPERDA - " W-CTB-RESULT ") ***".
           DISPLAY "*** TITULO " TR-NUMERO " BAIXADO POR PERDA -"
               " AUTORIZADO POR " W-SUP-CODIGO " ***"
           GO TO R1.

      *---------[ RECUPERACAO DE TITULO JA BAIXADO ]--------------------
       R3-RECUPERA.
           DISPLAY "NUMERO DO TITULO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMTIT
           IF W-NUMTIT = ZEROS
               GO TO R1.
           MOVE W-NUMTIT TO PER-TITULO
           READ CADPERDA
           IF ST-PER NOT = "00"
               DISPLAY "*** TITULO NAO FOI BAIXADO POR PERDA ***"
               GO TO R3-RECUPERA.
           MOVE W-NUMTIT TO TR-NUMERO
           READ CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "*** TITULO NAO CADASTRADO ***"
               GO TO R3-RECUPERA.
           DISPLAY "BAIXADO EM " PER-DATA "  VALOR " PER-VALOR
               "  JA RECUPERADO " PER-RECUPERADO
           DISPLAY "MOTIVO: " PER-MOTIVO.
       R3A.
           DISPLAY "VALOR RECEBIDO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-VALOR-RECUP
           IF W-VALOR-RECUP = ZEROS
               GO TO R1.
           DISPLAY "CONFIRMA A RECUPERACAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.

           MOVE REGTITREC TO W-REG-ANTES
           ADD W-VALOR-RECUP TO TR-VALOR-PAGO
           REWRITE REGTITREC
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA REGRAVACAO DO TITULO ST=" ST-TR
               GO TO R1.
           MOVE W-OPERADOR-LOG TO W-TL-OPERADOR
           PERFORM CARIMBA-TITULO THRU CARIMBA-TITULO-FIM
           ADD W-VALOR-RECUP TO PER-RECUPERADO
           MOVE W-DATA-HOJE TO PER-DATA-RECUP
           REWRITE REGPERDA

           MOVE W-VALOR-RECUP TO W-MVB-VALOR
           MOVE "C" TO W-MVB-TIPO
           MOVE "RECUPERA" TO W-MVB-ORIGEM
           MOVE TR-NUMERO TO W-MVB-DOC
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           IF W-CTA-PADRAO = ZEROS
               DISPLAY "*** SEM CONTA PADRAO (CTAPADRAO) - VALOR NAO"
                   " LANCADO NA TESOURARIA ***".
           DISPLAY "*** RECUPERACAO GRAVADA - TOTAL RECUPERADO "
               PER-RECUPERADO " ***"
           GO TO R1.

      *---------[ TITULOS BAIXADOS POR PERDA ]--------------------------
       R4-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS W-TOT-BAIXADO W-TOT-RECUP
           CLOSE CADPERDA
           OPEN I-O CADPERDA.
       R4A.
           READ CADPERDA NEXT RECORD
               AT END
                 GO TO R4B
           END-READ
           DISPLAY PER-TITULO "  CLIENTE " PER-CNPJCPF "  NF "
               PER-NUMNF "  EM " PER-DATA "  POR " PER-SUPERVISOR
           DISPLAY "        BAIXADO " PER-VALOR "  RECUPERADO "
               PER-RECUPERADO "  " PER-MOTIVO
           ADD 1 TO W-TOTLISTADOS
           ADD PER-VALOR TO W-TOT-BAIXADO
           ADD PER-RECUPERADO TO W-TOT-RECUP
           GO TO R4A.
       R4B.
           DISPLAY "TITULOS BAIXADOS...............: " W-TOTLISTADOS
           DISPLAY "VALOR BAIXADO..................: " W-TOT-BAIXADO
           DISPLAY "VALOR RECUPERADO...............: " W-TOT-RECUP
           GO TO R1.

       ROT-FIM.
           CLOSE CADPERDA
           CLOSE CADTITREC
           CLOSE CADCLI.
       ROT-FIM3.
           STOP RUN.

      *---------[ ALTERACAO DO TITULO CARIMBADA EM ARQTRANSLOG ]--------
       CARIMBA-TITULO.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS
           MOVE W-REG-ANTES TO TL-ANTES
           MOVE REGTITREC TO TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADTITREC" TO TL-ARQUIVO
           MOVE TR-NUMERO TO TL-CHAVE
           MOVE "A" TO TL-OPERACAO
           MOVE W-TL-OPERADOR TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-TITULO-FIM.
           EXIT.

      *---------[ LANCAMENTO NO LIVRO DA TESOURARIA ]-------------------
      *  MESMO LANCAMENTO DE MANTITREC, NA CONTA PADRAO          *
      *  (CADPARAM CTAPADRAO). SEM CONTA PADRAO NADA E LANCADO  *
       GRAVA-MOVBCO.
           IF W-CTA-PADRAO = ZEROS OR W-MVB-VALOR = ZEROS
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADCONTABCO
           IF ST-CTA NOT = "00"
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MVB NOT = "00"
              IF ST-MVB = "30"
                 OPEN OUTPUT CADMOVBCO
                 CLOSE CADMOVBCO
                 OPEN I-O CADMOVBCO
              ELSE
                 CLOSE CADCONTABCO
                 GO TO GRAVA-MOVBCO-FIM.
           MOVE W-CTA-PADRAO TO CTA-CODIGO
           READ CADCONTABCO
           IF ST-CTA NOT = "00"
               CLOSE CADCONTABCO
               CLOSE CADMOVBCO
               GO TO GRAVA-MOVBCO-FIM.

           MOVE ZEROS TO W-MVB-SEQ
           MOVE "N" TO W-MVB-EOF
           MOVE W-CTA-PADRAO TO MVB-CONTA
           MOVE ZEROS TO MVB-SEQ
           START CADMOVBCO KEY IS NOT LESS MVB-KEY
               INVALID KEY MOVE "S" TO W-MVB-EOF.
       GRAVA-MOVBCO-1.
           IF W-MVB-EOF = "S"
               GO TO GRAVA-MOVBCO-2.
           READ CADMOVBCO NEXT RECORD
               AT END
                 MOVE "S" TO W-MVB-EOF
                 GO TO GRAVA-MOVBCO-1
           END-READ.
           IF MVB-CONTA NOT = W-CTA-PADRAO
               MOVE "S" TO W-MVB-EOF
               GO TO GRAVA-MOVBCO-1.
           MOVE MVB-SEQ TO W-MVB-SEQ
           GO TO GRAVA-MOVBCO-1.
       GRAVA-MOVBCO-2.
           ADD 1 TO W-MVB-SEQ
           MOVE W-CTA-PADRAO TO MVB-CONTA
           MOVE W-MVB-SEQ TO MVB-SEQ
           MOVE W-DATA-HOJE TO MVB-DATA
           MOVE W-MVB-TIPO TO MVB-TIPO
           MOVE W-MVB-ORIGEM TO MVB-ORIGEM
           MOVE W-MVB-DOC TO MVB-DOCUMENTO
           MOVE W-MVB-VALOR TO MVB-VALOR
           MOVE "N" TO MVB-CONCILIADO
           WRITE REGMOVBCO
           IF ST-MVB = "22"
               REWRITE REGMOVBCO.
           IF W-MVB-TIPO = "C"
               ADD W-MVB-VALOR TO CTA-SALDO
           ELSE
               SUBTRACT W-MVB-VALOR FROM CTA-SALDO.
           REWRITE REGCONTABCO
           CLOSE CADCONTABCO
           CLOSE CADMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.

       LE-CTAPADRAO.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-CTAPADRAO-FIM.
           MOVE "CTAPADRAO" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-CTA-PADRAO.
           CLOSE CADPARAM.
       LE-CTAPADRAO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
