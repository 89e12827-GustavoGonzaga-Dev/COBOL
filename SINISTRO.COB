       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINISTRO.
      ***********************************************
      *  REGISTRO DE SINISTROS DE VEICULO             *
      *  (CADSINISTRO) - O SINISTRO ENTRA PELA PLACA  *
      *  DE CADVEIC COM DATA/HORA, LOCAL, ATE TRES    *
      *  TERCEIROS ENVOLVIDOS, NUMERO DO BOLETIM DE   *
      *  OCORRENCIA E ESTIMATIVA DO DANO; O MOTORISTA *
      *  E RESOLVIDO PELA JANELA DE RETIRADA DE       *
      *  CADRETVEIC, COMO EM MULTAS. O ACIONAMENTO DO *
      *  SEGURO E FEITO CONTRA A APOLICE (SEG) DE     *
      *  CADOBRIG VIGENTE NA DATA E SEGUE AS ETAPAS   *
      *  N=NAO ACIONADO A=AVISO ABERTO V=VISTORIADO   *
      *  P=APROVADO R=RECUSADO F=FRANQUIA PAGA        *
      *  I=INDENIZACAO RECEBIDA. NA APROVACAO A       *
      *  FRANQUIA VIRA TITULO EM CADTITPAG (SERIE DE  *
      *  CTRLTIT.DAT) E SO E DADA COMO PAGA COM O     *
      *  TITULO LIQUIDADO; A INDENIZACAO ENTRA NA     *
      *  CONTA PADRAO (CADPARAM CTAPADRAO) EM         *
      *  CADMOVBCO, ORIGEM SINISTRO. A OS DE REPARO   *
      *  (CADORDSERV) DA MESMA PLACA E VINCULADA AO   *
      *  SINISTRO E A CONSULTA MOSTRA O CUSTO TOTAL:  *
      *  OS + FRANQUIA - INDENIZACAO. A SITUACAO      *
      *  "BATIDO" CONTINUA SENDO DADA EM CADVEIC      *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  A APROVACAO E O RECEBIMENTO DA INDENIZACAO   *
      *  SAO RECUSADOS                                *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSINISTRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SIN-NUMERO
                    ALTERNATE RECORD KEY IS SIN-PLACA WITH DUPLICATES
                    FILE STATUS  IS ST-SIN.

           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEI.

           SELECT CADRETVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-KEY
                    FILE STATUS  IS ST-RET.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.

           SELECT CADOBRIG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OB-KEY
                    FILE STATUS  IS ST-OB.

           SELECT CADORDSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OS-NUMERO
                    FILE STATUS  IS ST-OS.

           SELECT CADTITPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT ARQCTRLTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLT.

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
       FD CADSINISTRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSINISTRO.DAT".
       01 REGSINISTRO.
           03 SIN-NUMERO        PIC 9(06).
           03 SIN-PLACA         PIC X(07).
           03 SIN-DATA          PIC 9(08).
           03 SIN-HORA          PIC 9(04).
           03 SIN-LOCAL         PIC X(40).
           03 SIN-DESCRICAO     PIC X(40).
           03 SIN-CHAPA         PIC 9(06).
           03 SIN-TERCEIRO OCCURS 3 TIMES.
              05 SIN-TER-NOME     PIC X(30).
              05 SIN-TER-PLACA    PIC X(07).
              05 SIN-TER-CONTATO  PIC X(15).
           03 SIN-BOLETIM       PIC X(15).
           03 SIN-ESTIMATIVA    PIC 9(09)V99.
           03 SIN-SEG-VENCTO    PIC 9(08).
           03 SIN-SEG-PROTOCOLO PIC X(15).
           03 SIN-SEG-SITUACAO  PIC X(01).
           03 SIN-DATA-AVISO    PIC 9(08).
           03 SIN-DATA-VISTORIA PIC 9(08).
           03 SIN-DATA-APROV    PIC 9(08).
           03 SIN-VALOR-APROV   PIC 9(09)V99.
           03 SIN-FRANQUIA      PIC 9(07)V99.
           03 SIN-TITULO-FRANQ  PIC 9(06).
           03 SIN-DATA-FRANQ    PIC 9(08).
           03 SIN-VALOR-INDENIZ PIC 9(09)V99.
           03 SIN-DATA-INDENIZ  PIC 9(08).
           03 SIN-NUMOS         PIC 9(06).
           03 SIN-OPERADOR      PIC X(08).

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

       FD CADRETVEIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRETVEIC.DAT".
       01 REGRETVEIC.
           03 RET-KEY.
              05 RET-PLACA       PIC X(07).
              05 RET-SEQ         PIC 9(04).
           03 RET-CHAPA          PIC 9(06).
           03 RET-DATA-SAIDA     PIC 9(08).
           03 RET-HORA-SAIDA     PIC 9(04).
           03 RET-PREV-RETORNO   PIC 9(08).
           03 RET-DATA-RETORNO   PIC 9(08).
           03 RET-SITUACAO       PIC X(01).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME-FUNC         PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO-FUNC         PIC X(01).
           03 GENERO-FUNC       PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 DATAADMISSAO      PIC 9(08).

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

       FD CADORDSERV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADORDSERV.DAT".
       01 REGORDSERV.
           03 OS-NUMERO         PIC 9(06).
           03 OS-PLACA          PIC X(07).
           03 OS-DATA-ABERT     PIC 9(08).
           03 OS-DATA-FECH      PIC 9(08).
           03 OS-DESCRICAO      PIC X(40).
           03 OS-MAODEOBRA      PIC 9(07)V99.
           03 OS-VALPECAS       PIC 9(09)V99.
           03 OS-SITUACAO       PIC X(01).

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
           03 SITUACAO-FORN   PIC X(01).

       FD ARQCTRLTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTIT.DAT".
       01 REG-CTRLTIT.
           03 CTRL-ULTTIT      PIC 9(06).

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
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SIN         PIC X(02) VALUE "00".
       01 ST-VEI         PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-OB          PIC X(02) VALUE "00".
       01 ST-OS          PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-CTRLT       PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-CTA         PIC X(02) VALUE "00".
       01 ST-MVB         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-PLACA        PIC X(07) VALUE SPACES.
       01 W-NUMSIN       PIC 9(06) VALUE ZEROS.
       01 W-ULTSIN       PIC 9(06) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-DATA-SIN     PIC 9(08) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 W-SEG-VENCTO   PIC 9(08) VALUE ZEROS.
       01 W-NUMOS        PIC 9(06) VALUE ZEROS.
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 W-CNPJ         PIC 9(15) VALUE ZEROS.
       01 W-VENCTO       PIC 9(08) VALUE ZEROS.
       01 W-VALOR        PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO-OS     PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO-FRANQ  PIC 9(09)V99 VALUE ZEROS.
       01 W-CUSTO-TOTAL  PIC S9(11)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
       01 W-TXT-SEG      PIC X(22) VALUE SPACES.
       01 W-CTA-PADRAO   PIC 9(02) VALUE ZEROS.
       01 W-MVB-TIPO     PIC X(01) VALUE SPACES.
       01 W-MVB-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-MVB-DOC      PIC 9(06) VALUE ZEROS.
       01 W-MVB-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADSINISTRO
           IF ST-SIN NOT = "00"
              IF ST-SIN = "30"
                 OPEN OUTPUT CADSINISTRO
                 CLOSE CADSINISTRO
                 DISPLAY "*** ARQUIVO CADSINISTRO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSINISTRO"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADVEIC
           IF ST-VEI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               CLOSE CADSINISTRO
               GO TO ROT-FIM3.
           OPEN INPUT CADRETVEIC
           IF ST-RET NOT = "00"
               MOVE "99" TO ST-RET
               DISPLAY "*** CADRETVEIC AUSENTE - MOTORISTA NAO SERA"
                   " RESOLVIDO ***".
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE "99" TO ST-FUNC.

      *---------[ ARQUIVOS DO SEGURO E DO CUSTO ]-----------------------
       R0C.
           OPEN INPUT CADOBRIG
           IF ST-OB NOT = "00"
               MOVE "99" TO ST-OB
               DISPLAY "*** CADOBRIG AUSENTE - SEGURO NAO PODE SER"
                   " ACIONADO ***".
           OPEN INPUT CADORDSERV
           IF ST-OS NOT = "00"
               MOVE "99" TO ST-OS.
           OPEN I-O CADTITPAG
           IF ST-TIT NOT = "00"
               MOVE "99" TO ST-TIT.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

      *---------[ CONTA PADRAO DO LIVRO DE BANCO (CADPARAM) ]-----------
       R0D.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO R1.
           MOVE "CTAPADRAO" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-CTA-PADRAO.
           CLOSE CADPARAM.

       R1.
           DISPLAY " "
           DISPLAY "*** SINISTROS DE VEICULO ***"
           DISPLAY "  1 - REGISTRAR SINISTRO"
           DISPLAY "  2 - ACOMPANHAR O SEGURO"
           DISPLAY "  3 - VINCULAR OS DE REPARO"
           DISPLAY "  4 - CONSULTAR SINISTRO E CUSTO"
           DISPLAY "  5 - SINISTROS DA PLACA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-REGISTRA
              WHEN 2
                 GO TO R3-SEGURO
              WHEN 3
                 GO TO R4-OS
              WHEN 4
                 GO TO R5-CONSULTA
              WHEN 5
                 GO TO R6-PLACA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ REGISTRO DO SINISTRO COM MOTORISTA RESOLVIDO ]--------
       R2-REGISTRA.
           DISPLAY "PLACA DO VEICULO (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
               GO TO R1.
           MOVE W-PLACA TO PLACA
           READ CADVEIC
           IF ST-VEI NOT = "00"
               DISPLAY "*** VEICULO NAO CADASTRADO ***"
               GO TO R2-REGISTRA.
           IF SITUACAO NOT = "B"
               DISPLAY "*** ATENCAO: VEICULO NAO ESTA COMO BATIDO EM"
                   " CADVEIC ***".

      *---------[ O NUMERO E TIRADO ANTES DA DIGITACAO PARA A ]---------
      *  VARREDURA NAO SOBRESCREVER OS CAMPOS DO SINISTRO NOVO  *
           PERFORM PROXIMO-SINISTRO THRU PROXIMO-SINISTRO-FIM
           MOVE SPACES TO REGSINISTRO
           MOVE W-NUMSIN TO SIN-NUMERO
           MOVE W-PLACA TO SIN-PLACA.
       R2A.
           DISPLAY "DATA DO SINISTRO (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT SIN-DATA
           IF SIN-DATA NOT NUMERIC OR SIN-DATA = ZEROS
              OR SIN-DATA > W-DATA-HOJE
               DISPLAY "*** DATA INVALIDA ***"
               GO TO R2A.
           DISPLAY "HORA DO SINISTRO (HHMM): " WITH NO ADVANCING
           ACCEPT SIN-HORA
           DISPLAY "LOCAL: " WITH NO ADVANCING
           ACCEPT SIN-LOCAL
           DISPLAY "DESCRICAO DO OCORRIDO: " WITH NO ADVANCING
           ACCEPT SIN-DESCRICAO
           DISPLAY "NUMERO DO BOLETIM DE OCORRENCIA (VAZIO = SEM): "
               WITH NO ADVANCING
           ACCEPT SIN-BOLETIM
           DISPLAY "ESTIMATIVA DO DANO: " WITH NO ADVANCING
           ACCEPT SIN-ESTIMATIVA
           MOVE 1 TO W-IND
           PERFORM LE-TERCEIRO THRU LE-TERCEIRO-FIM

      *---------[ RESOLVE O MOTORISTA PELA JANELA DE RETIRADA ]---------
           MOVE SIN-DATA TO W-DATA-SIN
           PERFORM RESOLVE-MOTORISTA THRU RESOLVE-MOTORISTA-FIM
           IF W-CHAPA = ZEROS
               DISPLAY "*** NENHUMA RETIRADA COBRE A DATA -"
                   " INFORMAR A CHAPA (0 = SEM MOTORISTA): "
                   WITH NO ADVANCING
               ACCEPT W-CHAPA
           ELSE
               IF ST-FUNC NOT = "99"
                   MOVE W-CHAPA TO CHAPA
                   READ ARQFUNC
                   IF ST-FUNC = "00"
                       DISPLAY "MOTORISTA RESOLVIDO: " W-CHAPA
                           " - " NOME-FUNC
                   END-IF
               END-IF
           END-IF

           MOVE W-CHAPA TO SIN-CHAPA
           MOVE ZEROS TO SIN-SEG-VENCTO SIN-DATA-AVISO
                         SIN-DATA-VISTORIA SIN-DATA-APROV
                         SIN-VALOR-APROV SIN-FRANQUIA
                         SIN-TITULO-FRANQ SIN-DATA-FRANQ
                         SIN-VALOR-INDENIZ SIN-DATA-INDENIZ
                         SIN-NUMOS
           MOVE SPACES TO SIN-SEG-PROTOCOLO
           MOVE "N" TO SIN-SEG-SITUACAO
           MOVE W-OPERADOR-LOG TO SIN-OPERADOR
           WRITE REGSINISTRO
           IF ST-SIN = "00" OR "02"
               DISPLAY "*** SINISTRO " W-NUMSIN " REGISTRADO PARA A"
                   " PLACA " W-PLACA " ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-SIN.
           GO TO R1.

      *---------[ ACOMPANHAMENTO DO SEGURO - PROXIMA ETAPA ]------------
       R3-SEGURO.
           PERFORM LE-SINISTRO THRU LE-SINISTRO-FIM
           IF ST-SIN NOT = "00"
               GO TO R1.
           IF SIN-SEG-SITUACAO = "N"
               GO TO R3-ABRE.
           IF SIN-SEG-SITUACAO = "A"
               GO TO R3-VISTORIA.
           IF SIN-SEG-SITUACAO = "V"
               GO TO R3-PARECER.
           IF SIN-SEG-SITUACAO = "P" AND SIN-FRANQUIA > ZEROS
               GO TO R3-FRANQUIA.
           IF SIN-SEG-SITUACAO = "P" OR SIN-SEG-SITUACAO = "F"
               GO TO R3-INDENIZA.
           DISPLAY "*** PROCESSO DO SEGURO ENCERRADO ***"
           GO TO R1.

       R3-ABRE.
           IF ST-OB = "99"
               DISPLAY "*** CADOBRIG INDISPONIVEL ***"
               GO TO R1.
           PERFORM BUSCA-APOLICE THRU BUSCA-APOLICE-FIM
           IF W-SEG-VENCTO = ZEROS
               DISPLAY "*** PLACA SEM SEGURO (SEG) EM CADOBRIG ATE A"
                   " DATA DO SINISTRO ***"
               GO TO R1.
           MOVE SIN-PLACA TO OB-PLACA
           MOVE "SEG" TO OB-TIPO
           MOVE W-SEG-VENCTO TO OB-VENCIMENTO
           READ CADOBRIG
           DISPLAY "APOLICE: SEGURO COM VENCIMENTO " OB-VENCIMENTO
               "  VALOR " OB-VALOR "  SIT " OB-SITUACAO
           IF OB-SITUACAO NOT = "P"
               DISPLAY "*** ATENCAO: PREMIO DESSA APOLICE NAO CONSTA"
                   " COMO PAGO ***".
           DISPLAY "PROTOCOLO DO AVISO NA SEGURADORA (VAZIO = "
               "VOLTAR): " WITH NO ADVANCING
           ACCEPT SIN-SEG-PROTOCOLO
           IF SIN-SEG-PROTOCOLO = SPACES
               GO TO R1.
           MOVE W-SEG-VENCTO TO SIN-SEG-VENCTO
           MOVE W-DATA-HOJE TO SIN-DATA-AVISO
           MOVE "A" TO SIN-SEG-SITUACAO
           GO TO R3-GRAVA.

       R3-VISTORIA.
           DISPLAY "DATA DA VISTORIA (AAAAMMDD, 0 = HOJE, "
               "9 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-DATA
           IF W-DATA = 9
               GO TO R1.
           IF W-DATA = ZEROS
               MOVE W-DATA-HOJE TO W-DATA.
           IF W-DATA < SIN-DATA-AVISO OR W-DATA > W-DATA-HOJE
               DISPLAY "*** DATA FORA DO PERIODO DO AVISO ***"
               GO TO R3-VISTORIA.
           MOVE W-DATA TO SIN-DATA-VISTORIA
           MOVE "V" TO SIN-SEG-SITUACAO
           GO TO R3-GRAVA.

       R3-PARECER.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "P=APROVADO  R=RECUSADO  N=NADA: " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "p" MOVE "P" TO W-RESP.
           IF W-RESP = "r" MOVE "R" TO W-RESP.
           IF W-RESP = "R"
               MOVE W-DATA-HOJE TO SIN-DATA-APROV
               MOVE "R" TO SIN-SEG-SITUACAO
               GO TO R3-GRAVA.
           IF W-RESP NOT = "P"
               GO TO R1.
           DISPLAY "INDENIZACAO APROVADA: " WITH NO ADVANCING
           ACCEPT SIN-VALOR-APROV
           DISPLAY "FRANQUIA A PAGAR (0 = SEM FRANQUIA): "
               WITH NO ADVANCING
           ACCEPT SIN-FRANQUIA
           IF SIN-FRANQUIA > ZEROS
               PERFORM GERA-TITULO-FRANQ THRU GERA-TITULO-FRANQ-FIM
               IF SIN-TITULO-FRANQ = ZEROS
                   GO TO R1.
           MOVE W-DATA-HOJE TO SIN-DATA-APROV
           MOVE "P" TO SIN-SEG-SITUACAO
           GO TO R3-GRAVA.

      *---------[ FRANQUIA SO E PAGA COM O TITULO LIQUIDADO ]-----------
       R3-FRANQUIA.
           IF ST-TIT = "99"
               DISPLAY "*** CADTITPAG INDISPONIVEL ***"
               GO TO R1.
           MOVE SIN-TITULO-FRANQ TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               MOVE "00" TO ST-TIT
               DISPLAY "*** TITULO DA FRANQUIA " SIN-TITULO-FRANQ
                   " NAO ENCONTRADO ***"
               GO TO R1.
           IF TIT-SITUACAO NOT = "L"
               DISPLAY "*** FRANQUIA AINDA NAO PAGA - TITULO "
                   TIT-NUMERO " SITUACAO " TIT-SITUACAO " ***"
               GO TO R1.
           MOVE W-DATA-HOJE TO SIN-DATA-FRANQ
           MOVE "F" TO SIN-SEG-SITUACAO
           DISPLAY "*** FRANQUIA PAGA - TITULO " TIT-NUMERO " ***"
           GO TO R3-GRAVA.

       R3-INDENIZA.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "INDENIZACAO RECEBIDA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-VALOR
           IF W-VALOR = ZEROS
               GO TO R1.
           IF W-VALOR NOT = SIN-VALOR-APROV
               DISPLAY "*** ATENCAO: DIFERENTE DO APROVADO ("
                   SIN-VALOR-APROV ") ***".
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE W-VALOR TO SIN-VALOR-INDENIZ
           MOVE W-DATA-HOJE TO SIN-DATA-INDENIZ
           MOVE "I" TO SIN-SEG-SITUACAO
           MOVE "C" TO W-MVB-TIPO
           MOVE "SINISTRO" TO W-MVB-ORIGEM
           MOVE SIN-NUMERO TO W-MVB-DOC
           MOVE W-VALOR TO W-MVB-VALOR
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           IF W-CTA-PADRAO = ZEROS
               DISPLAY "*** CTAPADRAO NAO PARAMETRIZADA - "
                   "INDENIZACAO FORA DO LIVRO DE BANCO ***".

       R3-GRAVA.
           REWRITE REGSINISTRO
           IF ST-SIN NOT = "00" AND ST-SIN NOT = "02"
               DISPLAY "ERRO NA REGRAVACAO DO SINISTRO ST=" ST-SIN
               GO TO R1.
           PERFORM DESCREVE-SEGURO
           DISPLAY "*** SEGURO DO SINISTRO " SIN-NUMERO ": "
               W-TXT-SEG " ***"
           GO TO R1.

      *---------[ VINCULO DA OS DE REPARO ]-----------------------------
       R4-OS.
           IF ST-OS = "99"
               DISPLAY "*** CADORDSERV INDISPONIVEL ***"
               GO TO R1.
           PERFORM LE-SINISTRO THRU LE-SINISTRO-FIM
           IF ST-SIN NOT = "00"
               GO TO R1.
           IF SIN-NUMOS NOT = ZEROS
               DISPLAY "OS JA VINCULADA: " SIN-NUMOS
                   " - INFORMAR OUTRA SUBSTITUI".
           DISPLAY "NUMERO DA OS DE REPARO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMOS
           IF W-NUMOS = ZEROS
               GO TO R1.
           MOVE W-NUMOS TO OS-NUMERO
           READ CADORDSERV
           IF ST-OS NOT = "00"
               MOVE "00" TO ST-OS
               DISPLAY "*** OS NAO CADASTRADA ***"
               GO TO R4-OS.
           IF OS-PLACA NOT = SIN-PLACA
               DISPLAY "*** OS E DE OUTRA PLACA (" OS-PLACA ") ***"
               GO TO R1.
           IF OS-DATA-ABERT < SIN-DATA
               DISPLAY "*** OS ABERTA ANTES DO SINISTRO ***"
               GO TO R1.
           DISPLAY "OS " OS-NUMERO "  " OS-DESCRICAO
           MOVE W-NUMOS TO SIN-NUMOS
           REWRITE REGSINISTRO
           IF ST-SIN = "00" OR "02"
               DISPLAY "*** OS " W-NUMOS " VINCULADA AO SINISTRO "
                   SIN-NUMERO " ***"
           ELSE
               DISPLAY "ERRO NA REGRAVACAO DO SINISTRO ST=" ST-SIN.
           GO TO R1.

      *---------[ CONSULTA COM O CUSTO TOTAL DO SINISTRO ]--------------
       R5-CONSULTA.
           PERFORM LE-SINISTRO THRU LE-SINISTRO-FIM
           IF ST-SIN NOT = "00"
               GO TO R1.
           DISPLAY "LOCAL: " SIN-LOCAL
           DISPLAY "OCORRIDO: " SIN-DESCRICAO
           DISPLAY "BOLETIM: " SIN-BOLETIM
               "  ESTIMATIVA DO DANO: " SIN-ESTIMATIVA
           MOVE 1 TO W-IND.
       R5A.
           IF W-IND > 3
               GO TO R5B.
           IF SIN-TER-NOME (W-IND) NOT = SPACES
               DISPLAY "TERCEIRO: " SIN-TER-NOME (W-IND)
                   "  PLACA " SIN-TER-PLACA (W-IND)
                   "  CONTATO " SIN-TER-CONTATO (W-IND).
           ADD 1 TO W-IND
           GO TO R5A.
       R5B.
           IF SIN-SEG-SITUACAO NOT = "N"
               DISPLAY "APOLICE (SEG) VENC " SIN-SEG-VENCTO
                   "  PROTOCOLO " SIN-SEG-PROTOCOLO
               DISPLAY "AVISO " SIN-DATA-AVISO "  VISTORIA "
                   SIN-DATA-VISTORIA "  PARECER " SIN-DATA-APROV
               DISPLAY "INDENIZACAO APROVADA " SIN-VALOR-APROV
                   "  RECEBIDA " SIN-VALOR-INDENIZ
                   " EM " SIN-DATA-INDENIZ.

           MOVE ZEROS TO W-CUSTO-OS W-CUSTO-FRANQ
           IF SIN-NUMOS NOT = ZEROS AND ST-OS NOT = "99"
               MOVE SIN-NUMOS TO OS-NUMERO
               READ CADORDSERV
               IF ST-OS = "00"
                   COMPUTE W-CUSTO-OS = OS-MAODEOBRA + OS-VALPECAS
                   DISPLAY "OS DE REPARO " OS-NUMERO "  SIT "
                       OS-SITUACAO "  MAO DE OBRA " OS-MAODEOBRA
                       "  PECAS " OS-VALPECAS
               ELSE
                   MOVE "00" TO ST-OS
                   DISPLAY "OS DE REPARO " SIN-NUMOS
                       " NAO ENCONTRADA"
               END-IF
           ELSE
               DISPLAY "SEM OS DE REPARO VINCULADA".

           IF SIN-TITULO-FRANQ NOT = ZEROS AND ST-TIT NOT = "99"
               MOVE SIN-TITULO-FRANQ TO TIT-NUMERO
               READ CADTITPAG
               IF ST-TIT = "00"
                   MOVE TIT-VALOR TO W-CUSTO-FRANQ
                   DISPLAY "FRANQUIA: TITULO " TIT-NUMERO "  VALOR "
                       TIT-VALOR "  PAGO " TIT-VALOR-PAGO
                       "  SIT " TIT-SITUACAO
               ELSE
                   MOVE "00" TO ST-TIT
                   MOVE SIN-FRANQUIA TO W-CUSTO-FRANQ
               END-IF.

           COMPUTE W-CUSTO-TOTAL = W-CUSTO-OS + W-CUSTO-FRANQ
               - SIN-VALOR-INDENIZ
           DISPLAY "CUSTO DO SINISTRO: OS " W-CUSTO-OS
               " + FRANQUIA " W-CUSTO-FRANQ
               " - INDENIZACAO " SIN-VALOR-INDENIZ
           DISPLAY "CUSTO TOTAL.....: " W-CUSTO-TOTAL
           GO TO R1.

      *---------[ SINISTROS DA PLACA ]----------------------------------
       R6-PLACA.
           DISPLAY "PLACA (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-PLACA TO SIN-PLACA
           START CADSINISTRO KEY IS EQUAL SIN-PLACA
               INVALID KEY
                 DISPLAY "*** NENHUM SINISTRO PARA A PLACA ***"
                 GO TO R1.
       R6A.
           READ CADSINISTRO NEXT RECORD
               AT END
                 GO TO R6B
           END-READ.
           IF SIN-PLACA NOT = W-PLACA
               GO TO R6B.
           PERFORM DESCREVE-SEGURO
           DISPLAY "  " SIN-NUMERO "  " SIN-DATA " " SIN-HORA
               "  CHAPA " SIN-CHAPA "  DANO " SIN-ESTIMATIVA
               "  OS " SIN-NUMOS "  " W-TXT-SEG
           ADD 1 TO W-TOTLISTADOS
           GO TO R6A.
       R6B.
           DISPLAY "SINISTROS DA PLACA.............: " W-TOTLISTADOS
           GO TO R1.

       ROT-FIM.
           CLOSE CADSINISTRO
           CLOSE CADVEIC
           IF ST-RET NOT = "99"
               CLOSE CADRETVEIC.
           IF ST-FUNC NOT = "99"
               CLOSE ARQFUNC.
           IF ST-OB NOT = "99"
               CLOSE CADOBRIG.
           IF ST-OS NOT = "99"
               CLOSE CADORDSERV.
           IF ST-TIT NOT = "99"
               CLOSE CADTITPAG.
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
       ROT-FIM3.
           STOP RUN.

      *---------[ TERCEIROS ENVOLVIDOS (ATE 3, NOME VAZIO ENCERRA) ]----
       LE-TERCEIRO.
           IF W-IND > 3
               GO TO LE-TERCEIRO-FIM.
           DISPLAY "TERCEIRO " W-IND " - NOME (VAZIO = NENHUM): "
               WITH NO ADVANCING
           ACCEPT SIN-TER-NOME (W-IND)
           IF SIN-TER-NOME (W-IND) = SPACES
               GO TO LE-TERCEIRO-FIM.
           DISPLAY "   PLACA DO TERCEIRO: " WITH NO ADVANCING
           ACCEPT SIN-TER-PLACA (W-IND)
           DISPLAY "   CONTATO DO TERCEIRO: " WITH NO ADVANCING
           ACCEPT SIN-TER-CONTATO (W-IND)
           ADD 1 TO W-IND
           GO TO LE-TERCEIRO.
       LE-TERCEIRO-FIM.
           EXIT.

      *---------[ MOTORISTA PELA JANELA DE RETIRADA/DEVOLUCAO ]---------
      *  VALE A RETIRADA DA PLACA CUJA SAIDA E ANTERIOR OU      *
      *  IGUAL A DATA DO SINISTRO E CUJA DEVOLUCAO (OU AINDA    *
      *  FORA) E POSTERIOR OU IGUAL                             *
       RESOLVE-MOTORISTA.
           MOVE ZEROS TO W-CHAPA
           IF ST-RET = "99"
               GO TO RESOLVE-MOTORISTA-FIM.
           MOVE "N" TO W-EOF
           MOVE W-PLACA TO RET-PLACA
           MOVE ZEROS TO RET-SEQ
           START CADRETVEIC KEY IS NOT LESS RET-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       RESOLVE-MOTORISTA-1.
           IF W-EOF = "S"
               GO TO RESOLVE-MOTORISTA-FIM.
           READ CADRETVEIC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO RESOLVE-MOTORISTA-1
           END-READ.
           IF RET-PLACA NOT = W-PLACA
               MOVE "S" TO W-EOF
               GO TO RESOLVE-MOTORISTA-1.
           IF RET-DATA-SAIDA > W-DATA-SIN
               GO TO RESOLVE-MOTORISTA-1.
           IF RET-DATA-RETORNO NOT = ZEROS
              AND RET-DATA-RETORNO < W-DATA-SIN
               GO TO RESOLVE-MOTORISTA-1.
           MOVE RET-CHAPA TO W-CHAPA
           GO TO RESOLVE-MOTORISTA-1.
       RESOLVE-MOTORISTA-FIM.
           EXIT.

      *---------[ APOLICE VIGENTE: ULTIMO SEG ATE A DATA ]--------------
       BUSCA-APOLICE.
           MOVE ZEROS TO W-SEG-VENCTO
           MOVE SIN-PLACA TO OB-PLACA
           MOVE "SEG" TO OB-TIPO
           MOVE ZEROS TO OB-VENCIMENTO
           START CADOBRIG KEY IS NOT LESS OB-KEY
               INVALID KEY GO TO BUSCA-APOLICE-FIM.
       BUSCA-APOLICE-1.
           READ CADOBRIG NEXT RECORD
               AT END
                 GO TO BUSCA-APOLICE-FIM
           END-READ.
           IF OB-PLACA NOT = SIN-PLACA OR OB-TIPO NOT = "SEG"
               GO TO BUSCA-APOLICE-FIM.
           IF OB-VENCIMENTO > SIN-DATA
               GO TO BUSCA-APOLICE-FIM.
           MOVE OB-VENCIMENTO TO W-SEG-VENCTO
           GO TO BUSCA-APOLICE-1.
       BUSCA-APOLICE-FIM.
           EXIT.

      *---------[ TITULO A PAGAR DA FRANQUIA ]--------------------------
       GERA-TITULO-FRANQ.
           MOVE ZEROS TO SIN-TITULO-FRANQ
           IF ST-TIT = "99"
               DISPLAY "*** CADTITPAG INDISPONIVEL - FRANQUIA NAO "
                   "PODE SER LANCADA ***"
               GO TO GERA-TITULO-FRANQ-FIM.
           DISPLAY "CNPJ DO FAVORECIDO DA FRANQUIA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CNPJ
           IF W-CNPJ = ZEROS
               GO TO GERA-TITULO-FRANQ-FIM.
           IF ST-FOR NOT = "99"
               MOVE W-CNPJ TO CNPJ
               READ CADFORN
               IF ST-FOR NOT = "00"
                   MOVE "00" TO ST-FOR
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
                   GO TO GERA-TITULO-FRANQ
               END-IF
               DISPLAY "FAVORECIDO: " RAZAO.
       GERA-TITULO-FRANQ-1.
           DISPLAY "VENCIMENTO DA FRANQUIA (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-VENCTO
           IF W-VENCTO = ZEROS
               MOVE W-DATA-HOJE TO W-VENCTO.
           IF W-VENCTO < W-DATA-HOJE
               DISPLAY "*** DATA NAO PODE SER PASSADA ***"
               GO TO GERA-TITULO-FRANQ-1.
           PERFORM LE-CTRLTIT THRU LE-CTRLTIT-FIM.
       GERA-TITULO-FRANQ-2.
           ADD 1 TO W-NUMTIT
           MOVE W-NUMTIT TO TIT-NUMERO
           MOVE W-CNPJ TO TIT-CNPJ
           MOVE ZEROS TO TIT-NUMPED TIT-CODGPRODUTO TIT-VALOR-PAGO
           MOVE SIN-FRANQUIA TO TIT-VALOR
           MOVE W-DATA-HOJE TO TIT-DATA-EMISSAO
           MOVE W-VENCTO TO TIT-DATA-VENCTO
           MOVE "A" TO TIT-SITUACAO
           WRITE REGTITPAG
      *    NUMERO JA USADO POR RECEBPED EM SESSAO ABERTA: PULA
           IF ST-TIT = "22"
               GO TO GERA-TITULO-FRANQ-2.
           IF ST-TIT NOT = "00" AND ST-TIT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO TITULO ST=" ST-TIT
               MOVE "00" TO ST-TIT
               GO TO GERA-TITULO-FRANQ-FIM.
           PERFORM GRAVA-CTRLTIT THRU GRAVA-CTRLTIT-FIM
           MOVE W-NUMTIT TO SIN-TITULO-FRANQ
           DISPLAY "*** FRANQUIA LANCADA - TITULO A PAGAR "
               W-NUMTIT " VENC " W-VENCTO " ***".
       GERA-TITULO-FRANQ-FIM.
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

      *---------[ LANCAMENTO NO LIVRO DA TESOURARIA ]-------------------
      *  A INDENIZACAO ENTRA NA CONTA PADRAO (CADPARAM          *
      *  CTAPADRAO) DE CADCONTABCO, COM O SALDO DA CONTA        *
      *  ATUALIZADO E O MOVIMENTO EM CADMOVBCO PARA A           *
      *  CONCILIACAO DE TESOURARIA. SEM CONTA PADRAO NADA E     *
      *  LANCADO                                                *
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

       LE-SINISTRO.
           DISPLAY "NUMERO DO SINISTRO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMSIN
           IF W-NUMSIN = ZEROS
               MOVE "99" TO ST-SIN
               GO TO LE-SINISTRO-FIM.
           MOVE W-NUMSIN TO SIN-NUMERO
           READ CADSINISTRO
           IF ST-SIN NOT = "00"
               DISPLAY "*** SINISTRO NAO CADASTRADO ***"
               GO TO LE-SINISTRO-FIM.
           PERFORM DESCREVE-SEGURO
           DISPLAY "SINISTRO " SIN-NUMERO "  PLACA " SIN-PLACA
               "  EM " SIN-DATA " " SIN-HORA
           IF SIN-CHAPA NOT = ZEROS AND ST-FUNC NOT = "99"
               MOVE SIN-CHAPA TO CHAPA
               READ ARQFUNC
               IF ST-FUNC = "00"
                   DISPLAY "MOTORISTA: " SIN-CHAPA " - " NOME-FUNC
               ELSE
                   MOVE "00" TO ST-FUNC
                   DISPLAY "MOTORISTA: " SIN-CHAPA
               END-IF
           ELSE
               DISPLAY "MOTORISTA: " SIN-CHAPA.
           DISPLAY "SEGURO: " W-TXT-SEG.
       LE-SINISTRO-FIM.
           EXIT.

       DESCREVE-SEGURO.
           EVALUATE SIN-SEG-SITUACAO
              WHEN "N"
                 MOVE "NAO ACIONADO" TO W-TXT-SEG
              WHEN "A"
                 MOVE "AVISO ABERTO" TO W-TXT-SEG
              WHEN "V"
                 MOVE "VISTORIADO" TO W-TXT-SEG
              WHEN "P"
                 MOVE "APROVADO" TO W-TXT-SEG
              WHEN "R"
                 MOVE "RECUSADO" TO W-TXT-SEG
              WHEN "F"
                 MOVE "FRANQUIA PAGA" TO W-TXT-SEG
              WHEN "I"
                 MOVE "INDENIZACAO RECEBIDA" TO W-TXT-SEG
              WHEN OTHER
                 MOVE SPACES TO W-TXT-SEG
           END-EVALUATE.

       PROXIMO-SINISTRO.
           MOVE ZEROS TO W-ULTSIN
           MOVE ZEROS TO SIN-NUMERO
           START CADSINISTRO KEY IS NOT LESS SIN-NUMERO
               INVALID KEY GO TO PROXIMO-SINISTRO-2.
       PROXIMO-SINISTRO-1.
           READ CADSINISTRO NEXT RECORD
               AT END
                 GO TO PROXIMO-SINISTRO-2
           END-READ.
           MOVE SIN-NUMERO TO W-ULTSIN
           GO TO PROXIMO-SINISTRO-1.
       PROXIMO-SINISTRO-2.
           COMPUTE W-NUMSIN = W-ULTSIN + 1.
       PROXIMO-SINISTRO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
