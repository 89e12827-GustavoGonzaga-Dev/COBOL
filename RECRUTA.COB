       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRUTA.
      ***********************************************
      *  RECRUTAMENTO E SELECAO - A REQUISICAO DE     *
      *  PESSOAL (CADREQPES) SO E ABERTA CONTRA VAGA  *
      *  LIVRE DO QUADRO (CADQUADRO): AUTORIZADO      *
      *  MENOS CHAPAS ATIVAS DE ARQFUNC, MENOS O QUE  *
      *  AS REQUISICOES ABERTAS JA PEDEM, MENOS OS    *
      *  CONTRATADOS AINDA NAO ADMITIDOS. OS          *
      *  CANDIDATOS (CADCANDID) FICAM PRESOS A UMA    *
      *  REQUISICAO, COM CPF, CONTATO, ORIGEM E       *
      *  ETAPA: T=TRIAGEM E=ENTREVISTA S=SELECAO      *
      *  A=APROVADO C=CONTRATADO R=REPROVADO          *
      *  D=DESISTENTE, COM AS DATAS DE ENTREVISTA E   *
      *  SELECAO. A CONTRATACAO RESERVA A CHAPA E A   *
      *  DATA DE INICIO; FPP014, AO RECEBER ESSA      *
      *  CHAPA, PRE-PREENCHE O ARQFUNC COM OS DADOS   *
      *  DO CANDIDATO E O MARCA COMO ADMITIDO. A      *
      *  REQUISICAO FECHA (P=PREENCHIDA) QUANDO TODAS *
      *  AS POSICOES FOREM CONTRATADAS. A OPCAO 6     *
      *  LISTA AS REQUISICOES ABERTAS COM OS DIAS EM  *
      *  ABERTO E OS CANDIDATOS POR ETAPA             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREQPES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPS-NUMERO
                    FILE STATUS  IS ST-RPS.

           SELECT CADCANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAN-NUMERO
                    ALTERNATE RECORD KEY IS CAN-NUMRPS WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CAN-CHAPA WITH DUPLICATES
                    FILE STATUS  IS ST-CAN.

           SELECT CADQUADRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QDR-KEY
                    FILE STATUS  IS ST-QDR.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                    FILE STATUS  IS ST-CARG.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES
                    FILE STATUS  IS ST-CEP.

           SELECT ARQCTRLRPS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQPES
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQPES.DAT".
       01 REGREQPES.
           03 RPS-NUMERO        PIC 9(06).
           03 RPS-CODDEP        PIC 9(03).
           03 RPS-CODCARG       PIC 9(03).
           03 RPS-QTD           PIC 9(02).
           03 RPS-CONTRATADOS   PIC 9(02).
           03 RPS-SOLICITANTE   PIC X(30).
           03 RPS-DATA-ABERT    PIC 9(08).
           03 RPS-DATA-FECHA    PIC 9(08).
           03 RPS-SITUACAO      PIC X(01).

       FD CADCANDID
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCANDID.DAT".
       01 REGCANDID.
           03 CAN-NUMERO        PIC 9(06).
           03 CAN-NUMRPS        PIC 9(06).
           03 CAN-NOME          PIC X(30).
           03 CAN-CPF           PIC 9(11).
           03 CAN-FONE          PIC X(15).
           03 CAN-EMAIL         PIC X(40).
           03 CAN-ORIGEM        PIC X(01).
           03 CAN-DATANASC      PIC 9(08).
           03 CAN-SEXO          PIC X(01).
           03 CAN-CEP           PIC 9(08).
           03 CAN-CODDEP        PIC 9(03).
           03 CAN-CODCARG       PIC 9(03).
           03 CAN-ETAPA         PIC X(01).
           03 CAN-DATA-CAD      PIC 9(08).
           03 CAN-DATA-ENTREV   PIC 9(08).
           03 CAN-DATA-SELEC    PIC 9(08).
           03 CAN-DATA-ETAPA    PIC 9(08).
           03 CAN-DATA-INICIO   PIC 9(08).
           03 CAN-CHAPA         PIC 9(06).
           03 CAN-ADMITIDO      PIC X(01).
           03 CAN-OBS           PIC X(30).

       FD CADQUADRO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADQUADRO.DAT".
       01 REGQUADRO.
           03 QDR-KEY.
              05 QDR-CODDEP     PIC 9(03).
              05 QDR-CODCARG    PIC 9(03).
           03 QDR-VAGAS         PIC 9(03).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                 PIC 9(03).

       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).

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

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP             PIC 9(08).
           03 ENDERECO        PIC X(40).
           03 BAIRRO          PIC X(20).
           03 CIDADE          PIC X(20).
           03 UF              PIC X(02).

       FD ARQCTRLRPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLRPS.DAT".
       01 REG-CTRLRPS.
           03 CTRL-ULTRPS      PIC 9(06).
           03 CTRL-ULTCAN      PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RPS         PIC X(02) VALUE "00".
       01 ST-CAN         PIC X(02) VALUE "00".
       01 ST-QDR         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-CEP         PIC X(02) VALUE "00".
       01 ST-CTRL        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-NUMRPS       PIC 9(06) VALUE ZEROS.
       01 W-NUMCAN       PIC 9(06) VALUE ZEROS.
       01 W-NUMINF       PIC 9(06) VALUE ZEROS.
       01 W-NUMCAN-SAVE  PIC 9(06) VALUE ZEROS.
       01 W-CODDEP       PIC 9(03) VALUE ZEROS.
       01 W-CODCARG      PIC 9(03) VALUE ZEROS.
       01 W-QTD          PIC 9(02) VALUE ZEROS.
       01 W-ETAPA        PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-DATA-INF     PIC 9(08) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-MAIOR-CHAPA  PIC 9(06) VALUE ZEROS.
       01 W-EOF-RPS      PIC X(01) VALUE "N".
       01 W-EOF-CAN      PIC X(01) VALUE "N".
       01 W-REGREQPES-SAVE PIC X(63) VALUE SPACES.
      *---------[ VAGA LIVRE DO DEP/CARGO ]-----------------------------
       01 W-OCUPADAS     PIC 9(04) VALUE ZEROS.
       01 W-PENDENTES    PIC 9(04) VALUE ZEROS.
       01 W-NAO-ADMIT    PIC 9(04) VALUE ZEROS.
       01 W-VAGAS-LIVRES PIC S9(04) VALUE ZEROS.
      *---------[ RELATORIO DE VAGAS ABERTAS ]--------------------------
       01 W-DIAS-ABERTO  PIC 9(05) VALUE ZEROS.
       01 W-QT-T         PIC 9(03) VALUE ZEROS.
       01 W-QT-E         PIC 9(03) VALUE ZEROS.
       01 W-QT-S         PIC 9(03) VALUE ZEROS.
       01 W-QT-A         PIC 9(03) VALUE ZEROS.
       01 W-QT-C         PIC 9(03) VALUE ZEROS.
       01 W-QT-R         PIC 9(03) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
      *---------[ DIGITO VERIFICADOR DO CPF ]---------------------------
       01 W-CPF          PIC 9(11) VALUE ZEROS.
       01 W-CPFX REDEFINES W-CPF.
           03 W-CPF-DIG     PIC 9(01) OCCURS 11 TIMES.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-SOMA1        PIC 9(05) VALUE ZEROS.
       01 W-SOMA2        PIC 9(05) VALUE ZEROS.
       01 W-RESTO        PIC 9(02) VALUE ZEROS.
       01 W-DV1          PIC 9(01) VALUE ZEROS.
       01 W-DV2          PIC 9(01) VALUE ZEROS.
       01 DOC-INVALIDO   PIC X(01) VALUE "N".

       01 TABETAPA1.
          03 FILLER     PIC X(12) VALUE "TTRIAGEM".
          03 FILLER     PIC X(12) VALUE "EENTREVISTA".
          03 FILLER     PIC X(12) VALUE "SSELECAO".
          03 FILLER     PIC X(12) VALUE "AAPROVADO".
          03 FILLER     PIC X(12) VALUE "CCONTRATADO".
          03 FILLER     PIC X(12) VALUE "RREPROVADO".
          03 FILLER     PIC X(12) VALUE "DDESISTENTE".
      *
       01 TABETAPA REDEFINES TABETAPA1.
          03 TBETAPA     PIC X(12) OCCURS 7 TIMES.
      *
       01 TXTETAPA.
          03 TXTETAPA1   PIC X(01) VALUE SPACES.
          03 TXTETAPA2   PIC X(11) VALUE SPACES.
       01 AUX            PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADREQPES
           IF ST-RPS NOT = "00"
              IF ST-RPS = "30"
                 OPEN OUTPUT CADREQPES
                 CLOSE CADREQPES
                 DISPLAY "*** ARQUIVO CADREQPES FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREQPES"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADCANDID
           IF ST-CAN NOT = "00"
              IF ST-CAN = "30"
                 OPEN OUTPUT CADCANDID
                 CLOSE CADCANDID
                 DISPLAY "*** ARQUIVO CADCANDID FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCANDID"
                 CLOSE CADREQPES
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADQUADRO
           IF ST-QDR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADQUADRO"
               CLOSE CADREQPES CADCANDID
               GO TO ROT-FIM3.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCARG"
               GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               GO TO ROT-FIM2.
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
               MOVE "99" TO ST-CEP.

       R0C.
           OPEN INPUT ARQCTRLRPS
           IF ST-CTRL = "00"
              READ ARQCTRLRPS
                 AT END MOVE ZEROS TO W-NUMRPS W-NUMCAN
              END-READ
              IF ST-CTRL = "00"
                 MOVE CTRL-ULTRPS TO W-NUMRPS
                 MOVE CTRL-ULTCAN TO W-NUMCAN
              END-IF
              CLOSE ARQCTRLRPS
           ELSE
              MOVE ZEROS TO W-NUMRPS W-NUMCAN.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** RECRUTAMENTO E SELECAO ***"
           DISPLAY "  1 - ABRIR REQUISICAO DE PESSOAL"
           DISPLAY "  2 - CONSULTAR/CANCELAR REQUISICAO"
           DISPLAY "  3 - INCLUIR/ALTERAR CANDIDATO"
           DISPLAY "  4 - MOVER CANDIDATO DE ETAPA"
           DISPLAY "  5 - CONTRATAR CANDIDATO (RESERVA A CHAPA)"
           DISPLAY "  6 - RELATORIO DE VAGAS ABERTAS"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-ABRE
              WHEN 2
                 GO TO R3-CONSULTA
              WHEN 3
                 GO TO R4-CANDIDATO
              WHEN 4
                 GO TO R5-ETAPA
              WHEN 5
                 GO TO R6-CONTRATA
              WHEN 6
                 GO TO R7-RELATORIO
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ ABERTURA DA REQUISICAO CONTRA VAGA DO QUADRO ]--------
       R2-ABRE.
           DISPLAY "CODIGO DO DEPARTAMENTO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CODDEP
           IF W-CODDEP = ZEROS
               GO TO R1.
           MOVE W-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
               GO TO R2-ABRE.
           IF DEPSTATUS NOT = "A"
               DISPLAY "*** DEPARTAMENTO INATIVO ***"
               GO TO R2-ABRE.
           DISPLAY "DEPARTAMENTO: " DENOMINACAO.
       R2B.
           DISPLAY "CODIGO DO CARGO: " WITH NO ADVANCING
           ACCEPT W-CODCARG
           MOVE W-CODCARG TO COD
           READ ARQCARG
           IF ST-CARG NOT = "00"
               DISPLAY "*** CARGO NAO CADASTRADO ***"
               GO TO R2B.
           DISPLAY "CARGO: " DENOM (1:30)

           MOVE W-CODDEP TO QDR-CODDEP
           MOVE W-CODCARG TO QDR-CODCARG
           READ CADQUADRO
           IF ST-QDR NOT = "00"
               DISPLAY "*** DEP/CARGO SEM POSICOES NO QUADRO ***"
               GO TO R2-ABRE.
           PERFORM CONTA-VAGA-LIVRE THRU CONTA-VAGA-LIVRE-FIM
           DISPLAY "AUTORIZADO " QDR-VAGAS "  ATIVOS " W-OCUPADAS
               "  EM REQUISICAO " W-PENDENTES
               "  A ADMITIR " W-NAO-ADMIT
           IF W-VAGAS-LIVRES NOT > ZEROS
               DISPLAY "*** NAO HA VAGA LIVRE NO QUADRO ***"
               GO TO R2-ABRE.
           DISPLAY "VAGAS LIVRES: " W-VAGAS-LIVRES.
       R2C.
           DISPLAY "QUANTIDADE DE POSICOES: " WITH NO ADVANCING
           ACCEPT W-QTD
           IF W-QTD = ZEROS
               GO TO R2C.
           IF W-QTD > W-VAGAS-LIVRES
               DISPLAY "*** QUANTIDADE MAIOR QUE AS VAGAS LIVRES ***"
               GO TO R2C.
           MOVE SPACES TO RPS-SOLICITANTE
           DISPLAY "SOLICITANTE: " WITH NO ADVANCING
           ACCEPT RPS-SOLICITANTE

           ADD 1 TO W-NUMRPS
           MOVE W-NUMRPS TO RPS-NUMERO
           MOVE W-CODDEP TO RPS-CODDEP
           MOVE W-CODCARG TO RPS-CODCARG
           MOVE W-QTD TO RPS-QTD
           MOVE ZEROS TO RPS-CONTRATADOS RPS-DATA-FECHA
           MOVE W-DATA-HOJE TO RPS-DATA-ABERT
           MOVE "A" TO RPS-SITUACAO
           WRITE REGREQPES
           IF ST-RPS NOT = "00"
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RPS
               SUBTRACT 1 FROM W-NUMRPS
               GO TO R1.
           DISPLAY "*** REQUISICAO " W-NUMRPS " ABERTA ***"
           GO TO R1.

      *---------[ CONSULTA / CANCELAMENTO DA REQUISICAO ]---------------
       R3-CONSULTA.
           DISPLAY "NUMERO DA REQUISICAO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.
           MOVE W-NUMINF TO RPS-NUMERO
           READ CADREQPES
           IF ST-RPS NOT = "00"
               DISPLAY "*** REQUISICAO NAO CADASTRADA ***"
               GO TO R3-CONSULTA.
           DISPLAY "DEP " RPS-CODDEP "  CARGO " RPS-CODCARG
               "  POSICOES " RPS-QTD "  CONTRATADOS " RPS-CONTRATADOS
           DISPLAY "SOLICITANTE " RPS-SOLICITANTE
               "  ABERTA EM " RPS-DATA-ABERT
           DISPLAY "SITUACAO (A=ABERTA P=PREENCHIDA C=CANCELADA): "
               RPS-SITUACAO "  FECHADA EM " RPS-DATA-FECHA
           IF RPS-SITUACAO NOT = "A"
               GO TO R3-CONSULTA.
           DISPLAY "CANCELAR A REQUISICAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R3-CONSULTA.
           MOVE "C" TO RPS-SITUACAO
           MOVE W-DATA-HOJE TO RPS-DATA-FECHA
           REWRITE REGREQPES
           IF ST-RPS = "00"
               DISPLAY "*** REQUISICAO CANCELADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RPS.
           GO TO R3-CONSULTA.

      *---------[ FICHA DO CANDIDATO ]----------------------------------
       R4-CANDIDATO.
           DISPLAY "NUMERO DO CANDIDATO (0 = NOVO  9 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = 9
               GO TO R1.
           IF W-NUMINF = ZEROS
               GO TO R4-NOVO.
           MOVE W-NUMINF TO CAN-NUMERO
           READ CADCANDID
           IF ST-CAN NOT = "00"
               DISPLAY "*** CANDIDATO NAO CADASTRADO ***"
               GO TO R4-CANDIDATO.
           IF CAN-ETAPA = "C"
               DISPLAY "*** CANDIDATO JA CONTRATADO - CHAPA "
                   CAN-CHAPA " ***"
               GO TO R4-CANDIDATO.
           DISPLAY "REQUISICAO " CAN-NUMRPS "  NOME " CAN-NOME
           MOVE "A" TO W-RESP
           GO TO R4-DADOS.
       R4-NOVO.
           DISPLAY "REQUISICAO DE PESSOAL: " WITH NO ADVANCING
           ACCEPT W-NUMINF
           MOVE W-NUMINF TO RPS-NUMERO
           READ CADREQPES
           IF ST-RPS NOT = "00"
               DISPLAY "*** REQUISICAO NAO CADASTRADA ***"
               GO TO R4-CANDIDATO.
           IF RPS-SITUACAO NOT = "A"
               DISPLAY "*** REQUISICAO NAO ESTA ABERTA ***"
               GO TO R4-CANDIDATO.
           MOVE SPACES TO REGCANDID
           MOVE ZEROS TO CAN-CPF CAN-DATANASC CAN-CEP
                         CAN-DATA-ENTREV CAN-DATA-SELEC
                         CAN-DATA-INICIO CAN-CHAPA
           MOVE RPS-NUMERO TO CAN-NUMRPS
           MOVE RPS-CODDEP TO CAN-CODDEP
           MOVE RPS-CODCARG TO CAN-CODCARG
           MOVE "T" TO CAN-ETAPA
           MOVE "N" TO CAN-ADMITIDO
           MOVE W-DATA-HOJE TO CAN-DATA-CAD CAN-DATA-ETAPA
           MOVE "N" TO W-RESP.
       R4-DADOS.
           DISPLAY "NOME: " WITH NO ADVANCING
           ACCEPT CAN-NOME
           IF CAN-NOME = SPACES
               GO TO R4-DADOS.
       R4-CPF.
           DISPLAY "CPF (11 DIGITOS): " WITH NO ADVANCING
           ACCEPT CAN-CPF
           MOVE CAN-CPF TO W-CPF
           PERFORM CHECK-CPF THRU CHECK-CPF-FIM
           IF DOC-INVALIDO = "S"
               DISPLAY "*** CPF INVALIDO ***"
               GO TO R4-CPF.
           DISPLAY "TELEFONE: " WITH NO ADVANCING
           ACCEPT CAN-FONE
           DISPLAY "E-MAIL: " WITH NO ADVANCING
           ACCEPT CAN-EMAIL.
       R4-ORIGEM.
           DISPLAY "ORIGEM (I=INDICACAO A=ANUNCIO S=SITE G=AGENCIA"
               " E=ESPONTANEA): " WITH NO ADVANCING
           ACCEPT CAN-ORIGEM
           IF CAN-ORIGEM NOT = "I" AND NOT = "A" AND NOT = "S"
              AND NOT = "G" AND NOT = "E"
               GO TO R4-ORIGEM.
       R4-NASC.
           DISPLAY "DATA NASCIMENTO (DDMMAAAA): " WITH NO ADVANCING
           ACCEPT CAN-DATANASC
           IF CAN-DATANASC = ZEROS
               GO TO R4-NASC.
       R4-SEXO.
           DISPLAY "SEXO (M/F): " WITH NO ADVANCING
           ACCEPT CAN-SEXO
           IF CAN-SEXO NOT = "M" AND CAN-SEXO NOT = "F"
               GO TO R4-SEXO.
       R4-CEP.
           DISPLAY "CEP: " WITH NO ADVANCING
           ACCEPT CAN-CEP
           IF ST-CEP NOT = "99" AND CAN-CEP NOT = ZEROS
               MOVE CAN-CEP TO CEP
               READ CADCEP
               IF ST-CEP NOT = "00"
                   DISPLAY "*** CEP NAO CADASTRADO ***"
                   GO TO R4-CEP.
           DISPLAY "OBSERVACAO: " WITH NO ADVANCING
           ACCEPT CAN-OBS

           IF W-RESP = "A"
               REWRITE REGCANDID
               IF ST-CAN = "00"
                   DISPLAY "*** CANDIDATO ALTERADO ***"
               ELSE
                   DISPLAY "ERRO NA GRAVACAO ST=" ST-CAN
               END-IF
               GO TO R4-CANDIDATO.
           ADD 1 TO W-NUMCAN
           MOVE W-NUMCAN TO CAN-NUMERO
           WRITE REGCANDID
           IF ST-CAN = "00" OR "02"
               DISPLAY "*** CANDIDATO " W-NUMCAN " INCLUIDO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CAN
               SUBTRACT 1 FROM W-NUMCAN.
           GO TO R4-CANDIDATO.

      *---------[ MOVIMENTO DE ETAPA DO CANDIDATO ]---------------------
       R5-ETAPA.
           DISPLAY "NUMERO DO CANDIDATO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.
           MOVE W-NUMINF TO CAN-NUMERO
           READ CADCANDID
           IF ST-CAN NOT = "00"
               DISPLAY "*** CANDIDATO NAO CADASTRADO ***"
               GO TO R5-ETAPA.
           MOVE CAN-ETAPA TO W-ETAPA
           PERFORM NOME-ETAPA THRU NOME-ETAPA-FIM
           DISPLAY CAN-NOME "  ETAPA ATUAL: " TXTETAPA2
               "  DESDE " CAN-DATA-ETAPA
           IF CAN-ETAPA = "C" OR CAN-ETAPA = "R" OR CAN-ETAPA = "D"
               DISPLAY "*** CANDIDATO FORA DO PROCESSO ***"
               GO TO R5-ETAPA.
       R5B.
           DISPLAY "NOVA ETAPA (E=ENTREVISTA S=SELECAO A=APROVADO"
               " R=REPROVADO D=DESISTENTE): " WITH NO ADVANCING
           ACCEPT W-ETAPA
           IF W-ETAPA NOT = "E" AND NOT = "S" AND NOT = "A"
              AND NOT = "R" AND NOT = "D"
               GO TO R5B.
           IF W-ETAPA = "E" OR W-ETAPA = "S"
               DISPLAY "DATA AGENDADA (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT W-DATA-INF
               IF W-DATA-INF NOT NUMERIC OR W-DATA-INF = ZEROS
                   MOVE W-DATA-HOJE TO W-DATA-INF.
           IF W-ETAPA = "E"
               MOVE W-DATA-INF TO CAN-DATA-ENTREV.
           IF W-ETAPA = "S"
               MOVE W-DATA-INF TO CAN-DATA-SELEC.
           MOVE W-ETAPA TO CAN-ETAPA
           MOVE W-DATA-HOJE TO CAN-DATA-ETAPA
           DISPLAY "OBSERVACAO (ENTER = MANTER): " WITH NO ADVANCING
           MOVE SPACES TO MENS
           ACCEPT MENS
           IF MENS NOT = SPACES
               MOVE MENS TO CAN-OBS.
           REWRITE REGCANDID
           IF ST-CAN = "00"
               DISPLAY "*** ETAPA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CAN.
           GO TO R5-ETAPA.

      *---------[ CONTRATACAO: RESERVA A CHAPA PARA FPP014 ]------------
      *  SO CANDIDATO APROVADO, EM REQUISICAO ABERTA. A CHAPA   *
      *  NAO PODE EXISTIR EM ARQFUNC NEM ESTAR RESERVADA A      *
      *  OUTRO CANDIDATO; SUGERE A MAIOR CHAPA EM USO + 1       *
       R6-CONTRATA.
           DISPLAY "NUMERO DO CANDIDATO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMINF
           IF W-NUMINF = ZEROS
               GO TO R1.
           MOVE W-NUMINF TO CAN-NUMERO
           READ CADCANDID
           IF ST-CAN NOT = "00"
               DISPLAY "*** CANDIDATO NAO CADASTRADO ***"
               GO TO R6-CONTRATA.
           IF CAN-ETAPA NOT = "A"
               DISPLAY "*** SO CANDIDATO APROVADO PODE SER"
                   " CONTRATADO ***"
               GO TO R6-CONTRATA.
           MOVE CAN-NUMRPS TO RPS-NUMERO
           READ CADREQPES
           IF ST-RPS NOT = "00" OR RPS-SITUACAO NOT = "A"
               DISPLAY "*** REQUISICAO DO CANDIDATO NAO ESTA"
                   " ABERTA ***"
               GO TO R6-CONTRATA.
           DISPLAY CAN-NOME "  REQUISICAO " RPS-NUMERO
               "  DEP " RPS-CODDEP "  CARGO " RPS-CODCARG
           MOVE CAN-NUMERO TO W-NUMCAN-SAVE
           MOVE REGREQPES TO W-REGREQPES-SAVE
           PERFORM MAIOR-CHAPA THRU MAIOR-CHAPA-FIM.
       R6B.
           COMPUTE W-CHAPA = W-MAIOR-CHAPA + 1
           DISPLAY "CHAPA (SUGERIDA " W-CHAPA ", 0 = SUGERIDA): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               COMPUTE W-CHAPA = W-MAIOR-CHAPA + 1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC = "00"
               DISPLAY "*** CHAPA JA EXISTE EM ARQFUNC ***"
               GO TO R6B.
           MOVE W-CHAPA TO CAN-CHAPA
           READ CADCANDID KEY IS CAN-CHAPA
           IF ST-CAN = "00"
               DISPLAY "*** CHAPA JA RESERVADA AO CANDIDATO "
                   CAN-NUMERO " ***"
               MOVE W-NUMCAN-SAVE TO CAN-NUMERO
               READ CADCANDID
               GO TO R6B.
           MOVE W-NUMCAN-SAVE TO CAN-NUMERO
           READ CADCANDID.
       R6C.
           DISPLAY "DATA DE INICIO (DDMMAAAA): " WITH NO ADVANCING
           ACCEPT CAN-DATA-INICIO
           IF CAN-DATA-INICIO NOT NUMERIC OR CAN-DATA-INICIO = ZEROS
               GO TO R6C.
           DISPLAY "CONFIRMA A CONTRATACAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R6-CONTRATA.
           MOVE W-CHAPA TO CAN-CHAPA
           MOVE "C" TO CAN-ETAPA
           MOVE "N" TO CAN-ADMITIDO
           MOVE W-DATA-HOJE TO CAN-DATA-ETAPA
           REWRITE REGCANDID
           IF ST-CAN NOT = "00"
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CAN
               GO TO R6-CONTRATA.
           MOVE W-REGREQPES-SAVE TO REGREQPES
           ADD 1 TO RPS-CONTRATADOS
           IF RPS-CONTRATADOS NOT < RPS-QTD
               MOVE "P" TO RPS-SITUACAO
               MOVE W-DATA-HOJE TO RPS-DATA-FECHA
               DISPLAY "*** REQUISICAO PREENCHIDA E FECHADA ***".
           REWRITE REGREQPES
           DISPLAY "*** CHAPA " W-CHAPA " RESERVADA - ADMITIR EM"
               " FPP014 ***"
           GO TO R6-CONTRATA.

      *---------[ REQUISICOES ABERTAS: DIAS E CANDIDATOS POR ETAPA ]----
       R7-RELATORIO.
           DISPLAY "*** VAGAS EM ABERTO - RECRUTAMENTO ***"
           DISPLAY "REQUIS DEP CARGO POS CTR  DIAS  TRI ENT SEL APR"
               " CTR R/D  SOLICITANTE"
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE ZEROS TO RPS-NUMERO
           MOVE "N" TO W-EOF-RPS
           START CADREQPES KEY IS NOT LESS RPS-NUMERO
               INVALID KEY MOVE "S" TO W-EOF-RPS.
       R7A.
           IF W-EOF-RPS = "S"
               GO TO R7B.
           READ CADREQPES NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RPS
                 GO TO R7A
           END-READ.
           IF RPS-SITUACAO NOT = "A"
               GO TO R7A.
           COMPUTE W-DIAS-ABERTO =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE (RPS-DATA-ABERT)
           PERFORM CONTA-ETAPAS THRU CONTA-ETAPAS-FIM
           DISPLAY RPS-NUMERO " " RPS-CODDEP " " RPS-CODCARG "   "
               RPS-QTD "  " RPS-CONTRATADOS " " W-DIAS-ABERTO "  "
               W-QT-T " " W-QT-E " " W-QT-S " " W-QT-A " "
               W-QT-C " " W-QT-R "  " RPS-SOLICITANTE (1:20)
           ADD 1 TO W-TOTLISTADOS
           GO TO R7A.
       R7B.
           DISPLAY "REQUISICOES EM ABERTO..........: " W-TOTLISTADOS
           GO TO R1.

       ROT-FIM.
           OPEN OUTPUT ARQCTRLRPS
           MOVE W-NUMRPS TO CTRL-ULTRPS
           MOVE W-NUMCAN TO CTRL-ULTCAN
           WRITE REG-CTRLRPS
           CLOSE ARQCTRLRPS
           CLOSE ARQDEP
           CLOSE ARQCARG
           CLOSE ARQFUNC
           IF ST-CEP NOT = "99"
               CLOSE CADCEP.
       ROT-FIM2.
           CLOSE CADREQPES
           CLOSE CADCANDID
           CLOSE CADQUADRO.
       ROT-FIM3.
           STOP RUN.

      *---------[ VAGA LIVRE = QUADRO - ATIVOS - PEDIDO - A ADMITIR ]---
       CONTA-VAGA-LIVRE.
           MOVE ZEROS TO W-OCUPADAS W-PENDENTES W-NAO-ADMIT
           CLOSE ARQFUNC
           OPEN INPUT ARQFUNC.
       CONTA-VAGA-LIVRE-1.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO CONTA-VAGA-LIVRE-2
           END-READ.
           IF CODDEP = W-CODDEP AND CODIGOCARG = W-CODCARG
              AND FUNCSTATUS = "A"
               ADD 1 TO W-OCUPADAS.
           GO TO CONTA-VAGA-LIVRE-1.
       CONTA-VAGA-LIVRE-2.
           MOVE ZEROS TO RPS-NUMERO
           MOVE "N" TO W-EOF-RPS
           START CADREQPES KEY IS NOT LESS RPS-NUMERO
               INVALID KEY MOVE "S" TO W-EOF-RPS.
       CONTA-VAGA-LIVRE-3.
           IF W-EOF-RPS = "S"
               GO TO CONTA-VAGA-LIVRE-4.
           READ CADREQPES NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RPS
                 GO TO CONTA-VAGA-LIVRE-3
           END-READ.
           IF RPS-SITUACAO = "A" AND RPS-CODDEP = W-CODDEP
              AND RPS-CODCARG = W-CODCARG
               COMPUTE W-PENDENTES =
                   W-PENDENTES + RPS-QTD - RPS-CONTRATADOS.
           GO TO CONTA-VAGA-LIVRE-3.
       CONTA-VAGA-LIVRE-4.
           MOVE ZEROS TO CAN-NUMERO
           MOVE "N" TO W-EOF-CAN
           START CADCANDID KEY IS NOT LESS CAN-NUMERO
               INVALID KEY MOVE "S" TO W-EOF-CAN.
       CONTA-VAGA-LIVRE-5.
           IF W-EOF-CAN = "S"
               GO TO CONTA-VAGA-LIVRE-6.
           READ CADCANDID NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CAN
                 GO TO CONTA-VAGA-LIVRE-5
           END-READ.
           IF CAN-ETAPA = "C" AND CAN-ADMITIDO NOT = "S"
              AND CAN-CODDEP = W-CODDEP AND CAN-CODCARG = W-CODCARG
               ADD 1 TO W-NAO-ADMIT.
           GO TO CONTA-VAGA-LIVRE-5.
       CONTA-VAGA-LIVRE-6.
           COMPUTE W-VAGAS-LIVRES =
               QDR-VAGAS - W-OCUPADAS - W-PENDENTES - W-NAO-ADMIT.
       CONTA-VAGA-LIVRE-FIM.
           EXIT.

      *---------[ CANDIDATOS DA REQUISICAO POR ETAPA ]------------------
       CONTA-ETAPAS.
           MOVE ZEROS TO W-QT-T W-QT-E W-QT-S W-QT-A W-QT-C W-QT-R
           MOVE "N" TO W-EOF-CAN
           MOVE RPS-NUMERO TO CAN-NUMRPS
           START CADCANDID KEY IS NOT LESS CAN-NUMRPS
               INVALID KEY MOVE "S" TO W-EOF-CAN.
       CONTA-ETAPAS-1.
           IF W-EOF-CAN = "S"
               GO TO CONTA-ETAPAS-FIM.
           READ CADCANDID NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CAN
                 GO TO CONTA-ETAPAS-1
           END-READ.
           IF CAN-NUMRPS NOT = RPS-NUMERO
               MOVE "S" TO W-EOF-CAN
               GO TO CONTA-ETAPAS-1.
           EVALUATE CAN-ETAPA
              WHEN "T"
                 ADD 1 TO W-QT-T
              WHEN "E"
                 ADD 1 TO W-QT-E
              WHEN "S"
                 ADD 1 TO W-QT-S
              WHEN "A"
                 ADD 1 TO W-QT-A
              WHEN "C"
                 ADD 1 TO W-QT-C
              WHEN OTHER
                 ADD 1 TO W-QT-R
           END-EVALUATE.
           GO TO CONTA-ETAPAS-1.
       CONTA-ETAPAS-FIM.
           EXIT.

      *---------[ MAIOR CHAPA EM USO (ARQFUNC E RESERVAS) ]-------------
       MAIOR-CHAPA.
           MOVE ZEROS TO W-MAIOR-CHAPA
           CLOSE ARQFUNC
           OPEN INPUT ARQFUNC.
       MAIOR-CHAPA-1.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO MAIOR-CHAPA-2
           END-READ.
           IF CHAPA > W-MAIOR-CHAPA
               MOVE CHAPA TO W-MAIOR-CHAPA.
           GO TO MAIOR-CHAPA-1.
       MAIOR-CHAPA-2.
           MOVE ZEROS TO CAN-NUMERO
           MOVE "N" TO W-EOF-CAN
           START CADCANDID KEY IS NOT LESS CAN-NUMERO
               INVALID KEY MOVE "S" TO W-EOF-CAN.
       MAIOR-CHAPA-3.
           IF W-EOF-CAN = "S"
               GO TO MAIOR-CHAPA-FIM.
           READ CADCANDID NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CAN
                 GO TO MAIOR-CHAPA-3
           END-READ.
           IF CAN-CHAPA > W-MAIOR-CHAPA
               MOVE CAN-CHAPA TO W-MAIOR-CHAPA.
           GO TO MAIOR-CHAPA-3.
       MAIOR-CHAPA-FIM.
           EXIT.

      *---------[ DESCRICAO DA ETAPA ]----------------------------------
       NOME-ETAPA.
           MOVE SPACES TO TXTETAPA2
           MOVE 1 TO AUX.
       NOME-ETAPA-1.
           MOVE TBETAPA (AUX) TO TXTETAPA
           IF TXTETAPA1 = W-ETAPA
               GO TO NOME-ETAPA-FIM.
           ADD 1 TO AUX
           IF AUX < 8
               GO TO NOME-ETAPA-1.
           MOVE SPACES TO TXTETAPA2.
       NOME-ETAPA-FIM.
           EXIT.

      *---------[ VALIDACAO DO DIGITO VERIFICADOR DO CPF ]-------------
       CHECK-CPF.
           MOVE "N" TO DOC-INVALIDO
           IF W-CPF = ZEROS
               MOVE "S" TO DOC-INVALIDO
               GO TO CHECK-CPF-FIM.
           MOVE ZEROS TO W-SOMA1 W-SOMA2
           MOVE 1 TO W-IND.
       CHECK-CPF-1.
           COMPUTE W-SOMA1 = W-SOMA1 +
               (W-CPF-DIG (W-IND) * (11 - W-IND))
           COMPUTE W-SOMA2 = W-SOMA2 +
               (W-CPF-DIG (W-IND) * (12 - W-IND))
           ADD 1 TO W-IND
           IF W-IND < 10
               GO TO CHECK-CPF-1.
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA1 * 10, 11)
           IF W-RESTO = 10
               MOVE 0 TO W-DV1
           ELSE
               MOVE W-RESTO TO W-DV1.
           COMPUTE W-SOMA2 = W-SOMA2 + (W-DV1 * 2)
           COMPUTE W-RESTO = FUNCTION MOD (W-SOMA2 * 10, 11)
           IF W-RESTO = 10
               MOVE 0 TO W-DV2
           ELSE
               MOVE W-RESTO TO W-DV2.
           IF W-CPF-DIG (10) NOT = W-DV1
              OR W-CPF-DIG (11) NOT = W-DV2
               MOVE "S" TO DOC-INVALIDO.
       CHECK-CPF-FIM.
           EXIT.
