       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLGPD.
      ***********************************************
      *  RELATORIO DO TITULAR DE DADOS (LGPD) - REUNE *
      *  POR CPF TUDO O QUE O SISTEMA GUARDA DA       *
      *  PESSOA, PARA RESPONDER AO PEDIDO DO TITULAR, *
      *  NO SPOOL (RELLGPD.SPL):                      *
      *    CLIENTE PESSOA FISICA (CADCLI), COM OS     *
      *      TITULOS (CADTITREC) E PEDIDOS DE VENDA   *
      *      (CADPEDVEN) NO CPF                       *
      *    CANDIDATO DO RECRUTAMENTO (CADCANDID)      *
      *    FUNCIONARIO - ARQFUNC NAO TEM CPF: A CHAPA *
      *      VEM DO CANDIDATO CONTRATADO (CAN-CHAPA)  *
      *      OU DO DOCUMENTO TIPO CPF DE ARQDOCFUNC;  *
      *      POR CHAPA SAEM O CADASTRO, A RESCISAO    *
      *      (ARQRESCIS), O HISTORICO DISCIPLINAR     *
      *      (CADDISCIP), OS DEPENDENTES (ARQDEPE) E  *
      *      OS DOCUMENTOS                            *
      *    AGENDA DE CONTATOS (CADCONTEMP) - OS       *
      *      CONTATOS GUARDADOS NO CPF                *
      *    CONTATO (CADCONTATO) - SEM CPF, SAI O DE   *
      *      NOME IGUAL A UM DOS NOMES ACHADOS ACIMA  *
      *    ARQTRANSLOG - AS ALTERACOES REGISTRADAS    *
      *      NAS CHAVES ACHADAS (AS IMAGENS ANTES/    *
      *      DEPOIS GUARDAM O DADO PESSOAL)           *
      *  NADA ACHADO DA RC 4; PRAZOS DE RETENCAO EM   *
      *  RETENCAO, ANONIMIZACAO EM ANONIMIZA          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSPOOL ASSIGN TO W-NOME-SPOOL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPOOL.

           SELECT ARQSPOOLDIR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPD.

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

           SELECT CADPEDVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-KEY
                    FILE STATUS  IS ST-PV.

           SELECT CADCANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAN-NUMERO
                    ALTERNATE RECORD KEY IS CAN-NUMRPS WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CAN-CHAPA WITH DUPLICATES
                    FILE STATUS  IS ST-CAN.

           SELECT ARQDOCFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-KEY
                    FILE STATUS  IS ST-DOC.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME-FUNC WITH DUPLICATES
                    FILE STATUS  IS ST-FUNC.

           SELECT ARQRESCIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAPA
                    FILE STATUS  IS ST-RSC.

           SELECT CADDISCIP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSC-KEY
                    FILE STATUS  IS ST-DSC.

           SELECT ARQDEPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPEN-KEY
                    ALTERNATE RECORD KEY IS DEPEN-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-DPE.

           SELECT CADCONTEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTE-KEY
                    FILE STATUS  IS ST-CTE.

           SELECT CADCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    ALTERNATE RECORD KEY IS TPAMIGO WITH DUPLICATES
                    FILE STATUS  IS ST-CTT.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSPOOL.
       01 REG-SPOOL            PIC X(132).

       FD ARQSPOOLDIR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SPOOLDIR.DAT".
       01 REG-SPOOLDIR.
           03 SPD-PROGRAMA     PIC X(12).
           03 SPD-ARQUIVO      PIC X(20).
           03 SPD-DATA-HORA    PIC X(21).
           03 SPD-OPERADOR     PIC X(08).

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

       FD CADPEDVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDVEN.DAT".
       01 REGPV.
           03 PV-KEY.
              05 PV-NUMERO         PIC 9(06).
              05 PV-CODGPRODUTO    PIC 9(06).
           03 PV-CNPJCPF           PIC 9(15).
           03 PV-QUANTIDADE        PIC 9(05)V9.
           03 PV-PRECO             PIC 9(07)V99.
           03 PV-DATA              PIC 9(08).
           03 PV-SITUACAO          PIC X(01).
           03 PV-VENDEDOR          PIC 9(03).

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

       FD ARQDOCFUNC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQDOCFUNC.DAT".
       01 REGDOCFUNC.
           03 DOC-KEY.
              05 DOC-CHAPA       PIC 9(06).
              05 DOC-TIPO        PIC X(03).
           03 DOC-NUMERO         PIC X(15).
           03 DOC-CATEGORIA      PIC X(02).
           03 DOC-VALIDADE       PIC 9(08).

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

       FD ARQRESCIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRESCIS.DAT".
       01 REGRESCIS.
           03 RSC-CHAPA         PIC 9(06).
           03 RSC-DATA-DEMISSAO PIC 9(08).
           03 RSC-SALDO-SAL     PIC 9(07)V99.
           03 RSC-13-PROP       PIC 9(07)V99.
           03 RSC-FERIAS-VENC   PIC 9(07)V99.
           03 RSC-FERIAS-PROP   PIC 9(07)V99.
           03 RSC-INSS          PIC 9(07)V99.
           03 RSC-IRRF          PIC 9(07)V99.
           03 RSC-LIQUIDO       PIC 9(07)V99.
           03 RSC-PENSAO        PIC 9(07)V99.
           03 RSC-MOTIVO        PIC X(02).

       FD CADDISCIP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDISCIP.DAT".
       01 REGDISCIP.
           03 DSC-KEY.
              05 DSC-CHAPA      PIC 9(06).
              05 DSC-SEQ        PIC 9(03).
           03 DSC-TIPO          PIC X(01).
           03 DSC-DATA          PIC 9(08).
           03 DSC-DATA-INI      PIC 9(08).
           03 DSC-DIAS          PIC 9(02).
           03 DSC-MOTIVO        PIC X(60).
           03 DSC-TEST-CHAPA    PIC 9(06).
           03 DSC-TESTEMUNHA    PIC X(30).
           03 DSC-DATA-REG      PIC 9(08).
           03 DSC-OPERADOR      PIC X(08).

       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 TPGRAU             PIC 9(01).
           03 DEPEN-KEY.
            05 DEPEN-SEQ          PIC 9(01).
            05 DEPEN-CHAPA        PIC 9(06).
           03 DEPEN-NOME         PIC X(30).
           03 DEPEN-DATANASC     PIC 9(08).
           03 DEPEN-SEXO         PIC X(01).
           03 DEPEN-INSS         PIC X(01).
           03 DEPEN-IMPRENDA     PIC X(01).
           03 DEPEN-STATUS       PIC X(20).

       FD CADCONTEMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTEMP.DAT".
       01 REGCONTEMP.
           03 CTE-KEY.
              05 CTE-CNPJCPF       PIC 9(15).
              05 CTE-SEQ           PIC 9(02).
           03 CTE-NOME             PIC X(30).
           03 CTE-FUNCAO           PIC 9(01).
           03 CTE-TELEFONE         PIC X(15).
           03 CTE-EMAIL            PIC X(30).
           03 CTE-PRINCIPAL        PIC X(01).
           03 CTE-DATAULTCONTATO   PIC 9(08).

       FD CADCONTATO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTATO.DAT".
       01 REGCONTATO.
           03 APELIDO           PIC X(12).
           03 NOME-CONTATO      PIC X(30).
           03 EMAIL             PIC X(30).
           03 SEXO-CONTATO      PIC X(01).
           03 GENERO-CONTATO    PIC X(01).
           03 TPAMIGO           PIC 9(02).
           03 DATAULTCONTATO    PIC 9(08).

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELLGPD.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-PV          PIC X(02) VALUE "00".
       01 ST-CAN         PIC X(02) VALUE "00".
       01 ST-DOC         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-RSC         PIC X(02) VALUE "00".
       01 ST-DPE         PIC X(02) VALUE "00".
       01 ST-DSC         PIC X(02) VALUE "00".
       01 ST-CTE         PIC X(02) VALUE "00".
       01 ST-CTT         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".

      *---------[ CPF DO TITULAR NAS FORMAS EM QUE E GRAVADO ]----------
       01 W-CPF          PIC 9(11) VALUE ZEROS.
       01 W-CPFX REDEFINES W-CPF PIC X(11).
       01 W-CPF15        PIC 9(15) VALUE ZEROS.
       01 W-CPF15X REDEFINES W-CPF15 PIC X(15).

       01 W-ACHADOS      PIC 9(05) VALUE ZEROS.
       01 W-QTD          PIC 9(05) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-SEQ          PIC 9(01) VALUE ZEROS.
       01 W-CHAVE-LOG    PIC X(20) VALUE SPACES.
       01 W-CHAPA-ED     PIC 9(06) VALUE ZEROS.

      *---------[ CHAPAS E NOMES DO TITULAR ACHADOS NO CAMINHO ]--------
       01 W-QTD-CHAPAS   PIC 9(02) VALUE ZEROS.
       01 W-TAB-CHAPAS.
           03 W-TB-CHAPA OCCURS 10 TIMES PIC 9(06).
       01 W-QTD-NOMES    PIC 9(02) VALUE ZEROS.
       01 W-TAB-NOMES.
           03 W-TB-NOME  OCCURS 10 TIMES PIC X(30).
       01 W-QTD-CANDS    PIC 9(02) VALUE ZEROS.
       01 W-TAB-CANDS.
           03 W-TB-CAND  OCCURS 10 TIMES PIC 9(06).
       01 W-NOVA-CHAPA   PIC 9(06) VALUE ZEROS.
       01 W-NOVO-NOME    PIC X(30) VALUE SPACES.

      *---------[ FUNCAO DO CONTATO NA AGENDA (CADCONTEMP) ]------------
       01 W-TAB-FUNCAO1.
          03 FILLER     PIC X(10) VALUE "FINANCEIRO".
          03 FILLER     PIC X(10) VALUE "COMPRAS".
          03 FILLER     PIC X(10) VALUE "VENDAS".
          03 FILLER     PIC X(10) VALUE "LOGISTICA".
       01 W-TAB-FUNCAO REDEFINES W-TAB-FUNCAO1.
          03 W-TB-FUNCAO PIC X(10) OCCURS 4 TIMES.
       01 W-TXT-FUNCAO   PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R0.
           DISPLAY "*** RELATORIO DO TITULAR DE DADOS (LGPD) ***"
           DISPLAY "CPF DO TITULAR (11 DIGITOS, 0 = SAIR): "
               WITH NO ADVANCING
           ACCEPT W-CPF
           IF W-CPF NOT NUMERIC
               GO TO R0.
           IF W-CPF = ZEROS
               GO TO ROT-FIM3.
           MOVE W-CPF TO W-CPF15
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

           MOVE SPACES TO W-LINHA
           STRING "*** DADOS PESSOAIS GUARDADOS DO CPF " W-CPFX
               " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           PERFORM SECAO-CLIENTE THRU SECAO-CLIENTE-FIM
           PERFORM SECAO-CANDIDATO THRU SECAO-CANDIDATO-FIM
           PERFORM SECAO-DOCCPF THRU SECAO-DOCCPF-FIM
           PERFORM SECAO-FUNC THRU SECAO-FUNC-FIM
           PERFORM SECAO-CONTEMP THRU SECAO-CONTEMP-FIM
           PERFORM SECAO-CONTATO THRU SECAO-CONTATO-FIM
           PERFORM SECAO-LOG THRU SECAO-LOG-FIM.

       R-TOTAL.
           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "REGISTROS DO TITULAR ACHADOS...: " W-ACHADOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-ACHADOS = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "NENHUM DADO PESSOAL GUARDADO PARA O CPF "
                   W-CPFX
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 4 TO RETURN-CODE.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ CLIENTE PESSOA FISICA, TITULOS E PEDIDOS ]------------
       SECAO-CLIENTE.
           PERFORM CABEC-SECAO
           MOVE "CLIENTE (CADCLI)" TO W-LINHA (3:)
           PERFORM GRAVA-SPOOL
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               GO TO SECAO-CLIENTE-VAZIA.
           MOVE W-CPF15 TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               CLOSE CADCLI
               GO TO SECAO-CLIENTE-VAZIA.
           CLOSE CADCLI
           ADD 1 TO W-ACHADOS
           MOVE CLI-RAZAO TO W-NOVO-NOME
           PERFORM GUARDA-NOME THRU GUARDA-NOME-FIM
           MOVE SPACES TO W-LINHA
           STRING "  TIPO " CLI-TIPO "  NOME " CLI-RAZAO
               "  APELIDO " CLI-NOME "  SITUACAO " CLI-SITUACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  CEP " CLI-CEP "  NUMERO " CLI-NUMERO
               "  COMPL " CLI-COMPLEMENTO
               "  LIMITE " CLI-LIMITE-CRED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

           MOVE ZEROS TO W-QTD
           OPEN INPUT CADTITREC
           IF ST-TR NOT = "00"
               GO TO SECAO-CLIENTE-PV.
       SECAO-CLIENTE-TR.
           READ CADTITREC NEXT RECORD
               AT END
                 CLOSE CADTITREC
                 GO TO SECAO-CLIENTE-PV
           END-READ.
           IF TR-CNPJCPF NOT = W-CPF15
               GO TO SECAO-CLIENTE-TR.
           ADD 1 TO W-QTD W-ACHADOS
           MOVE SPACES TO W-LINHA
           STRING "  TITULO " TR-NUMERO "  NF " TR-NUMNF
               "  EMISSAO " TR-DATA-EMISSAO "  VENCTO "
               TR-DATA-VENCTO "  VALOR " TR-VALOR
               "  PAGO " TR-VALOR-PAGO "  SIT " TR-SITUACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO SECAO-CLIENTE-TR.
       SECAO-CLIENTE-PV.
           OPEN INPUT CADPEDVEN
           IF ST-PV NOT = "00"
               GO TO SECAO-CLIENTE-FIM.
       SECAO-CLIENTE-PV1.
           READ CADPEDVEN NEXT RECORD
               AT END
                 CLOSE CADPEDVEN
                 GO TO SECAO-CLIENTE-FIM
           END-READ.
           IF PV-CNPJCPF NOT = W-CPF15
               GO TO SECAO-CLIENTE-PV1.
           ADD 1 TO W-ACHADOS
           MOVE SPACES TO W-LINHA
           STRING "  PEDIDO DE VENDA " PV-NUMERO "  PROD "
               PV-CODGPRODUTO "  DATA " PV-DATA "  QTD "
               PV-QUANTIDADE "  SIT " PV-SITUACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO SECAO-CLIENTE-PV1.
       SECAO-CLIENTE-VAZIA.
           MOVE SPACES TO W-LINHA
           STRING "  NAO E CLIENTE" DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       SECAO-CLIENTE-FIM.
           EXIT.

      *---------[ CANDIDATO DO RECRUTAMENTO ]---------------------------
       SECAO-CANDIDATO.
           PERFORM CABEC-SECAO
           MOVE "CANDIDATO (CADCANDID)" TO W-LINHA (3:)
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-QTD
           OPEN INPUT CADCANDID
           IF ST-CAN NOT = "00"
               GO TO SECAO-CANDIDATO-2.
       SECAO-CANDIDATO-1.
           READ CADCANDID NEXT RECORD
               AT END
                 CLOSE CADCANDID
                 GO TO SECAO-CANDIDATO-2
           END-READ.
           IF CAN-CPF NOT = W-CPF
               GO TO SECAO-CANDIDATO-1.
           ADD 1 TO W-QTD W-ACHADOS
           IF W-QTD-CANDS < 10
               ADD 1 TO W-QTD-CANDS
               MOVE CAN-NUMERO TO W-TB-CAND (W-QTD-CANDS).
           MOVE CAN-NOME TO W-NOVO-NOME
           PERFORM GUARDA-NOME THRU GUARDA-NOME-FIM
           MOVE CAN-CHAPA TO W-NOVA-CHAPA
           PERFORM GUARDA-CHAPA THRU GUARDA-CHAPA-FIM
           MOVE SPACES TO W-LINHA
           STRING "  CANDIDATO " CAN-NUMERO "  REQUISICAO " CAN-NUMRPS
               "  NOME " CAN-NOME "  NASC " CAN-DATANASC
               "  SEXO " CAN-SEXO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  FONE " CAN-FONE "  E-MAIL " CAN-EMAIL
               "  CEP " CAN-CEP
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  ETAPA " CAN-ETAPA "  CADASTRO " CAN-DATA-CAD
               "  CHAPA " CAN-CHAPA "  OBS " CAN-OBS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO SECAO-CANDIDATO-1.
       SECAO-CANDIDATO-2.
           IF W-QTD = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  NAO E CANDIDATO" DELIMITED BY SIZE
                   INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       SECAO-CANDIDATO-FIM.
           EXIT.

      *---------[ CHAPA PELO DOCUMENTO TIPO CPF DE ARQDOCFUNC ]---------
       SECAO-DOCCPF.
           OPEN INPUT ARQDOCFUNC
           IF ST-DOC NOT = "00"
               GO TO SECAO-DOCCPF-FIM.
       SECAO-DOCCPF-1.
           READ ARQDOCFUNC NEXT RECORD
               AT END
                 CLOSE ARQDOCFUNC
                 GO TO SECAO-DOCCPF-FIM
           END-READ.
           IF DOC-TIPO NOT = "CPF" OR DOC-NUMERO (1:11) NOT = W-CPFX
               GO TO SECAO-DOCCPF-1.
           MOVE DOC-CHAPA TO W-NOVA-CHAPA
           PERFORM GUARDA-CHAPA THRU GUARDA-CHAPA-FIM
           GO TO SECAO-DOCCPF-1.
       SECAO-DOCCPF-FIM.
           EXIT.

      *---------[ FUNCIONARIO: CADASTRO, RESCISAO, DEPENDENTES, DOCS ]--
       SECAO-FUNC.
           PERFORM CABEC-SECAO
           MOVE "FUNCIONARIO (ARQFUNC)" TO W-LINHA (3:)
           PERFORM GRAVA-SPOOL
           IF W-QTD-CHAPAS = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  NAO E FUNCIONARIO (NENHUMA CHAPA LIGADA AO"
                   " CPF)" DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO SECAO-FUNC-FIM.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               GO TO SECAO-FUNC-FIM.
           OPEN INPUT ARQRESCIS
           IF ST-RSC NOT = "00"
               MOVE "99" TO ST-RSC.
           OPEN INPUT CADDISCIP
           IF ST-DSC NOT = "00"
               MOVE "99" TO ST-DSC.
           OPEN INPUT ARQDEPE
           IF ST-DPE NOT = "00"
               MOVE "99" TO ST-DPE.
           OPEN INPUT ARQDOCFUNC
           IF ST-DOC NOT = "00"
               MOVE "99" TO ST-DOC.
           MOVE ZEROS TO W-IND.
       SECAO-FUNC-1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-CHAPAS
               GO TO SECAO-FUNC-2.
           MOVE W-TB-CHAPA (W-IND) TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               GO TO SECAO-FUNC-1.
           PERFORM IMPRIME-FUNC THRU IMPRIME-FUNC-FIM
           GO TO SECAO-FUNC-1.
       SECAO-FUNC-2.
           CLOSE ARQFUNC
           IF ST-RSC NOT = "99"
               CLOSE ARQRESCIS.
           IF ST-DSC NOT = "99"
               CLOSE CADDISCIP.
           IF ST-DPE NOT = "99"
               CLOSE ARQDEPE.
           IF ST-DOC NOT = "99"
               CLOSE ARQDOCFUNC.
       SECAO-FUNC-FIM.
           EXIT.

       IMPRIME-FUNC.
           ADD 1 TO W-ACHADOS
           MOVE NOME-FUNC TO W-NOVO-NOME
           PERFORM GUARDA-NOME THRU GUARDA-NOME-FIM
           MOVE SPACES TO W-LINHA
           STRING "  CHAPA " CHAPA "  NOME " NOME-FUNC
               "  NASC " DATANASC "  SEXO " SEXO-FUNC
               "  GENERO " GENERO-FUNC "  SITUACAO " FUNCSTATUS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  CEP " CEPFUNC "  NUMERO " CEP-NUMRES
               "  COMPL " CEP-COMPLE "  DEPTO " CODDEP
               "  CARGO " CODIGOCARG "  ADMISSAO " DATAADMISSAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF ST-RSC NOT = "99"
               MOVE CHAPA TO RSC-CHAPA
               READ ARQRESCIS
               IF ST-RSC = "00"
                   MOVE SPACES TO W-LINHA
                   STRING "  RESCISAO EM " RSC-DATA-DEMISSAO
                       "  MOTIVO " RSC-MOTIVO "  LIQUIDO "
                       RSC-LIQUIDO
                       DELIMITED BY SIZE INTO W-LINHA
                   PERFORM GRAVA-SPOOL
               END-IF
               MOVE "00" TO ST-RSC.
           IF ST-DSC = "99"
               GO TO IMPRIME-FUNC-DEP0.
           MOVE CHAPA TO DSC-CHAPA
           MOVE ZEROS TO DSC-SEQ
           START CADDISCIP KEY IS NOT LESS DSC-KEY
               INVALID KEY GO TO IMPRIME-FUNC-DEP0.
       IMPRIME-FUNC-DSC.
           READ CADDISCIP NEXT RECORD
               AT END
                 GO TO IMPRIME-FUNC-DEP0
           END-READ.
           IF DSC-CHAPA NOT = CHAPA
               GO TO IMPRIME-FUNC-DEP0.
           ADD 1 TO W-ACHADOS
           MOVE SPACES TO W-LINHA
           STRING "  DISCIPLINAR " DSC-SEQ "  TIPO " DSC-TIPO
               "  DATA " DSC-DATA "  INICIO " DSC-DATA-INI
               "  DIAS " DSC-DIAS "  REGISTRO " DSC-DATA-REG
               "  OPERADOR " DSC-OPERADOR
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "    MOTIVO " DSC-MOTIVO "  TESTEMUNHA "
               DSC-TEST-CHAPA " " DSC-TESTEMUNHA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO IMPRIME-FUNC-DSC.
       IMPRIME-FUNC-DEP0.
           IF ST-DPE = "99"
               GO TO IMPRIME-FUNC-DOC.
           MOVE ZEROS TO W-SEQ.
       IMPRIME-FUNC-DEP.
           MOVE W-SEQ TO DEPEN-SEQ
           MOVE CHAPA TO DEPEN-CHAPA
           READ ARQDEPE
           IF ST-DPE = "00"
               ADD 1 TO W-ACHADOS
               MOVE SPACES TO W-LINHA
               STRING "  DEPENDENTE " DEPEN-SEQ "  " DEPEN-NOME
                   "  NASC " DEPEN-DATANASC "  SEXO " DEPEN-SEXO
                   "  GRAU " TPGRAU
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           MOVE "00" TO ST-DPE
           IF W-SEQ < 9
               ADD 1 TO W-SEQ
               GO TO IMPRIME-FUNC-DEP.
       IMPRIME-FUNC-DOC.
           IF ST-DOC = "99"
               GO TO IMPRIME-FUNC-FIM.
           MOVE CHAPA TO DOC-CHAPA
           MOVE SPACES TO DOC-TIPO
           START ARQDOCFUNC KEY IS NOT LESS DOC-KEY
               INVALID KEY GO TO IMPRIME-FUNC-FIM.
       IMPRIME-FUNC-DOC1.
           READ ARQDOCFUNC NEXT RECORD
               AT END
                 GO TO IMPRIME-FUNC-FIM
           END-READ.
           IF DOC-CHAPA NOT = CHAPA
               GO TO IMPRIME-FUNC-FIM.
           ADD 1 TO W-ACHADOS
           MOVE SPACES TO W-LINHA
           STRING "  DOCUMENTO " DOC-TIPO "  " DOC-NUMERO
               "  CAT " DOC-CATEGORIA "  VALIDADE " DOC-VALIDADE
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO IMPRIME-FUNC-DOC1.
       IMPRIME-FUNC-FIM.
           MOVE "00" TO ST-DOC.

      *---------[ AGENDA DE CONTATOS (CADCONTEMP) NO CPF ]--------------
       SECAO-CONTEMP.
           PERFORM CABEC-SECAO
           MOVE "AGENDA DE CONTATOS (CADCONTEMP)" TO W-LINHA (3:)
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-QTD
           OPEN INPUT CADCONTEMP
           IF ST-CTE NOT = "00"
               GO TO SECAO-CONTEMP-2.
           MOVE W-CPF15 TO CTE-CNPJCPF
           MOVE ZEROS TO CTE-SEQ
           START CADCONTEMP KEY IS NOT LESS CTE-KEY
               INVALID KEY GO TO SECAO-CONTEMP-1Z.
       SECAO-CONTEMP-1.
           READ CADCONTEMP NEXT RECORD
               AT END
                 GO TO SECAO-CONTEMP-1Z
           END-READ.
           IF CTE-CNPJCPF NOT = W-CPF15
               GO TO SECAO-CONTEMP-1Z.
           ADD 1 TO W-QTD W-ACHADOS
           MOVE SPACES TO W-TXT-FUNCAO
           IF CTE-FUNCAO > ZEROS AND CTE-FUNCAO < 5
               MOVE W-TB-FUNCAO (CTE-FUNCAO) TO W-TXT-FUNCAO.
           MOVE SPACES TO W-LINHA
           STRING "  CONTATO " CTE-SEQ "  NOME " CTE-NOME
               "  FUNCAO " W-TXT-FUNCAO "  PRINCIPAL " CTE-PRINCIPAL
               "  ULTIMO CONTATO " CTE-DATAULTCONTATO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "    FONE " CTE-TELEFONE "  E-MAIL " CTE-EMAIL
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO SECAO-CONTEMP-1.
       SECAO-CONTEMP-1Z.
           CLOSE CADCONTEMP.
       SECAO-CONTEMP-2.
           IF W-QTD = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  NENHUM CONTATO NA AGENDA NO CPF"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       SECAO-CONTEMP-FIM.
           EXIT.

      *---------[ CONTATO DE NOME IGUAL A UM DOS NOMES ACHADOS ]--------
       SECAO-CONTATO.
           PERFORM CABEC-SECAO
           MOVE "CONTATO (CADCONTATO - PELO NOME, SEM CPF)"
               TO W-LINHA (3:)
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-QTD
           IF W-QTD-NOMES = ZEROS
               GO TO SECAO-CONTATO-2.
           OPEN INPUT CADCONTATO
           IF ST-CTT NOT = "00"
               GO TO SECAO-CONTATO-2.
       SECAO-CONTATO-1.
           READ CADCONTATO NEXT RECORD
               AT END
                 CLOSE CADCONTATO
                 GO TO SECAO-CONTATO-2
           END-READ.
           MOVE ZEROS TO W-IND.
       SECAO-CONTATO-1A.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-NOMES
               GO TO SECAO-CONTATO-1.
           IF W-TB-NOME (W-IND) NOT = NOME-CONTATO
               GO TO SECAO-CONTATO-1A.
           ADD 1 TO W-QTD W-ACHADOS
           MOVE SPACES TO W-LINHA
           STRING "  APELIDO " APELIDO "  NOME " NOME-CONTATO
               "  E-MAIL " EMAIL "  ULTIMO CONTATO " DATAULTCONTATO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO SECAO-CONTATO-1.
       SECAO-CONTATO-2.
           IF W-QTD = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  NENHUM CONTATO COM O NOME DO TITULAR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       SECAO-CONTATO-FIM.
           EXIT.

      *---------[ ALTERACOES DAS CHAVES ACHADAS EM ARQTRANSLOG ]--------
       SECAO-LOG.
           PERFORM CABEC-SECAO
           MOVE "REGISTRO DE ALTERACOES (ARQTRANSLOG)" TO W-LINHA (3:)
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-QTD
           OPEN INPUT ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
               GO TO SECAO-LOG-2.
       SECAO-LOG-1.
           READ ARQTRANSLOG
               AT END
                 CLOSE ARQTRANSLOG
                 GO TO SECAO-LOG-2
           END-READ.
           IF TL-ARQUIVO = "CADCLI" OR TL-ARQUIVO = "CADCONTEMP"
               IF TL-CHAVE (1:15) = W-CPF15X
                   GO TO SECAO-LOG-IMPRIME
               ELSE
                   GO TO SECAO-LOG-1.
           IF TL-ARQUIVO = "CADCANDID"
               MOVE ZEROS TO W-IND
               GO TO SECAO-LOG-CAND.
           IF TL-ARQUIVO NOT = "ARQFUNC" AND "ARQDEPE"
              AND "ARQDOCFUNC" AND "ARQRESCIS"
               GO TO SECAO-LOG-1.
           MOVE ZEROS TO W-IND.
       SECAO-LOG-CHAPA.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-CHAPAS
               GO TO SECAO-LOG-1.
           MOVE SPACES TO W-CHAVE-LOG
           MOVE W-TB-CHAPA (W-IND) TO W-CHAPA-ED
           MOVE W-CHAPA-ED TO W-CHAVE-LOG (1:6)
           IF TL-ARQUIVO = "ARQDEPE"
               IF TL-CHAVE (2:6) = W-CHAVE-LOG (1:6)
                   GO TO SECAO-LOG-IMPRIME
               ELSE
                   GO TO SECAO-LOG-CHAPA.
           IF TL-CHAVE (1:6) = W-CHAVE-LOG (1:6)
               GO TO SECAO-LOG-IMPRIME.
           GO TO SECAO-LOG-CHAPA.
       SECAO-LOG-CAND.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-CANDS
               GO TO SECAO-LOG-1.
           MOVE W-TB-CAND (W-IND) TO W-CHAPA-ED
           MOVE SPACES TO W-CHAVE-LOG
           MOVE W-CHAPA-ED TO W-CHAVE-LOG (1:6)
           IF TL-CHAVE (1:6) NOT = W-CHAVE-LOG (1:6)
               GO TO SECAO-LOG-CAND.
       SECAO-LOG-IMPRIME.
           ADD 1 TO W-QTD W-ACHADOS
           MOVE SPACES TO W-LINHA
           STRING "  " TL-DATA-HORA (1:14) "  " TL-ARQUIVO
               "  CHAVE " TL-CHAVE "  OPERACAO " TL-OPERACAO
               "  OPERADOR " TL-OPERADOR
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO SECAO-LOG-1.
       SECAO-LOG-2.
           IF W-QTD = ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  NENHUMA ALTERACAO REGISTRADA NO LOG VIVO"
                   " (ANUAIS ARQUIVADOS: CONSARQV)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       SECAO-LOG-FIM.
           EXIT.

      *---------[ GUARDA CHAPA / NOME SEM REPETIR ]---------------------
       GUARDA-CHAPA.
           IF W-NOVA-CHAPA = ZEROS
               GO TO GUARDA-CHAPA-FIM.
           MOVE ZEROS TO W-IND.
       GUARDA-CHAPA-1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-CHAPAS
               GO TO GUARDA-CHAPA-2.
           IF W-TB-CHAPA (W-IND) = W-NOVA-CHAPA
               GO TO GUARDA-CHAPA-FIM.
           GO TO GUARDA-CHAPA-1.
       GUARDA-CHAPA-2.
           IF W-QTD-CHAPAS < 10
               ADD 1 TO W-QTD-CHAPAS
               MOVE W-NOVA-CHAPA TO W-TB-CHAPA (W-QTD-CHAPAS).
       GUARDA-CHAPA-FIM.
           EXIT.

       GUARDA-NOME.
           IF W-NOVO-NOME = SPACES
               GO TO GUARDA-NOME-FIM.
           MOVE ZEROS TO W-IND.
       GUARDA-NOME-1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-NOMES
               GO TO GUARDA-NOME-2.
           IF W-TB-NOME (W-IND) = W-NOVO-NOME
               GO TO GUARDA-NOME-FIM.
           GO TO GUARDA-NOME-1.
       GUARDA-NOME-2.
           IF W-QTD-NOMES < 10
               ADD 1 TO W-QTD-NOMES
               MOVE W-NOVO-NOME TO W-TB-NOME (W-QTD-NOMES).
       GUARDA-NOME-FIM.
           EXIT.

       CABEC-SECAO.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ALL "-" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA.

      *---------[ SPOOL DE RELATORIO (RELLGPD.SPL) ]--------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELLGPD     EMISSAO: "
               FUNCTION CURRENT-DATE (1:14)
               "   OPERADOR: " W-OPERADOR-SPL
               DELIMITED BY SIZE INTO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA
           MOVE ALL "-" TO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA

           OPEN EXTEND ARQSPOOLDIR
           IF ST-SPD NOT = "00"
              OPEN OUTPUT ARQSPOOLDIR
              CLOSE ARQSPOOLDIR
              OPEN EXTEND ARQSPOOLDIR.
           MOVE "RELLGPD" TO SPD-PROGRAMA
           MOVE W-NOME-SPOOL TO SPD-ARQUIVO
           MOVE FUNCTION CURRENT-DATE TO SPD-DATA-HORA
           MOVE W-OPERADOR-SPL TO SPD-OPERADOR
           WRITE REG-SPOOLDIR
           CLOSE ARQSPOOLDIR.
       ABRE-SPOOL-FIM.
           EXIT.

       GRAVA-SPOOL.
           WRITE REG-SPOOL FROM W-LINHA
           DISPLAY W-LINHA (1:78).
