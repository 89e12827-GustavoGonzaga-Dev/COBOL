       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
      ***********************************************
      *  ANONIMIZACAO DE DADOS PESSOAIS VENCIDOS      *
      *  (LGPD) - PASSO DA ESTEIRA (JOBSTEPS.TXT),    *
      *  SEM PERGUNTAS. PRAZO POR CATEGORIA EM MESES  *
      *  NA TABELA CADRETENC (RETENCAO); SEM O        *
      *  ARQUIVO VALEM OS PRAZOS PADRAO, CATEGORIA    *
      *  INATIVA (I) E PULADA:                        *
      *    FUNCIONAR - FUNCIONARIO DESLIGADO (D) COM  *
      *      RESCISAO (ARQRESCIS) ANTERIOR AO CORTE:  *
      *      NOME, CEP, NUMERO E COMPLEMENTO; E O     *
      *      CANDIDATO QUE VIROU ESSA CHAPA           *
      *      (CADCANDID): NOME, FONE, E-MAIL E CEP    *
      *    DEPENDENT - DEPENDENTES DO MESMO           *
      *      DESLIGADO (ARQDEPE): NOME                *
      *    CLIENTEPF - CLIENTE PESSOA FISICA          *
      *      CANCELADO (C), SEM TITULO EM ABERTO, CUJO*
      *      ULTIMO TITULO OU PEDIDO DE VENDA E       *
      *      ANTERIOR AO CORTE: NOME, CEP, NUMERO E   *
      *      COMPLEMENTO; E OS CONTATOS DO MESMO CPF  *
      *      NA AGENDA (CADCONTEMP): NOME, TELEFONE E *
      *      E-MAIL. SEM MOVIMENTO NENHUM SO E        *
      *      LISTADO, PARA CONFERENCIA                *
      *    CONTATO - CADCONTATO COM ULTIMO CONTATO    *
      *      ANTERIOR AO CORTE: NOME E E-MAIL; E      *
      *      CADCONTEMP PELO MESMO CORTE: NOME,       *
      *      TELEFONE E E-MAIL (SEM DATA DE ULTIMO    *
      *      CONTATO SO E LISTADO)                    *
      *  CHAVES, DATAS, VALORES E TOTAIS FISCAIS      *
      *  FICAM. NOME VIRA "ANONIMIZADO", O QUE MARCA  *
      *  O REGISTRO JA TRATADO. CADA REGRAVACAO VAI   *
      *  PARA ARQTRANSLOG COMO ALTERACAO COM ANTES E  *
      *  DEPOIS JA ANONIMIZADOS - RESTAURA REFAZ A    *
      *  ANONIMIZACAO E O LOG NAO GUARDA DE NOVO O    *
      *  DADO APAGADO. RELATORIO EM ANONIMIZA.SPL;    *
      *  NADA ANONIMIZADO DA RC 4, ERRO DE ABERTURA 8 *
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

           SELECT CADRETENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RTN-CATEGORIA
                    FILE STATUS  IS ST-RTN.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FUNC.

           SELECT ARQRESCIS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAPA
                    FILE STATUS  IS ST-RSC.

           SELECT ARQDEPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPEN-KEY
                    ALTERNATE RECORD KEY IS DEPEN-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-DPE.

           SELECT CADCANDID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAN-NUMERO
                    ALTERNATE RECORD KEY IS CAN-NUMRPS WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CAN-CHAPA WITH DUPLICATES
                    FILE STATUS  IS ST-CAN.

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

           SELECT CADCONTATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APELIDO
                    ALTERNATE RECORD KEY IS TPAMIGO WITH DUPLICATES
                    FILE STATUS  IS ST-CTT.

           SELECT CADCONTEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTE-KEY
                    FILE STATUS  IS ST-CTE.

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

       FD CADRETENC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRETENC.DAT".
       01 REGRETENC.
           03 RTN-CATEGORIA     PIC X(10).
           03 RTN-MESES         PIC 9(03).
           03 RTN-DESCRICAO     PIC X(40).
           03 RTN-SITUACAO      PIC X(01).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO              PIC X(01).
           03 GENERO            PIC X(01).
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
       01 W-NOME-SPOOL   PIC X(20) VALUE "ANONIMIZA.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-RTN         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 ST-RSC         PIC X(02) VALUE "00".
       01 ST-DPE         PIC X(02) VALUE "00".
       01 ST-CAN         PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-PV          PIC X(02) VALUE "00".
       01 ST-CTT         PIC X(02) VALUE "00".
       01 ST-CTE         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-ANONIMO      PIC X(11) VALUE "ANONIMIZADO".

      *---------[ CATEGORIAS E PRAZOS PADRAO - OS MESMOS DE RETENCAO ]--
       01 TABRETPAD1.
          03 FILLER     PIC X(13) VALUE "FUNCIONAR 060".
          03 FILLER     PIC X(13) VALUE "DEPENDENT 060".
          03 FILLER     PIC X(13) VALUE "CLIENTEPF 060".
          03 FILLER     PIC X(13) VALUE "CONTATO   024".
      *
       01 TABRETPAD REDEFINES TABRETPAD1.
          03 TBRETPAD OCCURS 4 TIMES.
             05 TBRT-CATEGORIA PIC X(10).
             05 TBRT-MESES     PIC 9(03).

      *---------[ PRAZO EM VIGOR E DATA DE CORTE POR CATEGORIA ]--------
       01 W-TAB-CORTE.
          03 W-CT OCCURS 4 TIMES.
             05 W-CT-MESES     PIC 9(03).
             05 W-CT-SITUACAO  PIC X(01).
             05 W-CT-DATA      PIC 9(08).
             05 W-CT-QTD       PIC 9(05).
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-SEQ          PIC 9(01) VALUE ZEROS.

       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-HOJE.
          03 W-HOJE-ANO  PIC 9(04).
          03 W-HOJE-MES  PIC 9(02).
          03 W-HOJE-DIA  PIC 9(02).
       01 W-DATA-CALC    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-CALC.
          03 W-CALC-ANO  PIC 9(04).
          03 W-CALC-MES  PIC 9(02).
          03 W-CALC-DIA  PIC 9(02).
       01 W-TOT-MESES    PIC 9(06) VALUE ZEROS.

       01 W-TOT-ANONIM   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMDATA  PIC 9(05) VALUE ZEROS.
       01 W-VENCEU-FUNC  PIC X(01) VALUE SPACES.
       01 W-VENCEU-DEP   PIC X(01) VALUE SPACES.
       01 W-REG-ANTES    PIC X(210) VALUE SPACES.
       01 W-CHAVE-LOG    PIC X(20) VALUE SPACES.
       01 W-ARQ-LOG      PIC X(10) VALUE SPACES.

      *---------[ CLIENTES PF CANCELADOS CANDIDATOS DO PASSO ]----------
       01 W-QTD-CLI      PIC 9(03) VALUE ZEROS.
       01 W-QTD-FORA     PIC 9(05) VALUE ZEROS.
       01 W-TAB-CLI.
          03 W-CC OCCURS 500 TIMES.
             05 W-CC-CNPJCPF   PIC 9(15).
             05 W-CC-DATA      PIC 9(08).
             05 W-CC-ABERTO    PIC X(01).
       01 W-IND-CLI      PIC 9(03) VALUE ZEROS.
       01 W-CNPJCPF-BUSCA PIC 9(15) VALUE ZEROS.
       01 W-DATA-MOVTO   PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

      *---------[ PRAZOS: CADRETENC OU PADRAO ]-------------------------
       R0.
           MOVE ZEROS TO W-IND.
       R0A.
           ADD 1 TO W-IND
           IF W-IND > 4
               GO TO R0B.
           MOVE TBRT-MESES (W-IND) TO W-CT-MESES (W-IND)
           MOVE "A" TO W-CT-SITUACAO (W-IND)
           MOVE ZEROS TO W-CT-QTD (W-IND)
           GO TO R0A.
       R0B.
           OPEN INPUT CADRETENC
           IF ST-RTN NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "CADRETENC AUSENTE - PRAZOS PADRAO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R0D.
           MOVE ZEROS TO W-IND.
       R0C.
           ADD 1 TO W-IND
           IF W-IND > 4
               CLOSE CADRETENC
               GO TO R0D.
           MOVE TBRT-CATEGORIA (W-IND) TO RTN-CATEGORIA
           READ CADRETENC
           IF ST-RTN = "00"
               MOVE RTN-MESES TO W-CT-MESES (W-IND)
               MOVE RTN-SITUACAO TO W-CT-SITUACAO (W-IND).
           GO TO R0C.
       R0D.
           MOVE ZEROS TO W-IND.
       R0E.
           ADD 1 TO W-IND
           IF W-IND > 4
               GO TO R1.
           PERFORM CALCULA-CORTE THRU CALCULA-CORTE-FIM
           MOVE SPACES TO W-LINHA
           IF W-CT-SITUACAO (W-IND) = "I"
               STRING TBRT-CATEGORIA (W-IND)
                   " INATIVA - NAO ANONIMIZADA"
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING TBRT-CATEGORIA (W-IND) " "
                   W-CT-MESES (W-IND) " MESES - CORTE EM "
                   W-CT-DATA (W-IND)
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL
           GO TO R0E.

      *---------[ FUNCIONARIOS DESLIGADOS E DEPENDENTES ]---------------
       R1.
           IF W-CT-SITUACAO (1) = "I" AND W-CT-SITUACAO (2) = "I"
               GO TO R2.
           PERFORM CABEC-SECAO
           MOVE "FUNCIONARIOS DESLIGADOS / DEPENDENTES" TO W-LINHA
           PERFORM GRAVA-SPOOL
           OPEN I-O ARQFUNC
           IF ST-FUNC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO R2.
           OPEN INPUT ARQRESCIS
           IF ST-RSC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ARQRESCIS AUSENTE - SEM DATA DE DESLIGAMENTO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               CLOSE ARQFUNC
               GO TO R2.
           OPEN I-O ARQDEPE
           IF ST-DPE NOT = "00"
               MOVE "99" TO ST-DPE.
           OPEN I-O CADCANDID
           IF ST-CAN NOT = "00"
               MOVE "99" TO ST-CAN.
       R1A.
           READ ARQFUNC NEXT RECORD
               AT END
                 GO TO R1Z
           END-READ.
           IF FUNCSTATUS NOT = "D"
               GO TO R1A.
           MOVE CHAPA TO RSC-CHAPA
           READ ARQRESCIS
           IF ST-RSC NOT = "00"
               IF NOME NOT = W-ANONIMO
                   ADD 1 TO W-TOT-SEMDATA
                   MOVE SPACES TO W-LINHA
                   STRING "  CHAPA " CHAPA " " NOME
                       " DESLIGADO SEM RESCISAO - NAO TRATADO"
                       DELIMITED BY SIZE INTO W-LINHA
                   PERFORM GRAVA-SPOOL
               END-IF
               GO TO R1A.
           MOVE "N" TO W-VENCEU-FUNC W-VENCEU-DEP
           IF W-CT-SITUACAO (1) NOT = "I"
              AND RSC-DATA-DEMISSAO NOT > W-CT-DATA (1)
               MOVE "S" TO W-VENCEU-FUNC.
           IF W-CT-SITUACAO (2) NOT = "I"
              AND RSC-DATA-DEMISSAO NOT > W-CT-DATA (2)
              AND ST-DPE NOT = "99"
               MOVE "S" TO W-VENCEU-DEP.
           IF W-VENCEU-FUNC = "S"
               PERFORM ANONIMIZA-FUNC THRU ANONIMIZA-FUNC-FIM.
           IF W-VENCEU-DEP = "S"
               PERFORM ANONIMIZA-DEP THRU ANONIMIZA-DEP-FIM.
           GO TO R1A.
       R1Z.
           CLOSE ARQFUNC ARQRESCIS
           IF ST-DPE NOT = "99"
               CLOSE ARQDEPE.
           IF ST-CAN NOT = "99"
               CLOSE CADCANDID.

      *---------[ CLIENTES PESSOA FISICA CANCELADOS ]-------------------
       R2.
           IF W-CT-SITUACAO (3) = "I"
               GO TO R3.
           PERFORM CABEC-SECAO
           MOVE "CLIENTES PESSOA FISICA CANCELADOS" TO W-LINHA
           PERFORM GRAVA-SPOOL
           OPEN I-O CADCLI
           IF ST-CLI NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADCLI"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO R3.
           OPEN I-O CADCONTEMP
           IF ST-CTE NOT = "00"
               MOVE "99" TO ST-CTE.
       R2A.
           READ CADCLI NEXT RECORD
               AT END
                 GO TO R2B
           END-READ.
           IF CLI-TIPO NOT = "F" OR CLI-SITUACAO NOT = "C"
              OR CLI-RAZAO = W-ANONIMO
               GO TO R2A.
           IF W-QTD-CLI NOT < 500
               ADD 1 TO W-QTD-FORA
               GO TO R2A.
           ADD 1 TO W-QTD-CLI
           MOVE CLI-CNPJCPF TO W-CC-CNPJCPF (W-QTD-CLI)
           MOVE ZEROS TO W-CC-DATA (W-QTD-CLI)
           MOVE "N" TO W-CC-ABERTO (W-QTD-CLI)
           GO TO R2A.
       R2B.
           IF W-QTD-CLI = ZEROS
               GO TO R2Z.
           OPEN INPUT CADTITREC
           IF ST-TR NOT = "00"
               GO TO R2D.
       R2C.
           READ CADTITREC NEXT RECORD
               AT END
                 CLOSE CADTITREC
                 GO TO R2D
           END-READ.
           MOVE TR-CNPJCPF TO W-CNPJCPF-BUSCA
           PERFORM ACHA-CLIENTE THRU ACHA-CLIENTE-FIM
           IF W-IND-CLI = ZEROS
               GO TO R2C.
           IF TR-SITUACAO = "A" OR TR-SITUACAO = "P"
               MOVE "S" TO W-CC-ABERTO (W-IND-CLI).
           MOVE TR-DATA-EMISSAO TO W-DATA-MOVTO
           IF TR-DATA-VENCTO > W-DATA-MOVTO
               MOVE TR-DATA-VENCTO TO W-DATA-MOVTO.
           IF W-DATA-MOVTO > W-CC-DATA (W-IND-CLI)
               MOVE W-DATA-MOVTO TO W-CC-DATA (W-IND-CLI).
           GO TO R2C.
       R2D.
           OPEN INPUT CADPEDVEN
           IF ST-PV NOT = "00"
               GO TO R2F.
       R2E.
           READ CADPEDVEN NEXT RECORD
               AT END
                 CLOSE CADPEDVEN
                 GO TO R2F
           END-READ.
           MOVE PV-CNPJCPF TO W-CNPJCPF-BUSCA
           PERFORM ACHA-CLIENTE THRU ACHA-CLIENTE-FIM
           IF W-IND-CLI = ZEROS
               GO TO R2E.
           IF PV-DATA > W-CC-DATA (W-IND-CLI)
               MOVE PV-DATA TO W-CC-DATA (W-IND-CLI).
           GO TO R2E.
       R2F.
           MOVE ZEROS TO W-IND-CLI.
       R2G.
           ADD 1 TO W-IND-CLI
           IF W-IND-CLI > W-QTD-CLI
               GO TO R2Z.
           IF W-CC-ABERTO (W-IND-CLI) = "S"
               GO TO R2G.
           IF W-CC-DATA (W-IND-CLI) > W-CT-DATA (3)
               GO TO R2G.
           MOVE W-CC-CNPJCPF (W-IND-CLI) TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               GO TO R2G.
           IF W-CC-DATA (W-IND-CLI) = ZEROS
               ADD 1 TO W-TOT-SEMDATA
               MOVE SPACES TO W-LINHA
               STRING "  CLIENTE " CLI-CNPJCPF " " CLI-RAZAO
                   " SEM TITULO/PEDIDO - NAO TRATADO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R2G.
           PERFORM ANONIMIZA-CLI THRU ANONIMIZA-CLI-FIM
           GO TO R2G.
       R2Z.
           CLOSE CADCLI
           IF ST-CTE NOT = "99"
               CLOSE CADCONTEMP.
           IF W-QTD-FORA > ZEROS
               MOVE SPACES TO W-LINHA
               STRING "  " W-QTD-FORA " CLIENTES ALEM DE 500 FICAM"
                   " PARA A PROXIMA EXECUCAO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.

      *---------[ CONTATOS ]--------------------------------------------
       R3.
           IF W-CT-SITUACAO (4) = "I"
               GO TO R-FIM.
           PERFORM CABEC-SECAO
           MOVE "CONTATOS" TO W-LINHA
           PERFORM GRAVA-SPOOL
           OPEN I-O CADCONTATO
           IF ST-CTT NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "CADCONTATO AUSENTE - NADA A TRATAR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R4.
       R3A.
           READ CADCONTATO NEXT RECORD
               AT END
                 CLOSE CADCONTATO
                 GO TO R4
           END-READ.
           IF NOME-CONTATO = W-ANONIMO
               GO TO R3A.
           IF DATAULTCONTATO > W-CT-DATA (4)
               GO TO R3A.
           MOVE SPACES TO W-LINHA
           STRING "  CONTATO " APELIDO " " NOME-CONTATO
               " ULTIMO CONTATO " DATAULTCONTATO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-ANONIMO TO NOME-CONTATO
           MOVE SPACES TO EMAIL
           REWRITE REGCONTATO
           IF ST-CTT NOT = "00"
               GO TO R3A.
           MOVE REGCONTATO TO W-REG-ANTES
           MOVE "CADCONTATO" TO W-ARQ-LOG
           MOVE APELIDO TO W-CHAVE-LOG
           PERFORM CARIMBA-LOG THRU CARIMBA-LOG-FIM
           ADD 1 TO W-CT-QTD (4) W-TOT-ANONIM
           GO TO R3A.

      *---------[ AGENDA DE CONTATOS DE CLIENTES E FORNECEDORES ]-------
       R4.
           OPEN I-O CADCONTEMP
           IF ST-CTE NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "CADCONTEMP AUSENTE - NADA A TRATAR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R-FIM.
       R4A.
           READ CADCONTEMP NEXT RECORD
               AT END
                 CLOSE CADCONTEMP
                 GO TO R-FIM
           END-READ.
           IF CTE-NOME = W-ANONIMO
               GO TO R4A.
           IF CTE-DATAULTCONTATO = ZEROS
               ADD 1 TO W-TOT-SEMDATA
               MOVE SPACES TO W-LINHA
               STRING "  CONTATO " CTE-CNPJCPF "/" CTE-SEQ " "
                   CTE-NOME " SEM ULTIMO CONTATO - NAO TRATADO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO R4A.
           IF CTE-DATAULTCONTATO > W-CT-DATA (4)
               GO TO R4A.
           MOVE SPACES TO W-LINHA
           STRING "  CONTATO " CTE-CNPJCPF "/" CTE-SEQ " " CTE-NOME
               " ULTIMO CONTATO " CTE-DATAULTCONTATO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           PERFORM ANONIMIZA-CTE THRU ANONIMIZA-CTE-FIM
           IF ST-CTE = "00"
               ADD 1 TO W-CT-QTD (4) W-TOT-ANONIM.
           GO TO R4A.

       R-FIM.
           MOVE ALL "=" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ZEROS TO W-IND.
       R-FIM1.
           ADD 1 TO W-IND
           IF W-IND > 4
               GO TO R-FIM2.
           MOVE SPACES TO W-LINHA
           STRING "ANONIMIZADOS " TBRT-CATEGORIA (W-IND) "....: "
               W-CT-QTD (W-IND)
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO R-FIM1.
       R-FIM2.
           MOVE SPACES TO W-LINHA
           STRING "NAO TRATADOS SEM DATA DE REFERENCIA: "
               W-TOT-SEMDATA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-TOT-ANONIM = ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE.

       ROT-FIM.
           CLOSE ARQSPOOL.
       ROT-FIM3.
           GOBACK.

      *---------[ DATA DE CORTE = HOJE MENOS OS MESES DA CATEGORIA ]----
       CALCULA-CORTE.
           COMPUTE W-TOT-MESES = W-HOJE-ANO * 12 + W-HOJE-MES - 1
               - W-CT-MESES (W-IND)
           DIVIDE W-TOT-MESES BY 12 GIVING W-CALC-ANO
               REMAINDER W-CALC-MES
           ADD 1 TO W-CALC-MES
           MOVE W-HOJE-DIA TO W-CALC-DIA
           IF W-CALC-DIA > 28
               MOVE 28 TO W-CALC-DIA.
           MOVE W-DATA-CALC TO W-CT-DATA (W-IND).
       CALCULA-CORTE-FIM.
           EXIT.

      *---------[ FUNCIONARIO E O CANDIDATO QUE VIROU A CHAPA ]---------
       ANONIMIZA-FUNC.
           IF NOME = W-ANONIMO
               GO TO ANONIMIZA-FUNC-CAN.
           MOVE SPACES TO W-LINHA
           STRING "  CHAPA " CHAPA " " NOME " RESCISAO "
               RSC-DATA-DEMISSAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-ANONIMO TO NOME
           MOVE ZEROS TO CEPFUNC CEP-NUMRES
           MOVE SPACES TO CEP-COMPLE
           REWRITE REGFUNC
           IF ST-FUNC NOT = "00"
               GO TO ANONIMIZA-FUNC-CAN.
           MOVE REGFUNC TO W-REG-ANTES
           MOVE "ARQFUNC" TO W-ARQ-LOG
           MOVE CHAPA TO W-CHAVE-LOG
           PERFORM CARIMBA-LOG THRU CARIMBA-LOG-FIM
           ADD 1 TO W-CT-QTD (1) W-TOT-ANONIM.
       ANONIMIZA-FUNC-CAN.
           IF ST-CAN = "99"
               GO TO ANONIMIZA-FUNC-FIM.
           MOVE CHAPA TO CAN-CHAPA
           START CADCANDID KEY IS EQUAL CAN-CHAPA
               INVALID KEY GO TO ANONIMIZA-FUNC-FIM.
       ANONIMIZA-FUNC-CAN1.
           READ CADCANDID NEXT RECORD
               AT END
                 GO TO ANONIMIZA-FUNC-FIM
           END-READ.
           IF CAN-CHAPA NOT = CHAPA
               GO TO ANONIMIZA-FUNC-FIM.
           IF CAN-NOME = W-ANONIMO
               GO TO ANONIMIZA-FUNC-CAN1.
           MOVE W-ANONIMO TO CAN-NOME
           MOVE SPACES TO CAN-FONE CAN-EMAIL
           MOVE ZEROS TO CAN-CEP
           REWRITE REGCANDID
           IF ST-CAN NOT = "00"
               GO TO ANONIMIZA-FUNC-CAN1.
           MOVE REGCANDID TO W-REG-ANTES
           MOVE "CADCANDID" TO W-ARQ-LOG
           MOVE CAN-NUMERO TO W-CHAVE-LOG
           PERFORM CARIMBA-LOG THRU CARIMBA-LOG-FIM
           GO TO ANONIMIZA-FUNC-CAN1.
       ANONIMIZA-FUNC-FIM.
           MOVE "00" TO ST-CAN.

      *---------[ DEPENDENTES DO DESLIGADO (SEQUENCIA 0 A 9) ]----------
       ANONIMIZA-DEP.
           MOVE ZEROS TO W-SEQ.
       ANONIMIZA-DEP1.
           MOVE W-SEQ TO DEPEN-SEQ
           MOVE CHAPA TO DEPEN-CHAPA
           READ ARQDEPE
           IF ST-DPE NOT = "00" OR DEPEN-NOME = W-ANONIMO
               GO TO ANONIMIZA-DEP2.
           MOVE W-ANONIMO TO DEPEN-NOME
           REWRITE REGDEPE
           IF ST-DPE NOT = "00"
               GO TO ANONIMIZA-DEP2.
           MOVE REGDEPE TO W-REG-ANTES
           MOVE "ARQDEPE" TO W-ARQ-LOG
           MOVE DEPEN-KEY TO W-CHAVE-LOG
           PERFORM CARIMBA-LOG THRU CARIMBA-LOG-FIM
           ADD 1 TO W-CT-QTD (2) W-TOT-ANONIM.
       ANONIMIZA-DEP2.
           MOVE "00" TO ST-DPE
           IF W-SEQ < 9
               ADD 1 TO W-SEQ
               GO TO ANONIMIZA-DEP1.
       ANONIMIZA-DEP-FIM.
           EXIT.

      *---------[ CLIENTE PESSOA FISICA ]-------------------------------
       ANONIMIZA-CLI.
           MOVE SPACES TO W-LINHA
           STRING "  CLIENTE " CLI-CNPJCPF " " CLI-RAZAO
               " ULTIMO MOVTO " W-CC-DATA (W-IND-CLI)
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-ANONIMO TO CLI-RAZAO
           MOVE SPACES TO CLI-COMPLEMENTO
           MOVE W-ANONIMO TO CLI-NOME
           MOVE ZEROS TO CLI-CEP CLI-NUMERO
           REWRITE REGCLI
           IF ST-CLI NOT = "00"
               GO TO ANONIMIZA-CLI-FIM.
           MOVE REGCLI TO W-REG-ANTES
           MOVE "CADCLI" TO W-ARQ-LOG
           MOVE CLI-CNPJCPF TO W-CHAVE-LOG
           PERFORM CARIMBA-LOG THRU CARIMBA-LOG-FIM
           ADD 1 TO W-CT-QTD (3) W-TOT-ANONIM.
       ANONIMIZA-CLI-CTE.
           IF ST-CTE = "99"
               GO TO ANONIMIZA-CLI-FIM.
           MOVE CLI-CNPJCPF TO CTE-CNPJCPF
           MOVE ZEROS TO CTE-SEQ
           START CADCONTEMP KEY IS NOT LESS CTE-KEY
               INVALID KEY GO TO ANONIMIZA-CLI-FIM.
       ANONIMIZA-CLI-CTE1.
           READ CADCONTEMP NEXT RECORD
               AT END
                 GO TO ANONIMIZA-CLI-FIM
           END-READ.
           IF CTE-CNPJCPF NOT = CLI-CNPJCPF
               GO TO ANONIMIZA-CLI-FIM.
           IF CTE-NOME = W-ANONIMO
               GO TO ANONIMIZA-CLI-CTE1.
           PERFORM ANONIMIZA-CTE THRU ANONIMIZA-CTE-FIM
           GO TO ANONIMIZA-CLI-CTE1.
       ANONIMIZA-CLI-FIM.
           MOVE "00" TO ST-CTE.

      *---------[ CONTATO DA AGENDA (CADCONTEMP) ]----------------------
       ANONIMIZA-CTE.
           MOVE W-ANONIMO TO CTE-NOME
           MOVE SPACES TO CTE-TELEFONE CTE-EMAIL
           REWRITE REGCONTEMP
           IF ST-CTE NOT = "00"
               GO TO ANONIMIZA-CTE-FIM.
           MOVE REGCONTEMP TO W-REG-ANTES
           MOVE "CADCONTEMP" TO W-ARQ-LOG
           MOVE CTE-KEY TO W-CHAVE-LOG
           PERFORM CARIMBA-LOG THRU CARIMBA-LOG-FIM.
       ANONIMIZA-CTE-FIM.
           EXIT.

       ACHA-CLIENTE.
           MOVE ZEROS TO W-IND-CLI.
       ACHA-CLIENTE-1.
           ADD 1 TO W-IND-CLI
           IF W-IND-CLI > W-QTD-CLI
               MOVE ZEROS TO W-IND-CLI
               GO TO ACHA-CLIENTE-FIM.
           IF W-CC-CNPJCPF (W-IND-CLI) NOT = W-CNPJCPF-BUSCA
               GO TO ACHA-CLIENTE-1.
       ACHA-CLIENTE-FIM.
           EXIT.

      *---------[ REGRAVACAO CARIMBADA EM ARQTRANSLOG ]-----------------
      *  ANTES E DEPOIS LEVAM A MESMA IMAGEM JA ANONIMIZADA
       CARIMBA-LOG.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS TL-CHAVE
           MOVE W-REG-ANTES TO TL-ANTES TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE W-ARQ-LOG TO TL-ARQUIVO
           MOVE W-CHAVE-LOG TO TL-CHAVE
           MOVE "A" TO TL-OPERACAO
           MOVE W-OPERADOR-SPL TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-LOG-FIM.
           EXIT.

       CABEC-SECAO.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA.

      *---------[ SPOOL DE RELATORIO (ANONIMIZA.SPL) ]------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: ANONIMIZA   EMISSAO: "
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
           MOVE "ANONIMIZA" TO SPD-PROGRAMA
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
