       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTEIRO.
      ***********************************************
      *  ROTEIRO DE ENTREGA COM FROTA PROPRIA -       *
      *  MONTA A CARGA DO DIA (CADCARGA) A PARTIR DAS *
      *  NOTAS FATURADAS EM CADNF, AGRUPADAS PELA     *
      *  CIDADE/BAIRRO DO CEP DO CLIENTE (CADCLI +    *
      *  CADCEP), COM PLACA DE CADVEIC E MOTORISTA DE *
      *  ARQFUNC. VALE A MESMA REGRA DE RETIRAVEIC:   *
      *  RECUSA VEICULO EM MANUTENCAO, BATIDO OU      *
      *  SUCATA, JA FORA, COM REVISAO PREVENTIVA      *
      *  VENCIDA OU JA EM OUTRA CARGA DO DIA, E       *
      *  MOTORISTA INATIVO OU SEM CNH VALIDA EM       *
      *  ARQDOCFUNC. CADA NF VIRA UMA PARADA EM       *
      *  CADENTREGA NA ORDEM BAIRRO/CEP, O MANIFESTO  *
      *  SAI NO SPOOL ROTEIRO.SPL E A VOLTA DO        *
      *  MOTORISTA CONFIRMA CADA NF COMO ENTREGUE,    *
      *  RECUSADA OU DEVOLVIDA (VOLTOU SEM ENTREGAR - *
      *  PODE IR NA PROXIMA CARGA). A CONSULTA MOSTRA *
      *  A SITUACAO DE ENTREGA DE QUALQUER NF         *
      *  NUMERO DA CARGA NA SERIE DE CTRLCARGA.DAT    *
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

           SELECT CADCARGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRG-NUMERO
                    FILE STATUS  IS ST-CRG.

           SELECT CADENTREGA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-NUMNF
                    ALTERNATE RECORD KEY IS ENT-ROTA
                    FILE STATUS  IS ST-ENT.

           SELECT ARQCTRLCRG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLC.

           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES
                    FILE STATUS  IS ST-CEP.

           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEIC.

           SELECT CADRETVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-KEY
                    FILE STATUS  IS ST-RET.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQDOCFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DOC-KEY
                    FILE STATUS  IS ST-DOC.

           SELECT CADPLANOPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLV-PLACA
                    FILE STATUS  IS ST-PLV.

           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ABAST-KEY
                    FILE STATUS  IS ST-ABA.
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

       FD CADCARGA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCARGA.DAT".
       01 REGCARGA.
           03 CRG-NUMERO         PIC 9(06).
           03 CRG-DATA           PIC 9(08).
           03 CRG-PLACA          PIC X(07).
           03 CRG-CHAPA          PIC 9(06).
           03 CRG-CIDADE         PIC X(20).
           03 CRG-BAIRRO         PIC X(20).
           03 CRG-PARADAS        PIC 9(03).
           03 CRG-VALOR          PIC 9(11)V99.
           03 CRG-SITUACAO       PIC X(01).

       FD CADENTREGA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADENTREGA.DAT".
       01 REGENTREGA.
           03 ENT-NUMNF          PIC 9(06).
           03 ENT-ROTA.
              05 ENT-CARGA       PIC 9(06).
              05 ENT-PARADA      PIC 9(03).
           03 ENT-CNPJCPF        PIC 9(15).
           03 ENT-CEP            PIC 9(08).
           03 ENT-VALOR          PIC 9(09)V99.
           03 ENT-SITUACAO       PIC X(01).
           03 ENT-DATA-CONF      PIC 9(08).
           03 ENT-MOTIVO         PIC X(30).

       FD ARQCTRLCRG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLCARGA.DAT".
       01 REG-CTRLCRG.
           03 CTRL-ULTCARGA     PIC 9(06).

       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
           03 NF-KEY.
              05 NF-NUMERO         PIC 9(06).
              05 NF-CODGPRODUTO    PIC 9(06).
           03 NF-CNPJCPF           PIC 9(15).
           03 NF-NUMPV             PIC 9(06).
           03 NF-QUANTIDADE        PIC 9(05)V9.
           03 NF-PRECO             PIC 9(07)V99.
           03 NF-DATA              PIC 9(08).
           03 NF-SITUACAO          PIC X(01).
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

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

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP             PIC 9(08).
           03 ENDERECO        PIC X(40).
           03 BAIRRO          PIC X(20).
           03 CIDADE          PIC X(20).
           03 UF              PIC X(02).

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

       FD CADPLANOPREV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPLANOPREV.DAT".
       01 REGPLANOPREV.
           03 PLV-PLACA         PIC X(07).
           03 PLV-KM-INTERV     PIC 9(07).
           03 PLV-MESES-INTERV  PIC 9(03).
           03 PLV-SERVICOS      PIC X(40).
           03 PLV-KM-ULT        PIC 9(07).
           03 PLV-DATA-ULT      PIC 9(08).
           03 PLV-OS-ABERTA     PIC 9(06).

       FD CADABAST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADABAST.DAT".
       01 REGABAST.
           03 ABAST-KEY.
              05 ABAST-PLACA     PIC X(07).
              05 ABAST-SEQ       PIC 9(04).
           03 ABAST-DATA         PIC 9(08).
           03 ABAST-ODOMETRO     PIC 9(07).
           03 ABAST-LITROS       PIC 9(04)V99.
           03 ABAST-VALOR        PIC 9(06)V99.
           03 ABAST-CHAPA        PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "ROTEIRO.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-CRG         PIC X(02) VALUE "00".
       01 ST-ENT         PIC X(02) VALUE "00".
       01 ST-CTRLC       PIC X(02) VALUE "00".
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-CEP         PIC X(02) VALUE "00".
       01 ST-VEIC        PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-DOC         PIC X(02) VALUE "00".
       01 ST-PLV         PIC X(02) VALUE "00".
       01 ST-ABA         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DATA-CARGA   PIC 9(08) VALUE ZEROS.
       01 W-CIDADE       PIC X(20) VALUE SPACES.
       01 W-BAIRRO       PIC X(20) VALUE SPACES.
       01 W-PLACA        PIC X(07) VALUE SPACES.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-NOME-MOT     PIC X(30) VALUE SPACES.
       01 W-NUMCARGA     PIC 9(06) VALUE ZEROS.
       01 W-NUMNF        PIC 9(06) VALUE ZEROS.
       01 W-PARADA       PIC 9(03) VALUE ZEROS.
       01 W-VALOR-CARGA  PIC 9(11)V99 VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(09)V99 VALUE ZEROS.
       01 W-NF-ANT       PIC 9(06) VALUE ZEROS.
       01 W-PULA-NF      PIC X(01) VALUE "N".
       01 W-EOF-NF       PIC X(01) VALUE "N".
       01 W-EOF-RET      PIC X(01) VALUE "N".
       01 W-EOF-ABA      PIC X(01) VALUE "N".
       01 W-EOF-CRG      PIC X(01) VALUE "N".
       01 W-EOF-ENT      PIC X(01) VALUE "N".
       01 W-ULTSEQ       PIC 9(04) VALUE ZEROS.
       01 W-SEQ-ABERTA   PIC 9(04) VALUE ZEROS.
       01 W-REV-VENCIDA  PIC X(01) VALUE "N".
       01 W-ODOM-ATUAL   PIC 9(07) VALUE ZEROS.
       01 W-CARGA-DIA    PIC 9(06) VALUE ZEROS.
       01 W-PENDENTES    PIC 9(03) VALUE ZEROS.
       01 W-QTD-SEL      PIC 9(03) VALUE ZEROS.
       01 W-IND          PIC 9(03) VALUE ZEROS.
       01 W-IND2         PIC 9(03) VALUE ZEROS.
       01 W-MELHOR       PIC 9(03) VALUE ZEROS.
       01 W-DESC-SIT     PIC X(12) VALUE SPACES.
       01 W-ENDERECO     PIC X(40) VALUE SPACES.
       01 W-RAZAO        PIC X(40) VALUE SPACES.

      *  NOTAS DO DIA AINDA SEM CARGA (OU QUE VOLTARAM)         *
       01 W-TAB-NF.
           03 W-NF-QTD       PIC 9(03) VALUE ZEROS.
           03 W-NF-ENT OCCURS 300 TIMES.
              05 W-NF-NUM        PIC 9(06).
              05 W-NF-CNPJ       PIC 9(15).
              05 W-NF-CEP        PIC 9(08).
              05 W-NF-CIDADE     PIC X(20).
              05 W-NF-BAIRRO     PIC X(20).
              05 W-NF-VALOR      PIC 9(09)V99.
              05 W-NF-USADO      PIC X(01).

      *  RESUMO POR CIDADE/BAIRRO                               *
       01 W-TAB-GRP.
           03 W-GRP-QTD      PIC 9(03) VALUE ZEROS.
           03 W-GRP-ENT OCCURS 100 TIMES.
              05 W-GRP-CIDADE    PIC X(20).
              05 W-GRP-BAIRRO    PIC X(20).
              05 W-GRP-NOTAS     PIC 9(03).
              05 W-GRP-VALOR     PIC 9(11)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCARGA
           IF ST-CRG NOT = "00"
              IF ST-CRG = "30"
                 OPEN OUTPUT CADCARGA
                 CLOSE CADCARGA
                 DISPLAY "*** ARQUIVO CADCARGA FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCARGA"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADENTREGA
           IF ST-ENT NOT = "00"
              IF ST-ENT = "30"
                 OPEN OUTPUT CADENTREGA
                 CLOSE CADENTREGA
                 DISPLAY "*** ARQUIVO CADENTREGA FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADENTREGA"
                 CLOSE CADCARGA
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNF"
               CLOSE CADCARGA CADENTREGA
               GO TO ROT-FIM3.
           OPEN INPUT CADVEIC
           IF ST-VEIC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               CLOSE CADCARGA CADENTREGA CADNF
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
               MOVE "99" TO ST-CEP.
           OPEN INPUT ARQFUNC
           OPEN INPUT ARQDOCFUNC
           IF ST-DOC NOT = "00"
               DISPLAY "*** ARQDOCFUNC AUSENTE - CNH NAO SERA"
                   " CONFERIDA ***"
               MOVE "99" TO ST-DOC.
           OPEN INPUT CADRETVEIC
           IF ST-RET NOT = "00"
               MOVE "99" TO ST-RET.
           OPEN INPUT CADPLANOPREV
           IF ST-PLV NOT = "00"
               MOVE "99" TO ST-PLV.
           OPEN INPUT CADABAST
           IF ST-ABA NOT = "00"
               MOVE "99" TO ST-ABA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** ROTEIRO DE ENTREGA ***"
           DISPLAY "  1 - MONTAR CARGA"
           DISPLAY "  2 - IMPRIMIR MANIFESTO DA CARGA"
           DISPLAY "  3 - CONFIRMAR ENTREGA DA NF"
           DISPLAY "  4 - CONSULTAR ENTREGA DA NF"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-MONTA
              WHEN 2
                 GO TO R3-MANIFESTO
              WHEN 3
                 GO TO R4-CONFIRMA
              WHEN 4
                 GO TO R5-CONSULTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ MONTAGEM DA CARGA ]-----------------------------------
       R2-MONTA.
           DISPLAY "DATA DAS NOTAS (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-DATA-CARGA
           IF W-DATA-CARGA NOT NUMERIC
               GO TO R2-MONTA.
           IF W-DATA-CARGA = ZEROS
               MOVE W-HOJE TO W-DATA-CARGA.

           PERFORM CARREGA-NOTAS THRU CARREGA-NOTAS-FIM
           IF W-NF-QTD = ZEROS
               DISPLAY "*** NENHUMA NF DE " W-DATA-CARGA
                   " PENDENTE DE ENTREGA ***"
               GO TO R1.

           DISPLAY " "
           DISPLAY "CIDADE               BAIRRO               NFS"
               "  VALOR"
           MOVE ZEROS TO W-IND.
       R2A.
           ADD 1 TO W-IND
           IF W-IND > W-GRP-QTD
               GO TO R2B.
           DISPLAY W-GRP-CIDADE (W-IND) " " W-GRP-BAIRRO (W-IND)
               " " W-GRP-NOTAS (W-IND) "  " W-GRP-VALOR (W-IND)
           GO TO R2A.

       R2B.
           DISPLAY "CIDADE DA CARGA (VAZIO = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CIDADE
           IF W-CIDADE = SPACES
               GO TO R1.
           DISPLAY "BAIRRO (VAZIO = TODA A CIDADE): "
               WITH NO ADVANCING
           ACCEPT W-BAIRRO
           MOVE ZEROS TO W-QTD-SEL W-VALOR-CARGA W-IND.
       R2C.
           ADD 1 TO W-IND
           IF W-IND > W-NF-QTD
               GO TO R2D.
           IF W-NF-CIDADE (W-IND) NOT = W-CIDADE
               GO TO R2C.
           IF W-BAIRRO NOT = SPACES
              AND W-NF-BAIRRO (W-IND) NOT = W-BAIRRO
               GO TO R2C.
           ADD 1 TO W-QTD-SEL
           ADD W-NF-VALOR (W-IND) TO W-VALOR-CARGA
           GO TO R2C.
       R2D.
           IF W-QTD-SEL = ZEROS
               DISPLAY "*** NENHUMA NF PARA ESSA CIDADE/BAIRRO ***"
               GO TO R2B.
           DISPLAY W-QTD-SEL " NF(S) NO VALOR DE " W-VALOR-CARGA.

      *---------[ VEICULO - MESMA REGRA DE RETIRAVEIC ]-----------------
       R2E.
           DISPLAY "PLACA (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
               GO TO R1.
           MOVE W-PLACA TO PLACA
           READ CADVEIC
           IF ST-VEIC NOT = "00"
               DISPLAY "*** VEICULO NAO CADASTRADO ***"
               GO TO R2E.
           IF SITUACAO = "M" OR SITUACAO = "B" OR SITUACAO = "S"
               DISPLAY "*** VEICULO EM MANUTENCAO/BATIDO/SUCATA -"
                   " CARGA RECUSADA ***"
               GO TO R2E.
           PERFORM ACHA-ABERTA THRU ACHA-ABERTA-FIM
           IF W-SEQ-ABERTA > ZEROS
               DISPLAY "*** VEICULO JA ESTA FORA (RETIRADA "
                   W-SEQ-ABERTA ") ***"
               GO TO R2E.
           PERFORM CHECA-REVISAO THRU CHECA-REVISAO-FIM
           IF W-REV-VENCIDA = "S"
               DISPLAY "*** VEICULO COM REVISAO PREVENTIVA VENCIDA"
                   " - CARGA RECUSADA (VER ORDSERV) ***"
               GO TO R2E.
           PERFORM ACHA-CARGA-DIA THRU ACHA-CARGA-DIA-FIM
           IF W-CARGA-DIA > ZEROS
               DISPLAY "*** VEICULO JA ESTA NA CARGA " W-CARGA-DIA
                   " DESTE DIA ***"
               GO TO R2E.

      *---------[ MOTORISTA ATIVO COM CNH VALIDA ]----------------------
       R2F.
           DISPLAY "CHAPA DO MOTORISTA: " WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R2E.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "*** MOTORISTA NAO CADASTRADO ***"
               GO TO R2F.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** MOTORISTA NAO ESTA ATIVO ***"
               GO TO R2F.
           MOVE NOME TO W-NOME-MOT
           DISPLAY "MOTORISTA: " NOME
           IF ST-DOC NOT = "99"
               MOVE W-CHAPA TO DOC-CHAPA
               MOVE "CNH" TO DOC-TIPO
               READ ARQDOCFUNC
               IF ST-DOC NOT = "00"
                   DISPLAY "*** MOTORISTA SEM CNH CADASTRADA -"
                       " CARGA RECUSADA ***"
                   GO TO R2F
               END-IF
               IF DOC-VALIDADE < W-HOJE
                   DISPLAY "*** CNH VENCIDA EM " DOC-VALIDADE
                       " - CARGA RECUSADA ***"
                   GO TO R2F
               END-IF
               DISPLAY "CNH CAT " DOC-CATEGORIA " VALIDA ATE "
                   DOC-VALIDADE.

       R2G.
           DISPLAY "CONFIRMA A CARGA (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.

           PERFORM PROXIMA-CARGA THRU PROXIMA-CARGA-FIM
           MOVE ZEROS TO W-PARADA.

      *---------[ PARADAS NA ORDEM BAIRRO / CEP / NF ]------------------
       R2H.
           PERFORM MENOR-PARADA THRU MENOR-PARADA-FIM
           IF W-MELHOR = ZEROS
               GO TO R2I.
           MOVE "S" TO W-NF-USADO (W-MELHOR)
           ADD 1 TO W-PARADA
           MOVE W-NF-NUM (W-MELHOR) TO ENT-NUMNF
           READ CADENTREGA
           MOVE W-NUMCARGA TO ENT-CARGA
           MOVE W-PARADA TO ENT-PARADA
           MOVE W-NF-CNPJ (W-MELHOR) TO ENT-CNPJCPF
           MOVE W-NF-CEP (W-MELHOR) TO ENT-CEP
           MOVE W-NF-VALOR (W-MELHOR) TO ENT-VALOR
           MOVE "P" TO ENT-SITUACAO
           MOVE ZEROS TO ENT-DATA-CONF
           MOVE SPACES TO ENT-MOTIVO
           IF ST-ENT = "00"
               REWRITE REGENTREGA
           ELSE
               WRITE REGENTREGA.
           IF ST-ENT NOT = "00" AND ST-ENT NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DA PARADA ST=" ST-ENT.
           GO TO R2H.

       R2I.
           MOVE W-NUMCARGA TO CRG-NUMERO
           MOVE W-DATA-CARGA TO CRG-DATA
           MOVE W-PLACA TO CRG-PLACA
           MOVE W-CHAPA TO CRG-CHAPA
           MOVE W-CIDADE TO CRG-CIDADE
           MOVE W-BAIRRO TO CRG-BAIRRO
           MOVE W-PARADA TO CRG-PARADAS
           MOVE W-VALOR-CARGA TO CRG-VALOR
           MOVE "A" TO CRG-SITUACAO
           WRITE REGCARGA
           IF ST-CRG = "00" OR "02"
               DISPLAY "*** CARGA " W-NUMCARGA " GRAVADA COM "
                   W-PARADA " PARADA(S) ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA CARGA ST=" ST-CRG
               GO TO R1.
           PERFORM IMPRIME-MANIFESTO THRU IMPRIME-MANIFESTO-FIM
           GO TO R1.

      *---------[ REIMPRESSAO DO MANIFESTO ]----------------------------
       R3-MANIFESTO.
           DISPLAY "NUMERO DA CARGA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMCARGA
           IF W-NUMCARGA = ZEROS
               GO TO R1.
           MOVE W-NUMCARGA TO CRG-NUMERO
           READ CADCARGA
           IF ST-CRG NOT = "00"
               DISPLAY "*** CARGA NAO CADASTRADA ***"
               GO TO R3-MANIFESTO.
           MOVE CRG-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO = "00"
               MOVE NOME TO W-NOME-MOT
           ELSE
               MOVE SPACES TO W-NOME-MOT.
           PERFORM IMPRIME-MANIFESTO THRU IMPRIME-MANIFESTO-FIM
           GO TO R1.

      *---------[ CONFIRMACAO DA ENTREGA NA VOLTA DO MOTORISTA ]--------
       R4-CONFIRMA.
           DISPLAY "NUMERO DA NF (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMNF
           IF W-NUMNF = ZEROS
               GO TO R1.
           MOVE W-NUMNF TO ENT-NUMNF
           READ CADENTREGA
           IF ST-ENT NOT = "00"
               DISPLAY "*** NF NAO ESTA EM NENHUMA CARGA ***"
               GO TO R4-CONFIRMA.
           IF ENT-SITUACAO NOT = "P"
               PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
               DISPLAY "*** NF JA CONFIRMADA COMO " W-DESC-SIT
                   " EM " ENT-DATA-CONF " ***"
               GO TO R4-CONFIRMA.
           DISPLAY "CARGA " ENT-CARGA "  PARADA " ENT-PARADA
               "  CLIENTE " ENT-CNPJCPF "  VALOR " ENT-VALOR.

       R4A.
           DISPLAY "E=ENTREGUE  R=RECUSADA  D=DEVOLVIDA (VOLTOU): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "e"
               MOVE "E" TO W-RESP.
           IF W-RESP = "r"
               MOVE "R" TO W-RESP.
           IF W-RESP = "d"
               MOVE "D" TO W-RESP.
           IF W-RESP NOT = "E" AND W-RESP NOT = "R"
              AND W-RESP NOT = "D"
               DISPLAY "*** SITUACAO INVALIDA ***"
               GO TO R4A.
           MOVE SPACES TO ENT-MOTIVO
           IF W-RESP NOT = "E"
               DISPLAY "MOTIVO: " WITH NO ADVANCING
               ACCEPT ENT-MOTIVO.
           MOVE W-RESP TO ENT-SITUACAO
           MOVE W-HOJE TO ENT-DATA-CONF
           REWRITE REGENTREGA
           IF ST-ENT = "00" OR "02"
               DISPLAY "*** ENTREGA CONFIRMADA ***"
           ELSE
               DISPLAY "ERRO NA REGRAVACAO ST=" ST-ENT
               GO TO R4-CONFIRMA.
           IF W-RESP = "R"
               DISPLAY "*** MERCADORIA RECUSADA - LANCAR A"
                   " DEVOLUCAO EM DEVOLCLI ***".

           PERFORM FECHA-CARGA THRU FECHA-CARGA-FIM
           GO TO R4-CONFIRMA.

      *---------[ CONSULTA DA SITUACAO DE ENTREGA DA NF ]---------------
       R5-CONSULTA.
           DISPLAY "NUMERO DA NF (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMNF
           IF W-NUMNF = ZEROS
               GO TO R1.
           MOVE W-NUMNF TO ENT-NUMNF
           READ CADENTREGA
           IF ST-ENT NOT = "00"
               DISPLAY "*** NF " W-NUMNF " AINDA NAO ROTEIRIZADA ***"
               GO TO R5-CONSULTA.
           PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
           MOVE ENT-CARGA TO CRG-NUMERO
           READ CADCARGA
           IF ST-CRG NOT = "00"
               MOVE SPACES TO CRG-PLACA
               MOVE ZEROS TO CRG-DATA CRG-CHAPA.
           DISPLAY "NF " ENT-NUMNF "  CARGA " ENT-CARGA
               "  PARADA " ENT-PARADA "  DE " CRG-DATA
           DISPLAY "PLACA " CRG-PLACA "  MOTORISTA " CRG-CHAPA
           DISPLAY "SITUACAO: " W-DESC-SIT "  EM " ENT-DATA-CONF
           IF ENT-MOTIVO NOT = SPACES
               DISPLAY "MOTIVO..: " ENT-MOTIVO.
           GO TO R5-CONSULTA.

       ROT-FIM.
           CLOSE CADCARGA
           CLOSE CADENTREGA
           CLOSE CADNF
           CLOSE CADVEIC
           CLOSE ARQFUNC
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
           IF ST-CEP NOT = "99"
               CLOSE CADCEP.
           IF ST-DOC NOT = "99"
               CLOSE ARQDOCFUNC.
           IF ST-RET NOT = "99"
               CLOSE CADRETVEIC.
           IF ST-PLV NOT = "99"
               CLOSE CADPLANOPREV.
           IF ST-ABA NOT = "99"
               CLOSE CADABAST.
       ROT-FIM3.
           STOP RUN.

      *---------[ NOTAS DO DIA PENDENTES DE ENTREGA ]-------------------
      *  NF ATIVA (SITUACAO A) DA DATA, SEM PARADA EM CADENTREGA *
      *  OU QUE VOLTOU SEM ENTREGAR (D). UMA LINHA POR NF, COM   *
      *  O VALOR SOMADO DAS LINHAS                               *
       CARREGA-NOTAS.
           MOVE ZEROS TO W-NF-QTD W-GRP-QTD W-NF-ANT
           MOVE "N" TO W-EOF-NF W-PULA-NF
           MOVE ZEROS TO NF-NUMERO NF-CODGPRODUTO
           START CADNF KEY IS NOT LESS NF-KEY
               INVALID KEY MOVE "S" TO W-EOF-NF.
       CARREGA-NOTAS-1.
           IF W-EOF-NF = "S"
               GO TO CARREGA-NOTAS-3.
           READ CADNF NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-NF
                 GO TO CARREGA-NOTAS-1
           END-READ.
           IF NF-DATA NOT = W-DATA-CARGA OR NF-SITUACAO NOT = "A"
               GO TO CARREGA-NOTAS-1.
           COMPUTE W-VALORLINHA = NF-QUANTIDADE * NF-PRECO
           IF NF-NUMERO = W-NF-ANT
               IF W-PULA-NF = "N"
                   ADD W-VALORLINHA TO W-NF-VALOR (W-NF-QTD)
               END-IF
               GO TO CARREGA-NOTAS-1.

           MOVE NF-NUMERO TO W-NF-ANT
           MOVE "N" TO W-PULA-NF
           MOVE NF-NUMERO TO ENT-NUMNF
           READ CADENTREGA
           IF ST-ENT = "00" AND ENT-SITUACAO NOT = "D"
               MOVE "S" TO W-PULA-NF
               GO TO CARREGA-NOTAS-1.
           IF W-NF-QTD >= 300
               MOVE "S" TO W-PULA-NF
               GO TO CARREGA-NOTAS-1.

           ADD 1 TO W-NF-QTD
           MOVE NF-NUMERO TO W-NF-NUM (W-NF-QTD)
           MOVE NF-CNPJCPF TO W-NF-CNPJ (W-NF-QTD)
           MOVE W-VALORLINHA TO W-NF-VALOR (W-NF-QTD)
           MOVE SPACES TO W-NF-USADO (W-NF-QTD)
           MOVE ZEROS TO W-NF-CEP (W-NF-QTD)
           MOVE "(SEM CEP)" TO W-NF-CIDADE (W-NF-QTD)
           MOVE SPACES TO W-NF-BAIRRO (W-NF-QTD)
           IF ST-CLI = "99"
               GO TO CARREGA-NOTAS-2.
           MOVE NF-CNPJCPF TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               GO TO CARREGA-NOTAS-2.
           MOVE CLI-CEP TO W-NF-CEP (W-NF-QTD)
           IF ST-CEP = "99"
               GO TO CARREGA-NOTAS-2.
           MOVE CLI-CEP TO CEP
           READ CADCEP
           IF ST-CEP = "00"
               MOVE CIDADE TO W-NF-CIDADE (W-NF-QTD)
               MOVE BAIRRO TO W-NF-BAIRRO (W-NF-QTD).
       CARREGA-NOTAS-2.
           PERFORM SOMA-GRUPO THRU SOMA-GRUPO-FIM
           GO TO CARREGA-NOTAS-1.
       CARREGA-NOTAS-3.
           PERFORM TOTALIZA-GRUPOS THRU TOTALIZA-GRUPOS-FIM.
       CARREGA-NOTAS-FIM.
           EXIT.

      *---------[ CONTA A NF NO GRUPO CIDADE/BAIRRO ]-------------------
       SOMA-GRUPO.
           MOVE ZEROS TO W-IND2.
       SOMA-GRUPO-1.
           ADD 1 TO W-IND2
           IF W-IND2 > W-GRP-QTD
               GO TO SOMA-GRUPO-2.
           IF W-GRP-CIDADE (W-IND2) = W-NF-CIDADE (W-NF-QTD)
              AND W-GRP-BAIRRO (W-IND2) = W-NF-BAIRRO (W-NF-QTD)
               ADD 1 TO W-GRP-NOTAS (W-IND2)
               GO TO SOMA-GRUPO-FIM.
           GO TO SOMA-GRUPO-1.
       SOMA-GRUPO-2.
           IF W-GRP-QTD >= 100
               GO TO SOMA-GRUPO-FIM.
           ADD 1 TO W-GRP-QTD
           MOVE W-NF-CIDADE (W-NF-QTD) TO W-GRP-CIDADE (W-GRP-QTD)
           MOVE W-NF-BAIRRO (W-NF-QTD) TO W-GRP-BAIRRO (W-GRP-QTD)
           MOVE 1 TO W-GRP-NOTAS (W-GRP-QTD)
           MOVE ZEROS TO W-GRP-VALOR (W-GRP-QTD).
       SOMA-GRUPO-FIM.
           EXIT.

      *---------[ VALOR DE CADA GRUPO (APOS SOMAR AS LINHAS) ]----------
       TOTALIZA-GRUPOS.
           MOVE ZEROS TO W-IND.
       TOTALIZA-GRUPOS-1.
           ADD 1 TO W-IND
           IF W-IND > W-NF-QTD
               GO TO TOTALIZA-GRUPOS-FIM.
           MOVE ZEROS TO W-IND2.
       TOTALIZA-GRUPOS-2.
           ADD 1 TO W-IND2
           IF W-IND2 > W-GRP-QTD
               GO TO TOTALIZA-GRUPOS-1.
           IF W-GRP-CIDADE (W-IND2) = W-NF-CIDADE (W-IND)
              AND W-GRP-BAIRRO (W-IND2) = W-NF-BAIRRO (W-IND)
               ADD W-NF-VALOR (W-IND) TO W-GRP-VALOR (W-IND2)
               GO TO TOTALIZA-GRUPOS-1.
           GO TO TOTALIZA-GRUPOS-2.
       TOTALIZA-GRUPOS-FIM.
           EXIT.

      *---------[ PROXIMA PARADA: MENOR BAIRRO/CEP/NF DA SELECAO ]------
       MENOR-PARADA.
           MOVE ZEROS TO W-MELHOR W-IND.
       MENOR-PARADA-1.
           ADD 1 TO W-IND
           IF W-IND > W-NF-QTD
               GO TO MENOR-PARADA-FIM.
           IF W-NF-USADO (W-IND) = "S"
              OR W-NF-CIDADE (W-IND) NOT = W-CIDADE
               GO TO MENOR-PARADA-1.
           IF W-BAIRRO NOT = SPACES
              AND W-NF-BAIRRO (W-IND) NOT = W-BAIRRO
               GO TO MENOR-PARADA-1.
           IF W-MELHOR = ZEROS
               MOVE W-IND TO W-MELHOR
               GO TO MENOR-PARADA-1.
           IF W-NF-BAIRRO (W-IND) < W-NF-BAIRRO (W-MELHOR)
               MOVE W-IND TO W-MELHOR
               GO TO MENOR-PARADA-1.
           IF W-NF-BAIRRO (W-IND) = W-NF-BAIRRO (W-MELHOR)
              AND W-NF-CEP (W-IND) < W-NF-CEP (W-MELHOR)
               MOVE W-IND TO W-MELHOR.
           GO TO MENOR-PARADA-1.
       MENOR-PARADA-FIM.
           EXIT.

      *---------[ NUMERO DA CARGA NA SERIE DE CTRLCARGA.DAT ]-----------
       PROXIMA-CARGA.
           MOVE ZEROS TO W-NUMCARGA
           OPEN INPUT ARQCTRLCRG
           IF ST-CTRLC = "00"
              READ ARQCTRLCRG
                 AT END MOVE ZEROS TO W-NUMCARGA
              END-READ
              IF ST-CTRLC = "00"
                 MOVE CTRL-ULTCARGA TO W-NUMCARGA
              END-IF
              CLOSE ARQCTRLCRG.
           ADD 1 TO W-NUMCARGA
           OPEN OUTPUT ARQCTRLCRG
           MOVE W-NUMCARGA TO CTRL-ULTCARGA
           WRITE REG-CTRLCRG
           CLOSE ARQCTRLCRG.
       PROXIMA-CARGA-FIM.
           EXIT.

      *---------[ PLACA JA EM OUTRA CARGA ABERTA DA MESMA DATA ]--------
       ACHA-CARGA-DIA.
           MOVE ZEROS TO W-CARGA-DIA
           MOVE "N" TO W-EOF-CRG
           MOVE ZEROS TO CRG-NUMERO
           START CADCARGA KEY IS NOT LESS CRG-NUMERO
               INVALID KEY MOVE "S" TO W-EOF-CRG.
       ACHA-CARGA-DIA-1.
           IF W-EOF-CRG = "S"
               GO TO ACHA-CARGA-DIA-FIM.
           READ CADCARGA NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CRG
                 GO TO ACHA-CARGA-DIA-1
           END-READ.
           IF CRG-PLACA = W-PLACA AND CRG-DATA = W-DATA-CARGA
              AND CRG-SITUACAO = "A"
               MOVE CRG-NUMERO TO W-CARGA-DIA
               MOVE "S" TO W-EOF-CRG.
           GO TO ACHA-CARGA-DIA-1.
       ACHA-CARGA-DIA-FIM.
           EXIT.

      *---------[ ENCERRA A CARGA QUANDO NAO HA PARADA PENDENTE ]-------
       FECHA-CARGA.
           MOVE ENT-CARGA TO W-NUMCARGA
           MOVE ZEROS TO W-PENDENTES
           MOVE "N" TO W-EOF-ENT
           MOVE ZEROS TO ENT-PARADA
           START CADENTREGA KEY IS NOT LESS ENT-ROTA
               INVALID KEY MOVE "S" TO W-EOF-ENT.
       FECHA-CARGA-1.
           IF W-EOF-ENT = "S"
               GO TO FECHA-CARGA-2.
           READ CADENTREGA NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-ENT
                 GO TO FECHA-CARGA-1
           END-READ.
           IF ENT-CARGA NOT = W-NUMCARGA
               MOVE "S" TO W-EOF-ENT
               GO TO FECHA-CARGA-1.
           IF ENT-SITUACAO = "P"
               ADD 1 TO W-PENDENTES.
           GO TO FECHA-CARGA-1.
       FECHA-CARGA-2.
           IF W-PENDENTES > ZEROS
               GO TO FECHA-CARGA-FIM.
           MOVE W-NUMCARGA TO CRG-NUMERO
           READ CADCARGA
           IF ST-CRG NOT = "00"
               GO TO FECHA-CARGA-FIM.
           MOVE "F" TO CRG-SITUACAO
           REWRITE REGCARGA
           DISPLAY "*** CARGA " W-NUMCARGA " ENCERRADA ***".
       FECHA-CARGA-FIM.
           EXIT.

      *---------[ DESCRICAO DA SITUACAO DE ENTREGA ]--------------------
       DESCREVE-SIT.
           EVALUATE ENT-SITUACAO
              WHEN "P"
                 MOVE "EM ROTA" TO W-DESC-SIT
              WHEN "E"
                 MOVE "ENTREGUE" TO W-DESC-SIT
              WHEN "R"
                 MOVE "RECUSADA" TO W-DESC-SIT
              WHEN "D"
                 MOVE "DEVOLVIDA" TO W-DESC-SIT
              WHEN OTHER
                 MOVE "?" TO W-DESC-SIT
           END-EVALUATE.
       DESCREVE-SIT-FIM.
           EXIT.

      *---------[ MANIFESTO DA CARGA EM ORDEM DE PARADA ]---------------
      *  CADCARGA POSICIONADO NA CARGA, W-NOME-MOT PREENCHIDO    *
       IMPRIME-MANIFESTO.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM
           MOVE SPACES TO W-LINHA
           STRING "*** MANIFESTO DE ENTREGA - CARGA " CRG-NUMERO
               "  DATA " CRG-DATA " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "PLACA " CRG-PLACA "   MOTORISTA " CRG-CHAPA " "
               W-NOME-MOT
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "DESTINO " CRG-CIDADE " " CRG-BAIRRO
               "   PARADAS " CRG-PARADAS "   VALOR " CRG-VALOR
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE ALL "-" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE "N" TO W-EOF-ENT
           MOVE CRG-NUMERO TO ENT-CARGA
           MOVE ZEROS TO ENT-PARADA
           START CADENTREGA KEY IS NOT LESS ENT-ROTA
               INVALID KEY MOVE "S" TO W-EOF-ENT.
       IMPRIME-MANIFESTO-1.
           IF W-EOF-ENT = "S"
               GO TO IMPRIME-MANIFESTO-2.
           READ CADENTREGA NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-ENT
                 GO TO IMPRIME-MANIFESTO-1
           END-READ.
           IF ENT-CARGA NOT = CRG-NUMERO
               MOVE "S" TO W-EOF-ENT
               GO TO IMPRIME-MANIFESTO-1.
           MOVE SPACES TO W-RAZAO W-ENDERECO
           MOVE ZEROS TO CLI-NUMERO
           MOVE SPACES TO BAIRRO
           IF ST-CLI NOT = "99"
               MOVE ENT-CNPJCPF TO CLI-CNPJCPF
               READ CADCLI
               IF ST-CLI = "00"
                   MOVE CLI-RAZAO TO W-RAZAO
               ELSE
                   MOVE ZEROS TO CLI-NUMERO
               END-IF.
           IF ST-CEP NOT = "99"
               MOVE ENT-CEP TO CEP
               READ CADCEP
               IF ST-CEP = "00"
                   MOVE ENDERECO TO W-ENDERECO
               ELSE
                   MOVE SPACES TO BAIRRO
               END-IF.
           PERFORM DESCREVE-SIT THRU DESCREVE-SIT-FIM
           MOVE SPACES TO W-LINHA
           STRING "PARADA " ENT-PARADA "  NF " ENT-NUMNF "  "
               W-RAZAO "  VALOR " ENT-VALOR "  " W-DESC-SIT
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "           " W-ENDERECO ", " CLI-NUMERO " - "
               BAIRRO " CEP " ENT-CEP
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "           RECEBIDO POR: ______________________"
               "   ( ) ENTREGUE ( ) RECUSADA ( ) DEVOLVIDA"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO IMPRIME-MANIFESTO-1.
       IMPRIME-MANIFESTO-2.
           MOVE ALL "-" TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "SAIDA: ____:____   KM: ________   RETORNO: ____:____"
               "   KM: ________"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           CLOSE ARQSPOOL.
       IMPRIME-MANIFESTO-FIM.
           EXIT.

      *---------[ ULTIMA SEQ E RETIRADA EM ABERTO DA PLACA ]------------
       ACHA-ABERTA.
           MOVE ZEROS TO W-ULTSEQ W-SEQ-ABERTA
           IF ST-RET = "99"
               GO TO ACHA-ABERTA-FIM.
           MOVE "N" TO W-EOF-RET
           MOVE W-PLACA TO RET-PLACA
           MOVE ZEROS TO RET-SEQ
           START CADRETVEIC KEY IS NOT LESS RET-KEY
               INVALID KEY MOVE "S" TO W-EOF-RET.
       ACHA-ABERTA-1.
           IF W-EOF-RET = "S"
               GO TO ACHA-ABERTA-FIM.
           READ CADRETVEIC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-RET
                 GO TO ACHA-ABERTA-1
           END-READ.
           IF RET-PLACA NOT = W-PLACA
               MOVE "S" TO W-EOF-RET
               GO TO ACHA-ABERTA-1.
           MOVE RET-SEQ TO W-ULTSEQ
           IF RET-SITUACAO = "F"
               MOVE RET-SEQ TO W-SEQ-ABERTA.
           GO TO ACHA-ABERTA-1.
       ACHA-ABERTA-FIM.
           EXIT.

      *---------[ REVISAO VENCIDA PELO PLANO X ODOMETRO ]---------------
       CHECA-REVISAO.
           MOVE "N" TO W-REV-VENCIDA
           IF ST-PLV = "99"
               GO TO CHECA-REVISAO-FIM.
           MOVE W-PLACA TO PLV-PLACA
           READ CADPLANOPREV
           IF ST-PLV NOT = "00"
               GO TO CHECA-REVISAO-FIM.
           IF PLV-KM-INTERV = ZEROS OR ST-ABA = "99"
               GO TO CHECA-REVISAO-FIM.

           MOVE ZEROS TO W-ODOM-ATUAL
           MOVE "N" TO W-EOF-ABA
           MOVE W-PLACA TO ABAST-PLACA
           MOVE ZEROS TO ABAST-SEQ
           START CADABAST KEY IS NOT LESS ABAST-KEY
               INVALID KEY MOVE "S" TO W-EOF-ABA.
       CHECA-REVISAO-1.
           IF W-EOF-ABA = "S"
               GO TO CHECA-REVISAO-2.
           READ CADABAST NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-ABA
                 GO TO CHECA-REVISAO-1
           END-READ.
           IF ABAST-PLACA NOT = W-PLACA
               MOVE "S" TO W-EOF-ABA
               GO TO CHECA-REVISAO-1.
           MOVE ABAST-ODOMETRO TO W-ODOM-ATUAL
           GO TO CHECA-REVISAO-1.
       CHECA-REVISAO-2.
           IF W-ODOM-ATUAL > ZEROS
              AND W-ODOM-ATUAL >= PLV-KM-ULT + PLV-KM-INTERV
               MOVE "S" TO W-REV-VENCIDA.
       CHECA-REVISAO-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (ROTEIRO.SPL) ]--------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: ROTEIRO     EMISSAO: "
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
           MOVE "ROTEIRO" TO SPD-PROGRAMA
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
