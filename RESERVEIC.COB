       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVEIC.
      ***********************************************
      *  RESERVA DE VEICULO (CADRESERVA) - A CHAPA    *
      *  PEDE UMA PLACA OU QUALQUER VEICULO DE UMA    *
      *  CATEGORIA (CADVEICCAT, MANTIDA NA OPCAO 6)   *
      *  COM DATA/HORA DE INICIO E FIM E FINALIDADE.  *
      *  A RESERVA E RECUSADA SE O VEICULO ESTIVER EM *
      *  MANUTENCAO (SITUACAO M OU OS ABERTA EM       *
      *  CADORDSERV), BATIDO, SUCATA OU VENDIDO, SE A *
      *  REVISAO PREVENTIVA DE CADPLANOPREV VENCER NO *
      *  PERIODO, SE HOUVER OUTRA RESERVA NO MESMO    *
      *  HORARIO OU SE O VEICULO ESTIVER FORA COM     *
      *  RETORNO PREVISTO DENTRO DELE. PARA A         *
      *  CATEGORIA, FICA O PRIMEIRO VEICULO LIVRE.    *
      *  NA RETIRADA EM RETIRAVEIC A RESERVA DO       *
      *  MOTORISTA E CONSUMIDA. A OPCAO 5 IMPRIME A   *
      *  AGENDA DO DIA PARA O BALCAO DA FROTA.        *
      *  SITUACAO: R=RESERVADA U=UTILIZADA C=CANCELADA*
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRESERVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-NUMERO
                    ALTERNATE RECORD KEY IS RES-PLACA WITH DUPLICATES
                    FILE STATUS  IS ST-RES.

           SELECT CADVEICCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VCT-PLACA
                    ALTERNATE RECORD KEY IS VCT-CATEGORIA
                        WITH DUPLICATES
                    FILE STATUS  IS ST-VCT.

           SELECT CADVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLACA
                    FILE STATUS  IS ST-VEIC.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADPLANOPREV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLV-PLACA
                    FILE STATUS  IS ST-PLV.

           SELECT CADORDSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OS-NUMERO
                    FILE STATUS  IS ST-OS.

           SELECT CADRETVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-KEY
                    FILE STATUS  IS ST-RET.

           SELECT W-ORDENACAO ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRESERVA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRESERVA.DAT".
       01 REGRESERVA.
           03 RES-NUMERO         PIC 9(06).
           03 RES-PLACA          PIC X(07).
           03 RES-CATEGORIA      PIC X(10).
           03 RES-CHAPA          PIC 9(06).
           03 RES-DATA-INI       PIC 9(08).
           03 RES-HORA-INI       PIC 9(04).
           03 RES-DATA-FIM       PIC 9(08).
           03 RES-HORA-FIM       PIC 9(04).
           03 RES-FINALIDADE     PIC X(40).
           03 RES-SITUACAO       PIC X(01).
           03 RES-DATA-RESERVA   PIC 9(08).
           03 RES-RETIRADA       PIC 9(04).
           03 RES-OPERADOR       PIC X(08).

       FD CADVEICCAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEICCAT.DAT".
       01 REGVEICCAT.
           03 VCT-PLACA          PIC X(07).
           03 VCT-CATEGORIA      PIC X(10).

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

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-PLACA           PIC X(07).
           03 ORD-INI             PIC 9(12).
           03 ORD-NUMERO          PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RES         PIC X(02) VALUE "00".
       01 ST-VCT         PIC X(02) VALUE "00".
       01 ST-VEIC        PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-PLV         PIC X(02) VALUE "00".
       01 ST-OS          PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-PLACA        PIC X(07) VALUE SPACES.
       01 W-CATEGORIA    PIC X(10) VALUE SPACES.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-NUMRES       PIC 9(06) VALUE ZEROS.
       01 W-ULTRES       PIC 9(06) VALUE ZEROS.
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-HORA-INI     PIC 9(04) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-HORA-FIM     PIC 9(04) VALUE ZEROS.
       01 W-INI          PIC 9(12) VALUE ZEROS.
       01 W-FIM          PIC 9(12) VALUE ZEROS.
       01 W-RES-INI      PIC 9(12) VALUE ZEROS.
       01 W-RES-FIM      PIC 9(12) VALUE ZEROS.
       01 W-FINALIDADE   PIC X(40) VALUE SPACES.
       01 W-CONFLITO     PIC X(01) VALUE "N".
       01 W-MOTIVO       PIC X(60) VALUE SPACES.
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-DATA-REV     PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX.
           03 W-AUX-AAAA     PIC 9(04).
           03 W-AUX-MM       PIC 9(02).
           03 W-AUX-DD       PIC 9(02).
       01 W-MESES        PIC 9(04) VALUE ZEROS.
       01 W-ANOS         PIC 9(03) VALUE ZEROS.
       01 W-MES-RESTO    PIC 9(02) VALUE ZEROS.
       01 W-DATA-AGENDA  PIC 9(08) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.
       R0.
           OPEN I-O CADRESERVA
           IF ST-RES NOT = "00"
              IF ST-RES = "30"
                 OPEN OUTPUT CADRESERVA
                 CLOSE CADRESERVA
                 DISPLAY "*** ARQUIVO CADRESERVA FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRESERVA"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADVEICCAT
           IF ST-VCT NOT = "00"
              IF ST-VCT = "30"
                 OPEN OUTPUT CADVEICCAT
                 CLOSE CADVEICCAT
                 DISPLAY "*** ARQUIVO CADVEICCAT FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEICCAT"
                 CLOSE CADRESERVA
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADVEIC
           IF ST-VEIC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC"
               CLOSE CADRESERVA CADVEICCAT
               GO TO ROT-FIM3.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADRESERVA CADVEICCAT CADVEIC
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADPLANOPREV
           IF ST-PLV NOT = "00"
               MOVE "99" TO ST-PLV.
           OPEN INPUT CADORDSERV
           IF ST-OS NOT = "00"
               MOVE "99" TO ST-OS.
           OPEN INPUT CADRETVEIC
           IF ST-RET NOT = "00"
               MOVE "99" TO ST-RET.

       R1.
           DISPLAY " "
           DISPLAY "*** RESERVA DE VEICULOS ***"
           DISPLAY "  1 - RESERVAR VEICULO"
           DISPLAY "  2 - CANCELAR RESERVA"
           DISPLAY "  3 - RESERVAS DA PLACA"
           DISPLAY "  4 - RESERVAS DO MOTORISTA"
           DISPLAY "  5 - AGENDA DO DIA"
           DISPLAY "  6 - CATEGORIA DO VEICULO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-RESERVA
              WHEN 2
                 GO TO R3-CANCELA
              WHEN 3
                 GO TO R4-PLACA
              WHEN 4
                 GO TO R5-MOTORISTA
              WHEN 5
                 GO TO R6-AGENDA
              WHEN 6
                 GO TO R7-CATEGORIA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ NOVA RESERVA ]----------------------------------------
       R2-RESERVA.
           DISPLAY "CHAPA DO SOLICITANTE (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               DISPLAY "*** FUNCIONARIO NAO CADASTRADO ***"
               GO TO R2-RESERVA.
           IF FUNCSTATUS NOT = "A"
               DISPLAY "*** FUNCIONARIO NAO ESTA ATIVO ***"
               GO TO R2-RESERVA.
           DISPLAY "SOLICITANTE: " NOME.

       R2A.
           MOVE SPACES TO W-CATEGORIA
           DISPLAY "PLACA (VAZIO = QUALQUER DA CATEGORIA): "
               WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA NOT = SPACES
               MOVE W-PLACA TO PLACA
               READ CADVEIC
               IF ST-VEIC NOT = "00"
                   DISPLAY "*** VEICULO NAO CADASTRADO ***"
                   GO TO R2A
               END-IF
               MOVE W-PLACA TO VCT-PLACA
               READ CADVEICCAT
               IF ST-VCT = "00"
                   MOVE VCT-CATEGORIA TO W-CATEGORIA
               END-IF
               GO TO R2B.
           DISPLAY "CATEGORIA (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CATEGORIA
           IF W-CATEGORIA = SPACES
               GO TO R2A.

       R2B.
           DISPLAY "INICIO - DATA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA-INI
           DISPLAY "INICIO - HORA (HHMM): " WITH NO ADVANCING
           ACCEPT W-HORA-INI
           IF W-DATA-INI NOT NUMERIC OR W-DATA-INI < W-HOJE
               DISPLAY "*** INICIO ANTERIOR A HOJE ***"
               GO TO R2B.
           IF W-HORA-INI NOT NUMERIC OR W-HORA-INI > 2359
               DISPLAY "*** HORA INVALIDA ***"
               GO TO R2B.
       R2C.
           DISPLAY "FIM - DATA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA-FIM
           DISPLAY "FIM - HORA (HHMM): " WITH NO ADVANCING
           ACCEPT W-HORA-FIM
           IF W-HORA-FIM NOT NUMERIC OR W-HORA-FIM > 2359
               DISPLAY "*** HORA INVALIDA ***"
               GO TO R2C.
           COMPUTE W-INI = W-DATA-INI * 10000 + W-HORA-INI
           COMPUTE W-FIM = W-DATA-FIM * 10000 + W-HORA-FIM
           IF W-FIM NOT > W-INI
               DISPLAY "*** FIM DEVE SER POSTERIOR AO INICIO ***"
               GO TO R2C.
       R2D.
           DISPLAY "FINALIDADE: " WITH NO ADVANCING
           ACCEPT W-FINALIDADE
           IF W-FINALIDADE = SPACES
               GO TO R2D.

           IF W-PLACA = SPACES
               GO TO R2-CATEGORIA.
           PERFORM CONFERE-VEICULO THRU CONFERE-VEICULO-FIM
           IF W-CONFLITO = "S"
               DISPLAY "*** " W-MOTIVO " ***"
               DISPLAY "*** RESERVA RECUSADA ***"
               GO TO R1.
           GO TO R2E.

      *---------[ PRIMEIRO VEICULO LIVRE DA CATEGORIA ]-----------------
       R2-CATEGORIA.
           MOVE "N" TO W-ACHOU
           MOVE W-CATEGORIA TO VCT-CATEGORIA
           START CADVEICCAT KEY IS NOT LESS VCT-CATEGORIA
               INVALID KEY GO TO R2-CATEGORIA-2.
       R2-CATEGORIA-1.
           READ CADVEICCAT NEXT RECORD
               AT END
                 GO TO R2-CATEGORIA-2
           END-READ.
           IF VCT-CATEGORIA NOT = W-CATEGORIA
               GO TO R2-CATEGORIA-2.
           MOVE VCT-PLACA TO PLACA
           READ CADVEIC
           IF ST-VEIC NOT = "00"
               GO TO R2-CATEGORIA-1.
           MOVE VCT-PLACA TO W-PLACA
           PERFORM CONFERE-VEICULO THRU CONFERE-VEICULO-FIM
           IF W-CONFLITO = "S"
               DISPLAY "  " W-PLACA " - " W-MOTIVO
               GO TO R2-CATEGORIA-1.
           MOVE "S" TO W-ACHOU.
       R2-CATEGORIA-2.
           IF W-ACHOU NOT = "S"
               MOVE SPACES TO W-PLACA
               DISPLAY "*** NENHUM VEICULO DA CATEGORIA " W-CATEGORIA
                   " LIVRE NO PERIODO ***"
               GO TO R1.
           DISPLAY "VEICULO LIVRE: " W-PLACA.

       R2E.
           DISPLAY "CONFIRMA A RESERVA DE " W-PLACA " (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           PERFORM PROXIMO-RESERVA THRU PROXIMO-RESERVA-FIM
           MOVE W-NUMRES TO RES-NUMERO
           MOVE W-PLACA TO RES-PLACA
           MOVE W-CATEGORIA TO RES-CATEGORIA
           MOVE W-CHAPA TO RES-CHAPA
           MOVE W-DATA-INI TO RES-DATA-INI
           MOVE W-HORA-INI TO RES-HORA-INI
           MOVE W-DATA-FIM TO RES-DATA-FIM
           MOVE W-HORA-FIM TO RES-HORA-FIM
           MOVE W-FINALIDADE TO RES-FINALIDADE
           MOVE "R" TO RES-SITUACAO
           MOVE W-HOJE TO RES-DATA-RESERVA
           MOVE ZEROS TO RES-RETIRADA
           MOVE W-OPERADOR-LOG TO RES-OPERADOR
           WRITE REGRESERVA
           IF ST-RES = "00" OR "02"
               DISPLAY "*** RESERVA " RES-NUMERO " GRAVADA - "
                   RES-PLACA " ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RES.
           GO TO R1.

      *---------[ CANCELAMENTO ]----------------------------------------
       R3-CANCELA.
           DISPLAY "NUMERO DA RESERVA (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMRES
           IF W-NUMRES = ZEROS
               GO TO R1.
           MOVE W-NUMRES TO RES-NUMERO
           READ CADRESERVA
           IF ST-RES NOT = "00"
               DISPLAY "*** RESERVA NAO CADASTRADA ***"
               GO TO R3-CANCELA.
           PERFORM MOSTRA-RESERVA THRU MOSTRA-RESERVA-FIM
           IF RES-SITUACAO NOT = "R"
               DISPLAY "*** RESERVA JA UTILIZADA OU CANCELADA ***"
               GO TO R3-CANCELA.
           DISPLAY "CONFIRMA O CANCELAMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE "C" TO RES-SITUACAO
           REWRITE REGRESERVA
           DISPLAY "*** RESERVA CANCELADA ***"
           GO TO R1.

      *---------[ RESERVAS DA PLACA DE HOJE EM DIANTE ]-----------------
       R4-PLACA.
           DISPLAY "PLACA (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE W-PLACA TO RES-PLACA
           START CADRESERVA KEY IS NOT LESS RES-PLACA
               INVALID KEY GO TO R4B.
       R4A.
           READ CADRESERVA NEXT RECORD
               AT END
                 GO TO R4B
           END-READ.
           IF RES-PLACA NOT = W-PLACA
               GO TO R4B.
           IF RES-DATA-FIM < W-HOJE
               GO TO R4A.
           PERFORM MOSTRA-RESERVA THRU MOSTRA-RESERVA-FIM
           ADD 1 TO W-TOTLISTADOS
           GO TO R4A.
       R4B.
           DISPLAY "RESERVAS LISTADAS..............: " W-TOTLISTADOS
           GO TO R1.

      *---------[ RESERVAS DO MOTORISTA DE HOJE EM DIANTE ]-------------
       R5-MOTORISTA.
           DISPLAY "CHAPA (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE ZEROS TO RES-NUMERO
           START CADRESERVA KEY IS NOT LESS RES-NUMERO
               INVALID KEY GO TO R5B.
       R5A.
           READ CADRESERVA NEXT RECORD
               AT END
                 GO TO R5B
           END-READ.
           IF RES-CHAPA NOT = W-CHAPA OR RES-DATA-FIM < W-HOJE
               GO TO R5A.
           PERFORM MOSTRA-RESERVA THRU MOSTRA-RESERVA-FIM
           ADD 1 TO W-TOTLISTADOS
           GO TO R5A.
       R5B.
           DISPLAY "RESERVAS LISTADAS..............: " W-TOTLISTADOS
           GO TO R1.

      *---------[ AGENDA DO DIA PARA O BALCAO DA FROTA ]----------------
       R6-AGENDA.
           DISPLAY "DATA (AAAAMMDD, 0 = HOJE): " WITH NO ADVANCING
           ACCEPT W-DATA-AGENDA
           IF W-DATA-AGENDA = ZEROS
               MOVE W-HOJE TO W-DATA-AGENDA.
           MOVE ZEROS TO W-TOTLISTADOS
           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-PLACA
               ON ASCENDING KEY ORD-INI
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.
           GO TO R1.

      *---------[ CATEGORIA DO VEICULO (CADVEICCAT) ]-------------------
       R7-CATEGORIA.
           DISPLAY "PLACA (VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-PLACA
           IF W-PLACA = SPACES
               GO TO R1.
           MOVE W-PLACA TO PLACA
           READ CADVEIC
           IF ST-VEIC NOT = "00"
               DISPLAY "*** VEICULO NAO CADASTRADO ***"
               GO TO R7-CATEGORIA.
           MOVE W-PLACA TO VCT-PLACA
           READ CADVEICCAT
           IF ST-VCT = "00"
               DISPLAY "CATEGORIA ATUAL: " VCT-CATEGORIA
           ELSE
               DISPLAY "VEICULO SEM CATEGORIA".
           DISPLAY "CATEGORIA (EX. SEDAN, PICAPE, VAN): "
               WITH NO ADVANCING
           ACCEPT W-CATEGORIA
           IF W-CATEGORIA = SPACES
               GO TO R7-CATEGORIA.
           MOVE W-CATEGORIA TO VCT-CATEGORIA
           IF ST-VCT = "00"
               REWRITE REGVEICCAT
           ELSE
               MOVE W-PLACA TO VCT-PLACA
               WRITE REGVEICCAT.
           IF ST-VCT = "00" OR "02"
               DISPLAY "*** CATEGORIA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-VCT.
           GO TO R7-CATEGORIA.

       ROT-FIM.
           CLOSE CADRESERVA CADVEICCAT CADVEIC ARQFUNC
           IF ST-PLV NOT = "99"
               CLOSE CADPLANOPREV.
           IF ST-OS NOT = "99"
               CLOSE CADORDSERV.
           IF ST-RET NOT = "99"
               CLOSE CADRETVEIC.
       ROT-FIM3.
           STOP RUN.

      *---------[ CONFLITOS DA PLACA NO PERIODO W-INI A W-FIM ]---------
      *  COM O REGISTRO DE CADVEIC JA LIDO: SITUACAO DO         *
      *  VEICULO, OUTRAS RESERVAS, REVISAO PREVENTIVA PELOS     *
      *  MESES DO PLANO, OS EM ABERTO E RETIRADA EM ABERTO      *
       CONFERE-VEICULO.
           MOVE "N" TO W-CONFLITO
           MOVE SPACES TO W-MOTIVO
           IF SITUACAO = "M" OR SITUACAO = "B" OR SITUACAO = "S"
              OR SITUACAO = "V"
               MOVE "S" TO W-CONFLITO
               STRING "VEICULO EM SITUACAO " SITUACAO
                   " (MANUTENCAO/BATIDO/SUCATA/VENDIDO)"
                   DELIMITED BY SIZE INTO W-MOTIVO
               GO TO CONFERE-VEICULO-FIM.

           MOVE W-PLACA TO RES-PLACA
           START CADRESERVA KEY IS NOT LESS RES-PLACA
               INVALID KEY GO TO CONFERE-VEICULO-2.
       CONFERE-VEICULO-1.
           READ CADRESERVA NEXT RECORD
               AT END
                 GO TO CONFERE-VEICULO-2
           END-READ.
           IF RES-PLACA NOT = W-PLACA
               GO TO CONFERE-VEICULO-2.
           IF RES-SITUACAO NOT = "R"
               GO TO CONFERE-VEICULO-1.
           COMPUTE W-RES-INI = RES-DATA-INI * 10000 + RES-HORA-INI
           COMPUTE W-RES-FIM = RES-DATA-FIM * 10000 + RES-HORA-FIM
           IF W-INI < W-RES-FIM AND W-FIM > W-RES-INI
               MOVE "S" TO W-CONFLITO
               STRING "RESERVA " RES-NUMERO " DA CHAPA " RES-CHAPA
                   " DE " RES-DATA-INI " A " RES-DATA-FIM
                   DELIMITED BY SIZE INTO W-MOTIVO
               GO TO CONFERE-VEICULO-FIM.
           GO TO CONFERE-VEICULO-1.

       CONFERE-VEICULO-2.
           IF ST-PLV = "99"
               GO TO CONFERE-VEICULO-3.
           MOVE W-PLACA TO PLV-PLACA
           READ CADPLANOPREV
           IF ST-PLV NOT = "00"
               MOVE "00" TO ST-PLV
               GO TO CONFERE-VEICULO-3.
           IF PLV-MESES-INTERV = ZEROS OR PLV-DATA-ULT = ZEROS
               GO TO CONFERE-VEICULO-3.
           PERFORM DATA-REVISAO THRU DATA-REVISAO-FIM
           IF W-DATA-REV NOT < W-DATA-INI
              AND W-DATA-REV NOT > W-DATA-FIM
               MOVE "S" TO W-CONFLITO
               STRING "REVISAO PREVENTIVA PREVISTA PARA " W-DATA-REV
                   DELIMITED BY SIZE INTO W-MOTIVO
               GO TO CONFERE-VEICULO-FIM.

       CONFERE-VEICULO-3.
           IF ST-OS = "99"
               GO TO CONFERE-VEICULO-5.
           MOVE ZEROS TO OS-NUMERO
           START CADORDSERV KEY IS NOT LESS OS-NUMERO
               INVALID KEY GO TO CONFERE-VEICULO-5.
       CONFERE-VEICULO-4.
           READ CADORDSERV NEXT RECORD
               AT END
                 GO TO CONFERE-VEICULO-5
           END-READ.
           IF OS-PLACA NOT = W-PLACA OR OS-SITUACAO NOT = "A"
               GO TO CONFERE-VEICULO-4.
           MOVE "S" TO W-CONFLITO
           STRING "EM MANUTENCAO - OS " OS-NUMERO " ABERTA EM "
               OS-DATA-ABERT DELIMITED BY SIZE INTO W-MOTIVO
           GO TO CONFERE-VEICULO-FIM.

       CONFERE-VEICULO-5.
           IF ST-RET = "99"
               GO TO CONFERE-VEICULO-FIM.
           MOVE W-PLACA TO RET-PLACA
           MOVE ZEROS TO RET-SEQ
           START CADRETVEIC KEY IS NOT LESS RET-KEY
               INVALID KEY GO TO CONFERE-VEICULO-FIM.
       CONFERE-VEICULO-6.
           READ CADRETVEIC NEXT RECORD
               AT END
                 GO TO CONFERE-VEICULO-FIM
           END-READ.
           IF RET-PLACA NOT = W-PLACA
               GO TO CONFERE-VEICULO-FIM.
           IF RET-SITUACAO NOT = "F"
               GO TO CONFERE-VEICULO-6.
           IF RET-PREV-RETORNO NOT < W-DATA-INI
               MOVE "S" TO W-CONFLITO
               STRING "VEICULO FORA COM A CHAPA " RET-CHAPA
                   " - RETORNO PREVISTO " RET-PREV-RETORNO
                   DELIMITED BY SIZE INTO W-MOTIVO
               GO TO CONFERE-VEICULO-FIM.
           GO TO CONFERE-VEICULO-6.
       CONFERE-VEICULO-FIM.
           EXIT.

      *---------[ PROXIMA REVISAO PELOS MESES DO PLANO ]----------------
       DATA-REVISAO.
           MOVE PLV-DATA-ULT TO W-DATA-AUX
           COMPUTE W-MESES = W-AUX-MM - 1 + PLV-MESES-INTERV
           DIVIDE W-MESES BY 12 GIVING W-ANOS
               REMAINDER W-MES-RESTO
           ADD W-ANOS TO W-AUX-AAAA
           COMPUTE W-AUX-MM = W-MES-RESTO + 1
           MOVE W-DATA-AUX TO W-DATA-REV.
       DATA-REVISAO-FIM.
           EXIT.

      *---------[ PROXIMO NUMERO DE RESERVA ]---------------------------
       PROXIMO-RESERVA.
           MOVE ZEROS TO W-ULTRES
           MOVE ZEROS TO RES-NUMERO
           START CADRESERVA KEY IS NOT LESS RES-NUMERO
               INVALID KEY GO TO PROXIMO-RESERVA-2.
       PROXIMO-RESERVA-1.
           READ CADRESERVA NEXT RECORD
               AT END
                 GO TO PROXIMO-RESERVA-2
           END-READ.
           MOVE RES-NUMERO TO W-ULTRES
           GO TO PROXIMO-RESERVA-1.
       PROXIMO-RESERVA-2.
           COMPUTE W-NUMRES = W-ULTRES + 1.
       PROXIMO-RESERVA-FIM.
           EXIT.

       MOSTRA-RESERVA.
           DISPLAY "  " RES-NUMERO "  " RES-PLACA "  CHAPA " RES-CHAPA
               "  " RES-DATA-INI " " RES-HORA-INI " A "
               RES-DATA-FIM " " RES-HORA-FIM "  SIT " RES-SITUACAO
           DISPLAY "          " RES-FINALIDADE.
       MOSTRA-RESERVA-FIM.
           EXIT.

      *---------[ RESERVAS QUE TOCAM O DIA DA AGENDA ]------------------
       MONTA-ORDENACAO.
           MOVE ZEROS TO RES-NUMERO
           START CADRESERVA KEY IS NOT LESS RES-NUMERO
               INVALID KEY GO TO MR-FIM.
       MR1.
           READ CADRESERVA NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.
           IF RES-SITUACAO = "C"
               GO TO MR1.
           IF RES-DATA-INI > W-DATA-AGENDA
              OR RES-DATA-FIM < W-DATA-AGENDA
               GO TO MR1.
           MOVE RES-PLACA TO ORD-PLACA
           COMPUTE ORD-INI = RES-DATA-INI * 10000 + RES-HORA-INI
           MOVE RES-NUMERO TO ORD-NUMERO
           RELEASE W-REGORD
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ AGENDA: RESERVAS, MANUTENCAO E REVISOES DO DIA ]------
       IMPRIME-ORDENACAO.
           DISPLAY " "
           DISPLAY "*** AGENDA DA FROTA - " W-DATA-AGENDA " ***"
           DISPLAY "PLACA    RESERVA  INICIO         FIM            "
               "CHAPA   MOTORISTA                       SIT".
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR2
           END-RETURN.
           MOVE ORD-NUMERO TO RES-NUMERO
           READ CADRESERVA
           IF ST-RES NOT = "00"
               GO TO IR1.
           MOVE RES-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "00" TO ST-ERRO
               MOVE SPACES TO NOME.
           DISPLAY RES-PLACA "  " RES-NUMERO "   " RES-DATA-INI " "
               RES-HORA-INI "  " RES-DATA-FIM " " RES-HORA-FIM "  "
               RES-CHAPA "  " NOME "  " RES-SITUACAO
           DISPLAY "                  " RES-FINALIDADE
           ADD 1 TO W-TOTLISTADOS
           GO TO IR1.
       IR2.
           DISPLAY "RESERVAS NO DIA................: " W-TOTLISTADOS
           DISPLAY " "
           DISPLAY "VEICULOS INDISPONIVEIS NO DIA:"
           MOVE SPACES TO PLACA
           START CADVEIC KEY IS NOT LESS PLACA
               INVALID KEY GO TO IR-FIM.
       IR3.
           READ CADVEIC NEXT RECORD
               AT END
                 GO TO IR-FIM
           END-READ.
           IF SITUACAO = "S" OR SITUACAO = "V"
               GO TO IR3.
           IF SITUACAO = "M" OR SITUACAO = "B"
               DISPLAY "  " PLACA "  SITUACAO " SITUACAO
                   " (MANUTENCAO/BATIDO)"
               GO TO IR3.
           IF ST-PLV = "99"
               GO TO IR3.
           MOVE PLACA TO PLV-PLACA
           READ CADPLANOPREV
           IF ST-PLV NOT = "00"
               MOVE "00" TO ST-PLV
               GO TO IR3.
           IF PLV-OS-ABERTA > ZEROS
               DISPLAY "  " PLACA "  OS PREVENTIVA " PLV-OS-ABERTA
                   " EM ABERTO"
               GO TO IR3.
           IF PLV-MESES-INTERV = ZEROS OR PLV-DATA-ULT = ZEROS
               GO TO IR3.
           PERFORM DATA-REVISAO THRU DATA-REVISAO-FIM
           IF W-DATA-REV = W-DATA-AGENDA
               DISPLAY "  " PLACA "  REVISAO PREVENTIVA PREVISTA"
                   " (" PLV-SERVICOS ")".
           GO TO IR3.
       IR-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
