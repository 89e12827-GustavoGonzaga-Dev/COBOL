       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACORDO.
      ***********************************************
      *  ACOMPANHAMENTO DOS ACORDOS DE RENEGOCIACAO   *
      *  (CADACORDO, GERADOS PELO ACORDO). PARA CADA  *
      *  ACORDO LE AS PARCELAS NOVAS (CADACORDOTIT    *
      *  TIPO N) EM CADTITREC E CLASSIFICA:           *
      *  CUMPRIDO = TODAS AS PARCELAS LIQUIDADAS;     *
      *  ROMPIDO = PARCELA EM ABERTO VENCIDA HA MAIS  *
      *  DE ACORDOTOL DIAS (CADPARAM, PADRAO 5);      *
      *  RENEGOCIADO = PARCELA QUE JA ENTROU EM OUTRO *
      *  ACORDO; EM DIA = NENHUM DOS ANTERIORES.      *
      *  SAI NO SPOOL RELACORDO.SPL COM O SALDO EM    *
      *  ABERTO DE CADA ACORDO E OS TOTAIS POR        *
      *  SITUACAO. ERRO DE ARQUIVO RC 8               *
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

           SELECT CADACORDO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACO-NUMERO
                    FILE STATUS  IS ST-ACO.

           SELECT CADACORDOTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACT-KEY
                    ALTERNATE RECORD KEY IS ACT-ACORDO WITH DUPLICATES
                    FILE STATUS  IS ST-ACT.

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

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.
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

       FD CADACORDO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADACORDO.DAT".
       01 REGACORDO.
           03 ACO-NUMERO        PIC 9(06).
           03 ACO-CNPJCPF       PIC 9(15).
           03 ACO-DATA          PIC 9(08).
           03 ACO-QTD-ORIG      PIC 9(02).
           03 ACO-SALDO-ORIG    PIC 9(09)V99.
           03 ACO-ENCARGOS      PIC 9(09)V99.
           03 ACO-DESCONTO      PIC 9(09)V99.
           03 ACO-VALOR         PIC 9(09)V99.
           03 ACO-PARCELAS      PIC 9(02).
           03 ACO-INTERVALO     PIC 9(03).
           03 ACO-SUPERVISOR    PIC X(08).
           03 ACO-OPERADOR      PIC X(08).

       FD CADACORDOTIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADACORDOTIT.DAT".
       01 REGACORDOTIT.
           03 ACT-KEY.
              05 ACT-TITULO     PIC 9(06).
              05 ACT-TIPO       PIC X(01).
           03 ACT-ACORDO        PIC 9(06).
           03 ACT-NUMNF         PIC 9(06).
           03 ACT-PARCELA       PIC 9(02).
           03 ACT-VALOR         PIC 9(09)V99.
           03 ACT-ENCARGOS      PIC 9(09)V99.

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

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELACORDO.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-ACO         PIC X(02) VALUE "00".
       01 ST-ACT         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-VENCTO   PIC 9(09) VALUE ZEROS.
       01 W-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01 W-TOLERANCIA   PIC 9(03) VALUE 5.
       01 W-QTD-PARC     PIC 9(02) VALUE ZEROS.
       01 W-QTD-PAGAS    PIC 9(02) VALUE ZEROS.
       01 W-QTD-ATRASO   PIC 9(02) VALUE ZEROS.
       01 W-QTD-RENEG    PIC 9(02) VALUE ZEROS.
       01 W-SALDO-ABERTO PIC 9(09)V99 VALUE ZEROS.
       01 W-SITUACAO     PIC X(12) VALUE SPACES.
       01 W-NOME-CLI     PIC X(12) VALUE SPACES.
       01 W-TOT-ACORDOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-CUMPRIDO PIC 9(06) VALUE ZEROS.
       01 W-TOT-EMDIA    PIC 9(06) VALUE ZEROS.
       01 W-TOT-ROMPIDO  PIC 9(06) VALUE ZEROS.
       01 W-TOT-RENEG    PIC 9(06) VALUE ZEROS.
       01 W-SALDO-EMDIA  PIC 9(13)V99 VALUE ZEROS.
       01 W-SALDO-ROMP   PIC 9(13)V99 VALUE ZEROS.
       01 W-ACO-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-SALDO-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           PERFORM LE-TOLERANCIA THRU LE-TOLERANCIA-FIM
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADACORDO
           IF ST-ACO = "35"
               MOVE SPACES TO W-LINHA
               STRING "CADACORDO AUSENTE - NENHUM ACORDO REGISTRADO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM2.
           IF ST-ACO NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADACORDO"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.

           OPEN INPUT CADACORDOTIT
           IF ST-ACT NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADACORDOTIT"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               CLOSE CADACORDO
               GO TO ROT-FIM2.

           OPEN INPUT CADTITREC
           IF ST-TR NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               CLOSE CADACORDO
               CLOSE CADACORDOTIT
               GO TO ROT-FIM2.

           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               MOVE "99" TO ST-CLI.

           MOVE SPACES TO W-LINHA
           STRING "*** CUMPRIMENTO DOS ACORDOS DE RENEGOCIACAO EM "
               W-DATA-HOJE " - TOLERANCIA " W-TOLERANCIA " DIAS ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ACORDO CLIENTE         DATA     PARC PAGAS VENC"
               "           VALOR    SALDO ABERTO  SITUACAO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ UM ACORDO POR VEZ ]-----------------------------------
       R1.
           READ CADACORDO NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           MOVE ZEROS TO W-QTD-PARC W-QTD-PAGAS W-QTD-ATRASO
                         W-QTD-RENEG W-SALDO-ABERTO
           PERFORM SOMA-PARCELAS THRU SOMA-PARCELAS-FIM

           IF W-QTD-RENEG > ZEROS
               MOVE "RENEGOCIADO" TO W-SITUACAO
               ADD 1 TO W-TOT-RENEG
           ELSE
              IF W-QTD-ATRASO > ZEROS
                  MOVE "ROMPIDO" TO W-SITUACAO
                  ADD 1 TO W-TOT-ROMPIDO
                  ADD W-SALDO-ABERTO TO W-SALDO-ROMP
              ELSE
                 IF W-QTD-PARC > ZEROS AND W-QTD-PAGAS = W-QTD-PARC
                     MOVE "CUMPRIDO" TO W-SITUACAO
                     ADD 1 TO W-TOT-CUMPRIDO
                 ELSE
                     MOVE "EM DIA" TO W-SITUACAO
                     ADD 1 TO W-TOT-EMDIA
                     ADD W-SALDO-ABERTO TO W-SALDO-EMDIA.
           ADD 1 TO W-TOT-ACORDOS

           MOVE SPACES TO W-NOME-CLI
           IF ST-CLI NOT = "99"
               MOVE ACO-CNPJCPF TO CLI-CNPJCPF
               READ CADCLI
               IF ST-CLI = "00"
                   MOVE CLI-NOME TO W-NOME-CLI
               END-IF
               MOVE "00" TO ST-CLI.
           IF W-NOME-CLI = SPACES
               MOVE ACO-CNPJCPF (4:12) TO W-NOME-CLI.
           MOVE ACO-VALOR TO W-ACO-ED
           MOVE W-SALDO-ABERTO TO W-SALDO-ED
           MOVE SPACES TO W-LINHA
           STRING ACO-NUMERO " " W-NOME-CLI "  " ACO-DATA "  "
               W-QTD-PARC "   " W-QTD-PAGAS "   " W-QTD-ATRASO "  "
               W-ACO-ED "  " W-SALDO-ED "  " W-SITUACAO
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO R1.

       R2.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "ACORDOS: " W-TOT-ACORDOS "   CUMPRIDOS: "
               W-TOT-CUMPRIDO "   RENEGOCIADOS: " W-TOT-RENEG
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-SALDO-EMDIA TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "EM DIA.: " W-TOT-EMDIA "   SALDO A RECEBER: "
               W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-SALDO-ROMP TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "ROMPIDOS: " W-TOT-ROMPIDO "  SALDO EM ATRASO.: "
               W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       ROT-FIM.
           CLOSE CADACORDO
           CLOSE CADACORDOTIT
           CLOSE CADTITREC
           IF ST-CLI NOT = "99"
               CLOSE CADCLI.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ PARCELAS NOVAS DO ACORDO EM CADTITREC ]---------------
      *  PARCELA CANCELADA (C) NAO CONTA; RENEGOCIADA (R) MARCA *
      *  O ACORDO COMO SUBSTITUIDO POR OUTRO                    *
       SOMA-PARCELAS.
           MOVE ACO-NUMERO TO ACT-ACORDO
           START CADACORDOTIT KEY IS EQUAL ACT-ACORDO
               INVALID KEY GO TO SOMA-PARCELAS-FIM.
       SOMA-PARCELAS-1.
           READ CADACORDOTIT NEXT RECORD
               AT END
                 GO TO SOMA-PARCELAS-FIM
           END-READ.
           IF ACT-ACORDO NOT = ACO-NUMERO
               GO TO SOMA-PARCELAS-FIM.
           IF ACT-TIPO NOT = "N"
               GO TO SOMA-PARCELAS-1.
           MOVE ACT-TITULO TO TR-NUMERO
           READ CADTITREC
           IF ST-TR NOT = "00"
               GO TO SOMA-PARCELAS-1.
           IF TR-SITUACAO = "C"
               GO TO SOMA-PARCELAS-1.
           ADD 1 TO W-QTD-PARC
           IF TR-SITUACAO = "L"
               ADD 1 TO W-QTD-PAGAS
               GO TO SOMA-PARCELAS-1.
           IF TR-SITUACAO = "R"
               ADD 1 TO W-QTD-RENEG
               GO TO SOMA-PARCELAS-1.
           COMPUTE W-SALDO-ABERTO = W-SALDO-ABERTO +
               (TR-VALOR - TR-VALOR-PAGO)
           COMPUTE W-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE (TR-DATA-VENCTO)
           COMPUTE W-DIAS-ATRASO = W-INT-HOJE - W-INT-VENCTO
           IF W-DIAS-ATRASO > W-TOLERANCIA
               ADD 1 TO W-QTD-ATRASO.
           GO TO SOMA-PARCELAS-1.
       SOMA-PARCELAS-FIM.
           EXIT.

      *---------[ DIAS DE TOLERANCIA DA PARCELA (CADPARAM) ]------------
       LE-TOLERANCIA.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-TOLERANCIA-FIM.
           MOVE "ACORDOTOL" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00"
               MOVE PARAM-VALOR TO W-TOLERANCIA.
           CLOSE CADPARAM.
       LE-TOLERANCIA-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (RELACORDO.SPL) ]------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELACORDO   EMISSAO: "
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
           MOVE "RELACORDO" TO SPD-PROGRAMA
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
