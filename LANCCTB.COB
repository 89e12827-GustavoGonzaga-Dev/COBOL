       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCCTB.
      ***********************************************
      *  SUBPROGRAMA DE LANCAMENTO NO DIARIO          *
      *  CONTABIL (CHAMADO COMO TRAVAREG) - O         *
      *  PROGRAMA DE ORIGEM INFORMA O EVENTO          *
      *  CONTABIL (VENDA, ICMSVENDA, COMPRA,          *
      *  NFCOMPRA, DEPREC, CMV, FOLSALARIO...), O     *
      *  VALOR, A DATA, O DEPARTAMENTO E O            *
      *  DOCUMENTO; A CONTA DE DEBITO E A DE CREDITO  *
      *  VEM DO EVENTO EM CADEVCONT (MANTIDO EM       *
      *  CADPLCONTA), ENTAO NENHUM PROGRAMA AMARRA    *
      *  CONTA NO FONTE. CADA CHAMADA GRAVA UM LOTE   *
      *  BALANCEADO EM CADDIARIO (SEQ 01 DEBITO E     *
      *  SEQ 02 CREDITO) NA SERIE DE CTRLDIA.DAT,     *
      *  CARIMBADO COM O OPERADOR DA SESSAO.          *
      *  OPERACAO: L = LANCAR                         *
      *            E = ESTORNAR (O MESMO EVENTO COM   *
      *                DEBITO E CREDITO TROCADOS)     *
      *            V = VERIFICAR SE A ORIGEM +        *
      *                DOCUMENTO JA FOI LANCADA       *
      *  RESULTADO: O=LANCADO  J=JA LANCADO           *
      *             N=NAO LANCADO (NA VERIFICACAO)    *
      *             E=EVENTO SEM CONTA VALIDA         *
      *             Z=VALOR ZERO (NADA GRAVADO)       *
      *             X=ERRO DE ARQUIVO                 *
      *  O BALANCETE SAI EM BALANCETE E O RAZAO POR   *
      *  CONTA EM RAZAO                               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDIARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIA-KEY
                    ALTERNATE RECORD KEY IS DIA-CONTA-DATA
                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS DIA-ORIGEM-DOC
                        WITH DUPLICATES
                    FILE STATUS  IS ST-DIA.

           SELECT CADEVCONT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EVC-CODIGO
                    FILE STATUS  IS ST-EVC.

           SELECT CADPLCONTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLC-CONTA
                    FILE STATUS  IS ST-PLC.

           SELECT ARQCTRLDIA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLD.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDIARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDIARIO.DAT".
       01 REGDIARIO.
           03 DIA-KEY.
              05 DIA-LOTE          PIC 9(08).
              05 DIA-SEQ           PIC 9(02).
           03 DIA-CONTA-DATA.
              05 DIA-CONTA         PIC 9(07).
              05 DIA-DATA          PIC 9(08).
           03 DIA-DC               PIC X(01).
           03 DIA-VALOR            PIC 9(11)V99.
           03 DIA-CODDEP           PIC 9(03).
           03 DIA-EVENTO           PIC X(10).
           03 DIA-ORIGEM-DOC.
              05 DIA-ORIGEM        PIC X(10).
              05 DIA-DOCUMENTO     PIC X(12).
           03 DIA-HISTORICO        PIC X(40).
           03 DIA-OPERADOR         PIC X(08).
           03 DIA-DATA-HORA        PIC X(21).

       FD CADEVCONT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEVCONT.DAT".
       01 REGEVCONT.
           03 EVC-CODIGO           PIC X(10).
           03 EVC-DESCRICAO        PIC X(30).
           03 EVC-CONTA-DEB        PIC 9(07).
           03 EVC-CONTA-CRED       PIC 9(07).

       FD CADPLCONTA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPLCONTA.DAT".
       01 REGPLCONTA.
           03 PLC-CONTA            PIC 9(07).
           03 PLC-DESCRICAO        PIC X(30).
           03 PLC-TIPO             PIC X(01).
           03 PLC-NATUREZA         PIC X(01).
           03 PLC-ANALITICA        PIC X(01).
           03 PLC-CONTA-PAI        PIC 9(07).
           03 PLC-SITUACAO         PIC X(01).

       FD ARQCTRLDIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLDIA.DAT".
       01 REG-CTRLDIA.
           03 CTRL-ULTLOTE      PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-DIA         PIC X(02) VALUE "00".
       01 ST-EVC         PIC X(02) VALUE "00".
       01 ST-PLC         PIC X(02) VALUE "00".
       01 ST-CTRLD       PIC X(02) VALUE "00".
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-OPERADOR     PIC X(08) VALUE SPACES.
       01 W-LOTE         PIC 9(08) VALUE ZEROS.
       01 W-CONTA-OK     PIC X(01) VALUE "N".
       01 W-ORIGEM-DOC   PIC X(22) VALUE SPACES.
       01 W-CONTA-TROCA  PIC 9(07) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CTB-OPERACAO   PIC X(01).
       01 CTB-LANC.
           03 CTB-EVENTO        PIC X(10).
           03 CTB-DATA          PIC 9(08).
           03 CTB-VALOR         PIC 9(11)V99.
           03 CTB-CODDEP        PIC 9(03).
           03 CTB-ORIGEM        PIC X(10).
           03 CTB-DOCUMENTO     PIC X(12).
           03 CTB-HISTORICO     PIC X(40).
       01 CTB-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CTB-OPERACAO CTB-LANC CTB-RESULT.
       INICIO.
       R0.
           MOVE "O" TO CTB-RESULT
           OPEN I-O CADDIARIO
           IF ST-DIA NOT = "00"
              IF ST-DIA = "30"
                 OPEN OUTPUT CADDIARIO
                 CLOSE CADDIARIO
                 GO TO R0
              ELSE
                 MOVE "X" TO CTB-RESULT
                 GO TO ROT-FIM3.

           IF CTB-OPERACAO = "V"
               GO TO R5-VERIFICA.

      *---------[ LANCAMENTO: VALOR ZERO NAO VAI AO DIARIO ]------------
       R1.
           IF CTB-VALOR = ZEROS
               MOVE "Z" TO CTB-RESULT
               GO TO ROT-FIM.

           OPEN INPUT CADEVCONT
           IF ST-EVC NOT = "00"
               MOVE "E" TO CTB-RESULT
               GO TO ROT-FIM.
           MOVE CTB-EVENTO TO EVC-CODIGO
           READ CADEVCONT
           IF ST-EVC NOT = "00"
               MOVE "E" TO CTB-RESULT
               CLOSE CADEVCONT
               GO TO ROT-FIM.
           CLOSE CADEVCONT.

      *---------[ AS DUAS CONTAS TEM DE SER ANALITICAS E ATIVAS ]-------
           OPEN INPUT CADPLCONTA
           IF ST-PLC NOT = "00"
               MOVE "E" TO CTB-RESULT
               GO TO ROT-FIM.
           MOVE EVC-CONTA-DEB TO PLC-CONTA
           PERFORM CRITICA-CONTA THRU CRITICA-CONTA-FIM
           IF W-CONTA-OK = "S"
               MOVE EVC-CONTA-CRED TO PLC-CONTA
               PERFORM CRITICA-CONTA THRU CRITICA-CONTA-FIM.
           CLOSE CADPLCONTA
           IF W-CONTA-OK NOT = "S"
               MOVE "E" TO CTB-RESULT
               GO TO ROT-FIM.

      *---------[ NUMERO DO LOTE NA SERIE DE CTRLDIA.DAT ]--------------
       R2.
           MOVE ZEROS TO W-LOTE
           OPEN INPUT ARQCTRLDIA
           IF ST-CTRLD = "00"
              READ ARQCTRLDIA
                 AT END MOVE ZEROS TO W-LOTE
              END-READ
              IF ST-CTRLD = "00"
                 MOVE CTRL-ULTLOTE TO W-LOTE
              END-IF
              CLOSE ARQCTRLDIA.
           ADD 1 TO W-LOTE
           OPEN OUTPUT ARQCTRLDIA
           MOVE W-LOTE TO CTRL-ULTLOTE
           WRITE REG-CTRLDIA
           CLOSE ARQCTRLDIA.

           MOVE SPACES TO W-OPERADOR
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR.

      *---------[ PARTIDA DOBRADA: DEBITO E CREDITO DO LOTE ]-----------
      *  NO ESTORNO AS CONTAS DO EVENTO SAEM INVERTIDAS         *
       R3.
           IF CTB-OPERACAO = "E"
               MOVE EVC-CONTA-DEB TO W-CONTA-TROCA
               MOVE EVC-CONTA-CRED TO EVC-CONTA-DEB
               MOVE W-CONTA-TROCA TO EVC-CONTA-CRED.
           MOVE W-LOTE TO DIA-LOTE
           MOVE 01 TO DIA-SEQ
           MOVE EVC-CONTA-DEB TO DIA-CONTA
           MOVE "D" TO DIA-DC
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           IF CTB-RESULT = "X"
               GO TO ROT-FIM.
           MOVE W-LOTE TO DIA-LOTE
           MOVE 02 TO DIA-SEQ
           MOVE EVC-CONTA-CRED TO DIA-CONTA
           MOVE "C" TO DIA-DC
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           GO TO ROT-FIM.

      *---------[ VERIFICA SE A ORIGEM + DOCUMENTO JA ESTA LANCADA ]----
       R5-VERIFICA.
           MOVE "N" TO CTB-RESULT
           MOVE SPACES TO W-ORIGEM-DOC
           STRING CTB-ORIGEM CTB-DOCUMENTO
               DELIMITED BY SIZE INTO W-ORIGEM-DOC
           MOVE W-ORIGEM-DOC TO DIA-ORIGEM-DOC
           START CADDIARIO KEY IS EQUAL DIA-ORIGEM-DOC
               INVALID KEY GO TO ROT-FIM.
           MOVE "J" TO CTB-RESULT.

       ROT-FIM.
           CLOSE CADDIARIO.
       ROT-FIM3.
           GOBACK.

       GRAVA-LINHA.
           MOVE CTB-DATA TO DIA-DATA
           MOVE CTB-VALOR TO DIA-VALOR
           MOVE CTB-CODDEP TO DIA-CODDEP
           MOVE CTB-EVENTO TO DIA-EVENTO
           MOVE CTB-ORIGEM TO DIA-ORIGEM
           MOVE CTB-DOCUMENTO TO DIA-DOCUMENTO
           MOVE CTB-HISTORICO TO DIA-HISTORICO
           MOVE W-OPERADOR TO DIA-OPERADOR
           MOVE FUNCTION CURRENT-DATE TO DIA-DATA-HORA
           WRITE REGDIARIO
           IF ST-DIA NOT = "00" AND ST-DIA NOT = "02"
               MOVE "X" TO CTB-RESULT.
       GRAVA-LINHA-FIM.
           EXIT.

       CRITICA-CONTA.
           MOVE "N" TO W-CONTA-OK
           READ CADPLCONTA
           IF ST-PLC NOT = "00"
               GO TO CRITICA-CONTA-FIM.
           IF PLC-ANALITICA NOT = "S" OR PLC-SITUACAO NOT = "A"
               GO TO CRITICA-CONTA-FIM.
           MOVE "S" TO W-CONTA-OK.
       CRITICA-CONTA-FIM.
           EXIT.
