       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSSEGREG.
      ***********************************************
      *  SUBPROGRAMA DA SEGREGACAO DE FUNCOES NO      *
      *  FLUXO DE COMPRAS, CHAMADO POR GERAPED,       *
      *  APROVPED, RECEBPED, CONFNF E PAGTOLOTE. O    *
      *  DOCUMENTO E O NUMERO DO PEDIDO DE COMPRA.    *
      *  FUNCAO G = GRAVA O PASSO EM ARQTRANSLOG      *
      *    (TL-ARQUIVO CADPEDCOMP, TL-CHAVE = PEDIDO, *
      *    TL-OPERACAO P = PASSO DO FLUXO, O CODIGO   *
      *    DO PASSO NO INICIO DE TL-DEPOIS). NAO E    *
      *    IMAGEM DE REGISTRO - DESFAZLOG E RESTAURA  *
      *    NAO O REAPLICAM                            *
      *  FUNCAO V = VERIFICA SE O OPERADOR JA FEZ NO  *
      *    PEDIDO UM PASSO INCOMPATIVEL COM O PASSO   *
      *    INFORMADO, PELAS REGRAS ATIVAS DE          *
      *    CADSEGREG (MANTIDAS EM SEGREG; SEM O       *
      *    ARQUIVO VALEM AS REGRAS PADRAO DA TABELA   *
      *    ABAIXO). DEVOLVE L = LIBERADO OU R =       *
      *    RECUSADO, COM O PASSO E A DATA/HORA DO     *
      *    CONFLITO                                   *
      *  OPERADOR EM BRANCO (SEM SESSAO) NAO E        *
      *  CONFRONTADO                                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADSEGREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEG-KEY
                    FILE STATUS  IS ST-SEG.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADSEGREG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSEGREG.DAT".
       01 REGSEGREG.
           03 SEG-KEY.
              05 SEG-PASSO1     PIC X(10).
              05 SEG-PASSO2     PIC X(10).
           03 SEG-DESCRICAO     PIC X(40).
           03 SEG-SITUACAO      PIC X(01).

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
       01 ST-SEG         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-CHAVE-PED    PIC X(20) VALUE SPACES.
       01 W-QTD-REGRAS   PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-PASSO-LOG    PIC X(10) VALUE SPACES.
       01 W-CONFLITA     PIC X(01) VALUE "N".

      *---------[ REGRAS PADRAO (SEM CADSEGREG) ]-----------------------
       01 TABREGRAPAD1.
          03 FILLER     PIC X(20) VALUE "GERAPED   APROVPED  ".
          03 FILLER     PIC X(20) VALUE "APROVPED  RECEBPED  ".
          03 FILLER     PIC X(20) VALUE "RECEBPED  CONFNF    ".
          03 FILLER     PIC X(20) VALUE "CONFNF    PAGTOLOTE ".
          03 FILLER     PIC X(20) VALUE "GERAPED   PAGTOLOTE ".
          03 FILLER     PIC X(20) VALUE "APROVPED  PAGTOLOTE ".
      *
       01 TABREGRAPAD REDEFINES TABREGRAPAD1.
          03 TBREGRAPAD OCCURS 6 TIMES.
             05 TBRP-PASSO1 PIC X(10).
             05 TBRP-PASSO2 PIC X(10).

      *---------[ REGRAS EM USO NESTA CHAMADA ]-------------------------
       01 W-TAB-REGRAS.
          03 W-REGRA OCCURS 50 TIMES.
             05 W-RG-PASSO1 PIC X(10).
             05 W-RG-PASSO2 PIC X(10).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 SGP-PARAM.
           03 SGP-FUNCAO        PIC X(01).
           03 SGP-PASSO         PIC X(10).
           03 SGP-NUMPED        PIC 9(06).
           03 SGP-OPERADOR      PIC X(08).
           03 SGP-PASSO-CONFL   PIC X(10).
           03 SGP-DATA-CONFL    PIC X(14).
       01 SGP-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING SGP-PARAM SGP-RESULT.
       INICIO.
           MOVE "L" TO SGP-RESULT
           MOVE SPACES TO SGP-PASSO-CONFL SGP-DATA-CONFL
           MOVE SPACES TO W-CHAVE-PED
           MOVE SGP-NUMPED TO W-CHAVE-PED (1:6)
           IF SGP-FUNCAO = "G"
               GO TO R-GRAVA.
           IF SGP-OPERADOR = SPACES
               GO TO ROT-FIM3.

      *---------[ CARGA DAS REGRAS ATIVAS (OU PADRAO) ]-----------------
       R0.
           MOVE ZEROS TO W-QTD-REGRAS
           OPEN INPUT CADSEGREG
           IF ST-SEG NOT = "00"
               GO TO R0-PADRAO.
       R0A.
           READ CADSEGREG NEXT RECORD
               AT END
                 CLOSE CADSEGREG
                 GO TO R1
           END-READ.
           IF SEG-SITUACAO NOT = "A"
               GO TO R0A.
           IF W-QTD-REGRAS NOT < 50
               GO TO R0A.
           ADD 1 TO W-QTD-REGRAS
           MOVE SEG-PASSO1 TO W-RG-PASSO1 (W-QTD-REGRAS)
           MOVE SEG-PASSO2 TO W-RG-PASSO2 (W-QTD-REGRAS)
           GO TO R0A.
       R0-PADRAO.
           IF W-QTD-REGRAS NOT < 6
               GO TO R1.
           ADD 1 TO W-QTD-REGRAS
           MOVE TBRP-PASSO1 (W-QTD-REGRAS)
               TO W-RG-PASSO1 (W-QTD-REGRAS)
           MOVE TBRP-PASSO2 (W-QTD-REGRAS)
               TO W-RG-PASSO2 (W-QTD-REGRAS)
           GO TO R0-PADRAO.

      *---------[ PASSOS DO OPERADOR NO PEDIDO, EM ARQTRANSLOG ]--------
       R1.
           IF W-QTD-REGRAS = ZEROS
               GO TO ROT-FIM3.
           OPEN INPUT ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
               GO TO ROT-FIM3.
       R1A.
           READ ARQTRANSLOG
               AT END
                 GO TO R1-FIM
           END-READ.
           IF TL-OPERACAO NOT = "P" OR TL-ARQUIVO NOT = "CADPEDCOMP"
               GO TO R1A.
           IF TL-CHAVE NOT = W-CHAVE-PED
              OR TL-OPERADOR NOT = SGP-OPERADOR
               GO TO R1A.
           MOVE TL-DEPOIS (1:10) TO W-PASSO-LOG
           IF W-PASSO-LOG = SGP-PASSO
               GO TO R1A.
           PERFORM CONFERE-REGRA THRU CONFERE-REGRA-FIM
           IF W-CONFLITA = "N"
               GO TO R1A.
           MOVE "R" TO SGP-RESULT
           MOVE W-PASSO-LOG TO SGP-PASSO-CONFL
           MOVE TL-DATA-HORA (1:14) TO SGP-DATA-CONFL.
       R1-FIM.
           CLOSE ARQTRANSLOG
           GO TO ROT-FIM3.

      *---------[ GRAVA O PASSO DO FLUXO NO LOG ]-----------------------
       R-GRAVA.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           IF ST-TRANSLOG NOT = "00"
               MOVE "X" TO SGP-RESULT
               GO TO ROT-FIM3.
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADPEDCOMP" TO TL-ARQUIVO
           MOVE W-CHAVE-PED TO TL-CHAVE
           MOVE "P" TO TL-OPERACAO
           MOVE SPACES TO TL-ANTES TL-DEPOIS
           STRING SGP-PASSO " PASSO DO FLUXO DE COMPRAS - PEDIDO "
               SGP-NUMPED
               DELIMITED BY SIZE INTO TL-DEPOIS
           MOVE SGP-OPERADOR TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG
           MOVE "G" TO SGP-RESULT.

       ROT-FIM3.
           GOBACK.

      *---------[ PAR (SGP-PASSO, W-PASSO-LOG) E INCOMPATIVEL? ]--------
       CONFERE-REGRA.
           MOVE "N" TO W-CONFLITA
           MOVE ZEROS TO W-IND.
       CONFERE-REGRA-1.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-REGRAS
               GO TO CONFERE-REGRA-FIM.
           IF W-RG-PASSO1 (W-IND) = SGP-PASSO
              AND W-RG-PASSO2 (W-IND) = W-PASSO-LOG
               MOVE "S" TO W-CONFLITA
               GO TO CONFERE-REGRA-FIM.
           IF W-RG-PASSO2 (W-IND) = SGP-PASSO
              AND W-RG-PASSO1 (W-IND) = W-PASSO-LOG
               MOVE "S" TO W-CONFLITA
               GO TO CONFERE-REGRA-FIM.
           GO TO CONFERE-REGRA-1.
       CONFERE-REGRA-FIM.
           EXIT.
