       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELSEGREG.
      ***********************************************
      *  CONFLITOS DE SEGREGACAO DE FUNCOES NO FLUXO  *
      *  DE COMPRAS - LE OS PASSOS GRAVADOS EM        *
      *  ARQTRANSLOG (TL-OPERACAO P, TL-ARQUIVO       *
      *  CADPEDCOMP, VIA CONSSEGREG), ORDENA POR      *
      *  PEDIDO E OPERADOR (SORT) E LISTA TODO PEDIDO *
      *  EM QUE O MESMO OPERADOR EXECUTOU DOIS PASSOS *
      *  INCOMPATIVEIS PELAS REGRAS ATIVAS DE         *
      *  CADSEGREG (SEM O ARQUIVO, AS REGRAS PADRAO). *
      *  ENTRA NO PERIODO O CONFLITO CUJO SEGUNDO     *
      *  PASSO CAIU ENTRE AS DATAS INFORMADAS (0 =    *
      *  DO INICIO DO MES ATE HOJE). SO AVISA -       *
      *  TERMINA COM RETURN-CODE ZERO, OU 4 HAVENDO   *
      *  CONFLITO; SO ERRO DE ARQUIVO DA RC 8         *
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

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.

           SELECT CADSEGREG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEG-KEY
                    FILE STATUS  IS ST-SEG.

           SELECT W-ORDENACAO ASSIGN TO DISK.
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

       FD CADSEGREG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSEGREG.DAT".
       01 REGSEGREG.
           03 SEG-KEY.
              05 SEG-PASSO1     PIC X(10).
              05 SEG-PASSO2     PIC X(10).
           03 SEG-DESCRICAO     PIC X(40).
           03 SEG-SITUACAO      PIC X(01).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-NUMPED       PIC 9(06).
           03 ORD-OPERADOR     PIC X(08).
           03 ORD-PASSO        PIC X(10).
           03 ORD-DATA-HORA    PIC X(14).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "RELSEGREG.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 ST-SEG         PIC X(02) VALUE "00".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       01 W-PRIMEIRO     PIC X(01) VALUE "S".
       01 W-NUMPED-ANT   PIC 9(06) VALUE ZEROS.
       01 W-OPERADOR-ANT PIC X(08) VALUE SPACES.
       01 W-QTD-REGRAS   PIC 9(02) VALUE ZEROS.
       01 W-QTD-PASSOS   PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-IND2         PIC 9(02) VALUE ZEROS.
       01 W-IND-RG       PIC 9(02) VALUE ZEROS.
       01 W-DATA-CONFL   PIC X(14) VALUE SPACES.
       01 W-TOTPASSOS    PIC 9(07) VALUE ZEROS.
       01 W-TOTCONFL     PIC 9(06) VALUE ZEROS.

      *---------[ REGRAS PADRAO - AS MESMAS DE CONSSEGREG ]-------------
       01 TABREGRAPAD1.
          03 FILLER     PIC X(20) VALUE "GERAPED   APROVPED  ".
          03 FILLER     PIC X(40) VALUE
             "QUEM EMITE O PEDIDO NAO O APROVA".
          03 FILLER     PIC X(20) VALUE "APROVPED  RECEBPED  ".
          03 FILLER     PIC X(40) VALUE
             "QUEM APROVA O PEDIDO NAO O RECEBE".
          03 FILLER     PIC X(20) VALUE "RECEBPED  CONFNF    ".
          03 FILLER     PIC X(40) VALUE
             "QUEM RECEBE NAO CONFERE A NF".
          03 FILLER     PIC X(20) VALUE "CONFNF    PAGTOLOTE ".
          03 FILLER     PIC X(40) VALUE
             "QUEM LIBERA O TITULO NAO O PAGA".
          03 FILLER     PIC X(20) VALUE "GERAPED   PAGTOLOTE ".
          03 FILLER     PIC X(40) VALUE
             "QUEM EMITE O PEDIDO NAO O PAGA".
          03 FILLER     PIC X(20) VALUE "APROVPED  PAGTOLOTE ".
          03 FILLER     PIC X(40) VALUE
             "QUEM APROVA O PEDIDO NAO O PAGA".
      *
       01 TABREGRAPAD REDEFINES TABREGRAPAD1.
          03 TBREGRAPAD OCCURS 6 TIMES.
             05 TBRP-PASSO1 PIC X(10).
             05 TBRP-PASSO2 PIC X(10).
             05 TBRP-DESCR  PIC X(40).

       01 W-TAB-REGRAS.
          03 W-REGRA OCCURS 50 TIMES.
             05 W-RG-PASSO1 PIC X(10).
             05 W-RG-PASSO2 PIC X(10).
             05 W-RG-DESCR  PIC X(40).

      *---------[ PASSOS DISTINTOS DO OPERADOR NO PEDIDO ]--------------
       01 W-TAB-PASSOS.
          03 W-PAS OCCURS 20 TIMES.
             05 W-PAS-PASSO PIC X(10).
             05 W-PAS-DATA  PIC X(14).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           DISPLAY "DATA INICIAL (AAAAMMDD, 0 = INICIO DO MES): "
               WITH NO ADVANCING
           ACCEPT W-DATA-INI
           IF W-DATA-INI = ZEROS
               MOVE W-HOJE TO W-DATA-INI
               MOVE "01" TO W-DATA-INI (7:2).
           DISPLAY "DATA FINAL (AAAAMMDD, 0 = HOJE): "
               WITH NO ADVANCING
           ACCEPT W-DATA-FIM
           IF W-DATA-FIM = ZEROS
               MOVE W-HOJE TO W-DATA-FIM.
           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              IF ST-TRANSLOG = "35"
                  MOVE SPACES TO W-LINHA
                  STRING
                      "NENHUM PASSO REGISTRADO (ARQTRANSLOG)"
                      DELIMITED BY SIZE INTO W-LINHA
                  PERFORM GRAVA-SPOOL
                  GO TO ROT-FIM2
              ELSE
                  MOVE SPACES TO W-LINHA
                  STRING
                      "ERRO NA ABERTURA DO ARQUIVO ARQTRANSLOG"
                      DELIMITED BY SIZE INTO W-LINHA
                  PERFORM GRAVA-SPOOL
                  MOVE 8 TO RETURN-CODE
                  GO TO ROT-FIM2.

           PERFORM CARGA-REGRAS THRU CARGA-REGRAS-FIM

           MOVE SPACES TO W-LINHA
           STRING
               "*** CONFLITOS DE SEGREGACAO DE FUNCOES - COMPRAS - "
               W-DATA-INI " A " W-DATA-FIM " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "PEDIDO  OPERADOR  PASSO      DATA/HORA       "
               "PASSO      DATA/HORA       REGRA"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           SORT W-ORDENACAO
               ON ASCENDING KEY ORD-NUMPED ORD-OPERADOR ORD-PASSO
                                ORD-DATA-HORA
               INPUT PROCEDURE IS MONTA-ORDENACAO THRU MR-FIM
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO
                   THRU IR-FIM-EXIT.

       ROT-FIM.
           CLOSE ARQTRANSLOG.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ PASSOS DO FLUXO PARA O ARQUIVO DE ORDENACAO ]---------
       MONTA-ORDENACAO.
       MR1.
           READ ARQTRANSLOG
               AT END
                 GO TO MR-FIM
           END-READ.
           IF TL-OPERACAO NOT = "P" OR TL-ARQUIVO NOT = "CADPEDCOMP"
               GO TO MR1.
           IF TL-OPERADOR = SPACES OR TL-CHAVE (1:6) NOT NUMERIC
               GO TO MR1.
           MOVE TL-CHAVE (1:6)      TO ORD-NUMPED
           MOVE TL-OPERADOR         TO ORD-OPERADOR
           MOVE TL-DEPOIS (1:10)    TO ORD-PASSO
           MOVE TL-DATA-HORA (1:14) TO ORD-DATA-HORA
           RELEASE W-REGORD
           ADD 1 TO W-TOTPASSOS
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ CONFRONTA OS PASSOS POR PEDIDO E OPERADOR ]-----------
       IMPRIME-ORDENACAO.
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.
           IF W-PRIMEIRO = "S"
               MOVE "N" TO W-PRIMEIRO
               GO TO IR2.
           IF ORD-NUMPED NOT = W-NUMPED-ANT
              OR ORD-OPERADOR NOT = W-OPERADOR-ANT
               PERFORM CONFRONTA-GRUPO THRU CONFRONTA-GRUPO-FIM
               GO TO IR2.
      *    ORDENADO POR PASSO E DATA: FICA A 1A VEZ DE CADA PASSO
           IF ORD-PASSO = W-PAS-PASSO (W-QTD-PASSOS)
               GO TO IR1.
           IF W-QTD-PASSOS NOT < 20
               GO TO IR1.
           ADD 1 TO W-QTD-PASSOS
           MOVE ORD-PASSO TO W-PAS-PASSO (W-QTD-PASSOS)
           MOVE ORD-DATA-HORA TO W-PAS-DATA (W-QTD-PASSOS)
           GO TO IR1.
       IR2.
           MOVE ORD-NUMPED TO W-NUMPED-ANT
           MOVE ORD-OPERADOR TO W-OPERADOR-ANT
           MOVE 1 TO W-QTD-PASSOS
           MOVE ORD-PASSO TO W-PAS-PASSO (1)
           MOVE ORD-DATA-HORA TO W-PAS-DATA (1)
           GO TO IR1.
       IR-FIM.
           IF W-PRIMEIRO = "N"
               PERFORM CONFRONTA-GRUPO THRU CONFRONTA-GRUPO-FIM.
           IF W-TOTCONFL > ZEROS
               MOVE 4 TO RETURN-CODE.
           MOVE SPACES TO W-LINHA
           STRING
               " "
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "PASSOS REGISTRADOS LIDOS.......: " W-TOTPASSOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING
               "CONFLITOS NO PERIODO...........: " W-TOTCONFL
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       IR-FIM-EXIT.
           EXIT.

      *---------[ CADA PAR DE PASSOS DO GRUPO CONTRA AS REGRAS ]--------
       CONFRONTA-GRUPO.
           MOVE ZEROS TO W-IND.
       CONFRONTA-GRUPO-1.
           ADD 1 TO W-IND
           IF W-IND NOT < W-QTD-PASSOS
               GO TO CONFRONTA-GRUPO-FIM.
           MOVE W-IND TO W-IND2.
       CONFRONTA-GRUPO-2.
           ADD 1 TO W-IND2
           IF W-IND2 > W-QTD-PASSOS
               GO TO CONFRONTA-GRUPO-1.
           PERFORM BUSCA-REGRA THRU BUSCA-REGRA-FIM
           IF W-IND-RG = ZEROS
               GO TO CONFRONTA-GRUPO-2.
           MOVE W-PAS-DATA (W-IND) TO W-DATA-CONFL
           IF W-PAS-DATA (W-IND2) > W-DATA-CONFL
               MOVE W-PAS-DATA (W-IND2) TO W-DATA-CONFL.
           IF W-DATA-CONFL (1:8) < W-DATA-INI
              OR W-DATA-CONFL (1:8) > W-DATA-FIM
               GO TO CONFRONTA-GRUPO-2.
           MOVE SPACES TO W-LINHA
           STRING
               W-NUMPED-ANT "  " W-OPERADOR-ANT "  "
               W-PAS-PASSO (W-IND) " " W-PAS-DATA (W-IND) "  "
               W-PAS-PASSO (W-IND2) " " W-PAS-DATA (W-IND2) "  "
               W-RG-DESCR (W-IND-RG)
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-TOTCONFL
           GO TO CONFRONTA-GRUPO-2.
       CONFRONTA-GRUPO-FIM.
           EXIT.

      *---------[ REGRA DO PAR W-IND/W-IND2 (0 = COMPATIVEIS) ]---------
       BUSCA-REGRA.
           MOVE ZEROS TO W-IND-RG.
       BUSCA-REGRA-1.
           ADD 1 TO W-IND-RG
           IF W-IND-RG > W-QTD-REGRAS
               MOVE ZEROS TO W-IND-RG
               GO TO BUSCA-REGRA-FIM.
           IF W-RG-PASSO1 (W-IND-RG) = W-PAS-PASSO (W-IND)
              AND W-RG-PASSO2 (W-IND-RG) = W-PAS-PASSO (W-IND2)
               GO TO BUSCA-REGRA-FIM.
           IF W-RG-PASSO2 (W-IND-RG) = W-PAS-PASSO (W-IND)
              AND W-RG-PASSO1 (W-IND-RG) = W-PAS-PASSO (W-IND2)
               GO TO BUSCA-REGRA-FIM.
           GO TO BUSCA-REGRA-1.
       BUSCA-REGRA-FIM.
           EXIT.

      *---------[ REGRAS ATIVAS DE CADSEGREG (OU PADRAO) ]--------------
       CARGA-REGRAS.
           MOVE ZEROS TO W-QTD-REGRAS
           OPEN INPUT CADSEGREG
           IF ST-SEG NOT = "00"
               GO TO CARGA-REGRAS-PAD.
       CARGA-REGRAS-1.
           READ CADSEGREG NEXT RECORD
               AT END
                 CLOSE CADSEGREG
                 GO TO CARGA-REGRAS-FIM
           END-READ.
           IF SEG-SITUACAO NOT = "A" OR W-QTD-REGRAS NOT < 50
               GO TO CARGA-REGRAS-1.
           ADD 1 TO W-QTD-REGRAS
           MOVE SEG-PASSO1 TO W-RG-PASSO1 (W-QTD-REGRAS)
           MOVE SEG-PASSO2 TO W-RG-PASSO2 (W-QTD-REGRAS)
           MOVE SEG-DESCRICAO TO W-RG-DESCR (W-QTD-REGRAS)
           GO TO CARGA-REGRAS-1.
       CARGA-REGRAS-PAD.
           IF W-QTD-REGRAS NOT < 6
               GO TO CARGA-REGRAS-FIM.
           ADD 1 TO W-QTD-REGRAS
           MOVE TBREGRAPAD (W-QTD-REGRAS) TO W-REGRA (W-QTD-REGRAS)
           GO TO CARGA-REGRAS-PAD.
       CARGA-REGRAS-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (RELSEGREG.SPL) ]---------
      *  O RELATORIO E GRAVADO NO SPOOL COM CABECALHO DE       *
      *  EXECUCAO (PROGRAMA, DATA/HORA, OPERADOR) E REGISTRADO *
      *  EM SPOOLDIR.DAT; O CONSOLE SPOOLCON LISTA, REIMPRIME  *
      *  POR FAIXA DE PAGINA E EXCLUI. A LINHA TAMBEM SAI NA   *
      *  TELA PARA O OPERADOR ACOMPANHAR                       *
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: RELSEGREG   EMISSAO: "
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
           MOVE "RELSEGREG" TO SPD-PROGRAMA
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
