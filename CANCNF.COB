      *  REFEITA EM CADRESERV, E MARCA AS LINHAS DA   *
      *  NF COM SITUACAO C SEM APAGA-LAS - O NUMERO   *
      *  FICA NA SERIE PARA O LIVRO FISCAL. NF DE     *
      *  OUTRO DIA OU COM TITULO JA RECEBIDO OU       *
      *  RENEGOCIADO (ACORDO) OU BAIXADO POR PERDA    *
      *  NAO CANCELA AQUI (USAR DEVOLCLI)             *
      *  NF-E (CADNFE, VER EXPNFE E PROTNFE): NOTA    *
      *  ENVIADA E AINDA SEM RETORNO NAO CANCELA;     *
      *  NOTA AUTORIZADA SO CANCELA COM JUSTIFICATIVA *
      *  (MINIMO 15 POSICOES), QUE VIRA O EVENTO DE   *
      *  CANCELAMENTO NO PROXIMO EXPNFE; REJEITADA    *
      *  CANCELA DIRETO                               *
      *  COM A COMPETENCIA FECHADA EM VENDAS OU NO    *
      *  ESTOQUE (MODULOS VEN E EST DE CADPERIODO,    *
      *  VIA CONSPERIODO) NADA E LANCADO.             *
      *  AS SERIES QUE SAIRAM NA NF VOLTAM AO ESTOQUE *
      *  COM O EVENTO DE CANCELAMENTO (MOVSERIE), O   *
      *  LANCAMENTO DA NOTA NO DIARIO (VENDA E        *
      *  ICMSVENDA) E ESTORNADO COM A MESMA ORIGEM E  *
      *  DOCUMENTO (LANCCTB) E O BACKORDER BAIXADO    *
      *  PELO FATURAMENTO E REABERTO (BACKORD)        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUMNF
                    FILE STATUS  IS ST-NFE.

           SELECT CADSERIE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-KEY
                    FILE STATUS  IS ST-SER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADPEDVEN
               LABEL RECORD IS STANDARD
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CADSALDODEP
            LABEL RECORD IS STANDARD
           03 TR-DATA-EMISSAO  PIC 9(08).
           03 TR-DATA-VENCTO   PIC 9(08).
           03 TR-SITUACAO      PIC X(01).

       FD CADNFE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADNFE.DAT".
       01 REGNFE.
           03 NFE-NUMNF          PIC 9(06).
           03 NFE-CHAVE          PIC X(44).
           03 NFE-DATA-GER       PIC 9(08).
           03 NFE-SITUACAO       PIC X(01).
           03 NFE-PROTOCOLO      PIC X(15).
           03 NFE-DATA-PROT      PIC 9(08).
           03 NFE-MOTIVO         PIC X(40).
           03 NFE-EVENTO-GER     PIC X(01).
           03 NFE-PROT-CANC      PIC X(15).

       FD CADSERIE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSERIE.DAT".
       01 REGSERIE.
           03 SER-KEY.
              05 SER-CODGPRODUTO   PIC 9(06).
              05 SER-NUMERO        PIC X(20).
           03 SER-SITUACAO         PIC X(01).
           03 SER-DATA-ENT         PIC 9(08).
           03 SER-NUMPED           PIC 9(06).
           03 SER-CNPJ-FORN        PIC 9(15).
           03 SER-NUMNF            PIC 9(06).
           03 SER-CNPJCPF          PIC 9(15).
           03 SER-DATA-SAIDA       PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-TEM-PAGO     PIC X(01) VALUE "N".
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 QUANTIDADE-ANT PIC 9(05)V9 VALUE ZEROS.
       01 ST-NFE         PIC X(02) VALUE "00".
       01 W-NFE-ACAO     PIC X(01) VALUE "N".
       01 W-JUSTIFICATIVA PIC X(40) VALUE SPACES.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 ST-SER         PIC X(02) VALUE "00".
       01 W-EOF-SER      PIC X(01) VALUE "N".
       01 W-VALORNF      PIC 9(12)V99 VALUE ZEROS.
       01 W-VALORLINHA   PIC 9(12)V99 VALUE ZEROS.
       01 W-ICMS-NF      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTSERIES    PIC 9(03) VALUE ZEROS.
       01 W-TOTBACKORD   PIC 9(03) VALUE ZEROS.
       01 W-CTB-OPERACAO PIC X(01) VALUE SPACES.
       01 W-CTB-LANC.
           03 W-CTB-EVENTO      PIC X(10).
           03 W-CTB-DATA        PIC 9(08).
           03 W-CTB-VALOR       PIC 9(11)V99.
           03 W-CTB-CODDEP      PIC 9(03).
           03 W-CTB-ORIGEM      PIC X(10).
           03 W-CTB-DOCUMENTO   PIC X(12).
           03 W-CTB-HISTORICO   PIC X(40).
       01 W-CTB-RESULT   PIC X(01) VALUE SPACES.
       01 W-BKO-OPERACAO PIC X(01) VALUE SPACES.
       01 W-BKO-PARAM.
           03 W-BKP-NUMPV       PIC 9(06).
           03 W-BKP-CODGPRODUTO PIC 9(06).
           03 W-BKP-CNPJCPF     PIC 9(15).
           03 W-BKP-QUANTIDADE  PIC 9(05)V9.
           03 W-BKP-DATA-PEDIDO PIC 9(08).
           03 W-BKP-LIBERADOS   PIC 9(03).
       01 W-BKO-RESULT   PIC X(01) VALUE SPACES.
       01 W-SER-OPERACAO PIC X(01) VALUE SPACES.
       01 W-SER-PARAM.
           03 W-SRP-CODGPRODUTO PIC 9(06).
           03 W-SRP-NUMERO      PIC X(20).
           03 W-SRP-DOCUMENTO   PIC 9(06).
           03 W-SRP-DOC-ORIG    PIC 9(06).
           03 W-SRP-PARTICIPANTE PIC 9(15).
           03 W-SRP-OPERADOR    PIC X(08).
           03 W-SRP-QUANTIDADE  PIC 9(05).
       01 W-SER-RESULT   PIC X(01) VALUE SPACES.
       01 W-QTD-SERIES   PIC 9(03) VALUE ZEROS.
       01 W-IND-SER      PIC 9(03) VALUE ZEROS.
       01 W-TAB-SERIE.
           03 W-TS-NUMERO    PIC X(20) OCCURS 99 TIMES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
               GO TO ROT-FIM.
           OPEN I-O CADNFE
           IF ST-NFE NOT = "00"
               MOVE "99" TO ST-NFE.
           OPEN INPUT CADSERIE
           IF ST-SER NOT = "00"
               MOVE "99" TO ST-SER.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

           IF W-TOTLINHAS = ZEROS
               DISPLAY "*** NF NAO ENCONTRADA ***"
               GO TO R1.
           MOVE "VEN" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT NOT = "F"
               MOVE "EST" TO W-CPR-MODULO
               CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT.
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA EM " W-CPR-MODULO
                   " - NF NAO CANCELA ***"
               GO TO R1.

           PERFORM CRITICA-TITULOS THRU CRITICA-TITULOS-FIM
           IF W-TEM-PAGO = "S"
                   " CANCELA ***"
               GO TO R1.

           PERFORM CRITICA-NFE THRU CRITICA-NFE-FIM
           IF W-NFE-ACAO = "B"
               GO TO R1.

       R1D.
           DISPLAY "DEPOSITO DE REENTRADA DO ESTOQUE: "
               WITH NO ADVANCING
           MOVE ZEROS TO NF-CODGPRODUTO
           MOVE "N" TO W-EOF-NF
           MOVE ZEROS TO W-TOTLINHAS
           MOVE ZEROS TO W-VALORNF W-ICMS-NF W-TOTSERIES W-TOTBACKORD
           START CADNF KEY IS NOT LESS NF-KEY
               INVALID KEY MOVE "S" TO W-EOF-NF.
       R2B.
               MOVE "S" TO W-EOF-NF
               GO TO R2B.

           COMPUTE W-VALORLINHA = NF-QUANTIDADE * NF-PRECO
           ADD W-VALORLINHA TO W-VALORNF
           ADD NF-VALOR-ICMS TO W-ICMS-NF
           PERFORM ESTORNA-ESTOQUE THRU ESTORNA-ESTOQUE-FIM
           PERFORM REABRE-PEDIDO THRU REABRE-PEDIDO-FIM
           MOVE "C" TO NF-SITUACAO
           GO TO R3B.

       R4.
           PERFORM ATUALIZA-NFE THRU ATUALIZA-NFE-FIM
           PERFORM ESTORNA-CONTABIL THRU ESTORNA-CONTABIL-FIM
           DISPLAY "*** NF " W-NUMNF " CANCELADA: " W-TOTLINHAS
               " LINHAS ESTORNADAS, " W-TOTTITCANC
               " TITULOS CANCELADOS ***"
           IF W-TOTSERIES > ZEROS
               DISPLAY "*** " W-TOTSERIES " SERIE(S) DE VOLTA AO"
                   " ESTOQUE ***".
           IF W-TOTBACKORD > ZEROS
               DISPLAY "*** " W-TOTBACKORD " BACKORDER(S) REABERTO(S)"
                   " PARA FATURAR ***".
           IF W-NFE-ACAO = "X"
               DISPLAY "*** EVENTO DE CANCELAMENTO DA NF-E SAI NO"
                   " PROXIMO EXPNFE ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADRESERV
           CLOSE CADDEPOS
           CLOSE CADSALDODEP
           CLOSE CADTITREC
           IF ST-NFE NOT = "99"
               CLOSE CADNFE.
           IF ST-SER NOT = "99"
               CLOSE CADSERIE.
       ROT-FIM3.
           STOP RUN.

                 GO TO CRITICA-TITULOS-1
           END-READ.
           IF TR-NUMNF = W-NUMNF
              AND (TR-VALOR-PAGO > ZEROS OR TR-SITUACAO = "L"
                   OR TR-SITUACAO = "R" OR TR-SITUACAO = "X")
               MOVE "S" TO W-TEM-PAGO.
           GO TO CRITICA-TITULOS-1.
       CRITICA-TITULOS-FIM.
           EXIT.

      *---------[ SITUACAO DA NF-E EM CADNFE ]--------------------------
      *  W-NFE-ACAO: N = SEM NF-E, C = CANCELA DIRETO (REJEITADA)*
      *  X = PEDE EVENTO (AUTORIZADA), B = BLOQUEIA              *
       CRITICA-NFE.
           MOVE "N" TO W-NFE-ACAO
           MOVE SPACES TO W-JUSTIFICATIVA
           IF ST-NFE = "99"
               GO TO CRITICA-NFE-FIM.
           MOVE W-NUMNF TO NFE-NUMNF
           READ CADNFE
           IF ST-NFE NOT = "00"
               GO TO CRITICA-NFE-FIM.
           IF NFE-SITUACAO = "R"
               MOVE "C" TO W-NFE-ACAO
               GO TO CRITICA-NFE-FIM.
           IF NFE-SITUACAO = "G"
               DISPLAY "*** NF-E ENVIADA SEM RETORNO - REGISTRAR O"
                   " RETORNO EM PROTNFE ANTES ***"
               MOVE "B" TO W-NFE-ACAO
               GO TO CRITICA-NFE-FIM.
           IF NFE-SITUACAO NOT = "T"
               DISPLAY "*** NF-E JA CANCELADA OU COM CANCELAMENTO"
                   " PEDIDO ***"
               MOVE "B" TO W-NFE-ACAO
               GO TO CRITICA-NFE-FIM.
           DISPLAY "NF-E AUTORIZADA - PROTOCOLO " NFE-PROTOCOLO.
       CRITICA-NFE-1.
           DISPLAY "JUSTIFICATIVA DO CANCELAMENTO (VAZIO = DESISTE): "
           ACCEPT W-JUSTIFICATIVA
           IF W-JUSTIFICATIVA = SPACES
               MOVE "B" TO W-NFE-ACAO
               GO TO CRITICA-NFE-FIM.
           IF FUNCTION LENGTH (FUNCTION TRIM (W-JUSTIFICATIVA
                                              TRAILING)) < 15
               DISPLAY "*** MINIMO DE 15 POSICOES ***"
               GO TO CRITICA-NFE-1.
           MOVE "X" TO W-NFE-ACAO.
       CRITICA-NFE-FIM.
           EXIT.

       ATUALIZA-NFE.
           IF W-NFE-ACAO = "N"
               GO TO ATUALIZA-NFE-FIM.
           MOVE W-NUMNF TO NFE-NUMNF
           READ CADNFE
           IF ST-NFE NOT = "00"
               GO TO ATUALIZA-NFE-FIM.
           IF W-NFE-ACAO = "X"
               MOVE "X" TO NFE-SITUACAO
               MOVE W-JUSTIFICATIVA TO NFE-MOTIVO
               MOVE "N" TO NFE-EVENTO-GER
           ELSE
               MOVE "C" TO NFE-SITUACAO.
           REWRITE REGNFE.
       ATUALIZA-NFE-FIM.
           EXIT.

      *---------[ REENTRADA DO ESTOQUE DA LINHA (MOTIVO CN) ]-----------
       ESTORNA-ESTOQUE.
           MOVE NF-CODGPRODUTO TO CODGPRODUTO
               MOVE W-DEP-ENT TO SAL-DEPOSITO
               MOVE NF-QUANTIDADE TO SAL-QUANTIDADE
               WRITE REGSALDODEP.
           PERFORM ESTORNA-SERIES THRU ESTORNA-SERIES-FIM.
       ESTORNA-ESTOQUE-FIM.
           EXIT.

      *---------[ SERIES DA LINHA DE VOLTA AO ESTOQUE (MOVSERIE) ]------
      *  AS SERIES QUE SAIRAM NESTA NF SAO JUNTADAS ANTES E SO  *
      *  DEPOIS DEVOLVIDAS UMA A UMA, COM O EVENTO DE           *
      *  CANCELAMENTO NA VIDA DA SERIE                          *
       ESTORNA-SERIES.
           MOVE ZEROS TO W-QTD-SERIES
           IF ST-SER = "99"
               GO TO ESTORNA-SERIES-FIM.
           MOVE "N" TO W-EOF-SER
           MOVE NF-CODGPRODUTO TO SER-CODGPRODUTO
           MOVE SPACES TO SER-NUMERO
           START CADSERIE KEY IS NOT LESS SER-KEY
               INVALID KEY MOVE "S" TO W-EOF-SER.
       ESTORNA-SERIES-1.
           IF W-EOF-SER = "S"
               GO TO ESTORNA-SERIES-2.
           READ CADSERIE NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-SER
                 GO TO ESTORNA-SERIES-1
           END-READ.
           IF SER-CODGPRODUTO NOT = NF-CODGPRODUTO
               MOVE "S" TO W-EOF-SER
               GO TO ESTORNA-SERIES-1.
           IF SER-SITUACAO NOT = "V" OR SER-NUMNF NOT = W-NUMNF
               GO TO ESTORNA-SERIES-1.
           IF W-QTD-SERIES NOT < 99
               GO TO ESTORNA-SERIES-1.
           ADD 1 TO W-QTD-SERIES
           MOVE SER-NUMERO TO W-TS-NUMERO (W-QTD-SERIES)
           GO TO ESTORNA-SERIES-1.
       ESTORNA-SERIES-2.
           MOVE ZEROS TO W-IND-SER.
       ESTORNA-SERIES-3.
           ADD 1 TO W-IND-SER
           IF W-IND-SER > W-QTD-SERIES
               GO TO ESTORNA-SERIES-FIM.
           MOVE "N" TO W-SER-OPERACAO
           MOVE NF-CODGPRODUTO TO W-SRP-CODGPRODUTO
           MOVE W-TS-NUMERO (W-IND-SER) TO W-SRP-NUMERO
           MOVE W-NUMNF TO W-SRP-DOCUMENTO W-SRP-DOC-ORIG
           MOVE NF-CNPJCPF TO W-SRP-PARTICIPANTE
           MOVE W-OPERADOR-LOG TO W-SRP-OPERADOR
           CALL "MOVSERIE" USING W-SER-OPERACAO W-SER-PARAM
                                 W-SER-RESULT
           IF W-SER-RESULT NOT = "O"
               DISPLAY "   *** SERIE " W-SRP-NUMERO
                   " NAO ATUALIZADA EM CADSERIE ***"
           ELSE
               ADD 1 TO W-TOTSERIES.
           GO TO ESTORNA-SERIES-3.
       ESTORNA-SERIES-FIM.
           EXIT.

      *---------[ ESTORNO DO LANCAMENTO DA NOTA (LANCCTB) ]-------------
      *  SO SE FATURA LANCOU A NOTA NO DIARIO: VENDA PELO TOTAL *
      *  E ICMSVENDA PELO ICMS, COM A MESMA ORIGEM E DOCUMENTO  *
       ESTORNA-CONTABIL.
           MOVE "V" TO W-CTB-OPERACAO
           MOVE "FATURA" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO
           MOVE W-NUMNF TO W-CTB-DOCUMENTO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT NOT = "J"
               GO TO ESTORNA-CONTABIL-FIM.
           MOVE "E" TO W-CTB-OPERACAO
           MOVE "VENDA" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE W-VALORNF TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           MOVE SPACES TO W-CTB-HISTORICO
           STRING "CANCELAMENTO NF " W-NUMNF
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           PERFORM AVISA-CTB THRU AVISA-CTB-FIM
           IF W-ICMS-NF = ZEROS
               GO TO ESTORNA-CONTABIL-FIM.
           MOVE "ICMSVENDA" TO W-CTB-EVENTO
           MOVE W-ICMS-NF TO W-CTB-VALOR
           MOVE SPACES TO W-CTB-HISTORICO
           STRING "CANCELAMENTO ICMS S/ VENDA NF " W-NUMNF
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           PERFORM AVISA-CTB THRU AVISA-CTB-FIM.
       ESTORNA-CONTABIL-FIM.
           EXIT.

       AVISA-CTB.
           IF W-CTB-RESULT = "E"
               DISPLAY "*** EVENTO " W-CTB-EVENTO " SEM CONTAS VALIDAS"
                   " - ESTORNO NAO LANCADO NO DIARIO ***".
           IF W-CTB-RESULT = "X"
               DISPLAY "*** ERRO NA GRAVACAO DO DIARIO - EVENTO "
                   W-CTB-EVENTO " ***".
       AVISA-CTB-FIM.
           EXIT.

      *---------[ PEDIDO VOLTA DE FATURADO PARA ABERTO ]----------------
       REABRE-PEDIDO.
           MOVE NF-NUMPV TO PV-NUMERO
               GO TO REABRE-PEDIDO-FIM.
           MOVE "A" TO PV-SITUACAO
           REWRITE REGPV
           MOVE "R" TO W-BKO-OPERACAO
           MOVE PV-NUMERO TO W-BKP-NUMPV
           MOVE PV-CODGPRODUTO TO W-BKP-CODGPRODUTO
           MOVE PV-CNPJCPF TO W-BKP-CNPJCPF
           MOVE PV-QUANTIDADE TO W-BKP-QUANTIDADE
           MOVE PV-DATA TO W-BKP-DATA-PEDIDO
           MOVE ZEROS TO W-BKP-LIBERADOS
           CALL "BACKORD" USING W-BKO-OPERACAO W-BKO-PARAM
                                W-BKO-RESULT
           IF W-BKO-RESULT = "O"
               ADD 1 TO W-TOTBACKORD.
           IF W-BKO-RESULT = "X"
               DISPLAY "   *** ERRO NO ARQUIVO CADBACKORD ***".

           MOVE NF-CODGPRODUTO TO RSV-CODGPRODUTO
           READ CADRESERV
