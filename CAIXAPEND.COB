       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXAPEND.
      ***********************************************
      *  CAIXA DE PENDENCIAS DE APROVACAO - CHAMADA   *
      *  POR MENUPRINC LOGO APOS O LOGIN (E PELA      *
      *  OPCAO 8). JUNTA O QUE ESPERA DECISAO DO      *
      *  PERFIL DO OPERADOR, UMA LINHA POR DOCUMENTO, *
      *  COM A DATA DE ORIGEM E A IDADE EM DIAS:      *
      *    REQCOMPRA REQUISICAO DIGITADA (D)    - A   *
      *    APROVPED  PEDIDO DE COMPRA EMITIDO (E) - A *
      *    PEDVENDA  PEDIDO DE VENDA BLOQUEADO        *
      *              NO CREDITO (B)             - A   *
      *    PAGTOLOTE RODADA DE PAGAMENTO SELECIONADA  *
      *              E NAO CONFIRMADA (CADSELPAG) - A *
      *    LIBQUAR   FICHA EM QUARENTENA (Q)  - A E   *
      *  O PERFIL R NAO TEM APROVACOES. PENDENCIA     *
      *  MAIS VELHA QUE DIASPEND DIAS (CADPARAM,      *
      *  PADRAO 3) SAI DESTACADA. ESCOLHIDO O ITEM, O *
      *  PROGRAMA E O DOCUMENTO FICAM EM DOCSESSAO E  *
      *  O PROGRAM-ID VOLTA PARA MENUPRINC CHAMAR -   *
      *  O PROGRAMA ABRE JA NO DOCUMENTO. ATE 99      *
      *  ITENS; O EXCEDENTE SO E CONTADO              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADREQCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQ-KEY
                    FILE STATUS  IS ST-REQ.

           SELECT CADPEDCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-KEY
                    FILE STATUS  IS ST-PED.

           SELECT CADPEDVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PV-KEY
                    FILE STATUS  IS ST-PV.

           SELECT CADSELPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SEL-NUMERO
                    FILE STATUS  IS ST-SEL.

           SELECT CADTITPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT CADQUAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QUA-KEY
                    FILE STATUS  IS ST-QUA.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADREQCOMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQCOMP.DAT".
       01 REGREQ.
           03 REQ-KEY.
              05 REQ-NUMERO        PIC 9(06).
              05 REQ-CODGPRODUTO   PIC 9(06).
           03 REQ-CODDEP           PIC 9(03).
           03 REQ-QUANTIDADE       PIC 9(05)V9.
           03 REQ-JUSTIF           PIC X(40).
           03 REQ-DATA             PIC 9(08).
           03 REQ-SITUACAO         PIC X(01).
           03 REQ-NUMPED           PIC 9(06).
           03 REQ-DATA-NECES       PIC 9(08).

       FD CADPEDCOMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDCOMP.DAT".
       01 REGPED.
           03 PED-KEY.
              05 PED-NUMERO        PIC 9(06).
              05 PED-CODGPRODUTO   PIC 9(06).
           03 PED-CNPJ             PIC 9(15).
           03 PED-QTD-PEDIDA       PIC 9(05)V9.
           03 PED-QTD-RECEBIDA     PIC 9(05)V9.
           03 PED-PRECO            PIC 9(07)V99.
           03 PED-DATA-EMISSAO     PIC 9(08).
           03 PED-DATA-RECEBTO     PIC 9(08).
           03 PED-SITUACAO         PIC X(01).

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

       FD CADSELPAG
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSELPAG.DAT".
       01 REGSELPAG.
           03 SEL-NUMERO       PIC 9(06).
           03 SEL-DATA-LIMITE  PIC 9(08).
           03 SEL-SITUACAO     PIC X(01).

       FD CADTITPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITPAG.DAT".
       01 REGTITPAG.
           03 TIT-NUMERO        PIC 9(06).
           03 TIT-CNPJ          PIC 9(15).
           03 TIT-NUMPED        PIC 9(06).
           03 TIT-CODGPRODUTO   PIC 9(06).
           03 TIT-VALOR         PIC 9(09)V99.
           03 TIT-VALOR-PAGO    PIC 9(09)V99.
           03 TIT-DATA-EMISSAO  PIC 9(08).
           03 TIT-DATA-VENCTO   PIC 9(08).
           03 TIT-SITUACAO      PIC X(01).

       FD CADQUAR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADQUAR.DAT".
       01 REGQUAR.
           03 QUA-KEY.
              05 QUA-CODGPRODUTO   PIC 9(06).
              05 QUA-NUMPED        PIC 9(06).
           03 QUA-QUANTIDADE       PIC 9(05)V9.
           03 QUA-DATA             PIC 9(08).
           03 QUA-SITUACAO         PIC X(01).

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
       01 ST-REQ         PIC X(02) VALUE "00".
       01 ST-PED         PIC X(02) VALUE "00".
       01 ST-PV          PIC X(02) VALUE "00".
       01 ST-SEL         PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-QUA         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE     PIC 9(07) VALUE ZEROS.
       01 W-INT-DATA     PIC 9(07) VALUE ZEROS.
       01 W-DIAS-CALC    PIC S9(07) VALUE ZEROS.
       01 W-DIAS-LIMITE  PIC 9(03) VALUE 3.
       01 W-DOC-ANT      PIC 9(06) VALUE ZEROS.
       01 W-QTD-ITENS    PIC 9(02) VALUE ZEROS.
       01 W-QTD-FORA     PIC 9(05) VALUE ZEROS.
       01 W-QTD-ATRASO   PIC 9(02) VALUE ZEROS.
       01 W-QTD-TIT      PIC 9(05) VALUE ZEROS.
       01 W-VENC-MENOR   PIC 9(08) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-ITEM         PIC 9(02) VALUE ZEROS.
       01 W-MARCA        PIC X(02) VALUE SPACES.
       01 W-AVISO        PIC X(17) VALUE SPACES.

      *---------[ ITEM NOVO, MONTADO ANTES DE ENTRAR NA TABELA ]--------
       01 W-NOVO.
           03 W-NV-PROGRAMA     PIC X(10).
           03 W-NV-DOCUMENTO    PIC X(20).
           03 W-NV-DESCR        PIC X(40).
           03 W-NV-DATA         PIC 9(08).

       01 W-TAB-ITENS.
           03 W-CX OCCURS 99 TIMES.
              05 W-CX-PROGRAMA  PIC X(10).
              05 W-CX-DOCUMENTO PIC X(20).
              05 W-CX-DESCR     PIC X(40).
              05 W-CX-DATA      PIC 9(08).
              05 W-CX-DIAS      PIC 9(05).

       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CXP-PERFIL     PIC X(01).
       01 CXP-PROGRAMA   PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CXP-PERFIL CXP-PROGRAMA.
       INICIO.
           MOVE SPACES TO CXP-PROGRAMA
           MOVE ZEROS TO W-QTD-ITENS W-QTD-FORA W-QTD-ATRASO
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-HOJE)
           PERFORM LE-DIASPEND THRU LE-DIASPEND-FIM.

      *---------[ FONTES DE PENDENCIA POR PERFIL ]----------------------
       R0.
           IF CXP-PERFIL = "A"
               PERFORM CARGA-REQ THRU CARGA-REQ-FIM
               PERFORM CARGA-PEDCOMP THRU CARGA-PEDCOMP-FIM
               PERFORM CARGA-PEDVEN THRU CARGA-PEDVEN-FIM
               PERFORM CARGA-PAGTO THRU CARGA-PAGTO-FIM.
           IF CXP-PERFIL = "A" OR CXP-PERFIL = "E"
               PERFORM CARGA-QUAR THRU CARGA-QUAR-FIM.

           IF W-QTD-ITENS = ZEROS
               DISPLAY " "
               DISPLAY "*** NENHUMA PENDENCIA DE APROVACAO PARA O SEU"
                   " PERFIL ***"
               GO TO ROT-FIM3.

      *---------[ LISTA COM IDADE, DESTACANDO AS ATRASADAS ]------------
       R1.
           DISPLAY " "
           DISPLAY "**************************************************"
           DISPLAY "***       CAIXA DE PENDENCIAS - PERFIL " CXP-PERFIL
               "        ***"
           DISPLAY "**************************************************"
           DISPLAY "   ITEM PROGRAMA   DOCUMENTO"
               "                                DESDE     DIAS"
           MOVE ZEROS TO W-IND W-QTD-ATRASO.
       R1A.
           ADD 1 TO W-IND
           IF W-IND > W-QTD-ITENS
               GO TO R1B.
           MOVE SPACES TO W-MARCA W-AVISO
           IF W-CX-DIAS (W-IND) > W-DIAS-LIMITE
               MOVE ">>" TO W-MARCA
               MOVE " *** ATRASADA ***" TO W-AVISO
               ADD 1 TO W-QTD-ATRASO.
           DISPLAY W-MARCA " " W-IND "  " W-CX-PROGRAMA (W-IND) " "
               W-CX-DESCR (W-IND) " " W-CX-DATA (W-IND) " "
               W-CX-DIAS (W-IND) W-AVISO
           GO TO R1A.
       R1B.
           DISPLAY "**************************************************"
           DISPLAY "PENDENCIAS: " W-QTD-ITENS "  ATRASADAS (MAIS DE "
               W-DIAS-LIMITE " DIAS): " W-QTD-ATRASO
           IF W-QTD-FORA > ZEROS
               DISPLAY "*** MAIS " W-QTD-FORA " PENDENCIAS NAO"
                   " LISTADAS ***".

       R2.
           DISPLAY "ITEM A ABRIR (0 = MENU PRINCIPAL): "
               WITH NO ADVANCING
           ACCEPT W-ITEM
           IF W-ITEM = ZEROS
               GO TO ROT-FIM3.
           IF W-ITEM > W-QTD-ITENS
               DISPLAY "*** ITEM INVALIDO ***"
               GO TO R2.

           MOVE "G" TO W-DCS-OPERACAO
           CALL "DOCSESSAO" USING W-DCS-OPERACAO
                                  W-CX-PROGRAMA (W-ITEM)
                                  W-CX-DOCUMENTO (W-ITEM)
           MOVE W-CX-PROGRAMA (W-ITEM) TO CXP-PROGRAMA.

       ROT-FIM3.
           GOBACK.

      *---------[ REQUISICOES DIGITADAS (REQCOMPRA) ]-------------------
       CARGA-REQ.
           OPEN INPUT CADREQCOMP
           IF ST-REQ NOT = "00"
               GO TO CARGA-REQ-FIM.
           MOVE ZEROS TO W-DOC-ANT.
       CARGA-REQ-1.
           READ CADREQCOMP NEXT RECORD
               AT END
                 CLOSE CADREQCOMP
                 GO TO CARGA-REQ-FIM
           END-READ.
           IF REQ-SITUACAO NOT = "D" OR REQ-NUMERO = W-DOC-ANT
               GO TO CARGA-REQ-1.
           MOVE REQ-NUMERO TO W-DOC-ANT
           MOVE SPACES TO W-NOVO
           MOVE "REQCOMPRA" TO W-NV-PROGRAMA
           MOVE REQ-NUMERO TO W-NV-DOCUMENTO (1:6)
           STRING "REQUISICAO " REQ-NUMERO " DEPTO " REQ-CODDEP
               DELIMITED BY SIZE INTO W-NV-DESCR
           MOVE REQ-DATA TO W-NV-DATA
           PERFORM INCLUI-ITEM THRU INCLUI-ITEM-FIM
           GO TO CARGA-REQ-1.
       CARGA-REQ-FIM.
           EXIT.

      *---------[ PEDIDOS DE COMPRA EMITIDOS (APROVPED) ]---------------
       CARGA-PEDCOMP.
           OPEN INPUT CADPEDCOMP
           IF ST-PED NOT = "00"
               GO TO CARGA-PEDCOMP-FIM.
           MOVE ZEROS TO W-DOC-ANT.
       CARGA-PEDCOMP-1.
           READ CADPEDCOMP NEXT RECORD
               AT END
                 CLOSE CADPEDCOMP
                 GO TO CARGA-PEDCOMP-FIM
           END-READ.
           IF PED-SITUACAO NOT = "E" OR PED-NUMERO = W-DOC-ANT
               GO TO CARGA-PEDCOMP-1.
           MOVE PED-NUMERO TO W-DOC-ANT
           MOVE SPACES TO W-NOVO
           MOVE "APROVPED" TO W-NV-PROGRAMA
           MOVE PED-NUMERO TO W-NV-DOCUMENTO (1:6)
           STRING "PEDIDO DE COMPRA " PED-NUMERO
               DELIMITED BY SIZE INTO W-NV-DESCR
           MOVE PED-DATA-EMISSAO TO W-NV-DATA
           PERFORM INCLUI-ITEM THRU INCLUI-ITEM-FIM
           GO TO CARGA-PEDCOMP-1.
       CARGA-PEDCOMP-FIM.
           EXIT.

      *---------[ PEDIDOS DE VENDA BLOQUEADOS NO CREDITO (PEDVENDA) ]---
       CARGA-PEDVEN.
           OPEN INPUT CADPEDVEN
           IF ST-PV NOT = "00"
               GO TO CARGA-PEDVEN-FIM.
           MOVE ZEROS TO W-DOC-ANT.
       CARGA-PEDVEN-1.
           READ CADPEDVEN NEXT RECORD
               AT END
                 CLOSE CADPEDVEN
                 GO TO CARGA-PEDVEN-FIM
           END-READ.
           IF PV-SITUACAO NOT = "B" OR PV-NUMERO = W-DOC-ANT
               GO TO CARGA-PEDVEN-1.
           MOVE PV-NUMERO TO W-DOC-ANT
           MOVE SPACES TO W-NOVO
           MOVE "PEDVENDA" TO W-NV-PROGRAMA
           MOVE PV-NUMERO TO W-NV-DOCUMENTO (1:6)
           STRING "PEDIDO DE VENDA " PV-NUMERO " CLI " PV-CNPJCPF
               DELIMITED BY SIZE INTO W-NV-DESCR
           MOVE PV-DATA TO W-NV-DATA
           PERFORM INCLUI-ITEM THRU INCLUI-ITEM-FIM
           GO TO CARGA-PEDVEN-1.
       CARGA-PEDVEN-FIM.
           EXIT.

      *---------[ RODADA DE PAGAMENTO NAO CONFIRMADA (PAGTOLOTE) ]------
      *  UM ITEM SO, DATADO PELO MENOR VENCIMENTO DA SELECAO    *
       CARGA-PAGTO.
           MOVE ZEROS TO W-QTD-TIT W-VENC-MENOR
           OPEN INPUT CADSELPAG
           IF ST-SEL NOT = "00"
               GO TO CARGA-PAGTO-FIM.
           OPEN INPUT CADTITPAG
           IF ST-TIT NOT = "00"
               CLOSE CADSELPAG
               GO TO CARGA-PAGTO-FIM.
       CARGA-PAGTO-1.
           READ CADSELPAG NEXT RECORD
               AT END
                 GO TO CARGA-PAGTO-2
           END-READ.
           IF SEL-SITUACAO NOT = "S"
               GO TO CARGA-PAGTO-1.
           MOVE SEL-NUMERO TO TIT-NUMERO
           READ CADTITPAG
           IF ST-TIT NOT = "00"
               GO TO CARGA-PAGTO-1.
           IF TIT-SITUACAO NOT = "A" AND TIT-SITUACAO NOT = "P"
               GO TO CARGA-PAGTO-1.
           ADD 1 TO W-QTD-TIT
           IF W-VENC-MENOR = ZEROS OR TIT-DATA-VENCTO < W-VENC-MENOR
               MOVE TIT-DATA-VENCTO TO W-VENC-MENOR.
           GO TO CARGA-PAGTO-1.
       CARGA-PAGTO-2.
           CLOSE CADSELPAG
           CLOSE CADTITPAG
           IF W-QTD-TIT = ZEROS
               GO TO CARGA-PAGTO-FIM.
           MOVE SPACES TO W-NOVO
           MOVE "PAGTOLOTE" TO W-NV-PROGRAMA
           MOVE "SELECAO" TO W-NV-DOCUMENTO
           STRING "RODADA DE PAGAMENTO - " W-QTD-TIT " TITULOS"
               DELIMITED BY SIZE INTO W-NV-DESCR
           MOVE W-VENC-MENOR TO W-NV-DATA
           PERFORM INCLUI-ITEM THRU INCLUI-ITEM-FIM.
       CARGA-PAGTO-FIM.
           EXIT.

      *---------[ FICHAS EM QUARENTENA (LIBQUAR) ]----------------------
       CARGA-QUAR.
           OPEN INPUT CADQUAR
           IF ST-QUA NOT = "00"
               GO TO CARGA-QUAR-FIM.
       CARGA-QUAR-1.
           READ CADQUAR NEXT RECORD
               AT END
                 CLOSE CADQUAR
                 GO TO CARGA-QUAR-FIM
           END-READ.
           IF QUA-SITUACAO NOT = "Q"
               GO TO CARGA-QUAR-1.
           MOVE SPACES TO W-NOVO
           MOVE "LIBQUAR" TO W-NV-PROGRAMA
           MOVE QUA-KEY TO W-NV-DOCUMENTO (1:12)
           STRING "QUARENTENA PROD " QUA-CODGPRODUTO " PEDIDO "
               QUA-NUMPED
               DELIMITED BY SIZE INTO W-NV-DESCR
           MOVE QUA-DATA TO W-NV-DATA
           PERFORM INCLUI-ITEM THRU INCLUI-ITEM-FIM
           GO TO CARGA-QUAR-1.
       CARGA-QUAR-FIM.
           EXIT.

      *---------[ ITEM NA TABELA, COM A IDADE EM DIAS ]-----------------
       INCLUI-ITEM.
           IF W-QTD-ITENS NOT < 99
               ADD 1 TO W-QTD-FORA
               GO TO INCLUI-ITEM-FIM.
           ADD 1 TO W-QTD-ITENS
           MOVE W-NV-PROGRAMA  TO W-CX-PROGRAMA (W-QTD-ITENS)
           MOVE W-NV-DOCUMENTO TO W-CX-DOCUMENTO (W-QTD-ITENS)
           MOVE W-NV-DESCR     TO W-CX-DESCR (W-QTD-ITENS)
           MOVE W-NV-DATA      TO W-CX-DATA (W-QTD-ITENS)
           MOVE ZEROS TO W-CX-DIAS (W-QTD-ITENS)
           IF W-NV-DATA = ZEROS OR W-NV-DATA > W-HOJE
               GO TO INCLUI-ITEM-FIM.
           COMPUTE W-INT-DATA =
               FUNCTION INTEGER-OF-DATE (W-NV-DATA)
           COMPUTE W-DIAS-CALC = W-INT-HOJE - W-INT-DATA
           IF W-DIAS-CALC > ZEROS
               MOVE W-DIAS-CALC TO W-CX-DIAS (W-QTD-ITENS).
       INCLUI-ITEM-FIM.
           EXIT.

      *---------[ PRAZO DE ATRASO (CADPARAM DIASPEND) ]-----------------
       LE-DIASPEND.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-DIASPEND-FIM.
           MOVE "DIASPEND" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DIAS-LIMITE.
           CLOSE CADPARAM.
       LE-DIASPEND-FIM.
           EXIT.
