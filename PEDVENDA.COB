      *  E O SALDO DISPONIVEL (QUANTIDADE - RESERVAS) *
      *  E O QUE STP004, RELESTMIN E GERAPED PASSAM   *
      *  A ENXERGAR. O CANCELAMENTO DEVOLVE A RESERVA *
      *  E CANCELA O BACKORDER DA LINHA (BACKORD)     *
      *  ANALISE DE CREDITO NA DIGITACAO: O SALDO     *
      *  DEVEDOR SOMA OS TITULOS ABERTOS/PARCIAIS DE  *
      *  CADTITREC E OS PEDIDOS AINDA NAO FATURADOS   *
      *  QUE FATURA NAO FATURA). A LIBERACAO EXIGE    *
      *  SENHA DE SUPERVISOR (PERFIL A DE CADUSUARIO) *
      *  E E CARIMBADA EM ARQTRANSLOG                 *
      *  CLIENTE COM CHEQUE DEVOLVIDO NAO             *
      *  REGULARIZADO EM CADCHEQUE (CUSTCHEQ) TEM O   *
      *  PEDIDO RECUSADO, SEM OPCAO DE BLOQUEIO       *
      *  O SALDO NO DEPOSITO DE TERCEIROS (CADPARAM   *
      *  DEPTERC, MERCADORIA EM REMESSA) TAMBEM SAI   *
      *  DO DISPONIVEL, COMO A QUARENTENA.            *
      *  ESCOLHIDO O PEDIDO BLOQUEADO NA CAIXA DE     *
      *  PENDENCIAS (CAIXAPEND, VIA DOCSESSAO) O      *
      *  PROGRAMA ABRE DIRETO NA LIBERACAO DELE;      *
      *  TERMINA COM GOBACK PARA VOLTAR A MENUPRINC   *
      *  FALTANDO DISPONIVEL NA LINHA, LISTA OS       *
      *  SUBSTITUTOS (CADSUBST) COM A QUANTIDADE      *
      *  EQUIVALENTE, O DISPONIVEL E O PRECO;         *
      *  O OPERADOR PODE LEVAR UM NA MESMA LINHA E A  *
      *  TROCA FICA EM CADPVTROCA                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS TR-NUMERO
                    FILE STATUS  IS ST-TR.

           SELECT CADCHEQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUMERO
                    ALTERNATE RECORD KEY IS CHQ-CLIENTE WITH DUPLICATES
                    FILE STATUS  IS ST-CHQ.

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SAL-KEY
                    FILE STATUS  IS ST-SAL.

           SELECT CADSUBST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SUB-KEY
                    FILE STATUS  IS ST-SUB.

           SELECT CADPVTROCA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRC-KEY
                    FILE STATUS  IS ST-TRC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 TR-DATA-VENCTO   PIC 9(08).
           03 TR-SITUACAO      PIC X(01).

       FD CADCHEQUE
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCHEQUE.DAT".
       01 REGCHEQUE.
           03 CHQ-NUMERO        PIC 9(06).
           03 CHQ-BANCO         PIC 9(03).
           03 CHQ-AGENCIA       PIC 9(05).
           03 CHQ-CHEQUE        PIC 9(06).
           03 CHQ-EMITENTE      PIC 9(15).
           03 CHQ-CLIENTE       PIC 9(15).
           03 CHQ-VALOR         PIC 9(09)V99.
           03 CHQ-DATA-RECEB    PIC 9(08).
           03 CHQ-BOM-PARA      PIC 9(08).
           03 CHQ-SITUACAO      PIC X(01).
           03 CHQ-DATA-DEPOS    PIC 9(08).
           03 CHQ-CONTA         PIC 9(02).
           03 CHQ-DATA-DEVOL    PIC 9(08).
           03 CHQ-ALINEA        PIC 9(02).
           03 CHQ-OPERADOR      PIC X(08).
           03 CHQ-QTD-TIT       PIC 9(01).
           03 CHQ-TITULOS.
              05 CHQ-TIT        OCCURS 5 TIMES.
                 07 CHQ-TIT-NUMERO  PIC 9(06).
                 07 CHQ-TIT-VALOR   PIC 9(09)V99.

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
              05 SAL-CODGPRODUTO   PIC 9(06).
              05 SAL-DEPOSITO      PIC 9(02).
           03 SAL-QUANTIDADE       PIC 9(05)V9.

       FD CADSUBST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADSUBST.DAT".
       01 REGSUBST.
           03 SUB-KEY.
              05 SUB-CODGPRODUTO   PIC 9(06).
              05 SUB-PRIORIDADE    PIC 9(01).
           03 SUB-SUBSTITUTO       PIC 9(06).
           03 SUB-FATOR            PIC 9(03)V9999.
           03 SUB-SITUACAO         PIC X(01).

       FD CADPVTROCA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPVTROCA.DAT".
       01 REGPVTROCA.
           03 TRC-KEY.
              05 TRC-NUMPV         PIC 9(06).
              05 TRC-CODGPRODUTO   PIC 9(06).
           03 TRC-CODG-ORIGINAL    PIC 9(06).
           03 TRC-QTD-ORIGINAL     PIC 9(05)V9.
           03 TRC-FATOR            PIC 9(03)V9999.
           03 TRC-DATA             PIC 9(08).
           03 TRC-OPERADOR         PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-ABERTOPED    PIC 9(12)V99 VALUE ZEROS.
       01 W-TEM-VENCIDO  PIC X(01) VALUE "N".
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 W-TEM-CHQDEV   PIC X(01) VALUE "N".
       01 W-EOF-CHQ      PIC X(01) VALUE "N".
       01 W-SIT-GRAV     PIC X(01) VALUE "A".
       01 W-NUMLIB       PIC 9(06) VALUE ZEROS.
       01 W-TOTLIB       PIC 9(03) VALUE ZEROS.
       01 ST-SAL         PIC X(02) VALUE "00".
       01 W-DEP-QUAR     PIC 9(02) VALUE ZEROS.
       01 W-QUARENTENA   PIC 9(05)V9 VALUE ZEROS.
       01 W-DEP-TERC     PIC 9(02) VALUE ZEROS.
       01 W-TERCEIROS    PIC 9(05)V9 VALUE ZEROS.
       01 W-BKO-OPERACAO PIC X(01) VALUE SPACES.
       01 W-BKO-PARAM.
           03 W-BKP-NUMPV       PIC 9(06).
           03 W-BKP-CODGPRODUTO PIC 9(06).
           03 W-BKP-CNPJCPF     PIC 9(15).
           03 W-BKP-QUANTIDADE  PIC 9(05)V9.
           03 W-BKP-DATA-PEDIDO PIC 9(08).
           03 W-BKP-LIBERADOS   PIC 9(03).
       01 W-BKO-RESULT   PIC X(01) VALUE SPACES.
       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DCS-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-DOC-PEND     PIC X(20) VALUE SPACES.
       01 ST-SUB         PIC X(02) VALUE "00".
       01 ST-TRC         PIC X(02) VALUE "00".
       01 W-TROCOU       PIC X(01) VALUE "N".
       01 W-COD-ORIGINAL PIC 9(06) VALUE ZEROS.
       01 W-QTD-ORIGINAL PIC 9(05)V9 VALUE ZEROS.
       01 W-FATOR-TROCA  PIC 9(03)V9999 VALUE ZEROS.
       01 W-ESCOLHA      PIC 9(01) VALUE ZEROS.
       01 W-IND-SUB      PIC 9(01) VALUE ZEROS.
       01 W-QTD-SUB      PIC 9(01) VALUE ZEROS.
       01 W-TAB-SUB.
           03 W-SB OCCURS 9 TIMES.
              05 W-SB-CODIGO      PIC 9(06).
              05 W-SB-FATOR       PIC 9(03)V9999.
              05 W-SB-QTD         PIC 9(05)V9.
              05 W-SB-DISPONIVEL  PIC S9(06)V9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           PERFORM LE-DOCPEND THRU LE-DOCPEND-FIM
           PERFORM LE-PERFIL THRU LE-PERFIL-FIM
           PERFORM LE-DESCMAX THRU LE-DESCMAX-FIM
           PERFORM LE-DEPQUAR THRU LE-DEPQUAR-FIM.
              DISPLAY "*** CADTITREC AUSENTE - LIMITE DE CREDITO"
                  " SEM SALDO DEVEDOR ***".

       R0F2.
           OPEN INPUT CADCHEQUE
           IF ST-CHQ NOT = "00"
              MOVE "99" TO ST-CHQ.

       R0F3.
           OPEN INPUT CADSUBST
           IF ST-SUB NOT = "00"
              MOVE "99" TO ST-SUB
              MOVE "99" TO ST-TRC
              GO TO R0F5.
       R0F4.
           OPEN I-O CADPVTROCA
           IF ST-TRC NOT = "00"
              IF ST-TRC = "30"
                 OPEN OUTPUT CADPVTROCA
                 CLOSE CADPVTROCA
                 GO TO R0F4
              ELSE
                 MOVE "99" TO ST-TRC.
       R0F5.

      *---------[ CHAMADO PELA CAIXA DE PENDENCIAS: VAI A LIBERACAO ]---
           IF W-DOC-PEND NOT = SPACES
               MOVE W-DOC-PEND (1:6) TO W-NUMLIB
               MOVE SPACES TO W-DOC-PEND
               DISPLAY " "
               DISPLAY "*** CAIXA DE PENDENCIAS - PEDIDO BLOQUEADO "
                   W-NUMLIB " ***"
               GO TO R6A.

       R1.
           DISPLAY " "
           DISPLAY "*** PEDIDO DE VENDA ***"
               GO TO R2-DIGITA.
           DISPLAY "CLIENTE: " CLI-RAZAO.

      *---------[ CHEQUE DEVOLVIDO NAO REGULARIZADO (CUSTCHEQ) ]--------
      *  TRAVA O CREDITO DO CLIENTE SEM OPCAO DE BLOQUEIO: SO   *
      *  DEPOIS DE REGULARIZADO O CHEQUE EM CUSTCHEQ            *
           PERFORM VE-CHEQUE-DEV THRU VE-CHEQUE-DEV-FIM
           IF W-TEM-CHQDEV = "S"
               DISPLAY "*** CLIENTE COM CHEQUE DEVOLVIDO NAO"
                   " REGULARIZADO - CREDITO TRAVADO ***"
               DISPLAY "*** PEDIDO RECUSADO POR CREDITO ***"
               GO TO R2-DIGITA.

      *---------[ ANALISE DE CREDITO DO CLIENTE ]-----------------------
      *  SALDO DEVEDOR = TITULOS ABERTOS + PEDIDOS NAO FATURADOS *
      *  ESTOURO DE LIMITE OU TITULO VENCIDO NAO RECUSA DIRETO:  *
           PERFORM LE-RESERVA THRU LE-RESERVA-FIM
           PERFORM LE-QUARENTENA THRU LE-QUARENTENA-FIM
           COMPUTE W-DISPONIVEL = QUANTIDADE - W-RESERVADO
               - W-QUARENTENA - W-TERCEIROS
           DISPLAY "PRODUTO: " DESCRICAO
           DISPLAY "ESTOQUE: " QUANTIDADE "  RESERVADO: " W-RESERVADO
               "  QUARENTENA: " W-QUARENTENA
               "  TERCEIROS: " W-TERCEIROS
               "  DISPONIVEL: " W-DISPONIVEL.

       R3A.
           MOVE "N" TO W-TROCOU
           DISPLAY "QUANTIDADE (0 = OUTRO PRODUTO): "
               WITH NO ADVANCING
           ACCEPT W-QTDPEDIDA
           IF W-QTDPEDIDA = ZEROS
               GO TO R3.
           IF W-QTDPEDIDA NOT > W-DISPONIVEL
               GO TO R3B.
           DISPLAY "*** DISPONIVEL INSUFICIENTE - HA RESERVAS ***"
           PERFORM OFERECE-SUBST THRU OFERECE-SUBST-FIM
           IF W-TROCOU NOT = "S"
               GO TO R3A.

      *---------[ PRECO DA LINHA: ACORDO DO CLIENTE E PISO ]------------
      *  TABELA. ABAIXO DO PISO (DESCONTO MAXIMO DO PERFIL DO   *
      *  OPERADOR EM CADPARAM) SO COM LIBERACAO DE SUPERVISOR,  *
      *  CARIMBADA EM ARQTRANSLOG                               *
       R3B.
           PERFORM BUSCA-ACORDO THRU BUSCA-ACORDO-FIM.
       R3P.
           DISPLAY "PRECO DA LINHA (0 = " W-PRECO-LINHA "): "
               GO TO ROT-FIM.

           PERFORM SOMA-RESERVA THRU SOMA-RESERVA-FIM
           IF W-TROCOU = "S"
               PERFORM GRAVA-TROCA THRU GRAVA-TROCA-FIM.
           ADD 1 TO W-TOTLINHAS
           ADD W-VALORLINHA TO W-VALORPED
           DISPLAY "*** LINHA GRAVADA E ESTOQUE RESERVADO ***"
           MOVE PV-CODGPRODUTO TO W-CODPROD
           MOVE PV-QUANTIDADE TO W-QTDPEDIDA
           PERFORM DEVOLVE-RESERVA THRU DEVOLVE-RESERVA-FIM
           MOVE "C" TO W-BKO-OPERACAO
           MOVE PV-NUMERO TO W-BKP-NUMPV
           MOVE PV-CODGPRODUTO TO W-BKP-CODGPRODUTO
           MOVE PV-CNPJCPF TO W-BKP-CNPJCPF
           MOVE PV-QUANTIDADE TO W-BKP-QUANTIDADE
           MOVE PV-DATA TO W-BKP-DATA-PEDIDO
           MOVE ZEROS TO W-BKP-LIBERADOS
           CALL "BACKORD" USING W-BKO-OPERACAO W-BKO-PARAM
                                W-BKO-RESULT
           ADD 1 TO W-TOTLINHAS
           GO TO R5A.

       SOMA-ABERTO-FIM.
           EXIT.

      *---------[ CHEQUE DEVOLVIDO (V) DO CLIENTE EM CADCHEQUE ]--------
       VE-CHEQUE-DEV.
           MOVE "N" TO W-TEM-CHQDEV
           IF ST-CHQ = "99"
               GO TO VE-CHEQUE-DEV-FIM.
           MOVE "N" TO W-EOF-CHQ
           MOVE W-CLIENTE TO CHQ-CLIENTE
           START CADCHEQUE KEY IS EQUAL CHQ-CLIENTE
               INVALID KEY MOVE "S" TO W-EOF-CHQ.
       VE-CHEQUE-DEV-1.
           IF W-EOF-CHQ = "S"
               GO TO VE-CHEQUE-DEV-FIM.
           READ CADCHEQUE NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-CHQ
                 GO TO VE-CHEQUE-DEV-1
           END-READ.
           IF CHQ-CLIENTE NOT = W-CLIENTE
               MOVE "S" TO W-EOF-CHQ
               GO TO VE-CHEQUE-DEV-1.
           IF CHQ-SITUACAO = "V"
               MOVE "S" TO W-TEM-CHQDEV
               DISPLAY "    CHEQUE " CHQ-CHEQUE " BCO " CHQ-BANCO
                   " VALOR " CHQ-VALOR " DEVOLVIDO EM "
                   CHQ-DATA-DEVOL.
           GO TO VE-CHEQUE-DEV-1.
       VE-CHEQUE-DEV-FIM.
           EXIT.

      *---------[ PEDIDOS DO CLIENTE AINDA NAO FATURADOS ]--------------
      *  ENTRAM NO SALDO DEVEDOR AS LINHAS ABERTAS (A) E AS     *
      *  BLOQUEADAS (B) - A NOTA AINDA NAO SAIU MAS O           *
               CLOSE CADVEND.
           IF ST-PCL NOT = "99"
               CLOSE CADPRECOCLI.
           IF W-DEP-QUAR > ZEROS OR W-DEP-TERC > ZEROS
               CLOSE CADSALDODEP.
           IF ST-TR NOT = "99"
               CLOSE CADTITREC.
           IF ST-CHQ NOT = "99"
               CLOSE CADCHEQUE.
           IF ST-SUB NOT = "99"
               CLOSE CADSUBST.
           IF ST-TRC NOT = "99"
               CLOSE CADPVTROCA.
       ROT-FIM3.
           GOBACK.

      *---------[ RESERVA ATUAL DO PRODUTO ]----------------------------
       LE-RESERVA.
       LE-OPERADOR-FIM.
           EXIT.

      *---------[ DOCUMENTO ESCOLHIDO NA CAIXA DE PENDENCIAS ]----------
       LE-DOCPEND.
           MOVE "L" TO W-DCS-OPERACAO
           MOVE "PEDVENDA" TO W-DCS-PROGRAMA
           CALL "DOCSESSAO" USING W-DCS-OPERACAO W-DCS-PROGRAMA
                                  W-DOC-PEND.
       LE-DOCPEND-FIM.
           EXIT.

      *---------[ PERFIL DO OPERADOR EM CADUSUARIO ]--------------------
       LE-PERFIL.
           MOVE SPACES TO W-PERFIL-OPER
      *  O SALDO PARADO NA QUARENTENA NAO CONTA COMO DISPONIVEL *
      *  PARA VENDA ATE A LIBERACAO DO INSPETOR (LIBQUAR)       *
       LE-DEPQUAR.
           MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               GO TO LE-DEPQUAR-FIM.
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-QUAR.
           MOVE "DEPTERC" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
               MOVE PARAM-VALOR TO W-DEP-TERC.
           CLOSE CADPARAM
           IF W-DEP-QUAR = ZEROS AND W-DEP-TERC = ZEROS
               GO TO LE-DEPQUAR-FIM.
           OPEN INPUT CADSALDODEP
           IF ST-SAL NOT = "00"
               MOVE ZEROS TO W-DEP-QUAR W-DEP-TERC.
       LE-DEPQUAR-FIM.
           EXIT.

       LE-QUARENTENA.
           MOVE ZEROS TO W-QUARENTENA W-TERCEIROS
           IF W-DEP-QUAR = ZEROS
               GO TO LE-QUARENTENA-1.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-QUAR TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-QUARENTENA.
      *---------[ SALDO EM PODER DE TERCEIROS (REMESSA) ]---------------
       LE-QUARENTENA-1.
           IF W-DEP-TERC = ZEROS
               GO TO LE-QUARENTENA-FIM.
           MOVE CODGPRODUTO TO SAL-CODGPRODUTO
           MOVE W-DEP-TERC TO SAL-DEPOSITO
           READ CADSALDODEP
           IF ST-SAL = "00"
               MOVE SAL-QUANTIDADE TO W-TERCEIROS.
       LE-QUARENTENA-FIM.
           EXIT.

      *---------[ SUBSTITUTOS DO PRODUTO EM FALTA (CADSUBST) ]----------
      *  LISTA OS SUBSTITUTOS ATIVOS NA ORDEM DE PRIORIDADE, COM *
      *  A QUANTIDADE EQUIVALENTE PELO FATOR, O DISPONIVEL E O   *
      *  PRECO. ESCOLHIDO UM, A MESMA LINHA SEGUE COM O          *
      *  SUBSTITUTO E A TROCA E GUARDADA EM CADPVTROCA           *
       OFERECE-SUBST.
           MOVE "N" TO W-TROCOU
           MOVE ZEROS TO W-QTD-SUB
           IF ST-SUB = "99"
               GO TO OFERECE-SUBST-FIM.
           MOVE W-CODPROD TO SUB-CODGPRODUTO
           MOVE ZEROS TO SUB-PRIORIDADE
           START CADSUBST KEY IS NOT LESS SUB-KEY
               INVALID KEY GO TO OFERECE-SUBST-FIM.
       OFERECE-SUBST-1.
           READ CADSUBST NEXT RECORD
               AT END
                 GO TO OFERECE-SUBST-2
           END-READ.
           IF SUB-CODGPRODUTO NOT = W-CODPROD
               GO TO OFERECE-SUBST-2.
           IF SUB-SITUACAO NOT = "A" OR W-QTD-SUB = 9
               GO TO OFERECE-SUBST-1.
           MOVE SUB-SUBSTITUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00" OR SITUACAO-PROD = "I"
               GO TO OFERECE-SUBST-1.
           PERFORM LE-RESERVA THRU LE-RESERVA-FIM
           PERFORM LE-QUARENTENA THRU LE-QUARENTENA-FIM
           ADD 1 TO W-QTD-SUB
           MOVE SUB-SUBSTITUTO TO W-SB-CODIGO (W-QTD-SUB)
           MOVE SUB-FATOR TO W-SB-FATOR (W-QTD-SUB)
           COMPUTE W-SB-QTD (W-QTD-SUB) ROUNDED =
               W-QTDPEDIDA * SUB-FATOR
           COMPUTE W-SB-DISPONIVEL (W-QTD-SUB) = QUANTIDADE
               - W-RESERVADO - W-QUARENTENA - W-TERCEIROS
           IF W-QTD-SUB = 1
               DISPLAY "SUBSTITUTOS DE " W-CODPROD ":".
           DISPLAY "  " W-QTD-SUB " - " CODGPRODUTO " " DESCRICAO
               "  PRECO " PRECO
           DISPLAY "      FATOR " SUB-FATOR "  QTD EQUIVALENTE "
               W-SB-QTD (W-QTD-SUB) "  DISPONIVEL "
               W-SB-DISPONIVEL (W-QTD-SUB)
           GO TO OFERECE-SUBST-1.
       OFERECE-SUBST-2.
           IF W-QTD-SUB = ZEROS
               GO TO OFERECE-SUBST-9.
       OFERECE-SUBST-3.
           DISPLAY "LEVAR O SUBSTITUTO (1 A " W-QTD-SUB
               ", 0 = NAO): " WITH NO ADVANCING
           ACCEPT W-ESCOLHA
           IF W-ESCOLHA = ZEROS
               GO TO OFERECE-SUBST-9.
           IF W-ESCOLHA > W-QTD-SUB
               GO TO OFERECE-SUBST-3.
           MOVE W-ESCOLHA TO W-IND-SUB
           IF W-SB-QTD (W-IND-SUB) = ZEROS
              OR W-SB-QTD (W-IND-SUB) > W-SB-DISPONIVEL (W-IND-SUB)
               DISPLAY "*** SUBSTITUTO TAMBEM SEM DISPONIVEL ***"
               GO TO OFERECE-SUBST-3.
           MOVE W-CODPROD TO W-COD-ORIGINAL
           MOVE W-QTDPEDIDA TO W-QTD-ORIGINAL
           MOVE W-SB-FATOR (W-IND-SUB) TO W-FATOR-TROCA
           MOVE W-SB-CODIGO (W-IND-SUB) TO W-CODPROD
           MOVE W-SB-QTD (W-IND-SUB) TO W-QTDPEDIDA
           MOVE W-SB-DISPONIVEL (W-IND-SUB) TO W-DISPONIVEL
           MOVE "S" TO W-TROCOU
           DISPLAY "*** LINHA TROCADA: " W-QTD-ORIGINAL " DE "
               W-COD-ORIGINAL " POR " W-QTDPEDIDA " DE " W-CODPROD
               " ***".
       OFERECE-SUBST-9.
           MOVE W-CODPROD TO CODGPRODUTO
           READ CADPROD.
       OFERECE-SUBST-FIM.
           EXIT.

      *---------[ TROCA DA LINHA GUARDADA NO PEDIDO (CADPVTROCA) ]------
       GRAVA-TROCA.
           IF ST-TRC = "99"
               GO TO GRAVA-TROCA-FIM.
           MOVE W-NUMPV TO TRC-NUMPV
           MOVE W-CODPROD TO TRC-CODGPRODUTO
           MOVE W-COD-ORIGINAL TO TRC-CODG-ORIGINAL
           MOVE W-QTD-ORIGINAL TO TRC-QTD-ORIGINAL
           MOVE W-FATOR-TROCA TO TRC-FATOR
           MOVE W-DATA-HOJE TO TRC-DATA
           MOVE W-OPERADOR-LOG TO TRC-OPERADOR
           WRITE REGPVTROCA
           IF ST-TRC = "22"
               REWRITE REGPVTROCA.
           MOVE "00" TO ST-TRC.
       GRAVA-TROCA-FIM.
           EXIT.

      *---------[ ACORDO DE PRECO DO CLIENTE (CADPRECOCLI) ]------------
      *  VIGENTE NA DATA: PRECO CONTRATADO VALE DIRETO; PRECO   *
      *  ZERADO APLICA O DESCONTO SOBRE A TABELA                *
