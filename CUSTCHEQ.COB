       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHEQ.
      ***********************************************
      *  CUSTODIA DE CHEQUES PRE-DATADOS RECEBIDOS DE *
      *  CLIENTES (CADCHEQUE) - O CHEQUE E REGISTRADO *
      *  COM BANCO, AGENCIA, NUMERO, CNPJ/CPF DO      *
      *  EMITENTE, VALOR, DATA BOM PARA E OS TITULOS  *
      *  DE CADTITREC QUE ELE PAGA (ATE 5). OS TITULOS*
      *  SAO BAIXADOS NO RECEBIMENTO, MAS O DINHEIRO  *
      *  SO ENTRA NA TESOURARIA NO DEPOSITO (DEPCHEQ).*
      *  SITUACAO: C=EM CUSTODIA D=DEPOSITADO         *
      *  V=DEVOLVIDO R=DEVOLVIDO JA REGULARIZADO.     *
      *  CHEQUE DEVOLVIDO REABRE OS TITULOS PAGOS POR *
      *  ELE, ESTORNA O DEPOSITO EM CADMOVBCO E TRAVA *
      *  PEDIDO NOVO DO CLIENTE EM PEDVENDA ATE SER   *
      *  REGULARIZADO (TITULOS LIQUIDADOS DE NOVO)    *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  RECEBIMENTO, DEVOLUCAO E REGULARIZACAO DE    *
      *  CHEQUE SAO RECUSADOS                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHEQUE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-NUMERO
                    ALTERNATE RECORD KEY IS CHQ-CLIENTE WITH DUPLICATES
                    FILE STATUS  IS ST-CHQ.

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

           SELECT CADCONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-CTA.

           SELECT CADMOVBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVB-KEY
                    FILE STATUS  IS ST-MVB.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADCONTABCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTABCO.DAT".
       01 REGCONTABCO.
           03 CTA-CODIGO        PIC 9(02).
           03 CTA-NOME          PIC X(20).
           03 CTA-BANCO         PIC 9(03).
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVBCO.DAT".
       01 REGMOVBCO.
           03 MVB-KEY.
              05 MVB-CONTA      PIC 9(02).
              05 MVB-SEQ        PIC 9(06).
           03 MVB-DATA          PIC 9(08).
           03 MVB-TIPO          PIC X(01).
           03 MVB-ORIGEM        PIC X(10).
           03 MVB-DOCUMENTO     PIC 9(06).
           03 MVB-VALOR         PIC 9(09)V99.
           03 MVB-CONCILIADO    PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-CHQ         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-CTA         PIC X(02) VALUE "00".
       01 ST-MVB         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-CLIENTE      PIC 9(15) VALUE ZEROS.
       01 W-NUMCHQ       PIC 9(06) VALUE ZEROS.
       01 W-ULTCHQ       PIC 9(06) VALUE ZEROS.
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALAPLIC     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTAL-CHQ    PIC 9(09)V99 VALUE ZEROS.
       01 W-QTD-TIT      PIC 9(01) VALUE ZEROS.
       01 W-IND          PIC 9(01) VALUE ZEROS.
       01 W-ACHOU        PIC X(01) VALUE "N".
       01 W-TIT-ABERTO   PIC X(01) VALUE "N".
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
       01 W-AVISO        PIC X(20) VALUE SPACES.
       01 W-REG-SALVO    PIC X(192) VALUE SPACES.
       01 W-TAB-TIT.
           03 W-TIT          OCCURS 5 TIMES.
              05 W-TIT-NUMERO    PIC 9(06).
              05 W-TIT-VALOR     PIC 9(09)V99.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-MVB-CONTA    PIC 9(02) VALUE ZEROS.
       01 W-MVB-TIPO     PIC X(01) VALUE SPACES.
       01 W-MVB-ORIGEM   PIC X(10) VALUE SPACES.
       01 W-MVB-DOC      PIC 9(06) VALUE ZEROS.
       01 W-MVB-VALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-MVB-SEQ      PIC 9(06) VALUE ZEROS.
       01 W-MVB-EOF      PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADCHEQUE
           IF ST-CHQ NOT = "00"
              IF ST-CHQ = "30"
                 OPEN OUTPUT CADCHEQUE
                 CLOSE CADCHEQUE
                 DISPLAY "*** ARQUIVO CADCHEQUE FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCHEQUE"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
               CLOSE CADCHEQUE
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI"
               CLOSE CADCHEQUE
               CLOSE CADTITREC
               GO TO ROT-FIM3.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

       R1.
           DISPLAY " "
           DISPLAY "*** CUSTODIA DE CHEQUES PRE-DATADOS ***"
           DISPLAY "  1 - RECEBER CHEQUE"
           DISPLAY "  2 - LISTAR CHEQUES EM CUSTODIA/DEVOLVIDOS"
           DISPLAY "  3 - DEVOLUCAO DE CHEQUE PELO BANCO"
           DISPLAY "  4 - REGULARIZAR CHEQUE DEVOLVIDO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-RECEBE
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-DEVOLVE
              WHEN 4
                 GO TO R5-REGULARIZA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ RECEBIMENTO DO CHEQUE E TITULOS QUE ELE PAGA ]--------
       R2-RECEBE.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "CNPJ/CPF DO CLIENTE (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CLIENTE
           IF W-CLIENTE = ZEROS
               GO TO R1.
           MOVE W-CLIENTE TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "*** CLIENTE NAO CADASTRADO ***"
               GO TO R2-RECEBE.
           DISPLAY "CLIENTE: " CLI-RAZAO.

       R2A.
           MOVE SPACES TO REGCHEQUE
           DISPLAY "BANCO: " WITH NO ADVANCING
           ACCEPT CHQ-BANCO
           DISPLAY "AGENCIA: " WITH NO ADVANCING
           ACCEPT CHQ-AGENCIA
           DISPLAY "NUMERO DO CHEQUE: " WITH NO ADVANCING
           ACCEPT CHQ-CHEQUE
           IF CHQ-BANCO = ZEROS OR CHQ-CHEQUE = ZEROS
               DISPLAY "*** BANCO E NUMERO OBRIGATORIOS ***"
               GO TO R2A.
           DISPLAY "CNPJ/CPF DO EMITENTE (0 = O PROPRIO CLIENTE): "
               WITH NO ADVANCING
           ACCEPT CHQ-EMITENTE
           IF CHQ-EMITENTE = ZEROS
               MOVE W-CLIENTE TO CHQ-EMITENTE.
       R2A1.
           DISPLAY "BOM PARA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT CHQ-BOM-PARA
           IF CHQ-BOM-PARA NOT NUMERIC OR CHQ-BOM-PARA = ZEROS
               GO TO R2A1.
           IF CHQ-BOM-PARA < W-DATA-HOJE
               DISPLAY "*** DATA JA PASSOU - ENTRA NO PROXIMO"
                   " DEPOSITO ***".

           MOVE ZEROS TO W-QTD-TIT W-TOTAL-CHQ
           MOVE ZEROS TO W-TAB-TIT.
       R2B.
           IF W-QTD-TIT = 5
               DISPLAY "*** LIMITE DE 5 TITULOS POR CHEQUE ***"
               GO TO R2C.
           DISPLAY "TITULO PAGO PELO CHEQUE (0 = FIM): "
               WITH NO ADVANCING
           ACCEPT W-NUMTIT
           IF W-NUMTIT = ZEROS
               GO TO R2C.
           MOVE W-NUMTIT TO TR-NUMERO
           READ CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "*** TITULO NAO CADASTRADO ***"
               GO TO R2B.
           IF TR-CNPJCPF NOT = W-CLIENTE
               DISPLAY "*** TITULO E DE OUTRO CLIENTE ***"
               GO TO R2B.
           IF TR-SITUACAO NOT = "A" AND TR-SITUACAO NOT = "P"
               DISPLAY "*** TITULO NAO ESTA EM ABERTO ***"
               GO TO R2B.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IND
           PERFORM PROCURA-TIT THRU PROCURA-TIT-FIM
           IF W-ACHOU = "S"
               DISPLAY "*** TITULO JA INFORMADO ***"
               GO TO R2B.
           COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
           DISPLAY "NF " TR-NUMNF "  VENCIMENTO " TR-DATA-VENCTO
               "  SALDO " W-SALDOTIT.
       R2B1.
           DISPLAY "VALOR PAGO PELO CHEQUE (0 = SALDO TODO): "
               WITH NO ADVANCING
           ACCEPT W-VALAPLIC
           IF W-VALAPLIC = ZEROS
               MOVE W-SALDOTIT TO W-VALAPLIC.
           IF W-VALAPLIC > W-SALDOTIT
               DISPLAY "*** VALOR MAIOR QUE O SALDO ***"
               GO TO R2B1.
           ADD 1 TO W-QTD-TIT
           MOVE W-NUMTIT TO W-TIT-NUMERO (W-QTD-TIT)
           MOVE W-VALAPLIC TO W-TIT-VALOR (W-QTD-TIT)
           ADD W-VALAPLIC TO W-TOTAL-CHQ
           GO TO R2B.

       R2C.
           IF W-QTD-TIT = ZEROS
               DISPLAY "*** CHEQUE SEM TITULO - NADA GRAVADO ***"
               GO TO R1.
           DISPLAY "VALOR DO CHEQUE: " W-TOTAL-CHQ
               "  (" W-QTD-TIT " TITULOS)"
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** RECEBIMENTO ABANDONADO ***"
               GO TO R1.

      *  A BUSCA DO ULTIMO NUMERO LE O ARQUIVO POR CIMA DO      *
      *  REGISTRO DIGITADO                                      *
           MOVE REGCHEQUE TO W-REG-SALVO
           PERFORM PROXIMO-CHEQUE THRU PROXIMO-CHEQUE-FIM
           MOVE W-REG-SALVO TO REGCHEQUE
           MOVE W-ULTCHQ TO CHQ-NUMERO
           MOVE W-CLIENTE TO CHQ-CLIENTE
           MOVE W-TOTAL-CHQ TO CHQ-VALOR
           MOVE W-DATA-HOJE TO CHQ-DATA-RECEB
           MOVE "C" TO CHQ-SITUACAO
           MOVE ZEROS TO CHQ-DATA-DEPOS CHQ-CONTA
                         CHQ-DATA-DEVOL CHQ-ALINEA
           MOVE W-OPERADOR-LOG TO CHQ-OPERADOR
           MOVE W-QTD-TIT TO CHQ-QTD-TIT
           MOVE W-TAB-TIT TO CHQ-TITULOS
           WRITE REGCHEQUE
           IF ST-CHQ NOT = "00" AND ST-CHQ NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO CHEQUE ST=" ST-CHQ
               GO TO R1.
           MOVE 1 TO W-IND.
       R2D.
           IF W-IND > W-QTD-TIT
               GO TO R2E.
           MOVE W-TIT-NUMERO (W-IND) TO TR-NUMERO
           READ CADTITREC
           IF ST-TR = "00"
               ADD W-TIT-VALOR (W-IND) TO TR-VALOR-PAGO
               IF TR-VALOR-PAGO < TR-VALOR
                   MOVE "P" TO TR-SITUACAO
               ELSE
                   MOVE "L" TO TR-SITUACAO
               END-IF
               REWRITE REGTITREC.
           ADD 1 TO W-IND
           GO TO R2D.
       R2E.
           DISPLAY "*** CHEQUE EM CUSTODIA SOB NUMERO " CHQ-NUMERO
               " - DEPOSITO EM " CHQ-BOM-PARA " ***"
           GO TO R1.

      *---------[ CHEQUES EM CUSTODIA E DEVOLVIDOS ]--------------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS
           CLOSE CADCHEQUE
           OPEN I-O CADCHEQUE.
       R3A.
           READ CADCHEQUE NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           IF CHQ-SITUACAO NOT = "C" AND CHQ-SITUACAO NOT = "V"
               GO TO R3A.
           MOVE SPACES TO W-AVISO
           IF CHQ-SITUACAO = "V"
               MOVE "DEVOLVIDO" TO W-AVISO
           ELSE
               IF CHQ-BOM-PARA NOT > W-DATA-HOJE
                   MOVE "A DEPOSITAR" TO W-AVISO.
           DISPLAY CHQ-NUMERO "  BCO " CHQ-BANCO " AG " CHQ-AGENCIA
               " CHQ " CHQ-CHEQUE "  BOM PARA " CHQ-BOM-PARA
               "  " CHQ-VALOR "  " W-AVISO
           DISPLAY "        CLIENTE " CHQ-CLIENTE
               "  EMITENTE " CHQ-EMITENTE
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           DISPLAY "CHEQUES LISTADOS...............: " W-TOTLISTADOS
           GO TO R1.

      *---------[ CHEQUE DEVOLVIDO PELO BANCO ]-------------------------
      *  REABRE OS TITULOS NO VALOR QUE O CHEQUE PAGOU E        *
      *  ESTORNA O DEPOSITO NA CONTA ONDE ELE ENTROU            *
       R4-DEVOLVE.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMCHQ
           IF W-NUMCHQ = ZEROS
               GO TO R1.
           MOVE W-NUMCHQ TO CHQ-NUMERO
           READ CADCHEQUE
           IF ST-CHQ NOT = "00"
               DISPLAY "*** CHEQUE NAO CADASTRADO ***"
               GO TO R4-DEVOLVE.
           IF CHQ-SITUACAO NOT = "D"
               DISPLAY "*** SO CHEQUE DEPOSITADO PODE SER DEVOLVIDO"
                   " - SITUACAO " CHQ-SITUACAO " ***"
               GO TO R4-DEVOLVE.
           DISPLAY "BCO " CHQ-BANCO " AG " CHQ-AGENCIA " CHQ "
               CHQ-CHEQUE "  VALOR " CHQ-VALOR
               "  DEPOSITADO EM " CHQ-DATA-DEPOS
           DISPLAY "ALINEA DA DEVOLUCAO: " WITH NO ADVANCING
           ACCEPT CHQ-ALINEA
           DISPLAY "CONFIRMA A DEVOLUCAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE 1 TO W-IND.
       R4A.
           IF W-IND > CHQ-QTD-TIT
               GO TO R4B.
           MOVE CHQ-TIT-NUMERO (W-IND) TO TR-NUMERO
           READ CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "*** TITULO " CHQ-TIT-NUMERO (W-IND)
                   " NAO ENCONTRADO ***"
               GO TO R4A1.
           IF TR-SITUACAO = "C"
               DISPLAY "*** TITULO " TR-NUMERO " CANCELADO - NAO"
                   " REABERTO ***"
               GO TO R4A1.
           IF TR-VALOR-PAGO > CHQ-TIT-VALOR (W-IND)
               SUBTRACT CHQ-TIT-VALOR (W-IND) FROM TR-VALOR-PAGO
               MOVE "P" TO TR-SITUACAO
           ELSE
               MOVE ZEROS TO TR-VALOR-PAGO
               MOVE "A" TO TR-SITUACAO.
           REWRITE REGTITREC
           DISPLAY "TITULO " TR-NUMERO " REABERTO - SITUACAO "
               TR-SITUACAO.
       R4A1.
           ADD 1 TO W-IND
           GO TO R4A.
       R4B.
           MOVE CHQ-CONTA TO W-MVB-CONTA
           MOVE "D" TO W-MVB-TIPO
           MOVE "CHEQUEDEV" TO W-MVB-ORIGEM
           MOVE CHQ-NUMERO TO W-MVB-DOC
           MOVE CHQ-VALOR TO W-MVB-VALOR
           PERFORM GRAVA-MOVBCO THRU GRAVA-MOVBCO-FIM
           MOVE "V" TO CHQ-SITUACAO
           MOVE W-DATA-HOJE TO CHQ-DATA-DEVOL
           REWRITE REGCHEQUE
           DISPLAY "*** CHEQUE DEVOLVIDO - CLIENTE " CHQ-CLIENTE
               " COM CREDITO TRAVADO ATE REGULARIZAR ***"
           GO TO R1.

      *---------[ REGULARIZACAO DO CHEQUE DEVOLVIDO ]-------------------
      *  SO QUANDO OS TITULOS REABERTOS JA FORAM LIQUIDADOS DE  *
      *  NOVO (MANTITREC) - LIBERA O CREDITO EM PEDVENDA        *
       R5-REGULARIZA.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "NUMERO DE CUSTODIA DO CHEQUE (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMCHQ
           IF W-NUMCHQ = ZEROS
               GO TO R1.
           MOVE W-NUMCHQ TO CHQ-NUMERO
           READ CADCHEQUE
           IF ST-CHQ NOT = "00"
               DISPLAY "*** CHEQUE NAO CADASTRADO ***"
               GO TO R5-REGULARIZA.
           IF CHQ-SITUACAO NOT = "V"
               DISPLAY "*** CHEQUE NAO ESTA DEVOLVIDO ***"
               GO TO R5-REGULARIZA.
           MOVE "N" TO W-TIT-ABERTO
           MOVE 1 TO W-IND.
       R5A.
           IF W-IND > CHQ-QTD-TIT
               GO TO R5B.
           MOVE CHQ-TIT-NUMERO (W-IND) TO TR-NUMERO
           READ CADTITREC
           IF ST-TR = "00"
              AND (TR-SITUACAO = "A" OR TR-SITUACAO = "P")
               DISPLAY "*** TITULO " TR-NUMERO " AINDA EM ABERTO -"
                   " SALDO " TR-VALOR " PAGO " TR-VALOR-PAGO " ***"
               MOVE "S" TO W-TIT-ABERTO.
           ADD 1 TO W-IND
           GO TO R5A.
       R5B.
           IF W-TIT-ABERTO = "S"
               DISPLAY "*** LIQUIDE OS TITULOS EM MANTITREC ANTES DE"
                   " REGULARIZAR ***"
               GO TO R1.
           MOVE "R" TO CHQ-SITUACAO
           REWRITE REGCHEQUE
           DISPLAY "*** CHEQUE REGULARIZADO - CREDITO LIBERADO ***"
           GO TO R1.

       ROT-FIM.
           CLOSE CADCHEQUE
           CLOSE CADTITREC
           CLOSE CADCLI.
       ROT-FIM3.
           STOP RUN.

      *---------[ TITULO JA ESTA NA TABELA DO CHEQUE? ]-----------------
       PROCURA-TIT.
           IF W-IND > W-QTD-TIT
               GO TO PROCURA-TIT-FIM.
           IF W-TIT-NUMERO (W-IND) = W-NUMTIT
               MOVE "S" TO W-ACHOU
               GO TO PROCURA-TIT-FIM.
           ADD 1 TO W-IND
           GO TO PROCURA-TIT.
       PROCURA-TIT-FIM.
           EXIT.

      *---------[ PROXIMO NUMERO DE CUSTODIA ]--------------------------
       PROXIMO-CHEQUE.
           MOVE ZEROS TO W-ULTCHQ
           MOVE ZEROS TO CHQ-NUMERO
           START CADCHEQUE KEY IS NOT LESS CHQ-NUMERO
               INVALID KEY GO TO PROXIMO-CHEQUE-2.
       PROXIMO-CHEQUE-1.
           READ CADCHEQUE NEXT RECORD
               AT END
                 GO TO PROXIMO-CHEQUE-2
           END-READ.
           MOVE CHQ-NUMERO TO W-ULTCHQ
           GO TO PROXIMO-CHEQUE-1.
       PROXIMO-CHEQUE-2.
           ADD 1 TO W-ULTCHQ.
       PROXIMO-CHEQUE-FIM.
           EXIT.

      *---------[ LANCAMENTO NO LIVRO DA TESOURARIA ]-------------------
      *  MESMO LANCAMENTO DE MANTITREC, NA CONTA EM QUE O       *
      *  CHEQUE FOI DEPOSITADO. SEM CONTA NADA E LANCADO        *
       GRAVA-MOVBCO.
           IF W-MVB-CONTA = ZEROS OR W-MVB-VALOR = ZEROS
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADCONTABCO
           IF ST-CTA NOT = "00"
               GO TO GRAVA-MOVBCO-FIM.
           OPEN I-O CADMOVBCO
           IF ST-MVB NOT = "00"
              IF ST-MVB = "30"
                 OPEN OUTPUT CADMOVBCO
                 CLOSE CADMOVBCO
                 OPEN I-O CADMOVBCO
              ELSE
                 CLOSE CADCONTABCO
                 GO TO GRAVA-MOVBCO-FIM.
           MOVE W-MVB-CONTA TO CTA-CODIGO
           READ CADCONTABCO
           IF ST-CTA NOT = "00"
               CLOSE CADCONTABCO
               CLOSE CADMOVBCO
               GO TO GRAVA-MOVBCO-FIM.

           MOVE ZEROS TO W-MVB-SEQ
           MOVE "N" TO W-MVB-EOF
           MOVE W-MVB-CONTA TO MVB-CONTA
           MOVE ZEROS TO MVB-SEQ
           START CADMOVBCO KEY IS NOT LESS MVB-KEY
               INVALID KEY MOVE "S" TO W-MVB-EOF.
       GRAVA-MOVBCO-1.
           IF W-MVB-EOF = "S"
               GO TO GRAVA-MOVBCO-2.
           READ CADMOVBCO NEXT RECORD
               AT END
                 MOVE "S" TO W-MVB-EOF
                 GO TO GRAVA-MOVBCO-1
           END-READ.
           IF MVB-CONTA NOT = W-MVB-CONTA
               MOVE "S" TO W-MVB-EOF
               GO TO GRAVA-MOVBCO-1.
           MOVE MVB-SEQ TO W-MVB-SEQ
           GO TO GRAVA-MOVBCO-1.
       GRAVA-MOVBCO-2.
           ADD 1 TO W-MVB-SEQ
           MOVE W-MVB-CONTA TO MVB-CONTA
           MOVE W-MVB-SEQ TO MVB-SEQ
           MOVE W-DATA-HOJE TO MVB-DATA
           MOVE W-MVB-TIPO TO MVB-TIPO
           MOVE W-MVB-ORIGEM TO MVB-ORIGEM
           MOVE W-MVB-DOC TO MVB-DOCUMENTO
           MOVE W-MVB-VALOR TO MVB-VALOR
           MOVE "N" TO MVB-CONCILIADO
           WRITE REGMOVBCO
           IF ST-MVB = "22"
               REWRITE REGMOVBCO.
           IF W-MVB-TIPO = "C"
               ADD W-MVB-VALOR TO CTA-SALDO
           ELSE
               SUBTRACT W-MVB-VALOR FROM CTA-SALDO.
           REWRITE REGCONTABCO
           CLOSE CADCONTABCO
           CLOSE CADMOVBCO.
       GRAVA-MOVBCO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
