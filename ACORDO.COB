       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACORDO.
      ***********************************************
      *  RENEGOCIACAO (ACORDO) DE TITULOS A RECEBER   *
      *  EM ABERTO DO CLIENTE (CADTITREC). OS TITULOS *
      *  ESCOLHIDOS ENTRAM PELO SALDO MAIS MULTA E    *
      *  JUROS DE MORA (MULTAPCT E JUROSMES DE        *
      *  CADPARAM, MESMA REGRA DE MANTITREC). DESCONTO*
      *  NO ACORDO SO COM SENHA DE SUPERVISOR (PERFIL *
      *  A DE CADUSUARIO), CARIMBADO EM ARQTRANSLOG.  *
      *  O VALOR ACORDADO VIRA NOVOS TITULOS EM       *
      *  PARCELAS (NUMERACAO DE CTRLTR.DAT, NF ZERO) E*
      *  OS ANTIGOS FICAM NA SITUACAO R=RENEGOCIADO.  *
      *  CADACORDO GUARDA O ACORDO E CADACORDOTIT LIGA*
      *  CADA TITULO (ORIGINAL, COM A NF, OU PARCELA  *
      *  NOVA) AO NUMERO DO ACORDO. O CUMPRIMENTO DO  *
      *  ACORDO SAI NO RELACORDO                      *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  O ACORDO E RECUSADO                          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

           SELECT ARQTRANSLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-TRANSLOG.

           SELECT ARQCTRLTR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADUSUARIO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADUSUARIO.DAT".
       01 REGUSUARIO.
           03 USU-CODIGO        PIC X(08).
           03 USU-NOME          PIC X(30).
           03 USU-SENHA         PIC X(08).
           03 USU-PERFIL        PIC X(01).

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

       FD ARQCTRLTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTR.DAT".
       01 REG-CTRLTR.
           03 CTRL-ULTTR       PIC 9(06).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ACO         PIC X(02) VALUE "00".
       01 ST-ACT         PIC X(02) VALUE "00".
       01 ST-TR          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 ST-CTRLR       PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-VENCTO   PIC 9(09) VALUE ZEROS.
       01 W-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       01 W-PCT-MULTA    PIC 9(09)V99 VALUE ZEROS.
       01 W-PCT-JUROSMES PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-MULTA    PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-JUROS    PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       01 W-CLIENTE      PIC 9(15) VALUE ZEROS.
       01 W-SALDOTIT     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-SALDO    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-ATUAL    PIC 9(09)V99 VALUE ZEROS.
       01 W-DESCONTO     PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-ACORDO PIC 9(09)V99 VALUE ZEROS.
       01 W-PARCELAS     PIC 9(02) VALUE ZEROS.
       01 W-INTERVALO    PIC 9(03) VALUE ZEROS.
       01 W-PARC         PIC 9(02) VALUE ZEROS.
       01 W-VALPARC      PIC 9(09)V99 VALUE ZEROS.
       01 W-VALPRIM      PIC 9(09)V99 VALUE ZEROS.
       01 W-VALOR-PARC   PIC 9(09)V99 VALUE ZEROS.
       01 W-VENCTO-PARC  PIC 9(08) VALUE ZEROS.
       01 W-NUMTR        PIC 9(06) VALUE ZEROS.
       01 W-NUMACO       PIC 9(06) VALUE ZEROS.
       01 W-ULTACO       PIC 9(06) VALUE ZEROS.
       01 W-QTD-ORIG     PIC 9(02) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-SIT-TIT      PIC X(01) VALUE SPACES.
       01 W-TAB-ORIG.
           03 W-ORI          OCCURS 30 TIMES.
              05 W-ORI-NUMERO    PIC 9(06).
              05 W-ORI-NUMNF     PIC 9(06).
              05 W-ORI-SALDO     PIC 9(09)V99.
              05 W-ORI-ENCARGOS  PIC 9(09)V99.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADACORDO
           IF ST-ACO NOT = "00"
              IF ST-ACO = "30"
                 OPEN OUTPUT CADACORDO
                 CLOSE CADACORDO
                 DISPLAY "*** ARQUIVO CADACORDO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACORDO"
                 GO TO ROT-FIM3.

       R0A.
           OPEN I-O CADACORDOTIT
           IF ST-ACT NOT = "00"
              IF ST-ACT = "30"
                 OPEN OUTPUT CADACORDOTIT
                 CLOSE CADACORDOTIT
                 DISPLAY "*** ARQUIVO CADACORDOTIT FOI CRIADO ***"
                 GO TO R0A
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADACORDOTIT"
                 CLOSE CADACORDO
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADTITREC
           IF ST-TR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTITREC"
               CLOSE CADACORDO
               CLOSE CADACORDOTIT
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI"
               CLOSE CADACORDO
               CLOSE CADACORDOTIT
               CLOSE CADTITREC
               GO TO ROT-FIM3.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE =
               FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

      *---------[ PERCENTUAIS DE ENCARGOS DE CADPARAM ]-----------------
       R0D.
           OPEN INPUT CADPARAM
           IF ST-PAR NOT = "00"
               DISPLAY "*** CADPARAM AUSENTE - ACORDO SEM ENCARGOS ***"
               GO TO R1.
           MOVE "MULTAPCT" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00"
               MOVE PARAM-VALOR TO W-PCT-MULTA.
           MOVE "JUROSMES" TO PARAM-CODIGO
           READ CADPARAM
           IF ST-PAR = "00"
               MOVE PARAM-VALOR TO W-PCT-JUROSMES.
           CLOSE CADPARAM
           IF W-PCT-MULTA = ZEROS AND W-PCT-JUROSMES = ZEROS
               DISPLAY "*** MULTAPCT/JUROSMES NAO PARAMETRIZADOS -"
                   " ACORDO SEM ENCARGOS ***".

       R1.
           DISPLAY " "
           DISPLAY "*** RENEGOCIACAO DE TITULOS A RECEBER ***"
           DISPLAY "  1 - NOVO ACORDO"
           DISPLAY "  2 - CONSULTAR ACORDO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-NOVO
              WHEN 2
                 GO TO R3-CONSULTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ TITULOS EM ABERTO DO CLIENTE QUE ENTRAM NO ACORDO ]---
       R2-NOVO.
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
               GO TO R2-NOVO.
           DISPLAY "CLIENTE: " CLI-RAZAO

           MOVE ZEROS TO W-QTD-ORIG W-TOT-SALDO W-TOT-ENCARGOS
           MOVE ZEROS TO W-TAB-ORIG
           MOVE ZEROS TO TR-NUMERO
           START CADTITREC KEY IS NOT LESS TR-NUMERO
               INVALID KEY GO TO R2B.
       R2A.
           READ CADTITREC NEXT RECORD
               AT END
                 GO TO R2B
           END-READ.
           IF TR-CNPJCPF NOT = W-CLIENTE
               GO TO R2A.
           IF TR-SITUACAO NOT = "A" AND TR-SITUACAO NOT = "P"
               GO TO R2A.
           IF W-QTD-ORIG = 30
               DISPLAY "*** LIMITE DE 30 TITULOS POR ACORDO ***"
               GO TO R2B.
           COMPUTE W-SALDOTIT = TR-VALOR - TR-VALOR-PAGO
           PERFORM CALCULA-ENCARGOS THRU CALCULA-ENCARGOS-FIM
           DISPLAY "TITULO " TR-NUMERO "  NF " TR-NUMNF
               "  VENC " TR-DATA-VENCTO "  SALDO " W-SALDOTIT
               "  ENCARGOS " W-VAL-ENCARGOS.
       R2A1.
           DISPLAY "INCLUIR NO ACORDO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
              AND W-RESP NOT = "N" AND W-RESP NOT = "n"
               GO TO R2A1.
           IF W-RESP = "N" OR W-RESP = "n"
               GO TO R2A.
           ADD 1 TO W-QTD-ORIG
           MOVE TR-NUMERO TO W-ORI-NUMERO (W-QTD-ORIG)
           MOVE TR-NUMNF TO W-ORI-NUMNF (W-QTD-ORIG)
           MOVE W-SALDOTIT TO W-ORI-SALDO (W-QTD-ORIG)
           MOVE W-VAL-ENCARGOS TO W-ORI-ENCARGOS (W-QTD-ORIG)
           ADD W-SALDOTIT TO W-TOT-SALDO
           ADD W-VAL-ENCARGOS TO W-TOT-ENCARGOS
           GO TO R2A.

       R2B.
           IF W-QTD-ORIG = ZEROS
               DISPLAY "*** NENHUM TITULO ESCOLHIDO - NADA GRAVADO ***"
               GO TO R1.
           COMPUTE W-TOT-ATUAL = W-TOT-SALDO + W-TOT-ENCARGOS
           DISPLAY "TITULOS: " W-QTD-ORIG "  SALDO: " W-TOT-SALDO
               "  ENCARGOS: " W-TOT-ENCARGOS
           DISPLAY "SALDO ATUALIZADO: " W-TOT-ATUAL.

      *---------[ DESCONTO SO COM SENHA DE SUPERVISOR ]-----------------
       R2C.
           MOVE SPACES TO W-SUP-CODIGO
           DISPLAY "DESCONTO CONCEDIDO (0 = SEM DESCONTO): "
               WITH NO ADVANCING
           ACCEPT W-DESCONTO
           IF W-DESCONTO = ZEROS
               GO TO R2D.
           IF W-DESCONTO NOT < W-TOT-ATUAL
               DISPLAY "*** DESCONTO NAO PODE COBRIR O SALDO TODO ***"
               GO TO R2C.
       R2C1.
           DISPLAY "CODIGO DO SUPERVISOR: " WITH NO ADVANCING
           ACCEPT W-SUP-CODIGO
           IF W-SUP-CODIGO = SPACES
               GO TO R2C.
           DISPLAY "SENHA: " WITH NO ADVANCING
           ACCEPT W-SUP-SENHA

           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO R2C.
           MOVE W-SUP-CODIGO TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-SENHA NOT = W-SUP-SENHA
               DISPLAY "*** SUPERVISOR OU SENHA INVALIDOS ***"
               CLOSE CADUSUARIO
               GO TO R2C1.
           IF USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE SUPERVISOR ***"
               CLOSE CADUSUARIO
               GO TO R2C.
           CLOSE CADUSUARIO.

      *---------[ PLANO DE PARCELAS ]-----------------------------------
       R2D.
           COMPUTE W-VALOR-ACORDO = W-TOT-ATUAL - W-DESCONTO
           DISPLAY "VALOR DO ACORDO: " W-VALOR-ACORDO.
       R2D1.
           DISPLAY "NUMERO DE PARCELAS (1 A 24): " WITH NO ADVANCING
           ACCEPT W-PARCELAS
           IF W-PARCELAS = ZEROS OR W-PARCELAS > 24
               DISPLAY "*** NUMERO DE PARCELAS INVALIDO ***"
               GO TO R2D1.
           DISPLAY "DIAS ENTRE PARCELAS (0 = 30): " WITH NO ADVANCING
           ACCEPT W-INTERVALO
           IF W-INTERVALO = ZEROS
               MOVE 30 TO W-INTERVALO.

           COMPUTE W-VALPARC = W-VALOR-ACORDO / W-PARCELAS
           COMPUTE W-VALPRIM = W-VALOR-ACORDO -
               (W-VALPARC * (W-PARCELAS - 1))
           MOVE ZEROS TO W-PARC
           PERFORM MOSTRA-PLANO THRU MOSTRA-PLANO-FIM
           DISPLAY "CONFIRMA O ACORDO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               DISPLAY "*** ACORDO ABANDONADO ***"
               GO TO R1.

      *---------[ GRAVACAO: PARCELAS NOVAS, ORIGINAIS EM R, ACORDO ]----
       R2E.
           PERFORM PROXIMO-ACORDO THRU PROXIMO-ACORDO-FIM
           PERFORM LE-CTRLTR THRU LE-CTRLTR-FIM
           MOVE ZEROS TO W-PARC
           PERFORM GERA-PARCELAS THRU GERA-PARCELAS-FIM
           PERFORM GRAVA-CTRLTR THRU GRAVA-CTRLTR-FIM
           MOVE 1 TO W-IND
           PERFORM MARCA-ORIGINAIS THRU MARCA-ORIGINAIS-FIM

           MOVE W-NUMACO TO ACO-NUMERO
           MOVE W-CLIENTE TO ACO-CNPJCPF
           MOVE W-DATA-HOJE TO ACO-DATA
           MOVE W-QTD-ORIG TO ACO-QTD-ORIG
           MOVE W-TOT-SALDO TO ACO-SALDO-ORIG
           MOVE W-TOT-ENCARGOS TO ACO-ENCARGOS
           MOVE W-DESCONTO TO ACO-DESCONTO
           MOVE W-VALOR-ACORDO TO ACO-VALOR
           MOVE W-PARCELAS TO ACO-PARCELAS
           MOVE W-INTERVALO TO ACO-INTERVALO
           MOVE W-SUP-CODIGO TO ACO-SUPERVISOR
           MOVE W-OPERADOR-LOG TO ACO-OPERADOR
           WRITE REGACORDO
           IF ST-ACO NOT = "00" AND ST-ACO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ACORDO ST=" ST-ACO
               GO TO R1.
           IF W-DESCONTO > ZEROS
               PERFORM CARIMBA-DESCONTO THRU CARIMBA-DESCONTO-FIM.
           DISPLAY "*** ACORDO " ACO-NUMERO " GRAVADO: " W-QTD-ORIG
               " TITULOS RENEGOCIADOS EM " W-PARCELAS " PARCELAS ***"
           GO TO R1.

      *---------[ CONSULTA DO ACORDO E DE SEUS TITULOS ]----------------
       R3-CONSULTA.
           DISPLAY "NUMERO DO ACORDO (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-NUMACO
           IF W-NUMACO = ZEROS
               GO TO R1.
           MOVE W-NUMACO TO ACO-NUMERO
           READ CADACORDO
           IF ST-ACO NOT = "00"
               DISPLAY "*** ACORDO NAO CADASTRADO ***"
               GO TO R3-CONSULTA.
           MOVE ACO-CNPJCPF TO CLI-CNPJCPF
           READ CADCLI
           IF ST-CLI = "00"
               DISPLAY "CLIENTE: " CLI-RAZAO
           ELSE
               DISPLAY "CLIENTE NAO CADASTRADO - " ACO-CNPJCPF.
           DISPLAY "DATA: " ACO-DATA "  OPERADOR: " ACO-OPERADOR
               "  SUPERVISOR: " ACO-SUPERVISOR
           DISPLAY "SALDO ORIGINAL: " ACO-SALDO-ORIG
               "  ENCARGOS: " ACO-ENCARGOS
               "  DESCONTO: " ACO-DESCONTO
           DISPLAY "VALOR DO ACORDO: " ACO-VALOR "  EM "
               ACO-PARCELAS " PARCELAS A CADA " ACO-INTERVALO " DIAS"
           MOVE W-NUMACO TO ACT-ACORDO
           START CADACORDOTIT KEY IS EQUAL ACT-ACORDO
               INVALID KEY
                 DISPLAY "*** ACORDO SEM TITULOS LIGADOS ***"
                 GO TO R1.
       R3A.
           READ CADACORDOTIT NEXT RECORD
               AT END
                 GO TO R1
           END-READ.
           IF ACT-ACORDO NOT = W-NUMACO
               GO TO R1.
           MOVE "?" TO W-SIT-TIT
           MOVE ACT-TITULO TO TR-NUMERO
           READ CADTITREC
           IF ST-TR = "00"
               MOVE TR-SITUACAO TO W-SIT-TIT.
           IF ACT-TIPO = "O"
               DISPLAY "  ORIGINAL  TITULO " ACT-TITULO "  NF "
                   ACT-NUMNF "  SALDO " ACT-VALOR "  ENCARGOS "
                   ACT-ENCARGOS "  SIT " W-SIT-TIT
           ELSE
               DISPLAY "  PARCELA " ACT-PARCELA " TITULO " ACT-TITULO
                   "  VENC " TR-DATA-VENCTO "  VALOR " ACT-VALOR
                   "  PAGO " TR-VALOR-PAGO "  SIT " W-SIT-TIT.
           GO TO R3A.

       ROT-FIM.
           CLOSE CADACORDO
           CLOSE CADACORDOTIT
           CLOSE CADTITREC
           CLOSE CADCLI.
       ROT-FIM3.
           STOP RUN.

      *---------[ MULTA E JUROS DO TITULO VENCIDO ]---------------------
      *  MESMA REGRA DE MANTITREC: MULTA UNICA DE MULTAPCT % E  *
      *  JUROS DE JUROSMES % AO MES PRO-RATA DIA SOBRE O SALDO, *
      *  DO VENCIMENTO ATE HOJE                                 *
       CALCULA-ENCARGOS.
           MOVE ZEROS TO W-VAL-MULTA W-VAL-JUROS W-VAL-ENCARGOS
           IF W-PCT-MULTA = ZEROS AND W-PCT-JUROSMES = ZEROS
               GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-INT-VENCTO =
               FUNCTION INTEGER-OF-DATE (TR-DATA-VENCTO)
           COMPUTE W-DIAS-ATRASO = W-INT-HOJE - W-INT-VENCTO
           IF W-DIAS-ATRASO NOT > ZEROS
               GO TO CALCULA-ENCARGOS-FIM.
           COMPUTE W-VAL-MULTA ROUNDED =
               W-SALDOTIT * W-PCT-MULTA / 100
           COMPUTE W-VAL-JUROS ROUNDED =
               W-SALDOTIT * W-PCT-JUROSMES / 100 / 30
               * W-DIAS-ATRASO
           COMPUTE W-VAL-ENCARGOS = W-VAL-MULTA + W-VAL-JUROS.
       CALCULA-ENCARGOS-FIM.
           EXIT.

      *---------[ VALOR E VENCIMENTO DA PARCELA W-PARC ]----------------
       CALCULA-PARCELA.
           IF W-PARC = 1
               MOVE W-VALPRIM TO W-VALOR-PARC
           ELSE
               MOVE W-VALPARC TO W-VALOR-PARC.
           COMPUTE W-INT-VENCTO = W-INT-HOJE + (W-INTERVALO * W-PARC)
           COMPUTE W-VENCTO-PARC =
               FUNCTION DATE-OF-INTEGER (W-INT-VENCTO).
       CALCULA-PARCELA-FIM.
           EXIT.

       MOSTRA-PLANO.
           IF W-PARC NOT < W-PARCELAS
               GO TO MOSTRA-PLANO-FIM.
           ADD 1 TO W-PARC
           PERFORM CALCULA-PARCELA THRU CALCULA-PARCELA-FIM
           DISPLAY "  PARCELA " W-PARC "/" W-PARCELAS "  VENC "
               W-VENCTO-PARC "  VALOR " W-VALOR-PARC
           GO TO MOSTRA-PLANO.
       MOSTRA-PLANO-FIM.
           EXIT.

      *---------[ TITULOS NOVOS DAS PARCELAS DO ACORDO ]----------------
      *  NUMERO QUE JA EXISTIR EM CADTITREC (FATURA ABERTO EM   *
      *  OUTRO TERMINAL) E PULADO                               *
       GERA-PARCELAS.
           IF W-PARC NOT < W-PARCELAS
               GO TO GERA-PARCELAS-FIM.
           ADD 1 TO W-PARC
           PERFORM CALCULA-PARCELA THRU CALCULA-PARCELA-FIM.
       GERA-PARCELAS-1.
           ADD 1 TO W-NUMTR
           MOVE W-NUMTR TO TR-NUMERO
           MOVE W-CLIENTE TO TR-CNPJCPF
           MOVE ZEROS TO TR-NUMNF
           MOVE W-VALOR-PARC TO TR-VALOR
           MOVE ZEROS TO TR-VALOR-PAGO
           MOVE W-DATA-HOJE TO TR-DATA-EMISSAO
           MOVE W-VENCTO-PARC TO TR-DATA-VENCTO
           MOVE "A" TO TR-SITUACAO
           WRITE REGTITREC
           IF ST-TR = "22"
               GO TO GERA-PARCELAS-1.
           IF ST-TR NOT = "00" AND ST-TR NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO TITULO A RECEBER ST="
                   ST-TR
               GO TO GERA-PARCELAS.
           MOVE TR-NUMERO TO ACT-TITULO
           MOVE "N" TO ACT-TIPO
           MOVE W-NUMACO TO ACT-ACORDO
           MOVE ZEROS TO ACT-NUMNF
           MOVE W-PARC TO ACT-PARCELA
           MOVE W-VALOR-PARC TO ACT-VALOR
           MOVE ZEROS TO ACT-ENCARGOS
           WRITE REGACORDOTIT
           IF ST-ACT = "22"
               REWRITE REGACORDOTIT.
           DISPLAY "TITULO A RECEBER " TR-NUMERO " (PARCELA "
               W-PARC "/" W-PARCELAS ") GERADO - VENC "
               TR-DATA-VENCTO " VALOR " TR-VALOR
           GO TO GERA-PARCELAS.
       GERA-PARCELAS-FIM.
           EXIT.

      *---------[ TITULOS ORIGINAIS PASSAM A RENEGOCIADO (R) ]----------
       MARCA-ORIGINAIS.
           IF W-IND > W-QTD-ORIG
               GO TO MARCA-ORIGINAIS-FIM.
           MOVE W-ORI-NUMERO (W-IND) TO TR-NUMERO
           READ CADTITREC
           IF ST-TR = "00"
               MOVE "R" TO TR-SITUACAO
               REWRITE REGTITREC.
           MOVE W-ORI-NUMERO (W-IND) TO ACT-TITULO
           MOVE "O" TO ACT-TIPO
           MOVE W-NUMACO TO ACT-ACORDO
           MOVE W-ORI-NUMNF (W-IND) TO ACT-NUMNF
           MOVE ZEROS TO ACT-PARCELA
           MOVE W-ORI-SALDO (W-IND) TO ACT-VALOR
           MOVE W-ORI-ENCARGOS (W-IND) TO ACT-ENCARGOS
           WRITE REGACORDOTIT
           IF ST-ACT = "22"
               REWRITE REGACORDOTIT.
           ADD 1 TO W-IND
           GO TO MARCA-ORIGINAIS.
       MARCA-ORIGINAIS-FIM.
           EXIT.

      *---------[ PROXIMO NUMERO DE ACORDO ]----------------------------
       PROXIMO-ACORDO.
           MOVE ZEROS TO W-ULTACO
           MOVE ZEROS TO ACO-NUMERO
           START CADACORDO KEY IS NOT LESS ACO-NUMERO
               INVALID KEY GO TO PROXIMO-ACORDO-2.
       PROXIMO-ACORDO-1.
           READ CADACORDO NEXT RECORD
               AT END
                 GO TO PROXIMO-ACORDO-2
           END-READ.
           MOVE ACO-NUMERO TO W-ULTACO
           GO TO PROXIMO-ACORDO-1.
       PROXIMO-ACORDO-2.
           COMPUTE W-NUMACO = W-ULTACO + 1.
       PROXIMO-ACORDO-FIM.
           EXIT.

      *---------[ ULTIMO NUMERO DE TITULO A RECEBER (CTRLTR.DAT) ]------
       LE-CTRLTR.
           OPEN INPUT ARQCTRLTR
           IF ST-CTRLR = "00"
              READ ARQCTRLTR
                 AT END MOVE ZEROS TO W-NUMTR
              END-READ
              IF ST-CTRLR = "00"
                 MOVE CTRL-ULTTR TO W-NUMTR
              END-IF
              CLOSE ARQCTRLTR
           ELSE
              MOVE ZEROS TO W-NUMTR.
       LE-CTRLTR-FIM.
           EXIT.

       GRAVA-CTRLTR.
           OPEN OUTPUT ARQCTRLTR
           MOVE W-NUMTR TO CTRL-ULTTR
           WRITE REG-CTRLTR
           CLOSE ARQCTRLTR.
       GRAVA-CTRLTR-FIM.
           EXIT.

      *---------[ DESCONTO AUTORIZADO CARIMBADO EM ARQTRANSLOG ]--------
       CARIMBA-DESCONTO.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS
           MOVE REGACORDO TO TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADACORDO" TO TL-ARQUIVO
           MOVE ACO-NUMERO TO TL-CHAVE
           MOVE "I" TO TL-OPERACAO
           MOVE W-SUP-CODIGO TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-DESCONTO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
