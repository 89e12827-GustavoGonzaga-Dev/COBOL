       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGREG.
      ***********************************************
      *  MANUTENCAO DAS REGRAS DE SEGREGACAO DE       *
      *  FUNCOES DO FLUXO DE COMPRAS (CADSEGREG).     *
      *  CADA REGRA E UM PAR DE PASSOS QUE O MESMO    *
      *  OPERADOR NAO PODE EXECUTAR NO MESMO PEDIDO.  *
      *  OS PASSOS SAO OS PROGRAMAS DO FLUXO:         *
      *    GERAPED   = EMISSAO DO PEDIDO              *
      *    APROVPED  = APROVACAO                      *
      *    RECEBPED  = RECEBIMENTO                    *
      *    CONFNF    = CONFERENCIA/LIBERACAO DO       *
      *                TITULO                         *
      *    PAGTOLOTE = PAGAMENTO                      *
      *  O ARQUIVO NASCE COM AS REGRAS PADRAO (AS     *
      *  MESMAS QUE CONSSEGREG USA SEM ELE). REGRA    *
      *  INATIVA (I) NAO E CONFRONTADA. SO OPERADOR   *
      *  DE PERFIL A (CADUSUARIO) ALTERA AS REGRAS, E *
      *  CADA ALTERACAO FICA CARIMBADA EM ARQTRANSLOG *
      *  (ANTES/DEPOIS). OS CONFLITOS JA OCORRIDOS    *
      *  SAEM EM RELSEGREG                            *
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

           SELECT CADUSUARIO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-USU.

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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SEG         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-PASSO1       PIC X(10) VALUE SPACES.
       01 W-PASSO2       PIC X(10) VALUE SPACES.
       01 W-PASSO        PIC X(10) VALUE SPACES.
       01 W-PASSO-OK     PIC X(01) VALUE "N".
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-TL-OPER      PIC X(01) VALUE SPACES.
       01 W-REG-ANTES    PIC X(61) VALUE SPACES.

       01 TABPASSO1.
          03 FILLER     PIC X(10) VALUE "GERAPED".
          03 FILLER     PIC X(10) VALUE "APROVPED".
          03 FILLER     PIC X(10) VALUE "RECEBPED".
          03 FILLER     PIC X(10) VALUE "CONFNF".
          03 FILLER     PIC X(10) VALUE "PAGTOLOTE".
      *
       01 TABPASSO REDEFINES TABPASSO1.
          03 TBPASSO    PIC X(10) OCCURS 5 TIMES.

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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

      *---------[ SO PERFIL A MANTEM AS REGRAS ]------------------------
       R0.
           OPEN INPUT CADUSUARIO
           IF ST-USU NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADUSUARIO"
               GO TO ROT-FIM3.
           MOVE W-OPERADOR-LOG TO USU-CODIGO
           READ CADUSUARIO
           IF ST-USU NOT = "00" OR USU-PERFIL NOT = "A"
               DISPLAY "*** OPERADOR SEM PERFIL DE ADMINISTRADOR ***"
               CLOSE CADUSUARIO
               GO TO ROT-FIM3.
           CLOSE CADUSUARIO.

       R0B.
           OPEN I-O CADSEGREG
           IF ST-SEG NOT = "00"
              IF ST-SEG = "30"
                 OPEN OUTPUT CADSEGREG
                 PERFORM CARGA-PADRAO THRU CARGA-PADRAO-FIM
                 CLOSE CADSEGREG
                 DISPLAY "*** ARQUIVO CADSEGREG FOI CRIADO COM AS"
                     " REGRAS PADRAO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADSEGREG"
                 GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** SEGREGACAO DE FUNCOES - COMPRAS ***"
           DISPLAY "  1 - INCLUIR/ALTERAR REGRA"
           DISPLAY "  2 - LISTAR REGRAS"
           DISPLAY "  3 - EXCLUIR REGRA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-INCLUI
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-EXCLUI
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ INCLUSAO / ALTERACAO DA REGRA ]-----------------------
       R2-INCLUI.
           PERFORM LE-PAR THRU LE-PAR-FIM
           IF W-PASSO1 = SPACES
               GO TO R1.
           PERFORM BUSCA-PAR THRU BUSCA-PAR-FIM
           IF ST-SEG = "00"
               DISPLAY "ATUAL: " SEG-DESCRICAO "  SITUACAO "
                   SEG-SITUACAO
               MOVE REGSEGREG TO W-REG-ANTES
               MOVE "A" TO W-TL-OPER
           ELSE
               MOVE SPACES TO W-REG-ANTES SEG-DESCRICAO
               MOVE W-PASSO1 TO SEG-PASSO1
               MOVE W-PASSO2 TO SEG-PASSO2
               MOVE "A" TO SEG-SITUACAO
               MOVE "I" TO W-TL-OPER.
       R2B.
           DISPLAY "DESCRICAO DA REGRA: " WITH NO ADVANCING
           ACCEPT SEG-DESCRICAO
           IF SEG-DESCRICAO = SPACES
               DISPLAY "*** DADO NAO PODE FICAR VAZIO ***"
               GO TO R2B.
       R2C.
           DISPLAY "SITUACAO (A = ATIVA, I = INATIVA): "
               WITH NO ADVANCING
           ACCEPT SEG-SITUACAO
           IF SEG-SITUACAO = "a" MOVE "A" TO SEG-SITUACAO.
           IF SEG-SITUACAO = "i" MOVE "I" TO SEG-SITUACAO.
           IF SEG-SITUACAO NOT = "A" AND "I"
               GO TO R2C.

           IF W-TL-OPER = "A"
               REWRITE REGSEGREG
           ELSE
               WRITE REGSEGREG.
           IF ST-SEG = "00" OR "02"
               PERFORM CARIMBA-REGRA THRU CARIMBA-REGRA-FIM
               DISPLAY "*** REGRA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-SEG.
           GO TO R2-INCLUI.

      *---------[ LISTAGEM DAS REGRAS ]---------------------------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE SPACES TO SEG-KEY
           START CADSEGREG KEY IS NOT LESS SEG-KEY
               INVALID KEY GO TO R3B.
       R3A.
           READ CADSEGREG NEXT RECORD
               AT END
                 GO TO R3B
           END-READ.
           DISPLAY SEG-PASSO1 " X " SEG-PASSO2 " " SEG-DESCRICAO
               " " SEG-SITUACAO
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           IF W-TOTLISTADOS = ZEROS
               DISPLAY "*** NENHUMA REGRA CADASTRADA - NENHUM PASSO"
                   " E CONFRONTADO ***".
           GO TO R1.

      *---------[ EXCLUSAO DA REGRA ]-----------------------------------
       R4-EXCLUI.
           PERFORM LE-PAR THRU LE-PAR-FIM
           IF W-PASSO1 = SPACES
               GO TO R1.
           PERFORM BUSCA-PAR THRU BUSCA-PAR-FIM
           IF ST-SEG NOT = "00"
               DISPLAY "*** REGRA NAO CADASTRADA ***"
               GO TO R4-EXCLUI.
           DISPLAY "CONFIRMA A EXCLUSAO DE " SEG-DESCRICAO " (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R1.
           MOVE REGSEGREG TO W-REG-ANTES
           DELETE CADSEGREG RECORD
           IF ST-SEG = "00"
               MOVE "E" TO W-TL-OPER
               PERFORM CARIMBA-REGRA THRU CARIMBA-REGRA-FIM
               DISPLAY "*** REGRA EXCLUIDA ***"
           ELSE
               DISPLAY "ERRO NA EXCLUSAO ST=" ST-SEG.
           GO TO R1.

       ROT-FIM.
           CLOSE CADSEGREG.
       ROT-FIM3.
           STOP RUN.

      *---------[ PAR DE PASSOS (VAZIO = VOLTAR) ]----------------------
       LE-PAR.
           MOVE SPACES TO W-PASSO1 W-PASSO2.
       LE-PAR-1.
           DISPLAY "PRIMEIRO PASSO (GERAPED APROVPED RECEBPED CONFNF"
               " PAGTOLOTE, VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-PASSO
           IF W-PASSO = SPACES
               GO TO LE-PAR-FIM.
           PERFORM VALIDA-PASSO THRU VALIDA-PASSO-FIM
           IF W-PASSO-OK = "N"
               DISPLAY "*** PASSO INVALIDO ***"
               GO TO LE-PAR-1.
           MOVE W-PASSO TO W-PASSO1.
       LE-PAR-2.
           DISPLAY "SEGUNDO PASSO: " WITH NO ADVANCING
           ACCEPT W-PASSO
           PERFORM VALIDA-PASSO THRU VALIDA-PASSO-FIM
           IF W-PASSO-OK = "N"
               DISPLAY "*** PASSO INVALIDO ***"
               GO TO LE-PAR-2.
           IF W-PASSO = W-PASSO1
               DISPLAY "*** OS DOIS PASSOS SAO IGUAIS ***"
               GO TO LE-PAR-2.
           MOVE W-PASSO TO W-PASSO2.
       LE-PAR-FIM.
           EXIT.

       VALIDA-PASSO.
           MOVE "N" TO W-PASSO-OK
           MOVE ZEROS TO W-IND.
       VALIDA-PASSO-1.
           ADD 1 TO W-IND
           IF W-IND > 5
               GO TO VALIDA-PASSO-FIM.
           IF TBPASSO (W-IND) NOT = W-PASSO
               GO TO VALIDA-PASSO-1.
           MOVE "S" TO W-PASSO-OK.
       VALIDA-PASSO-FIM.
           EXIT.

      *---------[ LOCALIZA O PAR NAS DUAS ORDENS ]----------------------
       BUSCA-PAR.
           MOVE W-PASSO1 TO SEG-PASSO1
           MOVE W-PASSO2 TO SEG-PASSO2
           READ CADSEGREG
           IF ST-SEG = "00"
               GO TO BUSCA-PAR-FIM.
           MOVE W-PASSO2 TO SEG-PASSO1
           MOVE W-PASSO1 TO SEG-PASSO2
           READ CADSEGREG.
       BUSCA-PAR-FIM.
           EXIT.

      *---------[ REGRAS PADRAO NO ARQUIVO NOVO ]-----------------------
       CARGA-PADRAO.
           MOVE ZEROS TO W-IND.
       CARGA-PADRAO-1.
           ADD 1 TO W-IND
           IF W-IND > 6
               GO TO CARGA-PADRAO-FIM.
           MOVE TBRP-PASSO1 (W-IND) TO SEG-PASSO1
           MOVE TBRP-PASSO2 (W-IND) TO SEG-PASSO2
           MOVE TBRP-DESCR (W-IND) TO SEG-DESCRICAO
           MOVE "A" TO SEG-SITUACAO
           WRITE REGSEGREG
           GO TO CARGA-PADRAO-1.
       CARGA-PADRAO-FIM.
           EXIT.

      *---------[ ALTERACAO DA REGRA CARIMBADA EM ARQTRANSLOG ]---------
       CARIMBA-REGRA.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS TL-CHAVE
           MOVE W-REG-ANTES TO TL-ANTES
           IF W-TL-OPER NOT = "E"
               MOVE REGSEGREG TO TL-DEPOIS.
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADSEGREG" TO TL-ARQUIVO
           MOVE SEG-KEY TO TL-CHAVE
           MOVE W-TL-OPER TO TL-OPERACAO
           MOVE W-OPERADOR-LOG TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-REGRA-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
