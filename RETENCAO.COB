       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO.
      ***********************************************
      *  TABELA DE RETENCAO DE DADOS PESSOAIS (LGPD)  *
      *  POR CATEGORIA (CADRETENC) - QUANTOS MESES O  *
      *  DADO PESSOAL E GUARDADO DEPOIS DO FIM DA     *
      *  RELACAO, ATE ANONIMIZA ANONIMIZAR NOMES,     *
      *  ENDERECOS E E-MAILS:                         *
      *    FUNCIONAR = FUNCIONARIO DESLIGADO, APOS A  *
      *                DATA DA RESCISAO (ARQRESCIS)   *
      *    DEPENDENT = DEPENDENTE DO DESLIGADO, APOS  *
      *                A MESMA DATA                   *
      *    CLIENTEPF = CLIENTE PESSOA FISICA          *
      *                CANCELADO, APOS O ULTIMO       *
      *                TITULO OU PEDIDO DE VENDA      *
      *    CONTATO   = CADCONTATO E A AGENDA DE     *
      *                CONTATOS (CADCONTEMP), APOS A  *
      *                DATA DO ULTIMO CONTATO         *
      *  AS CATEGORIAS SAO FIXAS; O ARQUIVO NASCE COM *
      *  OS PRAZOS PADRAO (OS MESMOS QUE ANONIMIZA    *
      *  USA SEM ELE). CATEGORIA INATIVA (I) NAO E    *
      *  ANONIMIZADA. SO OPERADOR DE PERFIL A         *
      *  (CADUSUARIO) ALTERA A TABELA, E CADA         *
      *  ALTERACAO FICA CARIMBADA EM ARQTRANSLOG      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRETENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RTN-CATEGORIA
                    FILE STATUS  IS ST-RTN.

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
       FD CADRETENC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRETENC.DAT".
       01 REGRETENC.
           03 RTN-CATEGORIA     PIC X(10).
           03 RTN-MESES         PIC 9(03).
           03 RTN-DESCRICAO     PIC X(40).
           03 RTN-SITUACAO      PIC X(01).

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
       01 ST-RTN         PIC X(02) VALUE "00".
       01 ST-USU         PIC X(02) VALUE "00".
       01 ST-TRANSLOG    PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-CATEGORIA    PIC X(10) VALUE SPACES.
       01 W-MESES        PIC 9(03) VALUE ZEROS.
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-IND-CAT      PIC 9(02) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
       01 W-TL-OPER      PIC X(01) VALUE SPACES.
       01 W-REG-ANTES    PIC X(54) VALUE SPACES.

      *---------[ CATEGORIAS E PRAZOS PADRAO - OS MESMOS DE ANONIMIZA ]-
       01 TABRETPAD1.
          03 FILLER     PIC X(13) VALUE "FUNCIONAR 060".
          03 FILLER     PIC X(40) VALUE
             "FUNCIONARIO DESLIGADO - APOS A RESCISAO".
          03 FILLER     PIC X(13) VALUE "DEPENDENT 060".
          03 FILLER     PIC X(40) VALUE
             "DEPENDENTE DE FUNCIONARIO DESLIGADO".
          03 FILLER     PIC X(13) VALUE "CLIENTEPF 060".
          03 FILLER     PIC X(40) VALUE
             "CLIENTE PF CANCELADO - APOS ULT. MOVTO".
          03 FILLER     PIC X(13) VALUE "CONTATO   024".
          03 FILLER     PIC X(40) VALUE
             "CONTATO - APOS A DATA DO ULTIMO CONTATO".
      *
       01 TABRETPAD REDEFINES TABRETPAD1.
          03 TBRETPAD OCCURS 4 TIMES.
             05 TBRT-CATEGORIA PIC X(10).
             05 TBRT-MESES     PIC 9(03).
             05 TBRT-DESCR     PIC X(40).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM.

      *---------[ SO PERFIL A MANTEM A TABELA ]-------------------------
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
           OPEN I-O CADRETENC
           IF ST-RTN NOT = "00"
              IF ST-RTN = "30"
                 OPEN OUTPUT CADRETENC
                 PERFORM CARGA-PADRAO THRU CARGA-PADRAO-FIM
                 CLOSE CADRETENC
                 DISPLAY "*** ARQUIVO CADRETENC FOI CRIADO COM OS"
                     " PRAZOS PADRAO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRETENC"
                 GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** RETENCAO DE DADOS PESSOAIS (LGPD) ***"
           DISPLAY "  1 - ALTERAR PRAZO DA CATEGORIA"
           DISPLAY "  2 - LISTAR TABELA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-ALTERA
              WHEN 2
                 GO TO R3-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ ALTERACAO DO PRAZO / SITUACAO DA CATEGORIA ]----------
       R2-ALTERA.
           DISPLAY "CATEGORIA (FUNCIONAR DEPENDENT CLIENTEPF CONTATO,"
               " VAZIO = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-CATEGORIA
           IF W-CATEGORIA = SPACES
               GO TO R1.
           PERFORM VALIDA-CATEGORIA THRU VALIDA-CATEGORIA-FIM
           IF W-IND-CAT = ZEROS
               DISPLAY "*** CATEGORIA INVALIDA ***"
               GO TO R2-ALTERA.
           MOVE W-CATEGORIA TO RTN-CATEGORIA
           READ CADRETENC
           IF ST-RTN = "00"
               DISPLAY "ATUAL: " RTN-MESES " MESES  " RTN-DESCRICAO
                   "  SITUACAO " RTN-SITUACAO
               MOVE REGRETENC TO W-REG-ANTES
               MOVE "A" TO W-TL-OPER
           ELSE
               MOVE SPACES TO W-REG-ANTES
               MOVE W-CATEGORIA TO RTN-CATEGORIA
               MOVE TBRT-MESES (W-IND-CAT) TO RTN-MESES
               MOVE TBRT-DESCR (W-IND-CAT) TO RTN-DESCRICAO
               MOVE "A" TO RTN-SITUACAO
               MOVE "I" TO W-TL-OPER.
       R2B.
           DISPLAY "MESES DE RETENCAO: " WITH NO ADVANCING
           ACCEPT W-MESES
           IF W-MESES = ZEROS
               DISPLAY "*** PRAZO NAO PODE SER ZERO ***"
               GO TO R2B.
           MOVE W-MESES TO RTN-MESES.
       R2C.
           DISPLAY "SITUACAO (A = ANONIMIZA, I = NAO ANONIMIZA): "
               WITH NO ADVANCING
           ACCEPT RTN-SITUACAO
           IF RTN-SITUACAO = "a" MOVE "A" TO RTN-SITUACAO.
           IF RTN-SITUACAO = "i" MOVE "I" TO RTN-SITUACAO.
           IF RTN-SITUACAO NOT = "A" AND "I"
               GO TO R2C.

           IF W-TL-OPER = "A"
               REWRITE REGRETENC
           ELSE
               WRITE REGRETENC.
           IF ST-RTN = "00" OR "02"
               PERFORM CARIMBA-RETENC THRU CARIMBA-RETENC-FIM
               DISPLAY "*** PRAZO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RTN.
           GO TO R2-ALTERA.

      *---------[ LISTAGEM DA TABELA ]----------------------------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS
           MOVE SPACES TO RTN-CATEGORIA
           START CADRETENC KEY IS NOT LESS RTN-CATEGORIA
               INVALID KEY GO TO R3B.
       R3A.
           READ CADRETENC NEXT RECORD
               AT END
                 GO TO R3B
           END-READ.
           DISPLAY RTN-CATEGORIA " " RTN-MESES " MESES  "
               RTN-DESCRICAO " " RTN-SITUACAO
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           IF W-TOTLISTADOS = ZEROS
               DISPLAY "*** TABELA VAZIA - VALEM OS PRAZOS PADRAO ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADRETENC.
       ROT-FIM3.
           STOP RUN.

      *---------[ CATEGORIA FIXA? (W-IND-CAT = POSICAO NA TABELA) ]-----
       VALIDA-CATEGORIA.
           MOVE ZEROS TO W-IND W-IND-CAT.
       VALIDA-CATEGORIA-1.
           ADD 1 TO W-IND
           IF W-IND > 4
               GO TO VALIDA-CATEGORIA-FIM.
           IF TBRT-CATEGORIA (W-IND) NOT = W-CATEGORIA
               GO TO VALIDA-CATEGORIA-1.
           MOVE W-IND TO W-IND-CAT.
       VALIDA-CATEGORIA-FIM.
           EXIT.

      *---------[ PRAZOS PADRAO NO ARQUIVO NOVO ]-----------------------
       CARGA-PADRAO.
           MOVE ZEROS TO W-IND.
       CARGA-PADRAO-1.
           ADD 1 TO W-IND
           IF W-IND > 4
               GO TO CARGA-PADRAO-FIM.
           MOVE TBRT-CATEGORIA (W-IND) TO RTN-CATEGORIA
           MOVE TBRT-MESES (W-IND) TO RTN-MESES
           MOVE TBRT-DESCR (W-IND) TO RTN-DESCRICAO
           MOVE "A" TO RTN-SITUACAO
           WRITE REGRETENC
           GO TO CARGA-PADRAO-1.
       CARGA-PADRAO-FIM.
           EXIT.

      *---------[ ALTERACAO DA TABELA CARIMBADA EM ARQTRANSLOG ]--------
       CARIMBA-RETENC.
           OPEN EXTEND ARQTRANSLOG
           IF ST-TRANSLOG NOT = "00"
              OPEN OUTPUT ARQTRANSLOG
              CLOSE ARQTRANSLOG
              OPEN EXTEND ARQTRANSLOG.
           MOVE SPACES TO TL-ANTES TL-DEPOIS TL-CHAVE
           MOVE W-REG-ANTES TO TL-ANTES
           MOVE REGRETENC TO TL-DEPOIS
           MOVE FUNCTION CURRENT-DATE TO TL-DATA-HORA
           MOVE "CADRETENC" TO TL-ARQUIVO
           MOVE RTN-CATEGORIA TO TL-CHAVE
           MOVE W-TL-OPER TO TL-OPERACAO
           MOVE W-OPERADOR-LOG TO TL-OPERADOR
           WRITE REGTRANSLOG
           CLOSE ARQTRANSLOG.
       CARIMBA-RETENC-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.
