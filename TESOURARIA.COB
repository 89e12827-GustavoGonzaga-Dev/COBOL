      *  LISTA OS NAO CONCILIADOS POR IDADE. O        *
      *  FLUXOCAIXA PARTE DO SALDO REAL DESSAS        *
      *  CONTAS EM VEZ DE UM NUMERO DIGITADO          *
      *  O MOVIMENTO DO MES E LANCADO NO DIARIO VIA   *
      *  LANCCTB COM O EVENTO "B" + TIPO + ORIGEM     *
      *  (BDTITPAG, BCTITREC, BDMANUAL, BCMANUAL);    *
      *  TRANSFERENCIA ENTRE CONTAS NAO VAI AO        *
      *  DIARIO E LANCAMENTO JA LANCADO NAO REPETE    *
      *  O SAQUE DE REPOSICAO DO FUNDO FIXO DE CAIXA  *
      *  (FUNDOFIXO) TAMBEM ENTRA SOZINHO, ORIGEM     *
      *  FUNDOFIX; A INDENIZACAO DE SINISTRO RECEBIDA *
      *  (SINISTRO) ENTRA DA MESMA FORMA, ORIGEM      *
      *  SINISTRO                                     *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  BAIXA E LANCAMENTO SAO RECUSADOS.            *
      *  CADA CONTA PERTENCE A UMA FILIAL             *
      *  (CTA-FILIAL, CADFILIAL); ZERO = 01, A        *
      *  MATRIZ.                                      *
      *  A CONTABILIZACAO DE COMPETENCIA FECHADA NA   *
      *  TESOURARIA TAMBEM E RECUSADA                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MVB-KEY
                    FILE STATUS  IS ST-MVB.

           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).

       FD CADMOVBCO
            LABEL RECORD IS STANDARD
           03 MVB-DOCUMENTO     PIC 9(06).
           03 MVB-VALOR         PIC 9(09)V99.
           03 MVB-CONCILIADO    PIC X(01).

       FD CADFILIAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFILIAL.DAT".
       01 REGFILIAL.
           03 FIL-CODIGO        PIC 9(02).
           03 FIL-CNPJ          PIC 9(15).
           03 FIL-RAZAO         PIC X(40).
           03 FIL-IE            PIC X(14).
           03 FIL-CEP           PIC 9(08).
           03 FIL-NUMERO        PIC 9(04).
           03 FIL-COMPLEMENTO   PIC X(12).
           03 FIL-ULTNF         PIC 9(06).
           03 FIL-SITUACAO      PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-CTA         PIC X(02) VALUE "00".
       01 ST-MVB         PIC X(02) VALUE "00".
       01 ST-FIL         PIC X(02) VALUE "99".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CONTA        PIC 9(02) VALUE ZEROS.
       01 W-DIAS         PIC S9(05) VALUE ZEROS.
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-TOTLISTADOS  PIC 9(05) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-MOV-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-TOT-LANCADOS PIC 9(05) VALUE ZEROS.
       01 W-TOT-JALANC   PIC 9(05) VALUE ZEROS.
       01 W-TOT-SEMEVT   PIC 9(05) VALUE ZEROS.
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
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMOVBCO"
                 GO TO ROT-FIM.

       R0C.
           OPEN INPUT CADFILIAL
           IF ST-FIL NOT = "00"
              MOVE "99" TO ST-FIL.

       R1.
           DISPLAY " "
           DISPLAY "*** TESOURARIA - CONTAS BANCARIAS ***"
           DISPLAY "  5 - EXTRATO DE UMA CONTA"
           DISPLAY "  6 - CONCILIAR LANCAMENTOS"
           DISPLAY "  7 - NAO CONCILIADOS POR IDADE"
           DISPLAY "  8 - CONTABILIZAR MOVIMENTO DO MES"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
                 GO TO R7-CONCILIA
              WHEN 7
                 GO TO R8-PENDENTES
              WHEN 8
                 GO TO R9-CONTABIL
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
           READ CADCONTABCO
           IF ST-CTA = "00"
               DISPLAY "CONTA ATUAL: " CTA-NOME "  SALDO " CTA-SALDO
                   "  FILIAL " CTA-FILIAL
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE SPACES TO CTA-NOME CTA-CONTA
               MOVE ZEROS TO CTA-BANCO CTA-AGENCIA CTA-SALDO
                             CTA-FILIAL.
           DISPLAY "NOME DA CONTA: " WITH NO ADVANCING
           ACCEPT CTA-NOME
           DISPLAY "BANCO (3 DIG): " WITH NO ADVANCING
           DISPLAY "AGENCIA (5 DIG): " WITH NO ADVANCING
           ACCEPT CTA-AGENCIA
           DISPLAY "NUMERO DA CONTA: " WITH NO ADVANCING
           ACCEPT CTA-CONTA.
       R2-FILIAL.
           DISPLAY "FILIAL DA CONTA (0 = 01 MATRIZ): "
               WITH NO ADVANCING
           ACCEPT CTA-FILIAL
           IF CTA-FILIAL = ZEROS
               MOVE 1 TO CTA-FILIAL.
           IF ST-FIL NOT = "99"
              MOVE CTA-FILIAL TO FIL-CODIGO
              READ CADFILIAL
              IF ST-FIL NOT = "00"
                 MOVE "00" TO ST-FIL
                 DISPLAY "*** FILIAL NAO CADASTRADA ***"
                 GO TO R2-FILIAL.
           IF W-RESP = "N"
               DISPLAY "SALDO DE ABERTURA: " WITH NO ADVANCING
               ACCEPT CTA-SALDO.
                 GO TO R3B
           END-READ
           DISPLAY "  CONTA " CTA-CODIGO "  " CTA-NOME
               "  SALDO " CTA-SALDO "  FILIAL " CTA-FILIAL
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.

      *---------[ LANCAMENTO AVULSO (TARIFA OU CREDITO) ]---------------
       R4-AVULSO.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           PERFORM LE-CONTA THRU LE-CONTA-FIM
           IF ST-CTA NOT = "00"
               GO TO R1.

      *---------[ TRANSFERENCIA ENTRE CONTAS ]--------------------------
       R5-TRANSF.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA FECHADA NA TESOURARIA ***"
               GO TO R1.
           DISPLAY "CONTA DE ORIGEM: " WITH NO ADVANCING
           ACCEPT W-CONTA
           MOVE W-CONTA TO CTA-CODIGO
           DISPLAY "PENDENTES DE CONCILIACAO.......: " W-TOTLISTADOS
           GO TO R1.

      *---------[ LANCA O MOVIMENTO DO MES NO DIARIO (LANCCTB) ]--------
       R9-CONTABIL.
           DISPLAY "COMPETENCIA A CONTABILIZAR (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R1.
           MOVE "TES" TO W-CPR-MODULO
           COMPUTE W-CPR-DATA = (W-COMPET * 100) + 1
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               DISPLAY "*** COMPETENCIA " W-COMPET
                   " FECHADA NA TESOURARIA - NADA LANCADO ***"
               GO TO R1.
           MOVE ZEROS TO W-TOT-LANCADOS W-TOT-JALANC W-TOT-SEMEVT
           CLOSE CADMOVBCO
           OPEN I-O CADMOVBCO.
       R9A.
           READ CADMOVBCO NEXT RECORD
               AT END
                 GO TO R9B
           END-READ.
           MOVE MVB-DATA (1:6) TO W-MOV-COMPET
           IF W-MOV-COMPET NOT = W-COMPET
               GO TO R9A.
           IF MVB-ORIGEM = "TRANSF"
               GO TO R9A.
           MOVE "CONTABBCO" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO
           STRING "BCO" MVB-CONTA MVB-SEQ DELIMITED BY SIZE
               INTO W-CTB-DOCUMENTO
           MOVE "V" TO W-CTB-OPERACAO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "J"
               ADD 1 TO W-TOT-JALANC
               GO TO R9A.
           MOVE SPACES TO W-CTB-EVENTO W-CTB-HISTORICO
           STRING "B" MVB-TIPO MVB-ORIGEM DELIMITED BY SIZE
               INTO W-CTB-EVENTO
           MOVE MVB-DATA TO W-CTB-DATA
           MOVE MVB-VALOR TO W-CTB-VALOR
           MOVE ZEROS TO W-CTB-CODDEP
           STRING "BANCO " MVB-CONTA " " MVB-ORIGEM " DOC "
               MVB-DOCUMENTO
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           MOVE "L" TO W-CTB-OPERACAO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "O"
               ADD 1 TO W-TOT-LANCADOS
           ELSE
               ADD 1 TO W-TOT-SEMEVT
               DISPLAY "  CONTA " MVB-CONTA "  " MVB-SEQ "  EVENTO "
                   W-CTB-EVENTO " NAO LANCADO (" W-CTB-RESULT ")".
           GO TO R9A.
       R9B.
           DISPLAY "LANCADOS NO DIARIO.............: " W-TOT-LANCADOS
           DISPLAY "JA LANCADOS ANTES..............: " W-TOT-JALANC
           DISPLAY "NAO LANCADOS (SEM EVENTO)......: " W-TOT-SEMEVT
           GO TO R1.

       ROT-FIM.
           CLOSE CADCONTABCO
           CLOSE CADMOVBCO
           IF ST-FIL NOT = "99"
               CLOSE CADFILIAL.
       ROT-FIM3.
           STOP RUN.

