       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRUBRICA.
      ***********************************************
      *  MANUTENCAO DA TABELA DE RUBRICAS DA FOLHA    *
      *  (CADRUBRICA) - CODIGO, DESCRICAO, NATUREZA   *
      *  (P=PROVENTO D=DESCONTO I=INFORMATIVA) E      *
      *  INCIDENCIA NAS BASES DE INSS, IRRF E FGTS.   *
      *  AS RUBRICAS 001 A 099 SAO CALCULADAS PELOS   *
      *  PROGRAMAS DA FOLHA (FOLPAG ADIANTAM          *
      *  DECIMOTER FERIASPG RESCISAO PLRCALC) E SAO   *
      *  CRIADAS                                      *
      *  PELA OPCAO 5; DELAS SO A DESCRICAO E A       *
      *  INCIDENCIA SAO ALTERAVEIS. AS RUBRICAS 100 A *
      *  999 SAO DO RH: O VALOR DE CADA CHAPA NA      *
      *  COMPETENCIA E LANCADO NA OPCAO 3             *
      *  (CADLANCRUB) E FOLPAG O SOMA AO BRUTO OU AOS *
      *  DESCONTOS, RESPEITANDO A INCIDENCIA DA       *
      *  TABELA. RUBRICA INATIVA NAO ACEITA           *
      *  LANCAMENTO NOVO NEM E CALCULADA              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRUBRICA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RUB-CODIGO
                    FILE STATUS  IS ST-RUB.

           SELECT CADLANCRUB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LRB-KEY
                    FILE STATUS  IS ST-LRB.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRUBRICA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRUBRICA.DAT".
       01 REGRUBRICA.
           03 RUB-CODIGO        PIC 9(03).
           03 RUB-DESCRICAO     PIC X(30).
           03 RUB-NATUREZA      PIC X(01).
           03 RUB-INC-INSS      PIC X(01).
           03 RUB-INC-IRRF      PIC X(01).
           03 RUB-INC-FGTS      PIC X(01).
           03 RUB-SITUACAO      PIC X(01).

       FD CADLANCRUB
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADLANCRUB.DAT".
       01 REGLANCRUB.
           03 LRB-KEY.
              05 LRB-COMPET     PIC 9(06).
              05 LRB-CHAPA      PIC 9(06).
              05 LRB-RUBRICA    PIC 9(03).
           03 LRB-REFER         PIC 9(05)V99.
           03 LRB-VALOR         PIC 9(07)V99.
           03 LRB-DATA          PIC 9(08).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO              PIC X(01).
           03 GENERO            PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 DATAADMISSAO      PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-RUB         PIC X(02) VALUE "00".
       01 ST-LRB         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-TOTRUB       PIC 9(03) VALUE ZEROS.
       01 W-TOTLANC      PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIADAS   PIC 9(03) VALUE ZEROS.
       01 W-TOTPROV      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTDESC      PIC 9(09)V99 VALUE ZEROS.
       01 W-EOF-LRB      PIC X(01) VALUE "N".
       01 W-IND          PIC 9(02) VALUE ZEROS.
       01 W-INC          PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.

      *---------[ RUBRICAS CALCULADAS PELOS PROGRAMAS DA FOLHA ]--------
      *  CODIGO, NATUREZA, INCIDENCIA INSS/IRRF/FGTS E          *
      *  DESCRICAO PADRAO - CRIADAS PELA OPCAO 5 QUANDO NAO     *
      *  EXISTEM (AS JA CADASTRADAS NAO SAO TOCADAS)            *
       01 TABRUBSIS1.
           03 FILLER PIC X(07) VALUE "001PSSS".
           03 FILLER PIC X(30) VALUE "SALARIO".
           03 FILLER PIC X(07) VALUE "002PSSS".
           03 FILLER PIC X(30) VALUE "HORAS EXTRAS E ADIC. NOTURNO".
           03 FILLER PIC X(07) VALUE "003PSSS".
           03 FILLER PIC X(30) VALUE "COMISSAO".
           03 FILLER PIC X(07) VALUE "004PSSS".
           03 FILLER PIC X(30) VALUE "BANCO DE HORAS PAGO".
           03 FILLER PIC X(07) VALUE "005PSSS".
           03 FILLER PIC X(30) VALUE "DIFERENCA DE DISSIDIO".
           03 FILLER PIC X(07) VALUE "006PNNN".
           03 FILLER PIC X(30) VALUE "SALARIO-FAMILIA".
           03 FILLER PIC X(07) VALUE "007PNNN".
           03 FILLER PIC X(30) VALUE "ADIANTAMENTO QUINZENAL".
           03 FILLER PIC X(07) VALUE "008PSSS".
           03 FILLER PIC X(30) VALUE "ADICIONAL DE INSALUBRIDADE".
           03 FILLER PIC X(07) VALUE "009PSSS".
           03 FILLER PIC X(30) VALUE "ADICIONAL DE PERICULOSIDADE".
           03 FILLER PIC X(07) VALUE "010PSSS".
           03 FILLER PIC X(30) VALUE "13O SALARIO".
           03 FILLER PIC X(07) VALUE "011PNNS".
           03 FILLER PIC X(30) VALUE "ADIANTAMENTO DO 13O SALARIO".
           03 FILLER PIC X(07) VALUE "012PNNN".
           03 FILLER PIC X(30) VALUE "PARTICIPACAO NOS LUCROS (PLR)".
           03 FILLER PIC X(07) VALUE "020PSSS".
           03 FILLER PIC X(30) VALUE "FERIAS".
           03 FILLER PIC X(07) VALUE "021PSSS".
           03 FILLER PIC X(30) VALUE "1/3 CONSTITUCIONAL DE FERIAS".
           03 FILLER PIC X(07) VALUE "022PNNN".
           03 FILLER PIC X(30) VALUE "ABONO PECUNIARIO DE FERIAS".
           03 FILLER PIC X(07) VALUE "023PNNN".
           03 FILLER PIC X(30) VALUE "1/3 DO ABONO PECUNIARIO".
           03 FILLER PIC X(07) VALUE "030PSSS".
           03 FILLER PIC X(30) VALUE "SALDO DE SALARIO".
           03 FILLER PIC X(07) VALUE "031PSSS".
           03 FILLER PIC X(30) VALUE "13O SALARIO PROPORCIONAL".
           03 FILLER PIC X(07) VALUE "032PNNN".
           03 FILLER PIC X(30) VALUE "FERIAS VENCIDAS + 1/3".
           03 FILLER PIC X(07) VALUE "033PNNN".
           03 FILLER PIC X(30) VALUE "FERIAS PROPORCIONAIS + 1/3".
           03 FILLER PIC X(07) VALUE "034PSSS".
           03 FILLER PIC X(30) VALUE "BANCO DE HORAS QUITADO".
           03 FILLER PIC X(07) VALUE "051DSSS".
           03 FILLER PIC X(30) VALUE "FALTAS E ATRASOS".
           03 FILLER PIC X(07) VALUE "052DSSS".
           03 FILLER PIC X(30) VALUE "DIAS AFASTADOS".
           03 FILLER PIC X(07) VALUE "053DNNN".
           03 FILLER PIC X(30) VALUE "INSS".
           03 FILLER PIC X(07) VALUE "054DNNN".
           03 FILLER PIC X(30) VALUE "IRRF".
           03 FILLER PIC X(07) VALUE "055DNNN".
           03 FILLER PIC X(30) VALUE "PENSAO ALIMENTICIA".
           03 FILLER PIC X(07) VALUE "056DNNN".
           03 FILLER PIC X(30) VALUE "EMPRESTIMO CONSIGNADO".
           03 FILLER PIC X(07) VALUE "057DNNN".
           03 FILLER PIC X(30) VALUE "VALE-TRANSPORTE".
           03 FILLER PIC X(07) VALUE "058DNNN".
           03 FILLER PIC X(30) VALUE "PLANO DE SAUDE".
           03 FILLER PIC X(07) VALUE "059DNNN".
           03 FILLER PIC X(30) VALUE "MULTA DE TRANSITO".
           03 FILLER PIC X(07) VALUE "060DNNN".
           03 FILLER PIC X(30) VALUE "ADIANTAMENTO DO 13O DESCONTADO".
           03 FILLER PIC X(07) VALUE "061DNNN".
           03 FILLER PIC X(30) VALUE "ADIANTAMENTO QUINZENAL PAGO".
           03 FILLER PIC X(07) VALUE "062DNNN".
           03 FILLER PIC X(30) VALUE "IRRF SOBRE PLR (EXCLUSIVA)".
           03 FILLER PIC X(07) VALUE "090INNN".
           03 FILLER PIC X(30) VALUE "FGTS DO MES (DEPOSITO)".
      *
       01 TABRUBSIS REDEFINES TABRUBSIS1.
           03 TBRUBSIS OCCURS 34 TIMES.
              05 TBRUB-CODIGO   PIC 9(03).
              05 TBRUB-NATUREZA PIC X(01).
              05 TBRUB-INSS     PIC X(01).
              05 TBRUB-IRRF     PIC X(01).
              05 TBRUB-FGTS     PIC X(01).
              05 TBRUB-DESCR    PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADRUBRICA
           IF ST-RUB NOT = "00"
              IF ST-RUB = "30"
                 OPEN OUTPUT CADRUBRICA
                 CLOSE CADRUBRICA
                 DISPLAY "*** ARQUIVO CADRUBRICA FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRUBRICA"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADLANCRUB
           IF ST-LRB NOT = "00"
              IF ST-LRB = "30"
                 OPEN OUTPUT CADLANCRUB
                 CLOSE CADLANCRUB
                 DISPLAY "*** ARQUIVO CADLANCRUB FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLANCRUB"
                 CLOSE CADRUBRICA
                 GO TO ROT-FIM3.

           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "99" TO ST-ERRO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** RUBRICAS DA FOLHA DE PAGAMENTO ***"
           DISPLAY "  1 - INCLUIR/ALTERAR RUBRICA"
           DISPLAY "  2 - LISTAR RUBRICAS"
           DISPLAY "  3 - LANCAR RUBRICA NA COMPETENCIA"
           DISPLAY "  4 - LISTAR LANCAMENTOS DA COMPETENCIA"
           DISPLAY "  5 - CRIAR AS RUBRICAS CALCULADAS (001-099)"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-RUBRICA
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-LANCA
              WHEN 4
                 GO TO R5-LISTA-LANC
              WHEN 5
                 GO TO R6-CARGA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ INCLUSAO/ALTERACAO DE RUBRICA ]-----------------------
       R2-RUBRICA.
           DISPLAY "CODIGO DA RUBRICA (0=VOLTAR): " WITH NO ADVANCING
           ACCEPT RUB-CODIGO
           IF RUB-CODIGO NOT NUMERIC OR RUB-CODIGO = ZEROS
               GO TO R1.

           READ CADRUBRICA
           IF ST-RUB = "00"
               PERFORM MOSTRA-RUBRICA THRU MOSTRA-RUBRICA-FIM
               MOVE "A" TO W-RESP
           ELSE
               IF RUB-CODIGO < 100
                   DISPLAY "*** RUBRICA CALCULADA AINDA NAO CRIADA"
                       " - USE A OPCAO 5 ***"
                   GO TO R2-RUBRICA
               END-IF
               MOVE "N" TO W-RESP
               MOVE SPACES TO RUB-DESCRICAO RUB-NATUREZA
               MOVE "S" TO RUB-INC-INSS RUB-INC-IRRF RUB-INC-FGTS
               MOVE "A" TO RUB-SITUACAO.

       R2A.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING
           ACCEPT MENS
           IF MENS NOT = SPACES
               MOVE MENS TO RUB-DESCRICAO.
           IF RUB-DESCRICAO = SPACES
               GO TO R2A.
           IF RUB-CODIGO < 100
               GO TO R2C.
       R2B.
           DISPLAY "NATUREZA (P=PROVENTO D=DESCONTO): "
               WITH NO ADVANCING
           ACCEPT MENS
           IF MENS (1:1) NOT = SPACES
               MOVE MENS (1:1) TO RUB-NATUREZA.
           IF RUB-NATUREZA NOT = "P" AND RUB-NATUREZA NOT = "D"
               DISPLAY "*** NATUREZA INVALIDA ***"
               GO TO R2B.
       R2C.
           DISPLAY "INCIDE NO INSS (S/N) [" RUB-INC-INSS "]: "
               WITH NO ADVANCING
           PERFORM LE-INCIDENCIA THRU LE-INCIDENCIA-FIM
           IF W-INC NOT = SPACES
               MOVE W-INC TO RUB-INC-INSS.
           DISPLAY "INCIDE NO IRRF (S/N) [" RUB-INC-IRRF "]: "
               WITH NO ADVANCING
           PERFORM LE-INCIDENCIA THRU LE-INCIDENCIA-FIM
           IF W-INC NOT = SPACES
               MOVE W-INC TO RUB-INC-IRRF.
           DISPLAY "INCIDE NO FGTS (S/N) [" RUB-INC-FGTS "]: "
               WITH NO ADVANCING
           PERFORM LE-INCIDENCIA THRU LE-INCIDENCIA-FIM
           IF W-INC NOT = SPACES
               MOVE W-INC TO RUB-INC-FGTS.
           DISPLAY "SITUACAO (A=ATIVA I=INATIVA) [" RUB-SITUACAO
               "]: " WITH NO ADVANCING
           ACCEPT MENS
           IF MENS (1:1) = "A" OR MENS (1:1) = "I"
               MOVE MENS (1:1) TO RUB-SITUACAO.

           IF W-RESP = "A"
               REWRITE REGRUBRICA
           ELSE
               WRITE REGRUBRICA.
           IF ST-RUB = "00" OR "02"
               DISPLAY "*** RUBRICA GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-RUB.
           GO TO R2-RUBRICA.

      *---------[ LISTA A TABELA DE RUBRICAS ]--------------------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTRUB
           DISPLAY "COD DESCRICAO                      NAT INSS IRRF"
               " FGTS SIT"
           MOVE ZEROS TO RUB-CODIGO
           START CADRUBRICA KEY IS NOT LESS RUB-CODIGO
               INVALID KEY GO TO R3B.
       R3A.
           READ CADRUBRICA NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           ADD 1 TO W-TOTRUB
           DISPLAY RUB-CODIGO " " RUB-DESCRICAO "  " RUB-NATUREZA
               "    " RUB-INC-INSS "    " RUB-INC-IRRF "    "
               RUB-INC-FGTS "   " RUB-SITUACAO
           GO TO R3A.
       R3B.
           DISPLAY "RUBRICAS CADASTRADAS...........: " W-TOTRUB
           GO TO R1.

      *---------[ LANCAMENTO DE RUBRICA DO RH NA COMPETENCIA ]----------
      *  VALOR ZERO EXCLUI O LANCAMENTO EXISTENTE. O VALOR SO   *
      *  ENTRA NA FOLHA QUANDO FOLPAG CALCULAR (OU RECALCULAR)  *
      *  A COMPETENCIA                                          *
       R4-LANCA.
           DISPLAY "COMPETENCIA (AAAAMM, 0=VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R1.
       R4A.
           DISPLAY "CHAPA (0=VOLTAR): " WITH NO ADVANCING
           ACCEPT LRB-CHAPA
           IF LRB-CHAPA NOT NUMERIC OR LRB-CHAPA = ZEROS
               GO TO R1.
           IF ST-ERRO NOT = "99"
               MOVE LRB-CHAPA TO CHAPA
               READ ARQFUNC
               IF ST-ERRO NOT = "00"
                   DISPLAY "*** CHAPA NAO CADASTRADA ***"
                   GO TO R4A
               END-IF
               DISPLAY "FUNCIONARIO: " NOME
           END-IF.
       R4B.
           DISPLAY "RUBRICA (0=OUTRA CHAPA): " WITH NO ADVANCING
           ACCEPT LRB-RUBRICA
           IF LRB-RUBRICA NOT NUMERIC OR LRB-RUBRICA = ZEROS
               GO TO R4A.
           MOVE LRB-RUBRICA TO RUB-CODIGO
           READ CADRUBRICA
           IF ST-RUB NOT = "00"
               DISPLAY "*** RUBRICA NAO CADASTRADA ***"
               GO TO R4B.
           IF RUB-CODIGO < 100
               DISPLAY "*** RUBRICA CALCULADA PELA FOLHA - NAO"
                   " ACEITA LANCAMENTO ***"
               GO TO R4B.
           DISPLAY RUB-DESCRICAO " (" RUB-NATUREZA ")".

           MOVE W-COMPET TO LRB-COMPET
           READ CADLANCRUB
           IF ST-LRB = "00"
               DISPLAY "LANCADO: REFERENCIA " LRB-REFER
                   "  VALOR " LRB-VALOR
               MOVE "A" TO W-RESP
           ELSE
               IF RUB-SITUACAO NOT = "A"
                   DISPLAY "*** RUBRICA INATIVA ***"
                   GO TO R4B
               END-IF
               MOVE "N" TO W-RESP
               MOVE ZEROS TO LRB-REFER LRB-VALOR.

           DISPLAY "REFERENCIA (HORAS/DIAS/PCT, 0=SEM): "
               WITH NO ADVANCING
           ACCEPT LRB-REFER
           DISPLAY "VALOR (0=EXCLUI): " WITH NO ADVANCING
           ACCEPT LRB-VALOR
           MOVE W-DATA-HOJE TO LRB-DATA

           IF LRB-VALOR = ZEROS
               IF W-RESP = "A"
                   DELETE CADLANCRUB RECORD
                   DISPLAY "*** LANCAMENTO EXCLUIDO ***"
               END-IF
               GO TO R4B.
           IF W-RESP = "A"
               REWRITE REGLANCRUB
           ELSE
               WRITE REGLANCRUB.
           IF ST-LRB = "00" OR "02"
               DISPLAY "*** LANCAMENTO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-LRB.
           GO TO R4B.

      *---------[ LANCAMENTOS DO RH NA COMPETENCIA ]--------------------
       R5-LISTA-LANC.
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R1.
           MOVE ZEROS TO W-TOTLANC W-TOTPROV W-TOTDESC
           DISPLAY "CHAPA  RUB DESCRICAO                      NAT"
               "  REFERENCIA        VALOR"
           MOVE "N" TO W-EOF-LRB
           MOVE W-COMPET TO LRB-COMPET
           MOVE ZEROS TO LRB-CHAPA LRB-RUBRICA
           START CADLANCRUB KEY IS NOT LESS LRB-KEY
               INVALID KEY MOVE "S" TO W-EOF-LRB.
       R5A.
           IF W-EOF-LRB = "S"
               GO TO R5B.
           READ CADLANCRUB NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-LRB
                 GO TO R5A
           END-READ.
           IF LRB-COMPET NOT = W-COMPET
               MOVE "S" TO W-EOF-LRB
               GO TO R5A.
           MOVE LRB-RUBRICA TO RUB-CODIGO
           READ CADRUBRICA
           IF ST-RUB NOT = "00"
               MOVE "*** RUBRICA EXCLUIDA ***" TO RUB-DESCRICAO
               MOVE SPACES TO RUB-NATUREZA.
           ADD 1 TO W-TOTLANC
           IF RUB-NATUREZA = "P"
               ADD LRB-VALOR TO W-TOTPROV.
           IF RUB-NATUREZA = "D"
               ADD LRB-VALOR TO W-TOTDESC.
           DISPLAY LRB-CHAPA " " LRB-RUBRICA " " RUB-DESCRICAO
               "  " RUB-NATUREZA "  " LRB-REFER "  " LRB-VALOR
           GO TO R5A.
       R5B.
           DISPLAY "LANCAMENTOS DA COMPETENCIA.....: " W-TOTLANC
           DISPLAY "TOTAL DE PROVENTOS LANCADOS....: " W-TOTPROV
           DISPLAY "TOTAL DE DESCONTOS LANCADOS....: " W-TOTDESC
           GO TO R1.

      *---------[ CRIA AS RUBRICAS CALCULADAS QUE FALTAM ]--------------
       R6-CARGA.
           MOVE ZEROS TO W-IND W-TOTCRIADAS.
       R6A.
           ADD 1 TO W-IND
           IF W-IND > 34
               DISPLAY "RUBRICAS CALCULADAS CRIADAS....: " W-TOTCRIADAS
               GO TO R1.
           MOVE TBRUB-CODIGO (W-IND) TO RUB-CODIGO
           READ CADRUBRICA
           IF ST-RUB = "00"
               GO TO R6A.
           MOVE TBRUB-DESCR (W-IND) TO RUB-DESCRICAO
           MOVE TBRUB-NATUREZA (W-IND) TO RUB-NATUREZA
           MOVE TBRUB-INSS (W-IND) TO RUB-INC-INSS
           MOVE TBRUB-IRRF (W-IND) TO RUB-INC-IRRF
           MOVE TBRUB-FGTS (W-IND) TO RUB-INC-FGTS
           MOVE "A" TO RUB-SITUACAO
           WRITE REGRUBRICA
           IF ST-RUB = "00" OR "02"
               ADD 1 TO W-TOTCRIADAS
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA RUBRICA " RUB-CODIGO
                   " ST=" ST-RUB.
           GO TO R6A.

       ROT-FIM.
           CLOSE CADRUBRICA
           CLOSE CADLANCRUB
           IF ST-ERRO NOT = "99"
               CLOSE ARQFUNC.
       ROT-FIM3.
           STOP RUN.

       MOSTRA-RUBRICA.
           DISPLAY "DESCRICAO: " RUB-DESCRICAO
           DISPLAY "NATUREZA: " RUB-NATUREZA "  INSS: " RUB-INC-INSS
               "  IRRF: " RUB-INC-IRRF "  FGTS: " RUB-INC-FGTS
               "  SITUACAO: " RUB-SITUACAO
           DISPLAY "(VAZIO MANTEM O VALOR ATUAL)".
       MOSTRA-RUBRICA-FIM.
           EXIT.

       LE-INCIDENCIA.
           ACCEPT MENS
           MOVE MENS (1:1) TO W-INC
           IF W-INC = "s"
               MOVE "S" TO W-INC.
           IF W-INC = "n"
               MOVE "N" TO W-INC.
           IF W-INC NOT = "S" AND W-INC NOT = "N"
               MOVE SPACES TO W-INC.
       LE-INCIDENCIA-FIM.
           EXIT.
