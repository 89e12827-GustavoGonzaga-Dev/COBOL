       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONTRATO.
      ***********************************************
      *  MANUTENCAO DOS CONTRATOS DE SERVICO          *
      *  RECORRENTES (ALUGUEL, LIMPEZA, VIGILANCIA,   *
      *  LOCACAO DE SOFTWARE...) EM CADCONTRATO -     *
      *  FORNECEDOR DE CADFORN, VALOR MENSAL, DIA DO  *
      *  VENCIMENTO, INICIO E FIM DA VIGENCIA, INDICE *
      *  E MES DO REAJUSTE ANUAL E DEPARTAMENTO       *
      *  (ARQDEP) QUE RECEBE O CUSTO. O TITULO A      *
      *  PAGAR DE CADA MES E GERADO PELO PASSO        *
      *  GERACONTR DA ESTEIRA. O REAJUSTE E APLICADO  *
      *  AQUI PELO PERCENTUAL DO INDICE NO PERIODO,   *
      *  E FICA MARCADO NA COMPETENCIA EM QUE FOI     *
      *  FEITO. CONTRATO ENCERRADO (E) NAO GERA MAIS  *
      *  TITULO                                       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    FILE STATUS  IS ST-CTR.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT ARQDEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-DEP.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTRATO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTRATO.DAT".
       01 REGCONTRATO.
           03 CTR-NUMERO        PIC 9(06).
           03 CTR-CNPJ          PIC 9(15).
           03 CTR-DESCRICAO     PIC X(30).
           03 CTR-VALOR         PIC 9(09)V99.
           03 CTR-DIA-VENC      PIC 9(02).
           03 CTR-DATA-INICIO   PIC 9(08).
           03 CTR-DATA-FIM      PIC 9(08).
           03 CTR-INDICE        PIC X(10).
           03 CTR-MES-REAJ      PIC 9(02).
           03 CTR-ULT-REAJ      PIC 9(06).
           03 CTR-CODDEP        PIC 9(03).
           03 CTR-SITUACAO      PIC X(01).

       FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REGFORN.
           03 CNPJ            PIC 9(15).
           03 RAZAO           PIC X(40).
           03 NOME            PIC X(12).
           03 NUM             PIC 9(04).
           03 COMPREMENTO     PIC X(12).
           03 CEP-FORN        PIC 9(08).
           03 SITUACAO        PIC X(01).

       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 CODDEPPAI                PIC 9(03).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-CTR         PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-EXISTE       PIC X(01) VALUE "N".
       01 W-NUMCTR       PIC 9(06) VALUE ZEROS.
       01 W-DATA         PIC 9(08) VALUE ZEROS.
       01 W-DATA-R REDEFINES W-DATA.
           03 W-DT-ANO      PIC 9(04).
           03 W-DT-MES      PIC 9(02).
           03 W-DT-DIA      PIC 9(02).
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-PCT          PIC 9(02)V99 VALUE ZEROS.
       01 W-VALOR-NOVO   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(04) VALUE ZEROS.
       01 W-TOT-MENSAL   PIC 9(11)V99 VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.
       R0.
           OPEN I-O CADCONTRATO
           IF ST-CTR NOT = "00"
              IF ST-CTR = "30"
                 OPEN OUTPUT CADCONTRATO
                 CLOSE CADCONTRATO
                 DISPLAY "*** ARQUIVO CADCONTRATO FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONTRATO"
                 GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFORN"
               CLOSE CADCONTRATO
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQDEP"
               CLOSE CADCONTRATO
               CLOSE CADFORN
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** CONTRATOS DE SERVICO RECORRENTES ***"
           DISPLAY "  1 - INCLUIR/ALTERAR CONTRATO"
           DISPLAY "  2 - LISTAR CONTRATOS"
           DISPLAY "  3 - REAJUSTE ANUAL"
           DISPLAY "  4 - ENCERRAR CONTRATO"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-INCLUI
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-REAJUSTE
              WHEN 4
                 GO TO R5-ENCERRA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ INCLUSAO / ALTERACAO ]--------------------------------
       R2-INCLUI.
           DISPLAY "NUMERO DO CONTRATO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMCTR
           IF W-NUMCTR = ZEROS
               GO TO R1.
           MOVE W-NUMCTR TO CTR-NUMERO
           READ CADCONTRATO
           IF ST-CTR = "00"
               MOVE "S" TO W-EXISTE
               PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM
               IF CTR-SITUACAO = "E"
                   DISPLAY "*** CONTRATO ENCERRADO NAO MUDA ***"
                   GO TO R2-INCLUI
               END-IF
           ELSE
               MOVE "N" TO W-EXISTE
               MOVE SPACES TO REGCONTRATO
               MOVE ZEROS TO CTR-CNPJ CTR-VALOR CTR-DIA-VENC
                   CTR-DATA-INICIO CTR-DATA-FIM CTR-MES-REAJ
                   CTR-ULT-REAJ CTR-CODDEP
               MOVE W-NUMCTR TO CTR-NUMERO
               MOVE "A" TO CTR-SITUACAO.
       R2A.
           DISPLAY "CNPJ DO FORNECEDOR: " WITH NO ADVANCING
           ACCEPT CTR-CNPJ
           MOVE CTR-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
               GO TO R2A.
           DISPLAY "FORNECEDOR: " RAZAO.
       R2B.
           DISPLAY "DESCRICAO DO SERVICO: " WITH NO ADVANCING
           ACCEPT CTR-DESCRICAO
           IF CTR-DESCRICAO = SPACES
               GO TO R2B.
       R2C.
           DISPLAY "VALOR MENSAL: " WITH NO ADVANCING
           ACCEPT CTR-VALOR
           IF CTR-VALOR = ZEROS
               DISPLAY "*** VALOR NAO PODE SER ZERO ***"
               GO TO R2C.
       R2D.
           DISPLAY "DIA DO VENCIMENTO (1-31): " WITH NO ADVANCING
           ACCEPT CTR-DIA-VENC
           IF CTR-DIA-VENC < 1 OR CTR-DIA-VENC > 31
               DISPLAY "*** DIA INVALIDO ***"
               GO TO R2D.
       R2E.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-RESP = "N"
               GO TO R2E.
           MOVE W-DATA TO CTR-DATA-INICIO.
       R2F.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT W-DATA
           PERFORM CRITICA-DATA THRU CRITICA-DATA-FIM
           IF W-RESP = "N"
               GO TO R2F.
           IF W-DATA NOT > CTR-DATA-INICIO
               DISPLAY "*** FIM DEVE SER POSTERIOR AO INICIO ***"
               GO TO R2F.
           MOVE W-DATA TO CTR-DATA-FIM.
       R2G.
           DISPLAY "MES DO REAJUSTE ANUAL (0 = SEM REAJUSTE): "
               WITH NO ADVANCING
           ACCEPT CTR-MES-REAJ
           IF CTR-MES-REAJ > 12
               DISPLAY "*** MES INVALIDO ***"
               GO TO R2G.
           IF CTR-MES-REAJ = ZEROS
               MOVE SPACES TO CTR-INDICE
               GO TO R2I.
       R2H.
           DISPLAY "INDICE DO REAJUSTE (EX. IGPM, IPCA): "
               WITH NO ADVANCING
           ACCEPT CTR-INDICE
           IF CTR-INDICE = SPACES
               GO TO R2H.
       R2I.
           DISPLAY "DEPARTAMENTO (CENTRO DE CUSTO): " WITH NO ADVANCING
           ACCEPT CTR-CODDEP
           MOVE CTR-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-DEP NOT = "00"
               DISPLAY "*** DEPARTAMENTO NAO CADASTRADO ***"
               GO TO R2I.
           DISPLAY "DEPARTAMENTO: " DENOMINACAO.

           DISPLAY "CONFIRMA A GRAVACAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R2-INCLUI.
           IF W-EXISTE = "S"
               REWRITE REGCONTRATO
           ELSE
               WRITE REGCONTRATO.
           IF ST-CTR = "00" OR "02"
               DISPLAY "*** CONTRATO GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CTR.
           GO TO R2-INCLUI.

      *---------[ LISTAGEM ]--------------------------------------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS W-TOT-MENSAL
           MOVE ZEROS TO CTR-NUMERO
           START CADCONTRATO KEY IS NOT LESS CTR-NUMERO
               INVALID KEY GO TO R3B.
       R3A.
           READ CADCONTRATO NEXT RECORD
               AT END
                 GO TO R3B
           END-READ
           DISPLAY CTR-NUMERO " " CTR-SITUACAO " " CTR-DESCRICAO
               " DIA " CTR-DIA-VENC " " CTR-VALOR
           DISPLAY "       CNPJ " CTR-CNPJ "  " CTR-DATA-INICIO
               " A " CTR-DATA-FIM "  DEP " CTR-CODDEP
               "  REAJ " CTR-MES-REAJ " " CTR-INDICE
           ADD 1 TO W-TOTLISTADOS
           IF CTR-SITUACAO = "A"
               ADD CTR-VALOR TO W-TOT-MENSAL.
           GO TO R3A.
       R3B.
           DISPLAY "CONTRATOS CADASTRADOS..........: " W-TOTLISTADOS
           DISPLAY "VALOR MENSAL DOS ATIVOS........: " W-TOT-MENSAL
           GO TO R1.

      *---------[ REAJUSTE ANUAL PELO INDICE DO CONTRATO ]--------------
       R4-REAJUSTE.
           DISPLAY "NUMERO DO CONTRATO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMCTR
           IF W-NUMCTR = ZEROS
               GO TO R1.
           MOVE W-NUMCTR TO CTR-NUMERO
           READ CADCONTRATO
           IF ST-CTR NOT = "00"
               DISPLAY "*** CONTRATO NAO CADASTRADO ***"
               GO TO R4-REAJUSTE.
           PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM
           IF CTR-SITUACAO = "E"
               DISPLAY "*** CONTRATO ENCERRADO NAO MUDA ***"
               GO TO R4-REAJUSTE.
           IF CTR-MES-REAJ = ZEROS
               DISPLAY "*** CONTRATO SEM REAJUSTE ***"
               GO TO R4-REAJUSTE.
           IF CTR-ULT-REAJ = W-DATA-HOJE (1:6)
               DISPLAY "*** CONTRATO JA REAJUSTADO NESTE MES ***"
               GO TO R4-REAJUSTE.
       R4A.
           DISPLAY "PERCENTUAL DO " CTR-INDICE " NO PERIODO: "
               WITH NO ADVANCING
           ACCEPT W-PCT
           IF W-PCT = ZEROS
               GO TO R4-REAJUSTE.
           COMPUTE W-VALOR-NOVO ROUNDED =
               CTR-VALOR * (100 + W-PCT) / 100
           DISPLAY "VALOR ATUAL " CTR-VALOR "  NOVO VALOR " W-VALOR-NOVO
           DISPLAY "CONFIRMA O REAJUSTE (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R4-REAJUSTE.
           MOVE W-VALOR-NOVO TO CTR-VALOR
           MOVE W-DATA-HOJE (1:6) TO CTR-ULT-REAJ
           REWRITE REGCONTRATO
           IF ST-CTR = "00" OR "02"
               DISPLAY "*** CONTRATO REAJUSTADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CTR.
           GO TO R4-REAJUSTE.

      *---------[ ENCERRAMENTO ]----------------------------------------
       R5-ENCERRA.
           DISPLAY "NUMERO DO CONTRATO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-NUMCTR
           IF W-NUMCTR = ZEROS
               GO TO R1.
           MOVE W-NUMCTR TO CTR-NUMERO
           READ CADCONTRATO
           IF ST-CTR NOT = "00"
               DISPLAY "*** CONTRATO NAO CADASTRADO ***"
               GO TO R5-ENCERRA.
           PERFORM MOSTRA-CONTRATO THRU MOSTRA-CONTRATO-FIM
           IF CTR-SITUACAO = "E"
               DISPLAY "*** CONTRATO JA ENCERRADO ***"
               GO TO R5-ENCERRA.
           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R5-ENCERRA.
           MOVE "E" TO CTR-SITUACAO
           REWRITE REGCONTRATO
           IF ST-CTR = "00" OR "02"
               DISPLAY "*** CONTRATO ENCERRADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-CTR.
           GO TO R5-ENCERRA.

       ROT-FIM.
           CLOSE CADCONTRATO
           CLOSE CADFORN
           CLOSE ARQDEP.
       ROT-FIM3.
           STOP RUN.

       MOSTRA-CONTRATO.
           MOVE CTR-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR = "00"
               DISPLAY "FORNECEDOR: " RAZAO
           ELSE
               DISPLAY "FORNECEDOR NAO CADASTRADO - CNPJ " CTR-CNPJ.
           DISPLAY "SERVICO: " CTR-DESCRICAO "  SITUACAO: "
               CTR-SITUACAO
           DISPLAY "VALOR: " CTR-VALOR "  DIA: " CTR-DIA-VENC
               "  VIGENCIA: " CTR-DATA-INICIO " A " CTR-DATA-FIM
           DISPLAY "REAJUSTE: MES " CTR-MES-REAJ "  INDICE "
               CTR-INDICE "  ULTIMO " CTR-ULT-REAJ
               "  DEP " CTR-CODDEP.
       MOSTRA-CONTRATO-FIM.
           EXIT.

       CRITICA-DATA.
           MOVE "S" TO W-RESP
           IF W-DATA NOT NUMERIC OR W-DT-ANO < 1900
              OR W-DT-MES < 1 OR W-DT-MES > 12
              OR W-DT-DIA < 1 OR W-DT-DIA > 31
               DISPLAY "*** DATA INVALIDA ***"
               MOVE "N" TO W-RESP.
       CRITICA-DATA-FIM.
           EXIT.
