       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADXREFF.
      ***********************************************
      *  MANUTENCAO DA TABELA DE CODIGOS DO           *
      *  FORNECEDOR (CADXREFF) - LIGA O CODIGO DE     *
      *  ITEM QUE O FORNECEDOR USA NA NF ELETRONICA   *
      *  AO NOSSO CODGPRODUTO, COM O FATOR QUE        *
      *  CONVERTE A UNIDADE DO FORNECEDOR NA NOSSA    *
      *  (QTD NOSSA = QTD DA NF X FATOR). USADA POR   *
      *  IMPNFFORN NA IMPORTACAO DAS NFS. O CNPJ DEVE *
      *  EXISTIR EM CADFORN E O PRODUTO EM CADPROD    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADXREFF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS XRF-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-PRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADXREFF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADXREFF.DAT".
       01 REGXREFF.
           03 XRF-KEY.
              05 XRF-CNPJ          PIC 9(15).
              05 XRF-CODFORN       PIC X(20).
           03 XRF-CODGPRODUTO      PIC 9(06).
           03 XRF-FATOR            PIC 9(03)V9999.

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

       FD CADPROD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPROD.DAT".
       01 REGPROD.
           03 CODGPRODUTO PIC 9(06).
           03 DESCRICAO PIC X(30).
           03 UNIDADE PIC X(02).
           03 UNIDADE-VENDA PIC X(02).
           03 FATOR-CONVERSAO PIC 9(03)V9999.
           03 APLICACAO PIC 9(02).
           03 QUANTIDADE PIC 9(05)V9.
           03 QUANTIDADE-MINIMA PIC 9(05)V9.
           03 PRECO PIC 9(07)V99.
           03 CNPJ-PROD  PIC 9(15).
           03 SITUACAO-PROD PIC X(01).
           03 CODBARRA PIC 9(13).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT         PIC 9(06) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-ACT          PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-PRO         PIC X(02) VALUE "00".
       01 W-SEL          PIC 9(01) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAXREFF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " CODIGO DO ITEM NO FORNECEDOR".
           05  LINE 05  COLUMN 01
               VALUE  "      CNPJ           :".
           05  LINE 07  COLUMN 01
               VALUE  "      RAZAO SOCIAL   :".
           05  LINE 09  COLUMN 01
               VALUE  "      CODIGO FORNEC. :".
           05  LINE 11  COLUMN 01
               VALUE  "      NOSSO PRODUTO  :".
           05  LINE 13  COLUMN 01
               VALUE  "      DESCRICAO      :".
           05  LINE 15  COLUMN 01
               VALUE  "      FATOR UNIDADE  :".
           05  LINE 22  COLUMN 01
               VALUE  "MENSAGEM:".
           05  TCNPJ
               LINE 05 COLUMN 23 PIC 999.999.999.9999.99
               USING XRF-CNPJ
               HIGHLIGHT.
           05  TRAZAO
               LINE 07 COLUMN 23 PIC X(40)
               USING RAZAO
               HIGHLIGHT.
           05  TCODFORN
               LINE 09 COLUMN 23 PIC X(20)
               USING XRF-CODFORN
               HIGHLIGHT.
           05  TPRODUTO
               LINE 11 COLUMN 23 PIC 9(06)
               USING XRF-CODGPRODUTO
               HIGHLIGHT.
           05  TDESCRICAO
               LINE 13 COLUMN 23 PIC X(30)
               USING DESCRICAO
               HIGHLIGHT.
           05  TFATOR
               LINE 15 COLUMN 23 PIC ZZ9,9999
               USING XRF-FATOR
               HIGHLIGHT.
           05  TMENS
               LINE 22 COLUMN 15 PIC X(50)
               USING MENS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADXREFF
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30"
                    OPEN OUTPUT CADXREFF
                    CLOSE CADXREFF
                    MOVE "*** ARQUIVO CADXREFF FOI CRIADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO R0
               ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO CADXREFF"
                        TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM3
           ELSE
                 NEXT SENTENCE.

       R0B.
           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADFORN" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADXREFF
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADPROD
           IF ST-PRO NOT = "00"
               MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROD" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE CADXREFF
               CLOSE CADFORN
               GO TO ROT-FIM3.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]---------------------
       R1.
           MOVE SPACES TO RAZAO DESCRICAO XRF-CODFORN
           MOVE ZEROS  TO XRF-CNPJ XRF-CODGPRODUTO XRF-FATOR W-SEL.

      *---------[VISUALIZACAO DA TELA]--------------------
           DISPLAY TELAXREFF.

       R2.
           ACCEPT TCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF XRF-CNPJ = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2.

           MOVE XRF-CNPJ TO CNPJ
           READ CADFORN
           IF ST-FOR NOT = "00"
               MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TRAZAO.

       R2B.
           ACCEPT TCODFORN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF XRF-CODFORN = SPACES
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R2B.

       LER-CADXREFF.
           READ CADXREFF
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE XRF-CODGPRODUTO TO CODGPRODUTO
                READ CADPROD
                IF ST-PRO NOT = "00"
                    MOVE "*** PRODUTO NAO CADASTRADO ***" TO DESCRICAO
                END-IF
                DISPLAY TELAXREFF
                MOVE "*** CODIGO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO CADXREFF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE 1 TO XRF-FATOR
                MOVE "*** CODIGO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TPRODUTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2B.
           IF XRF-CODGPRODUTO = ZEROS
                     MOVE "*** DADO NAO PODE FICAR VAZIO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R3.
           MOVE XRF-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-PRO NOT = "00"
               MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           DISPLAY TDESCRICAO.

       R4.
           ACCEPT TFATOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF XRF-FATOR = ZEROS
                     MOVE "*** FATOR NAO PODE SER ZERO **" TO MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO R4.

      * ------------- VERIFICAR SE E ALTERACAO -----------------
                IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 40) "DADOS OK (S/N) : ".
                ACCEPT (22, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGXREFF
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* CODIGO JA EXISTE,DADOS NAO GRAVADOS *"
                                                       TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO CADXREFF"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.

      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (22, 12)
                     "N=NOVO  A=ALTERAR  E=EXCLUIR"
                ACCEPT (22, 50) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (22, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3
                   ELSE
                      IF W-OPCAO = "E"
                         GO TO EXC-OPC.
      *
       EXC-OPC.
                DISPLAY (22, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADXREFF RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO CODIGO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (22, 40) "ALTERAR  (S/N) : ".
                ACCEPT (22, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGXREFF
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO CADXREFF" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *-------------------------------------------------------------
       ROT-FIM.
           CLOSE CADXREFF
           CLOSE CADFORN
           CLOSE CADPROD.
       ROT-FIM3.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY TMENS.
       ROT-MENS2.
                CALL "ESPERAMSG" USING BY CONTENT 1
                MOVE SPACES TO MENS
                DISPLAY TMENS.
       ROT-MENS-FIM.
                EXIT.
