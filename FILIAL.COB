       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILIAL.
      ***********************************************
      *  MANUTENCAO DO CADASTRO DE FILIAIS            *
      *  (CADFILIAL) E DA LOTACAO DE CHAPA POR FILIAL *
      *  (CADFUNCFIL). CADA FILIAL TEM CNPJ,          *
      *  INSCRICAO ESTADUAL, ENDERECO PELO CEP        *
      *  (CADCEP, COMO EM CADCLI) E SERIE PROPRIA DE  *
      *  NOTA FISCAL (FIL-ULTNF, ULTIMO NUMERO        *
      *  EMITIDO, AVANCADO POR FATURA). A FILIAL 01 E *
      *  A MATRIZ: NOTA, DEPOSITO, CONTA BANCARIA OU  *
      *  CHAPA SEM FILIAL INFORMADA PERTENCE A ELA.   *
      *  RELFATURA, LIVROFISC, FOLPAG E EXTGOV RODAM  *
      *  POR FILIAL OU CONSOLIDADO                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFILIAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-FIL.

           SELECT CADFUNCFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FFL-CHAPA
                    FILE STATUS  IS ST-FFL.

           SELECT CADCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP
                    ALTERNATE RECORD KEY IS ENDERECO WITH DUPLICATES
                    FILE STATUS  IS ST-CEP.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    FILE STATUS  IS ST-FUNC.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD CADFUNCFIL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFUNCFIL.DAT".
       01 REGFUNCFIL.
           03 FFL-CHAPA         PIC 9(06).
           03 FFL-FILIAL        PIC 9(02).

       FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
       01 REGCEP.
           03 CEP             PIC 9(08).
           03 ENDERECO        PIC X(40).
           03 BAIRRO          PIC X(20).
           03 CIDADE          PIC X(20).
           03 UF              PIC X(02).

       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME-FUNC         PIC X(30).
           03 DATANASC          PIC 9(08).
           03 SEXO-FUNC         PIC X(01).
           03 GENERO-FUNC       PIC X(01).
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
       01 ST-FIL         PIC X(02) VALUE "00".
       01 ST-FFL         PIC X(02) VALUE "00".
       01 ST-CEP         PIC X(02) VALUE "00".
       01 ST-FUNC        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-FILIAL       PIC 9(02) VALUE ZEROS.
       01 W-CHAPA        PIC 9(06) VALUE ZEROS.
       01 W-TOTLISTADOS  PIC 9(03) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADFILIAL
           IF ST-FIL NOT = "00"
              IF ST-FIL = "30"
                 OPEN OUTPUT CADFILIAL
                 CLOSE CADFILIAL
                 DISPLAY "*** ARQUIVO CADFILIAL FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFILIAL"
                 GO TO ROT-FIM3.

       R0B.
           OPEN I-O CADFUNCFIL
           IF ST-FFL NOT = "00"
              IF ST-FFL = "30"
                 OPEN OUTPUT CADFUNCFIL
                 CLOSE CADFUNCFIL
                 DISPLAY "*** ARQUIVO CADFUNCFIL FOI CRIADO ***"
                 GO TO R0B
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFUNCFIL"
                 CLOSE CADFILIAL
                 GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADCEP
           IF ST-CEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP"
               CLOSE CADFILIAL CADFUNCFIL
               GO TO ROT-FIM3.

       R0D.
           OPEN INPUT ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQFUNC"
               CLOSE CADFILIAL CADFUNCFIL CADCEP
               GO TO ROT-FIM3.

       R1.
           DISPLAY " "
           DISPLAY "*** CADASTRO DE FILIAIS ***"
           DISPLAY "  1 - INCLUIR/ALTERAR FILIAL"
           DISPLAY "  2 - LISTAR FILIAIS"
           DISPLAY "  3 - LOTAR CHAPA EM FILIAL"
           DISPLAY "  4 - EXCLUIR FILIAL"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 GO TO R2-INCLUI
              WHEN 2
                 GO TO R3-LISTA
              WHEN 3
                 GO TO R4-LOTA
              WHEN 4
                 GO TO R5-EXCLUI
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ INCLUSAO / ALTERACAO DA FILIAL ]----------------------
       R2-INCLUI.
           DISPLAY "CODIGO DA FILIAL (01 = MATRIZ, 0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-FILIAL
           IF W-FILIAL = ZEROS
               GO TO R1.
           MOVE W-FILIAL TO FIL-CODIGO
           READ CADFILIAL
           IF ST-FIL = "00"
               DISPLAY "ATUAL: " FIL-RAZAO
               DISPLAY "  CNPJ " FIL-CNPJ "  IE " FIL-IE
               DISPLAY "  CEP " FIL-CEP "  NUMERO " FIL-NUMERO
                   "  ULTIMA NF " FIL-ULTNF "  SITUACAO "
                   FIL-SITUACAO
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE SPACES TO FIL-RAZAO FIL-IE FIL-COMPLEMENTO
               MOVE ZEROS TO FIL-CNPJ FIL-CEP FIL-NUMERO FIL-ULTNF
               MOVE "A" TO FIL-SITUACAO.

       R2B.
           DISPLAY "RAZAO SOCIAL: " WITH NO ADVANCING
           ACCEPT FIL-RAZAO
           IF FIL-RAZAO = SPACES
               DISPLAY "*** DADO NAO PODE FICAR VAZIO ***"
               GO TO R2B.
       R2C.
           DISPLAY "CNPJ: " WITH NO ADVANCING
           ACCEPT FIL-CNPJ
           IF FIL-CNPJ = ZEROS
               DISPLAY "*** DADO NAO PODE FICAR VAZIO ***"
               GO TO R2C.
           DISPLAY "INSCRICAO ESTADUAL (BRANCO = ISENTA): "
               WITH NO ADVANCING
           ACCEPT FIL-IE
           IF FIL-IE = SPACES
               MOVE "ISENTA" TO FIL-IE.
       R2D.
           DISPLAY "CEP: " WITH NO ADVANCING
           ACCEPT FIL-CEP
           MOVE FIL-CEP TO CEP
           READ CADCEP
           IF ST-CEP NOT = "00"
               DISPLAY "*** CEP NAO CADASTRADO ***"
               GO TO R2D.
           DISPLAY ENDERECO
           DISPLAY BAIRRO " - " CIDADE " - " UF
           DISPLAY "NUMERO: " WITH NO ADVANCING
           ACCEPT FIL-NUMERO
           DISPLAY "COMPLEMENTO: " WITH NO ADVANCING
           ACCEPT FIL-COMPLEMENTO
           IF W-RESP = "N"
               DISPLAY "ULTIMA NF JA EMITIDA NA SERIE DA FILIAL"
                   " (0 = SERIE NOVA): " WITH NO ADVANCING
               ACCEPT FIL-ULTNF.
       R2E.
           DISPLAY "SITUACAO (A = ATIVA, I = INATIVA): "
               WITH NO ADVANCING
           ACCEPT FIL-SITUACAO
           IF FIL-SITUACAO NOT = "A" AND "I"
               GO TO R2E.

           MOVE W-FILIAL TO FIL-CODIGO
           IF W-RESP = "A"
               REWRITE REGFILIAL
           ELSE
               WRITE REGFILIAL.
           IF ST-FIL = "00" OR "02"
               DISPLAY "*** FILIAL GRAVADA ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-FIL.
           GO TO R2-INCLUI.

      *---------[ LISTAGEM DAS FILIAIS ]--------------------------------
       R3-LISTA.
           MOVE ZEROS TO W-TOTLISTADOS FIL-CODIGO
           START CADFILIAL KEY IS NOT LESS FIL-CODIGO
               INVALID KEY GO TO R3B.
       R3A.
           READ CADFILIAL NEXT RECORD
               AT END
                 GO TO R3B
           END-READ.
           DISPLAY FIL-CODIGO " " FIL-RAZAO " CNPJ " FIL-CNPJ
           DISPLAY "   IE " FIL-IE "  CEP " FIL-CEP "  ULTIMA NF "
               FIL-ULTNF "  SITUACAO " FIL-SITUACAO
           ADD 1 TO W-TOTLISTADOS
           GO TO R3A.
       R3B.
           IF W-TOTLISTADOS = ZEROS
               DISPLAY "*** NENHUMA FILIAL CADASTRADA ***".
           GO TO R1.

      *---------[ LOTACAO DA CHAPA NA FILIAL ]--------------------------
       R4-LOTA.
           DISPLAY "CHAPA DO FUNCIONARIO (0 = VOLTAR): "
               WITH NO ADVANCING
           ACCEPT W-CHAPA
           IF W-CHAPA = ZEROS
               GO TO R1.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-FUNC NOT = "00"
               DISPLAY "*** CHAPA NAO CADASTRADA ***"
               GO TO R4-LOTA.
           DISPLAY "FUNCIONARIO: " NOME-FUNC

           MOVE W-CHAPA TO FFL-CHAPA
           READ CADFUNCFIL
           IF ST-FFL = "00"
               DISPLAY "FILIAL ATUAL: " FFL-FILIAL
               MOVE "A" TO W-RESP
           ELSE
               DISPLAY "FILIAL ATUAL: 01 (MATRIZ)"
               MOVE "N" TO W-RESP.

       R4B.
           DISPLAY "CODIGO DA FILIAL (0 = VOLTA PARA A MATRIZ): "
               WITH NO ADVANCING
           ACCEPT W-FILIAL
           IF W-FILIAL = ZEROS OR W-FILIAL = 1
               IF W-RESP = "A"
                   DELETE CADFUNCFIL RECORD
                   DISPLAY "*** CHAPA LOTADA NA MATRIZ ***"
               END-IF
               GO TO R4-LOTA.
           MOVE W-FILIAL TO FIL-CODIGO
           READ CADFILIAL
           IF ST-FIL NOT = "00"
               DISPLAY "*** FILIAL NAO CADASTRADA ***"
               GO TO R4B.
           IF FIL-SITUACAO NOT = "A"
               DISPLAY "*** FILIAL INATIVA ***"
               GO TO R4B.

           MOVE W-CHAPA TO FFL-CHAPA
           MOVE W-FILIAL TO FFL-FILIAL
           IF W-RESP = "A"
               REWRITE REGFUNCFIL
           ELSE
               WRITE REGFUNCFIL.
           IF ST-FFL = "00" OR "02"
               DISPLAY "*** CHAPA LOTADA NA FILIAL " FIL-RAZAO
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-FFL.
           GO TO R4-LOTA.

      *---------[ EXCLUSAO - A MATRIZ NAO SAI DO CADASTRO ]-------------
       R5-EXCLUI.
           DISPLAY "CODIGO DA FILIAL (0 = VOLTAR): " WITH NO ADVANCING
           ACCEPT W-FILIAL
           IF W-FILIAL = ZEROS
               GO TO R1.
           IF W-FILIAL = 1
               DISPLAY "*** A MATRIZ NAO PODE SER EXCLUIDA ***"
               GO TO R5-EXCLUI.
           MOVE W-FILIAL TO FIL-CODIGO
           READ CADFILIAL
           IF ST-FIL NOT = "00"
               DISPLAY "*** FILIAL NAO CADASTRADA ***"
               GO TO R5-EXCLUI.
           IF FIL-ULTNF NOT = ZEROS
               DISPLAY "*** FILIAL JA EMITIU NOTA - INATIVE EM VEZ"
                   " DE EXCLUIR ***"
               GO TO R1.
           DISPLAY "CONFIRMA A EXCLUSAO DE " FIL-RAZAO " (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP = "S" OR "s"
               DELETE CADFILIAL RECORD
               DISPLAY "*** FILIAL EXCLUIDA ***".
           GO TO R1.

       ROT-FIM.
           CLOSE CADFILIAL
           CLOSE CADFUNCFIL
           CLOSE CADCEP
           CLOSE ARQFUNC.
       ROT-FIM3.
           STOP RUN.
