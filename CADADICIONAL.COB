       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADADICIONAL.
      ***********************************************
      *  MANUTENCAO DA TABELA DE ADICIONAL DE         *
      *  INSALUBRIDADE / PERICULOSIDADE               *
      *  (CADADICIONAL) - POR CARGO (ARQCARG) OU POR  *
      *  CHAPA (ARQFUNC); A CHAPA PREVALECE SOBRE O   *
      *  CARGO E PODE SER MARCADA N (SEM ADICIONAL)   *
      *  PARA EXCLUIR UMA PESSOA DE UM CARGO DA       *
      *  TABELA. ADICIONAL I = INSALUBRIDADE, GRAU    *
      *  10 (MINIMO) 20 (MEDIO) OU 40 (MAXIMO) PCT    *
      *  DO SALARIO MINIMO (CADPARAM SALMINIMO);      *
      *  ADICIONAL P = PERICULOSIDADE, 30 PCT DO      *
      *  SALARIO BASE. OS DOIS NAO SE ACUMULAM.       *
      *  FOLPAG CALCULA O ADICIONAL DO MES (RUBRICAS  *
      *  008/009) E FERIASPG, DECIMOTER E RESCISAO    *
      *  USAM A MEDIA DELE (VIA CALCADIC)             *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADADICIONAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ADC-KEY
                    FILE STATUS  IS ST-ADC.

           SELECT ARQFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAPA
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COD
                    ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                    FILE STATUS  IS ST-CARG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADADICIONAL
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADADICIONAL.DAT".
       01 REGADICIONAL.
           03 ADC-KEY.
              05 ADC-TIPOREG    PIC X(01).
              05 ADC-CODIGO     PIC 9(06).
           03 ADC-ADICIONAL     PIC X(01).
           03 ADC-GRAU          PIC 9(02).
           03 ADC-DATA-ATU      PIC 9(08).

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

       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ADC         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CARG        PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CODIGO       PIC 9(06) VALUE ZEROS.
       01 W-TIPOREG      PIC X(01) VALUE SPACES.
       01 W-TOTADC       PIC 9(05) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-NOMEREG      PIC X(45) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R0.
           OPEN I-O CADADICIONAL
           IF ST-ADC NOT = "00"
              IF ST-ADC = "30"
                 OPEN OUTPUT CADADICIONAL
                 CLOSE CADADICIONAL
                 DISPLAY "*** ARQUIVO CADADICIONAL FOI CRIADO ***"
                 GO TO R0
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADADICIONAL"
                 GO TO ROT-FIM3.

           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
               MOVE "99" TO ST-ERRO.
           OPEN INPUT ARQCARG
           IF ST-CARG NOT = "00"
               MOVE "99" TO ST-CARG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE.

       R1.
           DISPLAY " "
           DISPLAY "*** ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE ***"
           DISPLAY "  1 - INCLUIR/ALTERAR POR CARGO"
           DISPLAY "  2 - INCLUIR/ALTERAR POR CHAPA"
           DISPLAY "  3 - EXCLUIR"
           DISPLAY "  4 - LISTAR A TABELA"
           DISPLAY "  0 - SAIR"
           DISPLAY "OPCAO: " WITH NO ADVANCING
           ACCEPT W-OPCAO
           EVALUATE W-OPCAO
              WHEN 1
                 MOVE "C" TO W-TIPOREG
                 GO TO R2-CADASTRO
              WHEN 2
                 MOVE "F" TO W-TIPOREG
                 GO TO R2-CADASTRO
              WHEN 3
                 GO TO R3-EXCLUI
              WHEN 4
                 GO TO R4-LISTA
              WHEN 0
                 GO TO ROT-FIM
              WHEN OTHER
                 DISPLAY "*** OPCAO INVALIDA ***"
                 GO TO R1
           END-EVALUATE.

      *---------[ INCLUSAO/ALTERACAO POR CARGO OU CHAPA ]---------------
       R2-CADASTRO.
           IF W-TIPOREG = "C"
               DISPLAY "CODIGO DO CARGO (0=VOLTAR): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "CHAPA (0=VOLTAR): " WITH NO ADVANCING.
           ACCEPT W-CODIGO
           IF W-CODIGO NOT NUMERIC OR W-CODIGO = ZEROS
               GO TO R1.
           MOVE W-TIPOREG TO ADC-TIPOREG
           MOVE W-CODIGO TO ADC-CODIGO
           PERFORM NOME-REGISTRO THRU NOME-REGISTRO-FIM
           IF W-NOMEREG = SPACES
               GO TO R2-CADASTRO.
           DISPLAY W-NOMEREG
           READ CADADICIONAL
           IF ST-ADC = "00"
               DISPLAY "ADICIONAL: " ADC-ADICIONAL "  GRAU: " ADC-GRAU
               MOVE "A" TO W-RESP
           ELSE
               MOVE "N" TO W-RESP
               MOVE SPACES TO ADC-ADICIONAL
               MOVE ZEROS TO ADC-GRAU.
       R2A.
           IF W-TIPOREG = "C"
               DISPLAY "ADICIONAL (I=INSALUBRIDADE P=PERICULOSIDADE): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "ADICIONAL (I=INSALUBRIDADE P=PERICULOSIDADE"
                   " N=NENHUM): " WITH NO ADVANCING.
           ACCEPT MENS
           IF MENS (1:1) NOT = SPACES
               MOVE MENS (1:1) TO ADC-ADICIONAL.
           IF ADC-ADICIONAL = "N" AND W-TIPOREG = "F"
               MOVE ZEROS TO ADC-GRAU
               GO TO R2C.
           IF ADC-ADICIONAL = "P"
               MOVE 30 TO ADC-GRAU
               GO TO R2C.
           IF ADC-ADICIONAL NOT = "I"
               DISPLAY "*** ADICIONAL INVALIDO ***"
               GO TO R2A.
       R2B.
           DISPLAY "GRAU (10=MINIMO 20=MEDIO 40=MAXIMO): "
               WITH NO ADVANCING
           ACCEPT ADC-GRAU
           IF ADC-GRAU NOT = 10 AND ADC-GRAU NOT = 20
              AND ADC-GRAU NOT = 40
               DISPLAY "*** GRAU INVALIDO ***"
               GO TO R2B.
       R2C.
           MOVE W-DATA-HOJE TO ADC-DATA-ATU
           IF W-RESP = "A"
               REWRITE REGADICIONAL
           ELSE
               WRITE REGADICIONAL.
           IF ST-ADC = "00" OR "02"
               DISPLAY "*** ADICIONAL GRAVADO ***"
           ELSE
               DISPLAY "ERRO NA GRAVACAO ST=" ST-ADC.
           GO TO R2-CADASTRO.

      *---------[ EXCLUSAO ]--------------------------------------------
       R3-EXCLUI.
           DISPLAY "EXCLUIR CARGO OU CHAPA (C/F, 0=VOLTAR): "
               WITH NO ADVANCING
           ACCEPT MENS
           IF MENS (1:1) NOT = "C" AND MENS (1:1) NOT = "F"
               GO TO R1.
           MOVE MENS (1:1) TO W-TIPOREG
           DISPLAY "CODIGO: " WITH NO ADVANCING
           ACCEPT W-CODIGO
           IF W-CODIGO NOT NUMERIC OR W-CODIGO = ZEROS
               GO TO R3-EXCLUI.
           MOVE W-TIPOREG TO ADC-TIPOREG
           MOVE W-CODIGO TO ADC-CODIGO
           READ CADADICIONAL
           IF ST-ADC NOT = "00"
               DISPLAY "*** NAO CADASTRADO NA TABELA ***"
               GO TO R3-EXCLUI.
           PERFORM NOME-REGISTRO THRU NOME-REGISTRO-FIM
           DISPLAY W-NOMEREG "  " ADC-ADICIONAL " " ADC-GRAU
           DISPLAY "CONFIRMA A EXCLUSAO (S/N): " WITH NO ADVANCING
           ACCEPT W-RESP
           IF W-RESP NOT = "S" AND W-RESP NOT = "s"
               GO TO R3-EXCLUI.
           DELETE CADADICIONAL RECORD
           IF ST-ADC = "00"
               DISPLAY "*** EXCLUIDO ***"
           ELSE
               DISPLAY "ERRO NA EXCLUSAO ST=" ST-ADC.
           GO TO R3-EXCLUI.

      *---------[ LISTA A TABELA - CARGOS E DEPOIS CHAPAS ]-------------
       R4-LISTA.
           MOVE ZEROS TO W-TOTADC
           DISPLAY "T CODIGO DESCRICAO                                "
               "     ADIC GRAU"
           MOVE LOW-VALUES TO ADC-KEY
           START CADADICIONAL KEY IS NOT LESS ADC-KEY
               INVALID KEY GO TO R4B.
       R4A.
           READ CADADICIONAL NEXT RECORD
               AT END
                 GO TO R4B
           END-READ.
           PERFORM NOME-REGISTRO THRU NOME-REGISTRO-FIM
           DISPLAY ADC-TIPOREG " " ADC-CODIGO " " W-NOMEREG "  "
               ADC-ADICIONAL "    " ADC-GRAU
           ADD 1 TO W-TOTADC
           GO TO R4A.
       R4B.
           DISPLAY "REGISTROS NA TABELA............: " W-TOTADC
           GO TO R1.

       ROT-FIM.
           CLOSE CADADICIONAL
           IF ST-ERRO NOT = "99"
               CLOSE ARQFUNC.
           IF ST-CARG NOT = "99"
               CLOSE ARQCARG.
       ROT-FIM3.
           STOP RUN.

      *---------[ NOME DO CARGO OU DO FUNCIONARIO DA CHAVE ]------------
       NOME-REGISTRO.
           MOVE SPACES TO W-NOMEREG
           IF ADC-TIPOREG = "C"
               GO TO NOME-REGISTRO-1.
           IF ST-ERRO = "99"
               MOVE "(ARQFUNC AUSENTE)" TO W-NOMEREG
               GO TO NOME-REGISTRO-FIM.
           MOVE ADC-CODIGO TO CHAPA
           READ ARQFUNC
           IF ST-ERRO = "00"
               MOVE NOME TO W-NOMEREG
           ELSE
               DISPLAY "*** CHAPA NAO CADASTRADA ***"
               MOVE "00" TO ST-ERRO.
           GO TO NOME-REGISTRO-FIM.
       NOME-REGISTRO-1.
           IF ST-CARG = "99"
               MOVE "(ARQCARG AUSENTE)" TO W-NOMEREG
               GO TO NOME-REGISTRO-FIM.
           IF ADC-CODIGO > 999
               DISPLAY "*** CARGO NAO CADASTRADO ***"
               GO TO NOME-REGISTRO-FIM.
           MOVE ADC-CODIGO TO COD
           READ ARQCARG
           IF ST-CARG = "00"
               MOVE DENOM TO W-NOMEREG
           ELSE
               DISPLAY "*** CARGO NAO CADASTRADO ***"
               MOVE "00" TO ST-CARG.
       NOME-REGISTRO-FIM.
           EXIT.
