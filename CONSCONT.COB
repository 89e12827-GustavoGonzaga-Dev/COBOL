       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCONT.
      ***********************************************
      *  SUBPROGRAMA DO CONTATO DA EMPRESA, CHAMADO   *
      *  POR COBCARTA, APROVPED E ETIQFORN. DADO O    *
      *  CNPJ/CPF E A FUNCAO DESEJADA (1=FINANCEIRO   *
      *  2=COMPRAS 3=VENDAS 4=LOGISTICA), DEVOLVE DE  *
      *  CADCONTEMP (MANTIDO EM CONTEMP) NESTA ORDEM: *
      *  O CONTATO PRINCIPAL DA FUNCAO, O PRIMEIRO    *
      *  CONTATO DA FUNCAO, O CONTATO PRINCIPAL DE    *
      *  QUALQUER FUNCAO. RESULTADO S = ACHOU (COM A  *
      *  FUNCAO DO CONTATO DEVOLVIDO), N = NENHUM     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCONTEMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTE-KEY
                    FILE STATUS  IS ST-CTE.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCONTEMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTEMP.DAT".
       01 REGCONTEMP.
           03 CTE-KEY.
              05 CTE-CNPJCPF       PIC 9(15).
              05 CTE-SEQ           PIC 9(02).
           03 CTE-NOME             PIC X(30).
           03 CTE-FUNCAO           PIC 9(01).
           03 CTE-TELEFONE         PIC X(15).
           03 CTE-EMAIL            PIC X(30).
           03 CTE-PRINCIPAL        PIC X(01).
           03 CTE-DATAULTCONTATO   PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-CTE         PIC X(02) VALUE "00".
       01 W-ACHOU-FUNCAO PIC X(01) VALUE "N".
       01 W-ACHOU-PRINC  PIC X(01) VALUE "N".
       01 W-REG-FUNCAO   PIC X(102) VALUE SPACES.
       01 W-REG-PRINC    PIC X(102) VALUE SPACES.
       01 W-CONTATO.
           03 W-CTE-KEY         PIC X(17).
           03 W-CTE-NOME        PIC X(30).
           03 W-CTE-FUNCAO      PIC 9(01).
           03 W-CTE-TELEFONE    PIC X(15).
           03 W-CTE-EMAIL       PIC X(30).
           03 FILLER            PIC X(09).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CNT-PARAM.
           03 CNT-CNPJCPF       PIC 9(15).
           03 CNT-FUNCAO        PIC 9(01).
           03 CNT-NOME          PIC X(30).
           03 CNT-TELEFONE      PIC X(15).
           03 CNT-EMAIL         PIC X(30).
           03 CNT-FUNCAO-ACHADA PIC 9(01).
       01 CNT-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CNT-PARAM CNT-RESULT.
       INICIO.
           MOVE "N" TO CNT-RESULT
           MOVE SPACES TO CNT-NOME CNT-TELEFONE CNT-EMAIL
           MOVE ZEROS TO CNT-FUNCAO-ACHADA
           MOVE "N" TO W-ACHOU-FUNCAO W-ACHOU-PRINC.

      *---------[ CONTATOS DO CNPJ/CPF EM CADCONTEMP ]------------------
       R0.
           OPEN INPUT CADCONTEMP
           IF ST-CTE NOT = "00"
               GO TO ROT-FIM3.
           MOVE CNT-CNPJCPF TO CTE-CNPJCPF
           MOVE ZEROS TO CTE-SEQ
           START CADCONTEMP KEY IS NOT LESS CTE-KEY
               INVALID KEY GO TO R-FIM-LEITURA.
       R1.
           READ CADCONTEMP NEXT RECORD
               AT END
                 GO TO R-FIM-LEITURA
           END-READ.
           IF CTE-CNPJCPF NOT = CNT-CNPJCPF
               GO TO R-FIM-LEITURA.
           IF CTE-FUNCAO = CNT-FUNCAO
               IF CTE-PRINCIPAL = "S"
                   MOVE REGCONTEMP TO W-REG-FUNCAO
                   MOVE "S" TO W-ACHOU-FUNCAO
                   GO TO R-FIM-LEITURA
               ELSE
                   IF W-ACHOU-FUNCAO = "N"
                       MOVE REGCONTEMP TO W-REG-FUNCAO
                       MOVE "S" TO W-ACHOU-FUNCAO.
           IF CTE-PRINCIPAL = "S" AND W-ACHOU-PRINC = "N"
               MOVE REGCONTEMP TO W-REG-PRINC
               MOVE "S" TO W-ACHOU-PRINC.
           GO TO R1.
       R-FIM-LEITURA.
           CLOSE CADCONTEMP.

      *---------[ DEVOLVE O CONTATO ESCOLHIDO ]-------------------------
       R2.
           IF W-ACHOU-FUNCAO = "S"
               MOVE W-REG-FUNCAO TO W-CONTATO
           ELSE
               IF W-ACHOU-PRINC = "S"
                   MOVE W-REG-PRINC TO W-CONTATO
               ELSE
                   GO TO ROT-FIM3.
           MOVE W-CTE-NOME TO CNT-NOME
           MOVE W-CTE-TELEFONE TO CNT-TELEFONE
           MOVE W-CTE-EMAIL TO CNT-EMAIL
           MOVE W-CTE-FUNCAO TO CNT-FUNCAO-ACHADA
           MOVE "S" TO CNT-RESULT.
       ROT-FIM3.
           GOBACK.
