       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCCARTAO.
      ***********************************************
      *  CONCILIACAO DO EXTRATO DO CARTAO COMBUSTIVEL *
      *  - LE O EXTRATO MENSAL DA OPERADORA           *
      *  (CARTAOCOMB.TXT: PLACA, DATA/HORA, POSTO,    *
      *  LITROS, VALOR) E CASA CADA COBRANCA COM O    *
      *  ABASTECIMENTO DA MESMA PLACA E DATA EM       *
      *  CADABAST (O DE LITROS MAIS PROXIMOS, CADA    *
      *  ABASTECIMENTO CASA UMA VEZ SO). APONTA:      *
      *  COBRANCA SEM ABASTECIMENTO LANCADO,          *
      *  ABASTECIMENTO PAGO SEM COBRANCA NO CARTAO    *
      *  (VALOR ZERO E TANQUE INTERNO E NAO ENTRA),   *
      *  DIFERENCA DE LITROS OU DE PRECO POR LITRO    *
      *  ACIMA DA TOLERANCIA CARTAOTOL (CADPARAM,     *
      *  PADRAO 2 PCT) E COBRANCA EM HORARIO EM QUE   *
      *  CADRETVEIC MOSTRA O VEICULO RECOLHIDO.       *
      *  RETURN-CODE 4 COM DIVERGENCIA, 8 SEM OS      *
      *  ARQUIVOS                                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCARTAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ECC.

           SELECT CADABAST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ABAST-KEY
                    FILE STATUS  IS ST-ABA.

           SELECT CADRETVEIC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RET-KEY
                    FILE STATUS  IS ST-RET.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCARTAO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CARTAOCOMB.TXT".
       01 REGCARTAO.
           03 ECC-PLACA          PIC X(07).
           03 ECC-DATA           PIC 9(08).
           03 ECC-HORA           PIC 9(04).
           03 ECC-POSTO          PIC X(30).
           03 ECC-LITROS         PIC 9(04)V99.
           03 ECC-VALOR          PIC 9(06)V99.

       FD CADABAST
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADABAST.DAT".
       01 REGABAST.
           03 ABAST-KEY.
              05 ABAST-PLACA     PIC X(07).
              05 ABAST-SEQ       PIC 9(04).
           03 ABAST-DATA         PIC 9(08).
           03 ABAST-ODOMETRO     PIC 9(07).
           03 ABAST-LITROS       PIC 9(04)V99.
           03 ABAST-VALOR        PIC 9(06)V99.
           03 ABAST-CHAPA        PIC 9(06).

       FD CADRETVEIC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADRETVEIC.DAT".
       01 REGRETVEIC.
           03 RET-KEY.
              05 RET-PLACA       PIC X(07).
              05 RET-SEQ         PIC 9(04).
           03 RET-CHAPA          PIC 9(06).
           03 RET-DATA-SAIDA     PIC 9(08).
           03 RET-HORA-SAIDA     PIC 9(04).
           03 RET-PREV-RETORNO   PIC 9(08).
           03 RET-DATA-RETORNO   PIC 9(08).
           03 RET-SITUACAO       PIC X(01).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-ECC         PIC X(02) VALUE "00".
       01 ST-ABA         PIC X(02) VALUE "00".
       01 ST-RET         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-MOV-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-TOLER        PIC 9(02)V99 VALUE 02,00.
       01 W-IND          PIC 9(04) VALUE ZEROS.
       01 W-MELHOR       PIC 9(04) VALUE ZEROS.
       01 W-DIF-LT       PIC 9(05)V99 VALUE ZEROS.
       01 W-MELHOR-DIF   PIC 9(05)V99 VALUE ZEROS.
       01 W-PCT          PIC 9(05)V99 VALUE ZEROS.
       01 W-PRECO-CARTAO PIC 9(05)V999 VALUE ZEROS.
       01 W-PRECO-ABAST  PIC 9(05)V999 VALUE ZEROS.
       01 W-DIF-PRECO    PIC 9(05)V999 VALUE ZEROS.
       01 W-CHEIO        PIC X(01) VALUE "N".
       01 W-EOF          PIC X(01) VALUE "N".
       01 W-FORA         PIC X(01) VALUE "N".
       01 W-LIDOS        PIC 9(06) VALUE ZEROS.
       01 W-INVALIDOS    PIC 9(06) VALUE ZEROS.
       01 W-CASADOS      PIC 9(06) VALUE ZEROS.
       01 W-SEM-LANC     PIC 9(06) VALUE ZEROS.
       01 W-SEM-CARTAO   PIC 9(06) VALUE ZEROS.
       01 W-DIF-LITROS   PIC 9(06) VALUE ZEROS.
       01 W-DIF-PRECOS   PIC 9(06) VALUE ZEROS.
       01 W-RECOLHIDO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-CARTAO   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-SEM-LANC PIC 9(09)V99 VALUE ZEROS.

      *---------[ ABASTECIMENTOS DA COMPETENCIA EM MEMORIA ]------------
       01 W-TAB-ABA.
           03 TAB-QTD        PIC 9(04) VALUE ZEROS.
           03 TAB-ENT OCCURS 3000 TIMES.
              05 TAB-PLACA       PIC X(07).
              05 TAB-SEQ         PIC 9(04).
              05 TAB-DATA        PIC 9(08).
              05 TAB-LITROS      PIC 9(04)V99.
              05 TAB-VALOR       PIC 9(06)V99.
              05 TAB-CHAPA       PIC 9(06).
              05 TAB-CASADO      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R00.
           DISPLAY "COMPETENCIA DO EXTRATO (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
               GO TO R00.

       R0.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "CARTAOTOL" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00" AND PARAM-VALOR > ZEROS
                   MOVE PARAM-VALOR TO W-TOLER
               END-IF
               CLOSE CADPARAM.

       R0B.
           OPEN INPUT ARQCARTAO
           IF ST-ECC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CARTAOCOMB.TXT"
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.
           OPEN INPUT CADABAST
           IF ST-ABA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADABAST"
               CLOSE ARQCARTAO
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM3.
           OPEN INPUT CADRETVEIC
           IF ST-RET NOT = "00"
               MOVE "99" TO ST-RET
               DISPLAY "*** CADRETVEIC AUSENTE - HORARIO DO VEICULO"
                   " NAO SERA CONFERIDO ***".

      *---------[ CARREGA OS ABASTECIMENTOS DA COMPETENCIA ]------------
       R1.
           READ CADABAST NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           MOVE ABAST-DATA (1:6) TO W-MOV-COMPET
           IF W-MOV-COMPET NOT = W-COMPET
               GO TO R1.
           IF TAB-QTD >= 3000
               IF W-CHEIO = "N"
                   MOVE "S" TO W-CHEIO
                   DISPLAY "*** MAIS DE 3000 ABASTECIMENTOS NO MES -"
                       " EXCEDENTES FORA DA CONCILIACAO ***"
               END-IF
               GO TO R1.
           ADD 1 TO TAB-QTD
           MOVE ABAST-PLACA TO TAB-PLACA (TAB-QTD)
           MOVE ABAST-SEQ TO TAB-SEQ (TAB-QTD)
           MOVE ABAST-DATA TO TAB-DATA (TAB-QTD)
           MOVE ABAST-LITROS TO TAB-LITROS (TAB-QTD)
           MOVE ABAST-VALOR TO TAB-VALOR (TAB-QTD)
           MOVE ABAST-CHAPA TO TAB-CHAPA (TAB-QTD)
           MOVE "N" TO TAB-CASADO (TAB-QTD)
           GO TO R1.

       R2.
           DISPLAY " "
           DISPLAY "*** CONCILIACAO DO CARTAO COMBUSTIVEL - "
               W-COMPET " - TOLERANCIA " W-TOLER " PCT ***".

      *---------[ CADA LINHA DO EXTRATO ]-------------------------------
       R3.
           READ ARQCARTAO
               AT END
                 GO TO R4
           END-READ
           ADD 1 TO W-LIDOS
           IF ECC-PLACA = SPACES OR ECC-DATA NOT NUMERIC
              OR ECC-HORA NOT NUMERIC OR ECC-LITROS NOT NUMERIC
              OR ECC-VALOR NOT NUMERIC OR ECC-LITROS = ZEROS
               ADD 1 TO W-INVALIDOS
               DISPLAY "LINHA " W-LIDOS " INVALIDA - IGNORADA"
               GO TO R3.
           ADD ECC-VALOR TO W-TOT-CARTAO

      *---------[ VEICULO RECOLHIDO NA HORA DA COBRANCA ]---------------
           PERFORM VEICULO-FORA THRU VEICULO-FORA-FIM
           IF W-FORA = "N"
               ADD 1 TO W-RECOLHIDO
               DISPLAY "VEICULO RECOLHIDO......: " ECC-PLACA " "
                   ECC-DATA " " ECC-HORA " " ECC-POSTO
                   " " ECC-VALOR.

           PERFORM CASA-ABASTECIMENTO THRU CASA-ABASTECIMENTO-FIM
           IF W-MELHOR = ZEROS
               ADD 1 TO W-SEM-LANC
               ADD ECC-VALOR TO W-TOT-SEM-LANC
               DISPLAY "COBRANCA SEM LANCAMENTO: " ECC-PLACA " "
                   ECC-DATA " " ECC-HORA " " ECC-POSTO " "
                   ECC-LITROS " L " ECC-VALOR
               GO TO R3.
           ADD 1 TO W-CASADOS
           MOVE "S" TO TAB-CASADO (W-MELHOR)

      *---------[ DIFERENCA DE LITROS ]---------------------------------
           COMPUTE W-PCT ROUNDED = W-MELHOR-DIF * 100 / ECC-LITROS
           IF W-PCT > W-TOLER
               ADD 1 TO W-DIF-LITROS
               DISPLAY "DIFERENCA DE LITROS....: " ECC-PLACA " "
                   ECC-DATA " CARTAO " ECC-LITROS " L  LANCADO "
                   TAB-LITROS (W-MELHOR) " L  (SEQ "
                   TAB-SEQ (W-MELHOR) " CHAPA "
                   TAB-CHAPA (W-MELHOR) ")".

      *---------[ DIFERENCA DE PRECO POR LITRO ]------------------------
           IF TAB-VALOR (W-MELHOR) = ZEROS
               GO TO R3.
           COMPUTE W-PRECO-CARTAO ROUNDED = ECC-VALOR / ECC-LITROS
           COMPUTE W-PRECO-ABAST ROUNDED =
               TAB-VALOR (W-MELHOR) / TAB-LITROS (W-MELHOR)
           IF W-PRECO-CARTAO > W-PRECO-ABAST
               COMPUTE W-DIF-PRECO = W-PRECO-CARTAO - W-PRECO-ABAST
           ELSE
               COMPUTE W-DIF-PRECO = W-PRECO-ABAST - W-PRECO-CARTAO.
           COMPUTE W-PCT ROUNDED = W-DIF-PRECO * 100 / W-PRECO-CARTAO
           IF W-PCT > W-TOLER
               ADD 1 TO W-DIF-PRECOS
               DISPLAY "DIFERENCA DE PRECO/L...: " ECC-PLACA " "
                   ECC-DATA " CARTAO " W-PRECO-CARTAO "  LANCADO "
                   W-PRECO-ABAST "  (SEQ " TAB-SEQ (W-MELHOR)
                   " CHAPA " TAB-CHAPA (W-MELHOR) ")".
           GO TO R3.

      *---------[ ABASTECIMENTO PAGO SEM COBRANCA NO CARTAO ]-----------
       R4.
           MOVE ZEROS TO W-IND.
       R4A.
           ADD 1 TO W-IND
           IF W-IND > TAB-QTD
               GO TO R5.
           IF TAB-CASADO (W-IND) = "S" OR TAB-VALOR (W-IND) = ZEROS
               GO TO R4A.
           ADD 1 TO W-SEM-CARTAO
           DISPLAY "SEM COBRANCA NO CARTAO.: " TAB-PLACA (W-IND) " "
               TAB-DATA (W-IND) " SEQ " TAB-SEQ (W-IND) " "
               TAB-LITROS (W-IND) " L " TAB-VALOR (W-IND)
               " CHAPA " TAB-CHAPA (W-IND)
           GO TO R4A.

       R5.
           DISPLAY " "
           DISPLAY "LINHAS DO EXTRATO..............: " W-LIDOS
           DISPLAY "LINHAS INVALIDAS...............: " W-INVALIDOS
           DISPLAY "VALOR COBRADO NO CARTAO........: " W-TOT-CARTAO
           DISPLAY "COBRANCAS CASADAS..............: " W-CASADOS
           DISPLAY "COBRANCAS SEM LANCAMENTO.......: " W-SEM-LANC
               "  VALOR " W-TOT-SEM-LANC
           DISPLAY "ABASTECIMENTOS SEM COBRANCA....: " W-SEM-CARTAO
           DISPLAY "DIFERENCAS DE LITROS...........: " W-DIF-LITROS
           DISPLAY "DIFERENCAS DE PRECO POR LITRO..: " W-DIF-PRECOS
           DISPLAY "COBRANCAS COM VEICULO RECOLHIDO: " W-RECOLHIDO
           IF W-SEM-LANC > ZEROS OR W-SEM-CARTAO > ZEROS
              OR W-DIF-LITROS > ZEROS OR W-DIF-PRECOS > ZEROS
              OR W-RECOLHIDO > ZEROS
               MOVE 4 TO RETURN-CODE.

       ROT-FIM.
           CLOSE ARQCARTAO
           CLOSE CADABAST
           IF ST-RET NOT = "99"
               CLOSE CADRETVEIC.
       ROT-FIM3.
           GOBACK.

      *---------[ ABASTECIMENTO LIVRE DA PLACA/DATA MAIS PROXIMO ]------
       CASA-ABASTECIMENTO.
           MOVE ZEROS TO W-MELHOR W-MELHOR-DIF W-IND.
       CASA-ABASTECIMENTO-1.
           ADD 1 TO W-IND
           IF W-IND > TAB-QTD
               GO TO CASA-ABASTECIMENTO-FIM.
           IF TAB-CASADO (W-IND) = "S"
              OR TAB-PLACA (W-IND) NOT = ECC-PLACA
              OR TAB-DATA (W-IND) NOT = ECC-DATA
               GO TO CASA-ABASTECIMENTO-1.
           IF TAB-LITROS (W-IND) > ECC-LITROS
               COMPUTE W-DIF-LT = TAB-LITROS (W-IND) - ECC-LITROS
           ELSE
               COMPUTE W-DIF-LT = ECC-LITROS - TAB-LITROS (W-IND).
           IF W-MELHOR = ZEROS OR W-DIF-LT < W-MELHOR-DIF
               MOVE W-IND TO W-MELHOR
               MOVE W-DIF-LT TO W-MELHOR-DIF.
           GO TO CASA-ABASTECIMENTO-1.
       CASA-ABASTECIMENTO-FIM.
           EXIT.

      *---------[ VEICULO FORA NA DATA/HORA DA COBRANCA ]---------------
      *  VALE A RETIRADA COM SAIDA ATE A DATA/HORA DA COBRANCA  *
      *  E AINDA FORA OU DEVOLVIDA NA DATA OU DEPOIS (A         *
      *  DEVOLUCAO NAO GUARDA HORA)                             *
       VEICULO-FORA.
           MOVE "S" TO W-FORA
           IF ST-RET = "99"
               GO TO VEICULO-FORA-FIM.
           MOVE "N" TO W-FORA
           MOVE "N" TO W-EOF
           MOVE ECC-PLACA TO RET-PLACA
           MOVE ZEROS TO RET-SEQ
           START CADRETVEIC KEY IS NOT LESS RET-KEY
               INVALID KEY MOVE "S" TO W-EOF.
       VEICULO-FORA-1.
           IF W-EOF = "S"
               GO TO VEICULO-FORA-FIM.
           READ CADRETVEIC NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF
                 GO TO VEICULO-FORA-1
           END-READ.
           IF RET-PLACA NOT = ECC-PLACA
               MOVE "S" TO W-EOF
               GO TO VEICULO-FORA-1.
           IF RET-DATA-SAIDA > ECC-DATA
               GO TO VEICULO-FORA-1.
           IF RET-DATA-SAIDA = ECC-DATA
              AND RET-HORA-SAIDA > ECC-HORA
               GO TO VEICULO-FORA-1.
           IF RET-DATA-RETORNO NOT = ZEROS
              AND RET-DATA-RETORNO < ECC-DATA
               GO TO VEICULO-FORA-1.
           MOVE "S" TO W-FORA
           GO TO VEICULO-FORA-1.
       VEICULO-FORA-FIM.
           EXIT.
