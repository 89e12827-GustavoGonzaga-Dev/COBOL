       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRENTCLI.
      ***********************************************
      *  RENTABILIDADE POR CLIENTE - MES E ACUMULADO  *
      *  DO ANO ATE A COMPETENCIA INFORMADA. POR      *
      *  CLIENTE DE CADCLI SOMA DE CADNF A VENDA      *
      *  BRUTA (NOTAS A), AS DEVOLUCOES (NOTAS D DE   *
      *  DEVOLCLI) E OS IMPOSTOS (ICMS/PIS/COFINS)    *
      *  PARA A VENDA LIQUIDA; O CUSTO DA SAIDA DE    *
      *  CADMOVCUSTO (MESMO PRODUTO E DIA, PREFERINDO *
      *  A MESMA QUANTIDADE; SEM ELE O CUSTO MEDIO DE *
      *  CADCUSTO E POR FIM O PRECO DE CADPROD); O    *
      *  DESCONTO CONCEDIDO POR ACORDO VIGENTE EM     *
      *  CADPRECOCLI (PRECO DE TABELA MENOS PRECO DA  *
      *  NOTA); A COMISSAO DO VENDEDOR (CADVEND)      *
      *  SOBRE AS NOTAS ATIVAS, COMO EM COMISSAO; E   *
      *  DE CADBAIXAREC OS ENCARGOS RECEBIDOS, O      *
      *  ATRASO MEDIO PONDERADO PELO VALOR E O CUSTO  *
      *  FINANCEIRO DO ATRASO A CUSTOFIN % AO MES     *
      *  (CADPARAM). MARGEM DE CONTRIBUICAO = VENDA   *
      *  LIQUIDA - CUSTO - COMISSAO + ENCARGOS -      *
      *  CUSTO FINANCEIRO. O RANKING E PELA MARGEM DO *
      *  MES E O CLIENTE COM MARGEM DO ANO ABAIXO DA  *
      *  MINIMA INFORMADA (PCT DA VENDA LIQUIDA) E    *
      *  MARCADO PARA RENEGOCIAR CONDICOES. O         *
      *  DESCONTO SO E INFORMATIVO - JA ESTA FORA DA  *
      *  VENDA                                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CNPJCPF
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-CLI.

           SELECT CADPROD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODGPRODUTO
                    ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CODBARRA WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT CADCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODGPRODUTO
                    FILE STATUS  IS ST-CUS.

           SELECT CADMOVCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MCU-KEY
                    FILE STATUS  IS ST-MCU.

           SELECT CADPRECOCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PCL-KEY
                    FILE STATUS  IS ST-PCL.

           SELECT CADVEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VND-CODIGO
                    FILE STATUS  IS ST-VND.

           SELECT CADBAIXAREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXR-KEY
                    ALTERNATE RECORD KEY IS BXR-CNPJCPF WITH DUPLICATES
                    FILE STATUS  IS ST-BXR.

           SELECT CADPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARAM-CODIGO
                    FILE STATUS  IS ST-PAR.

           SELECT W-ORDENACAO ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
       01 REGNF.
           03 NF-KEY.
              05 NF-NUMERO         PIC 9(06).
              05 NF-CODGPRODUTO    PIC 9(06).
           03 NF-CNPJCPF           PIC 9(15).
           03 NF-NUMPV             PIC 9(06).
           03 NF-QUANTIDADE        PIC 9(05)V9.
           03 NF-PRECO             PIC 9(07)V99.
           03 NF-DATA              PIC 9(08).
           03 NF-SITUACAO          PIC X(01).
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REGCLI.
           03 CLI-CNPJCPF     PIC 9(15).
           03 CLI-TIPO        PIC X(01).
           03 CLI-RAZAO       PIC X(40).
           03 CLI-NOME        PIC X(12).
           03 CLI-CEP         PIC 9(08).
           03 CLI-NUMERO      PIC 9(04).
           03 CLI-COMPLEMENTO PIC X(11).
           03 CLI-LIMITE-CRED PIC 9(09)V99.
           03 CLI-SITUACAO    PIC X(01).

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

       FD CADCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCUSTO.DAT".
       01 REGCUSTO.
           03 CUS-CODGPRODUTO   PIC 9(06).
           03 CUS-CUSTO-MEDIO   PIC 9(07)V99.
           03 CUS-DATA-ATU      PIC 9(08).

       FD CADMOVCUSTO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMOVCUSTO.DAT".
       01 REGMOVCUSTO.
           03 MCU-KEY.
              05 MCU-CODGPRODUTO  PIC 9(06).
              05 MCU-DATA-HORA    PIC X(21).
           03 MCU-QUANTIDADE   PIC 9(05)V9.
           03 MCU-CUSTO-UNIT   PIC 9(07)V99.
           03 MCU-CUSTO-TOTAL  PIC 9(11)V99.

       FD CADPRECOCLI
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPRECOCLI.DAT".
       01 REGPRECOCLI.
           03 PCL-KEY.
              05 PCL-CNPJCPF       PIC 9(15).
              05 PCL-CODGPRODUTO   PIC 9(06).
           03 PCL-PRECO            PIC 9(07)V99.
           03 PCL-DESCPCT          PIC 9(02)V99.
           03 PCL-VIG-INI          PIC 9(08).
           03 PCL-VIG-FIM          PIC 9(08).

       FD CADVEND
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REGVEND.
           03 VND-CODIGO        PIC 9(03).
           03 VND-NOME          PIC X(30).
           03 VND-CHAPA         PIC 9(06).
           03 VND-PCT-COMISSAO  PIC 9(02)V99.
           03 VND-SITUACAO      PIC X(01).

       FD CADBAIXAREC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADBAIXAREC.DAT".
       01 REGBAIXAREC.
           03 BXR-KEY.
              05 BXR-TITULO     PIC 9(06).
              05 BXR-SEQ        PIC 9(03).
           03 BXR-CNPJCPF       PIC 9(15).
           03 BXR-DATA          PIC 9(08).
           03 BXR-VENCTO        PIC 9(08).
           03 BXR-DIAS-ATRASO   PIC S9(05).
           03 BXR-VALOR         PIC 9(09)V99.
           03 BXR-ENCARGOS      PIC 9(09)V99.
           03 BXR-ORIGEM        PIC X(10).

       FD CADPARAM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPARAM.DAT".
       01 REGPARAM.
           03 PARAM-CODIGO      PIC X(10).
           03 PARAM-VALOR       PIC 9(09)V99.
           03 PARAM-DESCRICAO   PIC X(30).

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-MC-MES          PIC S9(11)V99.
           03 ORD-MC-ANO          PIC S9(11)V99.
           03 ORD-IND             PIC 9(04).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-CLI         PIC X(02) VALUE "00".
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CUS         PIC X(02) VALUE "00".
       01 ST-MCU         PIC X(02) VALUE "00".
       01 ST-PCL         PIC X(02) VALUE "00".
       01 ST-VND         PIC X(02) VALUE "00".
       01 ST-BXR         PIC X(02) VALUE "00".
       01 ST-PAR         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-COMPET-R REDEFINES W-COMPET.
           03 W-COMPET-ANO  PIC 9(04).
           03 W-COMPET-MES  PIC 9(02).
       01 W-MOV-COMPET   PIC 9(06) VALUE ZEROS.
       01 W-MOV-COMPET-R REDEFINES W-MOV-COMPET.
           03 W-MOV-ANO     PIC 9(04).
           03 W-MOV-MES     PIC 9(02).
       01 W-META         PIC 9(03)V99 VALUE ZEROS.
       01 W-PCT-CUSTOFIN PIC 9(09)V99 VALUE ZEROS.
       01 W-CNPJ         PIC 9(15) VALUE ZEROS.
       01 W-IND          PIC 9(04) VALUE ZEROS.
       01 W-P            PIC 9(01) VALUE ZEROS.
       01 W-CHEIO        PIC X(01) VALUE "N".
       01 W-MOV-TIPO     PIC X(01) VALUE SPACES.
       01 W-MOV-VALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-MOV-IMPOSTO  PIC 9(11)V99 VALUE ZEROS.
       01 W-MOV-CUSTO    PIC 9(11)V99 VALUE ZEROS.
       01 W-MOV-DESCONTO PIC 9(11)V99 VALUE ZEROS.
       01 W-MOV-COMISSAO PIC 9(11)V99 VALUE ZEROS.
       01 W-MOV-CUSTOFIN PIC 9(11)V99 VALUE ZEROS.
       01 W-MOV-DIASPOND PIC 9(15)V99 VALUE ZEROS.
       01 W-CUSTO-UNIT   PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTO-DIA    PIC 9(07)V99 VALUE ZEROS.
       01 W-VENDA-LIQ    PIC S9(11)V99 VALUE ZEROS.
       01 W-MC           PIC S9(11)V99 VALUE ZEROS.
       01 W-MC-PCT       PIC S9(05)V99 VALUE ZEROS.
       01 W-DIAS-MEDIO   PIC 9(05) VALUE ZEROS.
       01 W-RANK         PIC 9(04) VALUE ZEROS.
       01 W-TOT-NOTAS    PIC 9(07) VALUE ZEROS.
       01 W-TOT-BAIXAS   PIC 9(07) VALUE ZEROS.
       01 W-TOT-RENEG    PIC 9(04) VALUE ZEROS.
       01 W-TOT-MC-MES   PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-MC-ANO   PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-VL-MES   PIC S9(13)V99 VALUE ZEROS.
       01 W-TOT-VL-ANO   PIC S9(13)V99 VALUE ZEROS.
       01 W-ROTULO       PIC X(05) VALUE SPACES.

      *---------[ CLIENTES EM MEMORIA: PERIODO 1=MES 2=ANO ]------------
       01 W-TAB-CLI.
           03 RTC-QTD        PIC 9(04) VALUE ZEROS.
           03 RTC-ENT OCCURS 1000 TIMES.
              05 RTC-CNPJ        PIC 9(15).
              05 RTC-PER OCCURS 2 TIMES.
                 07 RTC-VENDA      PIC 9(11)V99.
                 07 RTC-DEVOL      PIC 9(11)V99.
                 07 RTC-IMPOSTO    PIC S9(11)V99.
                 07 RTC-CUSTO      PIC S9(11)V99.
                 07 RTC-DESCONTO   PIC 9(11)V99.
                 07 RTC-COMISSAO   PIC 9(11)V99.
                 07 RTC-JUROS      PIC 9(11)V99.
                 07 RTC-RECEBIDO   PIC 9(11)V99.
                 07 RTC-DIASPOND   PIC 9(15)V99.
                 07 RTC-CUSTOFIN   PIC 9(11)V99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       R00.
           DISPLAY "*** RENTABILIDADE POR CLIENTE ***"
           DISPLAY "COMPETENCIA (AAAAMM): " WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET = ZEROS
              OR W-COMPET-MES < 1 OR W-COMPET-MES > 12
               GO TO R00.
           DISPLAY "MARGEM MINIMA DO ANO (PCT DA VENDA LIQUIDA): "
               WITH NO ADVANCING
           ACCEPT W-META.

       R0.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNF"
               GO TO ROT-FIM3.

       R0B.
           OPEN INPUT CADCLI
           IF ST-CLI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCLI"
               CLOSE CADNF
               GO TO ROT-FIM3.

       R0C.
           OPEN INPUT CADPROD
           IF ST-ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROD"
               CLOSE CADNF
               CLOSE CADCLI
               GO TO ROT-FIM3.

      *---------[ ARQUIVOS DE APOIO - AUSENTES, A PARCELA FICA ZERO ]---
       R0D.
           OPEN INPUT CADCUSTO
           IF ST-CUS NOT = "00"
               MOVE "99" TO ST-CUS.
           OPEN INPUT CADMOVCUSTO
           IF ST-MCU NOT = "00"
               MOVE "99" TO ST-MCU.
           IF ST-CUS = "99" AND ST-MCU = "99"
               DISPLAY "*** SEM CADMOVCUSTO/CADCUSTO - CUSTO PELO "
                   "PRECO DE CADPROD ***".
           OPEN INPUT CADPRECOCLI
           IF ST-PCL NOT = "00"
               DISPLAY "*** CADPRECOCLI AUSENTE - SEM DESCONTOS ***"
               MOVE "99" TO ST-PCL.
           OPEN INPUT CADVEND
           IF ST-VND NOT = "00"
               DISPLAY "*** CADVEND AUSENTE - SEM COMISSAO ***"
               MOVE "99" TO ST-VND.
           OPEN INPUT CADBAIXAREC
           IF ST-BXR NOT = "00"
               DISPLAY "*** CADBAIXAREC AUSENTE - SEM ENCARGOS E "
                   "ATRASO ***"
               MOVE "99" TO ST-BXR.
           OPEN INPUT CADPARAM
           IF ST-PAR = "00"
               MOVE "CUSTOFIN" TO PARAM-CODIGO
               READ CADPARAM
               IF ST-PAR = "00"
                   MOVE PARAM-VALOR TO W-PCT-CUSTOFIN
               END-IF
               CLOSE CADPARAM.
           IF W-PCT-CUSTOFIN = ZEROS
               DISPLAY "*** CUSTOFIN NAO PARAMETRIZADO - ATRASO SEM "
                   "CUSTO FINANCEIRO ***".

      *---------[ NOTAS DO ANO ATE A COMPETENCIA ]----------------------
       R1.
           READ CADNF NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF NF-SITUACAO NOT = "A" AND NF-SITUACAO NOT = "D"
               GO TO R1.
           MOVE NF-DATA (1:6) TO W-MOV-COMPET
           IF W-MOV-ANO NOT = W-COMPET-ANO OR W-MOV-COMPET > W-COMPET
               GO TO R1.
           MOVE NF-CNPJCPF TO W-CNPJ
           PERFORM LOCALIZA-CLIENTE THRU LOCALIZA-CLIENTE-FIM
           IF W-IND = ZEROS
               GO TO R1.

           ADD 1 TO W-TOT-NOTAS
           MOVE NF-SITUACAO TO W-MOV-TIPO
           MOVE ZEROS TO W-MOV-DESCONTO W-MOV-COMISSAO
           COMPUTE W-MOV-VALOR = NF-QUANTIDADE * NF-PRECO
           COMPUTE W-MOV-IMPOSTO = NF-VALOR-ICMS + NF-VALOR-PIS
               + NF-VALOR-COFINS
           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-FIM
           COMPUTE W-MOV-CUSTO ROUNDED = NF-QUANTIDADE * W-CUSTO-UNIT
           IF W-MOV-TIPO = "A"
               PERFORM BUSCA-DESCONTO THRU BUSCA-DESCONTO-FIM
               PERFORM BUSCA-COMISSAO THRU BUSCA-COMISSAO-FIM.

           MOVE 2 TO W-P
           PERFORM SOMA-NOTA
           IF W-MOV-COMPET = W-COMPET
               MOVE 1 TO W-P
               PERFORM SOMA-NOTA.
           GO TO R1.

      *---------[ RECEBIMENTOS DO ANO ATE A COMPETENCIA ]---------------
       R2.
           IF ST-BXR = "99"
               GO TO R3.
       R2A.
           READ CADBAIXAREC NEXT RECORD
               AT END
                 GO TO R3
           END-READ.
           MOVE BXR-DATA (1:6) TO W-MOV-COMPET
           IF W-MOV-ANO NOT = W-COMPET-ANO OR W-MOV-COMPET > W-COMPET
               GO TO R2A.
           MOVE BXR-CNPJCPF TO W-CNPJ
           PERFORM LOCALIZA-CLIENTE THRU LOCALIZA-CLIENTE-FIM
           IF W-IND = ZEROS
               GO TO R2A.

           ADD 1 TO W-TOT-BAIXAS
           MOVE ZEROS TO W-MOV-DIASPOND W-MOV-CUSTOFIN
           IF BXR-DIAS-ATRASO > ZEROS
               COMPUTE W-MOV-DIASPOND = BXR-VALOR * BXR-DIAS-ATRASO
               COMPUTE W-MOV-CUSTOFIN ROUNDED = BXR-VALOR
                   * W-PCT-CUSTOFIN / 100 / 30 * BXR-DIAS-ATRASO.
           MOVE 2 TO W-P
           PERFORM SOMA-BAIXA
           IF W-MOV-COMPET = W-COMPET
               MOVE 1 TO W-P
               PERFORM SOMA-BAIXA.
           GO TO R2A.

      *---------[ RANKING PELA MARGEM DE CONTRIBUICAO ]-----------------
       R3.
           SORT W-ORDENACAO
               ON DESCENDING KEY ORD-MC-MES ORD-MC-ANO
               INPUT PROCEDURE IS MONTA-ORDENACAO
               OUTPUT PROCEDURE IS IMPRIME-ORDENACAO.

       ROT-FIM.
           CLOSE CADNF
           CLOSE CADCLI
           CLOSE CADPROD
           IF ST-CUS NOT = "99"
               CLOSE CADCUSTO.
           IF ST-MCU NOT = "99"
               CLOSE CADMOVCUSTO.
           IF ST-PCL NOT = "99"
               CLOSE CADPRECOCLI.
           IF ST-VND NOT = "99"
               CLOSE CADVEND.
           IF ST-BXR NOT = "99"
               CLOSE CADBAIXAREC.
       ROT-FIM3.
           STOP RUN.

      *---------[ POSICAO DO CLIENTE NA TABELA (ZERO = CHEIA) ]---------
       LOCALIZA-CLIENTE.
           MOVE ZEROS TO W-IND.
       LOCALIZA-CLIENTE-1.
           ADD 1 TO W-IND
           IF W-IND > RTC-QTD
               GO TO LOCALIZA-CLIENTE-2.
           IF RTC-CNPJ (W-IND) = W-CNPJ
               GO TO LOCALIZA-CLIENTE-FIM.
           GO TO LOCALIZA-CLIENTE-1.
       LOCALIZA-CLIENTE-2.
           IF RTC-QTD >= 1000
               MOVE ZEROS TO W-IND
               IF W-CHEIO = "N"
                   MOVE "S" TO W-CHEIO
                   DISPLAY "*** MAIS DE 1000 CLIENTES - EXCEDENTES "
                       "FORA DO RELATORIO ***"
               END-IF
               GO TO LOCALIZA-CLIENTE-FIM.
           ADD 1 TO RTC-QTD
           MOVE RTC-QTD TO W-IND
           MOVE W-CNPJ TO RTC-CNPJ (W-IND)
           MOVE ZEROS TO RTC-PER (W-IND 1) RTC-PER (W-IND 2).
       LOCALIZA-CLIENTE-FIM.
           EXIT.

      *---------[ CUSTO UNITARIO DA SAIDA DA NOTA ]---------------------
      *  CADMOVCUSTO NAO GUARDA A NOTA: VALE A SAIDA DO PRODUTO *
      *  NO DIA DA NOTA, DE PREFERENCIA COM A MESMA QUANTIDADE  *
       BUSCA-CUSTO.
           MOVE ZEROS TO W-CUSTO-UNIT W-CUSTO-DIA
           IF ST-MCU = "99"
               GO TO BUSCA-CUSTO-2.
           MOVE NF-CODGPRODUTO TO MCU-CODGPRODUTO
           MOVE SPACES TO MCU-DATA-HORA
           MOVE NF-DATA TO MCU-DATA-HORA (1:8)
           START CADMOVCUSTO KEY IS NOT LESS MCU-KEY
               INVALID KEY GO TO BUSCA-CUSTO-2.
       BUSCA-CUSTO-1.
           READ CADMOVCUSTO NEXT RECORD
               AT END
                 GO TO BUSCA-CUSTO-2
           END-READ.
           IF MCU-CODGPRODUTO NOT = NF-CODGPRODUTO
              OR MCU-DATA-HORA (1:8) NOT = NF-DATA
               GO TO BUSCA-CUSTO-2.
           IF MCU-QUANTIDADE = NF-QUANTIDADE
              AND MCU-CUSTO-UNIT > ZEROS
               MOVE MCU-CUSTO-UNIT TO W-CUSTO-UNIT
               GO TO BUSCA-CUSTO-FIM.
           IF W-CUSTO-DIA = ZEROS
               MOVE MCU-CUSTO-UNIT TO W-CUSTO-DIA.
           GO TO BUSCA-CUSTO-1.
       BUSCA-CUSTO-2.
           IF W-CUSTO-DIA > ZEROS
               MOVE W-CUSTO-DIA TO W-CUSTO-UNIT
               GO TO BUSCA-CUSTO-FIM.
           IF ST-CUS NOT = "99"
               MOVE NF-CODGPRODUTO TO CUS-CODGPRODUTO
               READ CADCUSTO
               IF ST-CUS = "00" AND CUS-CUSTO-MEDIO > ZEROS
                   MOVE CUS-CUSTO-MEDIO TO W-CUSTO-UNIT
                   GO TO BUSCA-CUSTO-FIM
               END-IF
               MOVE "00" TO ST-CUS.
           MOVE NF-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO = "00"
               MOVE PRECO TO W-CUSTO-UNIT.
       BUSCA-CUSTO-FIM.
           EXIT.

      *---------[ DESCONTO DO ACORDO VIGENTE NA DATA DA NOTA ]----------
       BUSCA-DESCONTO.
           IF ST-PCL = "99"
               GO TO BUSCA-DESCONTO-FIM.
           MOVE NF-CNPJCPF TO PCL-CNPJCPF
           MOVE NF-CODGPRODUTO TO PCL-CODGPRODUTO
           READ CADPRECOCLI
           IF ST-PCL NOT = "00"
               MOVE "00" TO ST-PCL
               GO TO BUSCA-DESCONTO-FIM.
           IF NF-DATA < PCL-VIG-INI OR NF-DATA > PCL-VIG-FIM
               GO TO BUSCA-DESCONTO-FIM.
           MOVE NF-CODGPRODUTO TO CODGPRODUTO
           READ CADPROD
           IF ST-ERRO NOT = "00"
               GO TO BUSCA-DESCONTO-FIM.
           IF PRECO > NF-PRECO
               COMPUTE W-MOV-DESCONTO ROUNDED =
                   (PRECO - NF-PRECO) * NF-QUANTIDADE.
       BUSCA-DESCONTO-FIM.
           EXIT.

      *---------[ COMISSAO DO VENDEDOR DA NOTA ]------------------------
       BUSCA-COMISSAO.
           IF ST-VND = "99" OR NF-VENDEDOR = ZEROS
               GO TO BUSCA-COMISSAO-FIM.
           MOVE NF-VENDEDOR TO VND-CODIGO
           READ CADVEND
           IF ST-VND NOT = "00"
               MOVE "00" TO ST-VND
               GO TO BUSCA-COMISSAO-FIM.
           COMPUTE W-MOV-COMISSAO ROUNDED =
               W-MOV-VALOR * VND-PCT-COMISSAO / 100.
       BUSCA-COMISSAO-FIM.
           EXIT.

      *---------[ ACUMULA A LINHA DA NOTA NO PERIODO W-P ]--------------
       SOMA-NOTA.
           IF W-MOV-TIPO = "A"
               ADD W-MOV-VALOR TO RTC-VENDA (W-IND W-P)
               ADD W-MOV-IMPOSTO TO RTC-IMPOSTO (W-IND W-P)
               ADD W-MOV-CUSTO TO RTC-CUSTO (W-IND W-P)
               ADD W-MOV-DESCONTO TO RTC-DESCONTO (W-IND W-P)
               ADD W-MOV-COMISSAO TO RTC-COMISSAO (W-IND W-P)
           ELSE
               ADD W-MOV-VALOR TO RTC-DEVOL (W-IND W-P)
               SUBTRACT W-MOV-IMPOSTO FROM RTC-IMPOSTO (W-IND W-P)
               SUBTRACT W-MOV-CUSTO FROM RTC-CUSTO (W-IND W-P).

      *---------[ ACUMULA O RECEBIMENTO NO PERIODO W-P ]----------------
       SOMA-BAIXA.
           ADD BXR-VALOR TO RTC-RECEBIDO (W-IND W-P)
           ADD BXR-ENCARGOS TO RTC-JUROS (W-IND W-P)
           ADD W-MOV-DIASPOND TO RTC-DIASPOND (W-IND W-P)
           ADD W-MOV-CUSTOFIN TO RTC-CUSTOFIN (W-IND W-P).

      *---------[ MARGEM DO CLIENTE W-IND NO PERIODO W-P ]--------------
       CALCULA-MARGEM.
           COMPUTE W-VENDA-LIQ = RTC-VENDA (W-IND W-P)
               - RTC-DEVOL (W-IND W-P) - RTC-IMPOSTO (W-IND W-P)
           COMPUTE W-MC = W-VENDA-LIQ - RTC-CUSTO (W-IND W-P)
               - RTC-COMISSAO (W-IND W-P) + RTC-JUROS (W-IND W-P)
               - RTC-CUSTOFIN (W-IND W-P)
           MOVE ZEROS TO W-MC-PCT W-DIAS-MEDIO
           IF W-VENDA-LIQ > ZEROS
               COMPUTE W-MC-PCT ROUNDED = W-MC * 100 / W-VENDA-LIQ.
           IF RTC-RECEBIDO (W-IND W-P) > ZEROS
               COMPUTE W-DIAS-MEDIO ROUNDED =
                   RTC-DIASPOND (W-IND W-P) / RTC-RECEBIDO (W-IND W-P).

      *---------[ UM REGISTRO DE ORDENACAO POR CLIENTE ]----------------
       MONTA-ORDENACAO.
           MOVE ZEROS TO W-IND.
       MR1.
           ADD 1 TO W-IND
           IF W-IND > RTC-QTD
               GO TO MR-FIM.
           MOVE W-IND TO ORD-IND
           MOVE 1 TO W-P
           PERFORM CALCULA-MARGEM
           MOVE W-MC TO ORD-MC-MES
           MOVE 2 TO W-P
           PERFORM CALCULA-MARGEM
           MOVE W-MC TO ORD-MC-ANO
           RELEASE W-REGORD
           GO TO MR1.
       MR-FIM.
           EXIT.

      *---------[ IMPRIME O RANKING ]-----------------------------------
       IMPRIME-ORDENACAO.
           DISPLAY " "
           DISPLAY "*** RENTABILIDADE POR CLIENTE - COMPETENCIA "
               W-COMPET " - MARGEM MINIMA " W-META " PCT ***"
           DISPLAY "NOTAS LIDAS: " W-TOT-NOTAS
               "  RECEBIMENTOS LIDOS: " W-TOT-BAIXAS.
       IR1.
           RETURN W-ORDENACAO
               AT END
                 GO TO IR-FIM
           END-RETURN.

           ADD 1 TO W-RANK
           MOVE ORD-IND TO W-IND
           MOVE RTC-CNPJ (W-IND) TO CLI-CNPJCPF
           READ CADCLI
           DISPLAY " "
           IF ST-CLI = "00"
               DISPLAY W-RANK " - " CLI-CNPJCPF "  " CLI-RAZAO
           ELSE
               DISPLAY W-RANK " - " RTC-CNPJ (W-IND)
                   "  CLIENTE NAO CADASTRADO".

           MOVE "MES.." TO W-ROTULO
           MOVE 1 TO W-P
           PERFORM IMPRIME-PERIODO
           ADD W-VENDA-LIQ TO W-TOT-VL-MES
           ADD W-MC TO W-TOT-MC-MES
           MOVE "ANO.." TO W-ROTULO
           MOVE 2 TO W-P
           PERFORM IMPRIME-PERIODO
           ADD W-VENDA-LIQ TO W-TOT-VL-ANO
           ADD W-MC TO W-TOT-MC-ANO

           IF (W-VENDA-LIQ > ZEROS AND W-MC-PCT < W-META)
              OR W-MC < ZEROS
               ADD 1 TO W-TOT-RENEG
               DISPLAY "   *** MARGEM DO ANO " W-MC-PCT
                   " PCT ABAIXO DA MINIMA - RENEGOCIAR CONDICOES ***".
           GO TO IR1.

       IR-FIM.
           DISPLAY " "
           DISPLAY "CLIENTES NO RELATORIO..........: " W-RANK
           DISPLAY "VENDA LIQUIDA DO MES...........: " W-TOT-VL-MES
           DISPLAY "MARGEM DE CONTRIBUICAO DO MES..: " W-TOT-MC-MES
           DISPLAY "VENDA LIQUIDA DO ANO...........: " W-TOT-VL-ANO
           DISPLAY "MARGEM DE CONTRIBUICAO DO ANO..: " W-TOT-MC-ANO
           DISPLAY "CLIENTES PARA RENEGOCIAR.......: " W-TOT-RENEG
           EXIT.

       IMPRIME-PERIODO.
           PERFORM CALCULA-MARGEM
           DISPLAY "   " W-ROTULO " VENDA " RTC-VENDA (W-IND W-P)
               "  DEVOL " RTC-DEVOL (W-IND W-P)
               "  IMPOSTOS " RTC-IMPOSTO (W-IND W-P)
               "  LIQUIDA " W-VENDA-LIQ
           DISPLAY "          CUSTO " RTC-CUSTO (W-IND W-P)
               "  DESCONTO " RTC-DESCONTO (W-IND W-P)
               "  COMISSAO " RTC-COMISSAO (W-IND W-P)
           DISPLAY "          ENCARGOS " RTC-JUROS (W-IND W-P)
               "  ATRASO MEDIO " W-DIAS-MEDIO " DIAS"
               "  CUSTO FINANC " RTC-CUSTOFIN (W-IND W-P)
           DISPLAY "          MARGEM " W-MC "  " W-MC-PCT " PCT".
