       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURPISCOF.
      ***********************************************
      *  APURACAO MENSAL DO PIS E DA COFINS NAO       *
      *  CUMULATIVOS - PARA A COMPETENCIA INFORMADA   *
      *  CONFRONTA OS DEBITOS DAS SAIDAS (PIS/COFINS  *
      *  DAS LINHAS DE CADNF, MENOS AS NOTAS DE       *
      *  CREDITO DE DEVOLCLI - SITUACAO D; CANCELADA  *
      *  NAO ENTRA) COM OS CREDITOS DAS ENTRADAS      *
      *  (LINHAS CONFERIDAS SEM DIVERGENCIA EM        *
      *  CADCONFNF PELA DATA DA CONFERENCIA, MENOS OS *
      *  ESTORNOS DE DEVOLFORN EM ARQESTICMS) E COM O *
      *  SALDO CREDOR DO MES ANTERIOR EM CADAPURPC.   *
      *  IMPRIME O VALOR A RECOLHER DE CADA TRIBUTO E *
      *  OS DADOS DA GUIA (DARF): CNPJ DE CADEMPRESA, *
      *  PERIODO DE APURACAO, CODIGO DE RECEITA (PIS  *
      *  6912, COFINS 5856) E VENCIMENTO NO DIA 25 DO *
      *  MES SEGUINTE, ANTECIPADO PARA O DIA UTIL     *
      *  ANTERIOR (FIM DE SEMANA E CADFERIADO). VALOR *
      *  ABAIXO DE R$ 10,00 NAO GERA GUIA E SOMA NO   *
      *  MES SEGUINTE. GRAVA A APURACAO (REAPURAR     *
      *  REGRAVA). SAI NO SPOOL APURPISCOF.SPL. RC 4  *
      *  SE FALTA O MES ANTERIOR, SE JA HA MES        *
      *  POSTERIOR APURADO OU SEM CADEMPRESA; ERRO DE *
      *  ARQUIVO RC 8                                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSPOOL ASSIGN TO W-NOME-SPOOL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPOOL.

           SELECT ARQSPOOLDIR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-SPD.

           SELECT CADNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NF-KEY
                    FILE STATUS  IS ST-NF.

           SELECT CADCONFNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-KEY
                    FILE STATUS  IS ST-CNF.

           SELECT ARQESTICMS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EST.

           SELECT CADAPURPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APC-COMPET
                    FILE STATUS  IS ST-APC.

           SELECT CADEMPRESA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-EMP.

           SELECT CADFERIADO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSPOOL.
       01 REG-SPOOL            PIC X(132).

       FD ARQSPOOLDIR
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "SPOOLDIR.DAT".
       01 REG-SPOOLDIR.
           03 SPD-PROGRAMA     PIC X(12).
           03 SPD-ARQUIVO      PIC X(20).
           03 SPD-DATA-HORA    PIC X(21).
           03 SPD-OPERADOR     PIC X(08).

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

       FD CADCONFNF
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONFNF.DAT".
       01 REGCONFNF.
           03 CNF-KEY.
              05 CNF-NUMPED        PIC 9(06).
              05 CNF-CODGPRODUTO   PIC 9(06).
           03 CNF-NF-FORN          PIC 9(09).
           03 CNF-DATA-NF          PIC 9(08).
           03 CNF-QTD-NF           PIC 9(05)V9.
           03 CNF-PRECO-NF         PIC 9(07)V99.
           03 CNF-DATA-CONF        PIC 9(08).
           03 CNF-RESULTADO        PIC X(01).
           03 CNF-ICMS-BASE        PIC 9(09)V99.
           03 CNF-ICMS-ALIQ        PIC 9(02)V99.
           03 CNF-ICMS-VALOR       PIC 9(07)V99.
           03 CNF-ALIQ-PIS         PIC 9(02)V99.
           03 CNF-VALOR-PIS        PIC 9(07)V99.
           03 CNF-ALIQ-COFINS      PIC 9(02)V99.
           03 CNF-VALOR-COFINS     PIC 9(07)V99.

       FD ARQESTICMS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESTICMS.DAT".
       01 REGESTICMS.
           03 EST-DATA          PIC 9(08).
           03 EST-NUMPED        PIC 9(06).
           03 EST-CODGPRODUTO   PIC 9(06).
           03 EST-CNPJ          PIC 9(15).
           03 EST-NF-FORN       PIC 9(09).
           03 EST-QTD           PIC 9(05)V9.
           03 EST-VALOR-ICMS    PIC 9(07)V99.
           03 EST-OPERADOR      PIC X(08).
           03 EST-VALOR-PIS     PIC 9(07)V99.
           03 EST-VALOR-COFINS  PIC 9(07)V99.

      *  UMA OCORRENCIA POR TRIBUTO: 1 = PIS, 2 = COFINS        *
       FD CADAPURPC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADAPURPC.DAT".
       01 REGAPURPC.
           03 APC-COMPET        PIC 9(06).
           03 APC-TRIBUTO       OCCURS 2 TIMES.
              05 APC-DEBITOS       PIC 9(11)V99.
              05 APC-DEB-DEVOL     PIC 9(11)V99.
              05 APC-CREDITOS      PIC 9(11)V99.
              05 APC-ESTORNOS      PIC 9(11)V99.
              05 APC-SALDO-ANT     PIC 9(11)V99.
              05 APC-DIFERIDO-ANT  PIC 9(11)V99.
              05 APC-A-RECOLHER    PIC 9(11)V99.
              05 APC-SALDO-CREDOR  PIC 9(11)V99.
              05 APC-DIFERIDO      PIC 9(11)V99.
           03 APC-VENCTO        PIC 9(08).
           03 APC-DATA          PIC 9(08).
           03 APC-OPERADOR      PIC X(08).

       FD CADEMPRESA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADEMPRESA.DAT".
       01 REGEMPRESA.
           03 EMA-RAZAO        PIC X(40).
           03 EMA-CNPJ         PIC 9(15).

       FD CADFERIADO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFERIADO.DAT".
       01 REGFERIADO.
           03 FER-DATA          PIC 9(08).
           03 FER-DESCRICAO     PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "APURPISCOF.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-CNF         PIC X(02) VALUE "00".
       01 ST-EST         PIC X(02) VALUE "00".
       01 ST-APC         PIC X(02) VALUE "00".
       01 ST-EMP         PIC X(02) VALUE "00".
       01 ST-FER         PIC X(02) VALUE "00".
       01 W-TEM-EMPRESA  PIC X(01) VALUE "N".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET.
           03 W-COMPET-ANO   PIC 9(04).
           03 W-COMPET-MES   PIC 9(02).
       01 W-COMPET-ANT   PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES W-COMPET-ANT.
           03 W-ANT-ANO      PIC 9(04).
           03 W-ANT-MES      PIC 9(02).
       01 W-DATA-PROX    PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES W-DATA-PROX.
           03 W-PROX-ANO     PIC 9(04).
           03 W-PROX-MES     PIC 9(02).
           03 W-PROX-DIA     PIC 9(02).
       01 W-DATA-COMPET  PIC 9(06) VALUE ZEROS.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-PERIODO      PIC 9(08) VALUE ZEROS.
       01 W-VENCTO       PIC 9(08) VALUE ZEROS.
       01 W-TESTE-DATA   PIC 9(08) VALUE ZEROS.
       01 W-UTIL         PIC X(01) VALUE "N".
       01 W-INT-AUX      PIC 9(09) VALUE ZEROS.
       01 W-DIASEMANA    PIC 9(01) VALUE ZEROS.
       01 W-DATA-ED      PIC X(10) VALUE SPACES.
       01 W-SALDO        PIC S9(11)V99 VALUE ZEROS.
       01 W-VALOR-MINIMO PIC 9(03)V99 VALUE 10,00.
       01 W-QTD-CRED     PIC 9(06) VALUE ZEROS.
       01 W-QTD-EST      PIC 9(06) VALUE ZEROS.
       01 W-IND-TRIB     PIC 9(01) VALUE ZEROS.
       01 W-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 W-PIS-ED       PIC Z.ZZZ.ZZ9,99.
       01 W-COF-ED       PIC Z.ZZZ.ZZ9,99.
      *  TOTAIS DO MES POR TRIBUTO: 1 = PIS, 2 = COFINS         *
       01 W-TAB-TRIB.
           03 W-TRIB         OCCURS 2 TIMES.
              05 W-DEBITOS       PIC 9(11)V99.
              05 W-DEB-DEVOL     PIC 9(11)V99.
              05 W-CREDITOS      PIC 9(11)V99.
              05 W-ESTORNOS      PIC 9(11)V99.
              05 W-SALDO-ANT     PIC 9(11)V99.
              05 W-DIFERIDO-ANT  PIC 9(11)V99.
              05 W-A-RECOLHER    PIC 9(11)V99.
              05 W-SALDO-CREDOR  PIC 9(11)V99.
              05 W-DIFERIDO      PIC 9(11)V99.
       01 W-TAB-RECEITA.
           03 FILLER         PIC X(10) VALUE "PIS   6912".
           03 FILLER         PIC X(10) VALUE "COFINS5856".
       01 FILLER REDEFINES W-TAB-RECEITA.
           03 W-RECEITA      OCCURS 2 TIMES.
              05 W-NOME-TRIB     PIC X(06).
              05 W-COD-RECEITA   PIC 9(04).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE.
       R00.
           DISPLAY "COMPETENCIA DA APURACAO DO PIS/COFINS (AAAAMM): "
               WITH NO ADVANCING
           ACCEPT W-COMPET
           IF W-COMPET NOT NUMERIC OR W-COMPET-ANO < 1900
              OR W-COMPET-MES < 01 OR W-COMPET-MES > 12
               GO TO R00.
           MOVE W-COMPET TO W-COMPET-ANT
           IF W-COMPET-MES = 01
               SUBTRACT 1 FROM W-ANT-ANO
               MOVE 12 TO W-ANT-MES
           ELSE
               SUBTRACT 1 FROM W-ANT-MES.
           MOVE W-COMPET-ANO TO W-PROX-ANO
           MOVE W-COMPET-MES TO W-PROX-MES
           MOVE 01 TO W-PROX-DIA
           IF W-PROX-MES = 12
               ADD 1 TO W-PROX-ANO
               MOVE 01 TO W-PROX-MES
           ELSE
               ADD 1 TO W-PROX-MES.
           MOVE ZEROS TO W-TAB-TRIB

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.
       R0.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADNF"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.
       R0A.
           OPEN I-O CADAPURPC
           IF ST-APC NOT = "00"
              IF ST-APC = "30"
                 OPEN OUTPUT CADAPURPC
                 CLOSE CADAPURPC
                 GO TO R0A
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADAPURPC"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 MOVE 8 TO RETURN-CODE
                 CLOSE CADNF
                 GO TO ROT-FIM2.

      *  SEM CADCONFNF/ARQESTICMS NAO HA CREDITO/ESTORNO NO MES *
      *  E SEM CADFERIADO SO O FIM DE SEMANA ANTECIPA A GUIA    *
           OPEN INPUT CADCONFNF
           IF ST-CNF NOT = "00"
               MOVE "99" TO ST-CNF.
           OPEN INPUT ARQESTICMS
           IF ST-EST NOT = "00"
               MOVE "99" TO ST-EST.
           OPEN INPUT CADFERIADO
           IF ST-FER NOT = "00"
               MOVE "99" TO ST-FER.
           OPEN INPUT CADEMPRESA
           IF ST-EMP = "00"
               READ CADEMPRESA
                 AT END MOVE "N" TO W-TEM-EMPRESA
               END-READ
               IF ST-EMP = "00"
                   MOVE "S" TO W-TEM-EMPRESA
               END-IF
               CLOSE CADEMPRESA.

           MOVE FUNCTION CURRENT-DATE (1:8) TO W-HOJE
           MOVE SPACES TO W-LINHA
           STRING "*** APURACAO DO PIS/COFINS - COMPETENCIA "
               W-COMPET " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ SALDO CREDOR E VALOR DIFERIDO DO MES ANTERIOR ]-------
       R1.
           MOVE W-COMPET-ANT TO APC-COMPET
           READ CADAPURPC
           IF ST-APC = "00"
               MOVE APC-SALDO-CREDOR (1) TO W-SALDO-ANT (1)
               MOVE APC-SALDO-CREDOR (2) TO W-SALDO-ANT (2)
               MOVE APC-DIFERIDO (1) TO W-DIFERIDO-ANT (1)
               MOVE APC-DIFERIDO (2) TO W-DIFERIDO-ANT (2)
               GO TO R1B.
           MOVE ZEROS TO APC-COMPET
           START CADAPURPC KEY IS NOT LESS APC-COMPET
               INVALID KEY GO TO R1A.
           READ CADAPURPC NEXT RECORD
               AT END GO TO R1A
           END-READ.
           IF APC-COMPET NOT < W-COMPET
               GO TO R1A.
           MOVE SPACES TO W-LINHA
           STRING "*** APURACAO DE " W-COMPET-ANT " NAO ENCONTRADA -"
               " SALDO CREDOR ANTERIOR TOMADO COMO ZERO ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 4 TO RETURN-CODE
           GO TO R1B.
       R1A.
           MOVE SPACES TO W-LINHA
           STRING "PRIMEIRA APURACAO - SEM SALDO CREDOR ANTERIOR"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       R1B.
           MOVE W-COMPET TO APC-COMPET
           START CADAPURPC KEY IS GREATER APC-COMPET
               INVALID KEY GO TO R2.
           MOVE SPACES TO W-LINHA
           STRING "*** JA HA APURACAO POSTERIOR A " W-COMPET
               " - REAPURE OS MESES SEGUINTES PARA TRANSPORTAR O"
               " SALDO ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE 4 TO RETURN-CODE.

      *---------[ DEBITOS: PIS/COFINS DAS SAIDAS DO MES (CADNF) ]-------
       R2.
           READ CADNF NEXT RECORD
               AT END
                 GO TO R3
           END-READ.
           MOVE NF-DATA (1:6) TO W-DATA-COMPET
           IF W-DATA-COMPET NOT = W-COMPET OR NF-SITUACAO = "C"
               GO TO R2.
           IF NF-SITUACAO = "D"
               ADD NF-VALOR-PIS TO W-DEB-DEVOL (1)
               ADD NF-VALOR-COFINS TO W-DEB-DEVOL (2)
           ELSE
               ADD NF-VALOR-PIS TO W-DEBITOS (1)
               ADD NF-VALOR-COFINS TO W-DEBITOS (2).
           GO TO R2.

      *---------[ CREDITOS: ENTRADAS CONFERIDAS NO MES ]----------------
       R3.
           MOVE ZEROS TO W-QTD-CRED
           IF ST-CNF = "99"
               GO TO R4.
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CREDITOS DAS ENTRADAS (PEDIDO PRODUTO NF FORN"
               " CONFERENCIA PIS COFINS)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       R3A.
           READ CADCONFNF NEXT RECORD
               AT END
                 GO TO R4
           END-READ.
           MOVE CNF-DATA-CONF (1:6) TO W-DATA-COMPET
           IF W-DATA-COMPET NOT = W-COMPET
               GO TO R3A.
           IF CNF-RESULTADO NOT = "O"
               GO TO R3A.
           IF CNF-VALOR-PIS = ZEROS AND CNF-VALOR-COFINS = ZEROS
               GO TO R3A.
           MOVE CNF-VALOR-PIS TO W-PIS-ED
           MOVE CNF-VALOR-COFINS TO W-COF-ED
           MOVE SPACES TO W-LINHA
           STRING "  " CNF-NUMPED "  " CNF-CODGPRODUTO "  "
               CNF-NF-FORN "  " CNF-DATA-CONF "  " W-PIS-ED
               "  " W-COF-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD CNF-VALOR-PIS TO W-CREDITOS (1)
           ADD CNF-VALOR-COFINS TO W-CREDITOS (2)
           ADD 1 TO W-QTD-CRED
           GO TO R3A.

      *---------[ ESTORNOS: DEVOLUCOES A FORNECEDOR DO MES ]------------
      *  REGISTRO GRAVADO SO COM O ICMS NAO TRAZ PIS/COFINS     *
       R4.
           MOVE ZEROS TO W-QTD-EST
           IF ST-EST = "99"
               GO TO R5.
       R4A.
           READ ARQESTICMS
               AT END
                 GO TO R5
           END-READ.
           MOVE EST-DATA (1:6) TO W-DATA-COMPET
           IF W-DATA-COMPET NOT = W-COMPET
               GO TO R4A.
           IF EST-VALOR-PIS NOT NUMERIC
               MOVE ZEROS TO EST-VALOR-PIS.
           IF EST-VALOR-COFINS NOT NUMERIC
               MOVE ZEROS TO EST-VALOR-COFINS.
           IF EST-VALOR-PIS = ZEROS AND EST-VALOR-COFINS = ZEROS
               GO TO R4A.
           IF W-QTD-EST = ZEROS
               MOVE SPACES TO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE SPACES TO W-LINHA
               STRING "ESTORNOS DE CREDITO (PEDIDO PRODUTO NF FORN"
                   " DATA QTD PIS COFINS)"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           MOVE EST-VALOR-PIS TO W-PIS-ED
           MOVE EST-VALOR-COFINS TO W-COF-ED
           MOVE SPACES TO W-LINHA
           STRING "  " EST-NUMPED "  " EST-CODGPRODUTO "  "
               EST-NF-FORN "  " EST-DATA "  " EST-QTD "  " W-PIS-ED
               "  " W-COF-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           ADD EST-VALOR-PIS TO W-ESTORNOS (1)
           ADD EST-VALOR-COFINS TO W-ESTORNOS (2)
           ADD 1 TO W-QTD-EST
           GO TO R4A.

      *---------[ VENCIMENTO DA GUIA: DIA 25 DO MES SEGUINTE ]----------
      *  CAINDO EM FIM DE SEMANA OU FERIADO, ANTECIPA PARA O    *
      *  DIA UTIL ANTERIOR                                      *
       R5.
           COMPUTE W-INT-AUX =
               FUNCTION INTEGER-OF-DATE (W-DATA-PROX) - 1
           COMPUTE W-PERIODO = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           MOVE 25 TO W-PROX-DIA
           MOVE W-DATA-PROX TO W-TESTE-DATA.
       R5A.
           PERFORM DIA-UTIL THRU DIA-UTIL-FIM
           IF W-UTIL = "S"
               GO TO R5B.
           COMPUTE W-INT-AUX =
               FUNCTION INTEGER-OF-DATE (W-TESTE-DATA) - 1
           COMPUTE W-TESTE-DATA = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           GO TO R5A.
       R5B.
           MOVE W-TESTE-DATA TO W-VENCTO
           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           IF W-TEM-EMPRESA = "S"
               STRING "CONTRIBUINTE: " EMA-RAZAO "  CNPJ: " EMA-CNPJ
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "*** CADEMPRESA AUSENTE - GUIA SEM"
                   " IDENTIFICACAO DO CONTRIBUINTE ***"
                   DELIMITED BY SIZE INTO W-LINHA
               MOVE 4 TO RETURN-CODE.
           PERFORM GRAVA-SPOOL
           MOVE 1 TO W-IND-TRIB
           PERFORM RESUMO-TRIBUTO THRU RESUMO-TRIBUTO-FIM
           MOVE 2 TO W-IND-TRIB
           PERFORM RESUMO-TRIBUTO THRU RESUMO-TRIBUTO-FIM.

      *---------[ GRAVA (OU REGRAVA) A APURACAO DO MES ]----------------
       R6.
           MOVE W-COMPET TO APC-COMPET
           MOVE W-TRIB (1) TO APC-TRIBUTO (1)
           MOVE W-TRIB (2) TO APC-TRIBUTO (2)
           MOVE W-VENCTO TO APC-VENCTO
           MOVE W-HOJE TO APC-DATA
           MOVE W-OPERADOR-SPL TO APC-OPERADOR
           WRITE REGAPURPC
           IF ST-APC = "22"
               REWRITE REGAPURPC.
           IF ST-APC NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** ERRO " ST-APC " NA GRAVACAO DE CADAPURPC"
                   " ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE.

       ROT-FIM.
           CLOSE CADNF
           CLOSE CADAPURPC
           IF ST-CNF NOT = "99"
               CLOSE CADCONFNF.
           IF ST-EST NOT = "99"
               CLOSE ARQESTICMS.
           IF ST-FER NOT = "99"
               CLOSE CADFERIADO.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ CONFRONTO DEBITO X CREDITO E GUIA DO TRIBUTO ]--------
      *  SALDO DEVEDOR MAIS O VALOR DIFERIDO DO MES ANTERIOR E  *
      *  O A RECOLHER; ABAIXO DO MINIMO DA GUIA FICA DIFERIDO   *
       RESUMO-TRIBUTO.
           COMPUTE W-SALDO = W-DEBITOS (W-IND-TRIB)
               - W-DEB-DEVOL (W-IND-TRIB) - W-CREDITOS (W-IND-TRIB)
               + W-ESTORNOS (W-IND-TRIB) - W-SALDO-ANT (W-IND-TRIB)
           IF W-SALDO > ZEROS
               COMPUTE W-A-RECOLHER (W-IND-TRIB) =
                   W-SALDO + W-DIFERIDO-ANT (W-IND-TRIB)
               MOVE ZEROS TO W-SALDO-CREDOR (W-IND-TRIB)
           ELSE
               MOVE W-DIFERIDO-ANT (W-IND-TRIB)
                   TO W-A-RECOLHER (W-IND-TRIB)
               COMPUTE W-SALDO-CREDOR (W-IND-TRIB) = ZEROS - W-SALDO.
           MOVE ZEROS TO W-DIFERIDO (W-IND-TRIB)
           IF W-A-RECOLHER (W-IND-TRIB) < W-VALOR-MINIMO
               MOVE W-A-RECOLHER (W-IND-TRIB)
                   TO W-DIFERIDO (W-IND-TRIB)
               MOVE ZEROS TO W-A-RECOLHER (W-IND-TRIB).

           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "--- " W-NOME-TRIB (W-IND-TRIB) " ---"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-DEBITOS (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(+) DEBITOS PELAS SAIDAS.............: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-DEB-DEVOL (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) NOTAS DE CREDITO DE DEVOLUCAO....: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-CREDITOS (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) CREDITOS PELAS ENTRADAS..........: " W-VALOR-ED
               "  (" W-QTD-CRED " LINHAS)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-ESTORNOS (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(+) ESTORNOS DE CREDITO (DEVOLFORN)..: " W-VALOR-ED
               "  (" W-QTD-EST " DEVOLUCOES)"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-SALDO-ANT (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(-) SALDO CREDOR DE " W-COMPET-ANT
               "...........: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-DIFERIDO-ANT (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "(+) DIFERIDO DE " W-COMPET-ANT
               " (ABAIXO DO MINIMO): " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-SALDO-CREDOR (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING "SALDO CREDOR A TRANSPORTAR...........: "
               W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           IF W-A-RECOLHER (W-IND-TRIB) = ZEROS
               GO TO RESUMO-TRIBUTO-1.
           MOVE W-A-RECOLHER (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING W-NOME-TRIB (W-IND-TRIB)
               " A RECOLHER....................: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "GUIA DARF - CODIGO DE RECEITA "
               W-COD-RECEITA (W-IND-TRIB)
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-PERIODO TO W-TESTE-DATA
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING "  PERIODO DE APURACAO: " W-DATA-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-VENCTO TO W-TESTE-DATA
           PERFORM FORMATA-DATA
           MOVE SPACES TO W-LINHA
           STRING "  DATA DE VENCIMENTO.: " W-DATA-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "  VALOR DO PRINCIPAL.: " W-VALOR-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           GO TO RESUMO-TRIBUTO-FIM.
       RESUMO-TRIBUTO-1.
           IF W-DIFERIDO (W-IND-TRIB) = ZEROS
               GO TO RESUMO-TRIBUTO-FIM.
           MOVE W-DIFERIDO (W-IND-TRIB) TO W-VALOR-ED
           MOVE SPACES TO W-LINHA
           STRING W-NOME-TRIB (W-IND-TRIB) " DE " W-VALOR-ED
               " ABAIXO DE R$ 10,00 - SEM GUIA, SOMA NA PROXIMA"
               " APURACAO"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.
       RESUMO-TRIBUTO-FIM.
           EXIT.

       FORMATA-DATA.
           MOVE SPACES TO W-DATA-ED
           STRING W-TESTE-DATA (7:2) "/" W-TESTE-DATA (5:2) "/"
               W-TESTE-DATA (1:4)
               DELIMITED BY SIZE INTO W-DATA-ED.

      *---------[ DIA UTIL = SEGUNDA A SEXTA FORA DE CADFERIADO ]-------
       DIA-UTIL.
           MOVE "N" TO W-UTIL
           COMPUTE W-INT-AUX =
               FUNCTION INTEGER-OF-DATE (W-TESTE-DATA)
           COMPUTE W-DIASEMANA = FUNCTION MOD (W-INT-AUX, 7)
           IF W-DIASEMANA = 0 OR W-DIASEMANA = 6
               GO TO DIA-UTIL-FIM.
           IF ST-FER NOT = "99"
               MOVE W-TESTE-DATA TO FER-DATA
               READ CADFERIADO
               IF ST-FER = "00"
                   GO TO DIA-UTIL-FIM
               END-IF
           END-IF.
           MOVE "S" TO W-UTIL.
       DIA-UTIL-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (APURPISCOF.SPL) ]-----------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: APURPISCOF  EMISSAO: "
               FUNCTION CURRENT-DATE (1:14)
               "   OPERADOR: " W-OPERADOR-SPL
               DELIMITED BY SIZE INTO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA
           MOVE ALL "-" TO W-LINHA
           WRITE REG-SPOOL FROM W-LINHA

           OPEN EXTEND ARQSPOOLDIR
           IF ST-SPD NOT = "00"
              OPEN OUTPUT ARQSPOOLDIR
              CLOSE ARQSPOOLDIR
              OPEN EXTEND ARQSPOOLDIR.
           MOVE "APURPISCOF" TO SPD-PROGRAMA
           MOVE W-NOME-SPOOL TO SPD-ARQUIVO
           MOVE FUNCTION CURRENT-DATE TO SPD-DATA-HORA
           MOVE W-OPERADOR-SPL TO SPD-OPERADOR
           WRITE REG-SPOOLDIR
           CLOSE ARQSPOOLDIR.
       ABRE-SPOOL-FIM.
           EXIT.

       GRAVA-SPOOL.
           WRITE REG-SPOOL FROM W-LINHA
           DISPLAY W-LINHA (1:78).
