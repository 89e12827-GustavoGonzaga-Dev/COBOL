       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACONTR.
      ***********************************************
      *  GERACAO MENSAL DOS TITULOS A PAGAR DOS       *
      *  CONTRATOS DE SERVICO (MANTIDOS EM            *
      *  CADCONTRATO) - PASSO DA ESTEIRA (JOBSTREAM,  *
      *  FREQUENCIA M). PARA O MES CORRENTE E O       *
      *  SEGUINTE, CADA CONTRATO ATIVO CUJO           *
      *  VENCIMENTO CAIA NA VIGENCIA GANHA UM TITULO  *
      *  EM CADTITPAG (SERIE DE CTRLTIT.DAT,          *
      *  SITUACAO A), UMA UNICA VEZ POR COMPETENCIA - *
      *  O CONTROLE FICA EM CADCONTRTIT, QUE TAMBEM   *
      *  GUARDA O DEPARTAMENTO PARA RELCCUSTO. DIA DE *
      *  VENCIMENTO QUE NAO EXISTE NO MES VAI PARA O  *
      *  ULTIMO DIA. O PERFIL DE CADFORNSERV E AS     *
      *  ALIQUOTAS DE CADTABIMP DAO A RETENCAO        *
      *  PREVISTA E O LIQUIDO DE CADA TITULO; A       *
      *  RETENCAO EFETIVA CONTINUA SENDO FEITA NA     *
      *  BAIXA (MANTITPAG/PAGTOLOTE). A DESPESA E     *
      *  LANCADA NO DIARIO VIA LANCCTB (EVENTO        *
      *  DESPCONTR) NO DEPARTAMENTO DO CONTRATO.      *
      *  AVISA O CONTRATO QUE VENCE OU QUE TEM        *
      *  REAJUSTE ANUAL NOS PROXIMOS 60 DIAS. SAI NO  *
      *  SPOOL GERACONTR.SPL; ERRO DE ARQUIVO RC 8,   *
      *  AVISO NAO PARA A ESTEIRA                     *
      *  COM A COMPETENCIA FECHADA NA TESOURARIA      *
      *  (MODULO TES DE CADPERIODO, VIA CONSPERIODO)  *
      *  NENHUM TITULO E GERADO E O PASSO TERMINA COM *
      *  RC 8                                         *
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

           SELECT CADCONTRATO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-NUMERO
                    FILE STATUS  IS ST-CTR.

           SELECT CADCONTRTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTT-KEY
                    FILE STATUS  IS ST-CTT.

           SELECT CADTITPAG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-NUMERO
                    FILE STATUS  IS ST-TIT.

           SELECT ARQCTRLTIT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLT.

           SELECT CADFORN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNPJ
                    ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
                    FILE STATUS  IS ST-FOR.

           SELECT CADFORNSERV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FSV-CNPJ
                    FILE STATUS  IS ST-FSV.

           SELECT CADTABIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TAB-KEY
                    FILE STATUS  IS ST-TAB.
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

       FD CADCONTRTIT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTRTIT.DAT".
       01 REGCONTRTIT.
           03 CTT-KEY.
              05 CTT-CONTRATO   PIC 9(06).
              05 CTT-COMPET     PIC 9(06).
           03 CTT-TITULO        PIC 9(06).
           03 CTT-CNPJ          PIC 9(15).
           03 CTT-CODDEP        PIC 9(03).
           03 CTT-VALOR         PIC 9(09)V99.
           03 CTT-RET-IRRF      PIC 9(09)V99.
           03 CTT-RET-INSS      PIC 9(09)V99.
           03 CTT-DATA-VENCTO   PIC 9(08).
           03 CTT-DATA          PIC 9(08).

       FD CADTITPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTITPAG.DAT".
       01 REGTITPAG.
           03 TIT-NUMERO        PIC 9(06).
           03 TIT-CNPJ          PIC 9(15).
           03 TIT-NUMPED        PIC 9(06).
           03 TIT-CODGPRODUTO   PIC 9(06).
           03 TIT-VALOR         PIC 9(09)V99.
           03 TIT-VALOR-PAGO    PIC 9(09)V99.
           03 TIT-DATA-EMISSAO  PIC 9(08).
           03 TIT-DATA-VENCTO   PIC 9(08).
           03 TIT-SITUACAO      PIC X(01).

       FD ARQCTRLTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTRLTIT.DAT".
       01 REG-CTRLTIT.
           03 CTRL-ULTTIT      PIC 9(06).

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

       FD CADFORNSERV
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFORNSERV.DAT".
       01 REGFORNSERV.
           03 FSV-CNPJ          PIC 9(15).
           03 FSV-SERVICO       PIC X(01).
           03 FSV-RET-IRRF      PIC X(01).
           03 FSV-RET-INSS      PIC X(01).

       FD CADTABIMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADTABIMP.DAT".
       01 REGTABIMP.
           03 TAB-KEY.
              05 TAB-TIPO       PIC X(01).
              05 TAB-VIGENCIA   PIC 9(08).
              05 TAB-FAIXA      PIC 9(02).
           03 TAB-LIMITE        PIC 9(07)V99.
           03 TAB-ALIQUOTA      PIC 9(02)V9999.
           03 TAB-PARCELA       PIC 9(05)V99.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS              PIC X(50) VALUE SPACES.
       01 ST-SPOOL       PIC X(02) VALUE "00".
       01 ST-SPD         PIC X(02) VALUE "00".
       01 W-NOME-SPOOL   PIC X(20) VALUE "GERACONTR.SPL".
       01 W-LINHA        PIC X(132) VALUE SPACES.
       01 W-OPERADOR-SPL PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 ST-CTR         PIC X(02) VALUE "00".
       01 ST-CTT         PIC X(02) VALUE "00".
       01 ST-TIT         PIC X(02) VALUE "00".
       01 ST-CTRLT       PIC X(02) VALUE "00".
       01 ST-FOR         PIC X(02) VALUE "00".
       01 ST-FSV         PIC X(02) VALUE "00".
       01 ST-TAB         PIC X(02) VALUE "00".
       01 W-NUMTIT       PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-DATA-HOJE.
           03 W-HOJE-ANO    PIC 9(04).
           03 FILLER        PIC 9(04).
       01 W-CPR-PARAM.
           03 W-CPR-MODULO      PIC X(03).
           03 W-CPR-DATA        PIC 9(08).
       01 W-CPR-RESULT   PIC X(01) VALUE SPACES.
       01 W-INT-HOJE     PIC 9(09) VALUE ZEROS.
       01 W-INT-LIMITE   PIC 9(09) VALUE ZEROS.
       01 W-DATA-LIMITE  PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX      PIC 9(09) VALUE ZEROS.
      *  COMPETENCIAS GERADAS: A CORRENTE E A SEGUINTE          *
       01 W-COMPET-ATU   PIC 9(06) VALUE ZEROS.
       01 W-COMPET-PRX   PIC 9(06) VALUE ZEROS.
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-PRX-R.
           03 W-PRX-ANO     PIC 9(04).
           03 W-PRX-MES     PIC 9(02).
           03 W-PRX-DIA     PIC 9(02).
       01 W-PRX-DATA REDEFINES W-PRX-R PIC 9(08).
       01 W-ULTDIA       PIC 9(02) VALUE ZEROS.
       01 W-ERRO-GRAV    PIC X(01) VALUE "N".
       01 W-VENCTO       PIC 9(08) VALUE ZEROS.
       01 W-REAJ         PIC 9(06) VALUE ZEROS.
       01 W-REAJ-DATA    PIC 9(08) VALUE ZEROS.
       01 W-TABTIPO      PIC X(01) VALUE SPACES.
       01 W-EOF-TAB      PIC X(01) VALUE "N".
       01 W-PCT-ACHADA   PIC 9(02)V9999 VALUE ZEROS.
       01 W-PCT-IRRF-F   PIC 9(02)V9999 VALUE ZEROS.
       01 W-PCT-INSS-F   PIC 9(02)V9999 VALUE ZEROS.
       01 W-RET-IRRF     PIC 9(09)V99 VALUE ZEROS.
       01 W-RET-INSS     PIC 9(09)V99 VALUE ZEROS.
       01 W-LIQUIDO      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-TIT      PIC 9(05) VALUE ZEROS.
       01 W-TOT-JA       PIC 9(05) VALUE ZEROS.
       01 W-TOT-AVISOS   PIC 9(05) VALUE ZEROS.
       01 W-TOT-VALOR    PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-RET      PIC 9(11)V99 VALUE ZEROS.
       01 W-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       01 W-RET-ED       PIC ZZZ.ZZZ.ZZ9,99.
       01 W-LIQ-ED       PIC ZZZ.ZZZ.ZZ9,99.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE ZEROS TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-HOJE
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           COMPUTE W-INT-LIMITE = W-INT-HOJE + 60
           COMPUTE W-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER (W-INT-LIMITE)
           MOVE W-DATA-HOJE (1:6) TO W-COMPET-ATU
           MOVE W-DATA-HOJE TO W-PRX-DATA
           IF W-PRX-MES = 12
               ADD 1 TO W-PRX-ANO
               MOVE 01 TO W-PRX-MES
           ELSE
               ADD 1 TO W-PRX-MES.
           MOVE W-PRX-DATA (1:6) TO W-COMPET-PRX

           PERFORM ABRE-SPOOL THRU ABRE-SPOOL-FIM.

       R0.
           MOVE "TES" TO W-CPR-MODULO
           MOVE W-DATA-HOJE TO W-CPR-DATA
           CALL "CONSPERIODO" USING W-CPR-PARAM W-CPR-RESULT
           IF W-CPR-RESULT = "F"
               MOVE SPACES TO W-LINHA
               STRING "*** COMPETENCIA FECHADA NA TESOURARIA - NENHUM"
                   " TITULO GERADO ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               GO TO ROT-FIM2.
           OPEN INPUT CADCONTRATO
           IF ST-CTR NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "*** CADCONTRATO AUSENTE - NENHUM CONTRATO A"
                   " GERAR ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               GO TO ROT-FIM2.

           OPEN I-O CADTITPAG
           IF ST-TIT NOT = "00"
               MOVE SPACES TO W-LINHA
               STRING "ERRO NA ABERTURA DO ARQUIVO CADTITPAG"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               CLOSE CADCONTRATO
               GO TO ROT-FIM2.
       R0B.
           OPEN I-O CADCONTRTIT
           IF ST-CTT NOT = "00"
              IF ST-CTT = "30"
                 OPEN OUTPUT CADCONTRTIT
                 CLOSE CADCONTRTIT
                 GO TO R0B
              ELSE
                 MOVE SPACES TO W-LINHA
                 STRING "ERRO NA ABERTURA DO ARQUIVO CADCONTRTIT"
                     DELIMITED BY SIZE INTO W-LINHA
                 PERFORM GRAVA-SPOOL
                 MOVE 8 TO RETURN-CODE
                 CLOSE CADCONTRATO
                 CLOSE CADTITPAG
                 GO TO ROT-FIM2.

           OPEN INPUT CADFORN
           IF ST-FOR NOT = "00"
               MOVE "99" TO ST-FOR.

      *---------[ RETENCAO PREVISTA: PERFIL E ALIQUOTAS ]---------------
       R0C.
           OPEN INPUT CADFORNSERV
           IF ST-FSV NOT = "00"
               MOVE "99" TO ST-FSV
               GO TO R0D.
           OPEN INPUT CADTABIMP
           IF ST-TAB NOT = "00"
               GO TO R0D.
           MOVE "F" TO W-TABTIPO
           PERFORM BUSCA-PCT-FONTE THRU BUSCA-PCT-FONTE-FIM
           MOVE W-PCT-ACHADA TO W-PCT-IRRF-F
           MOVE "S" TO W-TABTIPO
           PERFORM BUSCA-PCT-FONTE THRU BUSCA-PCT-FONTE-FIM
           MOVE W-PCT-ACHADA TO W-PCT-INSS-F
           CLOSE CADTABIMP.

       R0D.
           OPEN INPUT ARQCTRLTIT
           IF ST-CTRLT = "00"
              READ ARQCTRLTIT
                 AT END MOVE ZEROS TO W-NUMTIT
              END-READ
              IF ST-CTRLT = "00"
                 MOVE CTRL-ULTTIT TO W-NUMTIT
              END-IF
              CLOSE ARQCTRLTIT
           ELSE
              MOVE ZEROS TO W-NUMTIT.

           MOVE SPACES TO W-LINHA
           STRING "*** TITULOS DE CONTRATOS - COMPETENCIAS "
               W-COMPET-ATU " E " W-COMPET-PRX " ***"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "CONTRATO COMPET  TITULO  VENCTO          VALOR"
               "   RET PREVISTA        LIQUIDO  FORNECEDOR"
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

      *---------[ UM TITULO POR CONTRATO ATIVO E COMPETENCIA ]----------
       R1.
           READ CADCONTRATO NEXT RECORD
               AT END
                 GO TO R2
           END-READ.
           IF CTR-SITUACAO NOT = "A"
               GO TO R1.
           MOVE W-COMPET-ATU TO W-COMPET
           PERFORM GERA-TITULO THRU GERA-TITULO-FIM
           IF W-ERRO-GRAV = "S"
               GO TO R2.
           MOVE W-COMPET-PRX TO W-COMPET
           PERFORM GERA-TITULO THRU GERA-TITULO-FIM
           IF W-ERRO-GRAV = "S"
               GO TO R2.
           PERFORM AVISA-CONTRATO THRU AVISA-CONTRATO-FIM
           GO TO R1.

       R2.
           OPEN OUTPUT ARQCTRLTIT
           MOVE W-NUMTIT TO CTRL-ULTTIT
           WRITE REG-CTRLTIT
           CLOSE ARQCTRLTIT

           MOVE SPACES TO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE W-TOT-VALOR TO W-VALOR-ED
           MOVE W-TOT-RET TO W-RET-ED
           MOVE SPACES TO W-LINHA
           STRING "TITULOS GERADOS................: " W-TOT-TIT
               "  VALOR " W-VALOR-ED "  RET PREVISTA " W-RET-ED
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "JA GERADOS ANTES (PULADOS).....: " W-TOT-JA
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE SPACES TO W-LINHA
           STRING "AVISOS DE VIGENCIA/REAJUSTE....: " W-TOT-AVISOS
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL.

       ROT-FIM.
           CLOSE CADCONTRATO
           CLOSE CADTITPAG
           CLOSE CADCONTRTIT
           IF ST-FOR NOT = "99"
               CLOSE CADFORN.
           IF ST-FSV NOT = "99"
               CLOSE CADFORNSERV.
       ROT-FIM2.
           CLOSE ARQSPOOL
           GOBACK.

      *---------[ TITULO DO CONTRATO NA COMPETENCIA W-COMPET ]----------
      *  VENCIMENTO = DIA DO CONTRATO (OU ULTIMO DIA DO MES);   *
      *  SO GERA SE O VENCIMENTO CAI NA VIGENCIA E A            *
      *  COMPETENCIA AINDA NAO TEM TITULO EM CADCONTRTIT        *
       GERA-TITULO.
           MOVE "N" TO W-ERRO-GRAV
           MOVE W-COMPET TO W-PRX-DATA (1:6)
           MOVE 01 TO W-PRX-DIA
           IF W-PRX-MES = 12
               ADD 1 TO W-PRX-ANO
               MOVE 01 TO W-PRX-MES
           ELSE
               ADD 1 TO W-PRX-MES.
           COMPUTE W-INT-AUX = FUNCTION INTEGER-OF-DATE (W-PRX-DATA) - 1
           COMPUTE W-PRX-DATA = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           MOVE W-PRX-DIA TO W-ULTDIA
           IF CTR-DIA-VENC < W-ULTDIA
               MOVE CTR-DIA-VENC TO W-PRX-DIA.
           MOVE W-PRX-DATA TO W-VENCTO
           IF W-VENCTO < CTR-DATA-INICIO OR W-VENCTO > CTR-DATA-FIM
               GO TO GERA-TITULO-FIM.

           MOVE CTR-NUMERO TO CTT-CONTRATO
           MOVE W-COMPET TO CTT-COMPET
           READ CADCONTRTIT
           IF ST-CTT = "00"
               ADD 1 TO W-TOT-JA
               GO TO GERA-TITULO-FIM.

           PERFORM CALCULA-RETENCAO THRU CALCULA-RETENCAO-FIM.
       GERA-TITULO-1.
           ADD 1 TO W-NUMTIT
           MOVE W-NUMTIT TO TIT-NUMERO
           MOVE CTR-CNPJ TO TIT-CNPJ
           MOVE ZEROS TO TIT-NUMPED TIT-CODGPRODUTO TIT-VALOR-PAGO
           MOVE CTR-VALOR TO TIT-VALOR
           MOVE W-DATA-HOJE TO TIT-DATA-EMISSAO
           MOVE W-VENCTO TO TIT-DATA-VENCTO
           MOVE "A" TO TIT-SITUACAO
           WRITE REGTITPAG
      *    NUMERO JA USADO POR RECEBPED EM SESSAO ABERTA: PULA
           IF ST-TIT = "22"
               GO TO GERA-TITULO-1.
           IF ST-TIT NOT = "00" AND ST-TIT NOT = "02"
               MOVE SPACES TO W-LINHA
               STRING "ERRO " ST-TIT " NA GRAVACAO DO TITULO DO"
                   " CONTRATO " CTR-NUMERO " - ESTEIRA PARADA"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               MOVE 8 TO RETURN-CODE
               MOVE "S" TO W-ERRO-GRAV
               GO TO GERA-TITULO-FIM.

           MOVE CTR-NUMERO TO CTT-CONTRATO
           MOVE W-COMPET TO CTT-COMPET
           MOVE TIT-NUMERO TO CTT-TITULO
           MOVE CTR-CNPJ TO CTT-CNPJ
           MOVE CTR-CODDEP TO CTT-CODDEP
           MOVE CTR-VALOR TO CTT-VALOR
           MOVE W-RET-IRRF TO CTT-RET-IRRF
           MOVE W-RET-INSS TO CTT-RET-INSS
           MOVE W-VENCTO TO CTT-DATA-VENCTO
           MOVE W-DATA-HOJE TO CTT-DATA
           WRITE REGCONTRTIT
           ADD 1 TO W-TOT-TIT
           ADD CTR-VALOR TO W-TOT-VALOR
           ADD W-RET-IRRF W-RET-INSS TO W-TOT-RET

           MOVE SPACES TO RAZAO
           IF ST-FOR NOT = "99"
               MOVE CTR-CNPJ TO CNPJ
               READ CADFORN
               IF ST-FOR NOT = "00"
                   MOVE "(SEM CADASTRO)" TO RAZAO
               END-IF
               MOVE "00" TO ST-FOR.
           COMPUTE W-LIQUIDO = CTR-VALOR - W-RET-IRRF - W-RET-INSS
           MOVE CTR-VALOR TO W-VALOR-ED
           COMPUTE W-RET-ED = W-RET-IRRF + W-RET-INSS
           MOVE W-LIQUIDO TO W-LIQ-ED
           MOVE SPACES TO W-LINHA
           STRING CTR-NUMERO "   " W-COMPET "  " TIT-NUMERO "  "
               W-VENCTO " " W-VALOR-ED " " W-RET-ED " " W-LIQ-ED
               "  " RAZAO (1:30)
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL

           PERFORM CONTABILIZA THRU CONTABILIZA-FIM.
       GERA-TITULO-FIM.
           EXIT.

      *---------[ DESPESA DO CONTRATO NO DIARIO (LANCCTB) ]-------------
       CONTABILIZA.
           MOVE "L" TO W-CTB-OPERACAO
           MOVE "DESPCONTR" TO W-CTB-EVENTO
           MOVE W-DATA-HOJE TO W-CTB-DATA
           MOVE CTR-VALOR TO W-CTB-VALOR
           MOVE CTR-CODDEP TO W-CTB-CODDEP
           MOVE "GERACONTR" TO W-CTB-ORIGEM
           MOVE SPACES TO W-CTB-DOCUMENTO W-CTB-HISTORICO
           MOVE TIT-NUMERO TO W-CTB-DOCUMENTO
           STRING "CONTRATO " CTR-NUMERO " COMPET " W-COMPET
               DELIMITED BY SIZE INTO W-CTB-HISTORICO
           CALL "LANCCTB" USING W-CTB-OPERACAO W-CTB-LANC
                                W-CTB-RESULT
           IF W-CTB-RESULT = "E" OR W-CTB-RESULT = "X"
               MOVE SPACES TO W-LINHA
               STRING "         *** TITULO " TIT-NUMERO " NAO LANCADO"
                   " NO DIARIO (EVENTO DESPCONTR - " W-CTB-RESULT
                   ") ***"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
       CONTABILIZA-FIM.
           EXIT.

      *---------[ RETENCAO PREVISTA PELO PERFIL DO FORNECEDOR ]---------
      *  SO INFORMATIVA - A RETENCAO E ACUMULADA EM CADRETFONTE *
      *  NA BAIXA DO TITULO, COMO EM QUALQUER OUTRO TITULO      *
       CALCULA-RETENCAO.
           MOVE ZEROS TO W-RET-IRRF W-RET-INSS
           IF ST-FSV = "99"
               GO TO CALCULA-RETENCAO-FIM.
           MOVE CTR-CNPJ TO FSV-CNPJ
           READ CADFORNSERV
           IF ST-FSV NOT = "00" OR FSV-SERVICO NOT = "S"
               MOVE "00" TO ST-FSV
               GO TO CALCULA-RETENCAO-FIM.
           IF FSV-RET-IRRF = "S" AND W-PCT-IRRF-F > ZEROS
               COMPUTE W-RET-IRRF ROUNDED =
                   CTR-VALOR * W-PCT-IRRF-F / 100.
           IF FSV-RET-INSS = "S" AND W-PCT-INSS-F > ZEROS
               COMPUTE W-RET-INSS ROUNDED =
                   CTR-VALOR * W-PCT-INSS-F / 100.
       CALCULA-RETENCAO-FIM.
           EXIT.

      *---------[ VIGENCIA E REAJUSTE NOS PROXIMOS 60 DIAS ]------------
      *  O REAJUSTE DEVIDO E O PRIMEIRO MES DE REAJUSTE DEPOIS  *
      *  DO INICIO DO CONTRATO E DO ULTIMO REAJUSTE APLICADO    *
       AVISA-CONTRATO.
           IF CTR-DATA-FIM < W-DATA-HOJE
               MOVE SPACES TO W-LINHA
               STRING "   AVISO: CONTRATO " CTR-NUMERO " "
                   CTR-DESCRICAO " COM VIGENCIA ENCERRADA EM "
                   CTR-DATA-FIM " - ENCERRAR OU RENOVAR"
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               ADD 1 TO W-TOT-AVISOS
               GO TO AVISA-CONTRATO-FIM.
           IF CTR-DATA-FIM NOT > W-DATA-LIMITE
               MOVE SPACES TO W-LINHA
               STRING "   AVISO: CONTRATO " CTR-NUMERO " "
                   CTR-DESCRICAO " VENCE EM " CTR-DATA-FIM
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL
               ADD 1 TO W-TOT-AVISOS.

           IF CTR-MES-REAJ = ZEROS
               GO TO AVISA-CONTRATO-FIM.
           COMPUTE W-REAJ = W-HOJE-ANO * 100 + CTR-MES-REAJ
           IF W-REAJ <= CTR-ULT-REAJ
              OR W-REAJ <= CTR-DATA-INICIO (1:6)
               ADD 100 TO W-REAJ.
           IF W-REAJ <= CTR-ULT-REAJ
              OR W-REAJ <= CTR-DATA-INICIO (1:6)
               ADD 100 TO W-REAJ.
           COMPUTE W-REAJ-DATA = W-REAJ * 100 + 1
           IF W-REAJ-DATA > W-DATA-LIMITE
              OR W-REAJ-DATA > CTR-DATA-FIM
               GO TO AVISA-CONTRATO-FIM.
           MOVE SPACES TO W-LINHA
           IF W-REAJ < W-COMPET-ATU
               STRING "   AVISO: CONTRATO " CTR-NUMERO " "
                   CTR-DESCRICAO " REAJUSTE " CTR-INDICE
                   " ATRASADO DESDE " W-REAJ
                   DELIMITED BY SIZE INTO W-LINHA
           ELSE
               STRING "   AVISO: CONTRATO " CTR-NUMERO " "
                   CTR-DESCRICAO " REAJUSTE " CTR-INDICE
                   " PREVISTO EM " W-REAJ
                   DELIMITED BY SIZE INTO W-LINHA.
           PERFORM GRAVA-SPOOL
           ADD 1 TO W-TOT-AVISOS.
       AVISA-CONTRATO-FIM.
           EXIT.

      *---------[ ALIQUOTA DE FONTE VIGENTE (CADTABIMP) ]---------------
      *  VALE A MAIOR VIGENCIA DO TIPO QUE NAO PASSE DE HOJE,   *
      *  FAIXA UNICA                                            *
       BUSCA-PCT-FONTE.
           MOVE ZEROS TO W-PCT-ACHADA
           MOVE "N" TO W-EOF-TAB
           MOVE W-TABTIPO TO TAB-TIPO
           MOVE ZEROS TO TAB-VIGENCIA TAB-FAIXA
           START CADTABIMP KEY IS NOT LESS TAB-KEY
               INVALID KEY MOVE "S" TO W-EOF-TAB.
       BUSCA-PCT-FONTE-1.
           IF W-EOF-TAB = "S"
               GO TO BUSCA-PCT-FONTE-FIM.
           READ CADTABIMP NEXT RECORD
               AT END
                 MOVE "S" TO W-EOF-TAB
                 GO TO BUSCA-PCT-FONTE-1
           END-READ.
           IF TAB-TIPO NOT = W-TABTIPO
               MOVE "S" TO W-EOF-TAB
               GO TO BUSCA-PCT-FONTE-1.
           IF TAB-VIGENCIA <= W-DATA-HOJE
               MOVE TAB-ALIQUOTA TO W-PCT-ACHADA.
           GO TO BUSCA-PCT-FONTE-1.
       BUSCA-PCT-FONTE-FIM.
           EXIT.

      *---------[ SPOOL DE RELATORIO (GERACONTR.SPL) ]------------------
       ABRE-SPOOL.
           MOVE SPACES TO W-OPERADOR-SPL
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-SPL.

           OPEN OUTPUT ARQSPOOL
           MOVE SPACES TO W-LINHA
           STRING "RELATORIO: GERACONTR   EMISSAO: "
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
           MOVE "GERACONTR" TO SPD-PROGRAMA
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
