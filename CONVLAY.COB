      *    ARQPONTO.DAT  -> ARQPONTO.OLD              *
      *    ARQPONTOM.DAT -> ARQPONTOM.OLD             *
      *    ARQRESCIS.DAT -> ARQRESCIS.OLD             *
      *    CADREQCOMP.DAT -> CADREQCOMP.OLD           *
      *    ARQMOVFUNC.DAT -> ARQMOVFUNC.OLD           *
      *    CADCONFNF.DAT  -> CADCONFNF.OLD            *
      *    CADMULTA.DAT   -> CADMULTA.OLD             *
      *    CADDEPOS.DAT   -> CADDEPOS.OLD             *
      *    CADCONTABCO.DAT -> CADCONTABCO.OLD         *
      *  O PROGRAMA LE CADA .OLD NO LAYOUT ANTIGO E   *
      *  GRAVA O .DAT NOVO COM OS CAMPOS NOVOS        *
      *  INICIALIZADOS:                               *
      *    CADNF      PIS E COFINS ZERADOS, FILIAL    *
      *               01 (MATRIZ) E NUMERO FISCAL =   *
      *               NUMERO DA NOTA                  *
      *    CADPEDVEN  VENDEDOR ZERADO                 *
      *    ARQRESFOL  PENSAO E MULTA ZERADAS          *
      *    ARQPONTO   HORA NOTURNA E ATRASO ZERADOS   *
      *    ARQPONTOM  HORA NOTURNA E ATRASO ZERADOS   *
      *    ARQRESCIS  MOTIVO EM BRANCO                *
      *    CADREQCOMP DATA DE NECESSIDADE ZERADA      *
      *    ARQMOVFUNC NIVEL ANTERIOR/NOVO ZERADOS     *
      *    CADCONFNF  BASE, ALIQUOTA E VALOR DO ICMS  *
      *               E PIS/COFINS ZERADOS (SEM       *
      *               CREDITO)                        *
      *    CADMULTA   PONTOS NA CNH ZERADOS           *
      *    CADDEPOS   FILIAL 01 (MATRIZ)              *
      *    CADCONTABCO FILIAL 01 (MATRIZ)             *
      *  ARQUIVO .OLD AUSENTE E PULADO, ENTAO PODE    *
      *  RODAR DE NOVO SO PARA O QUE FALTOU           *
      ***********************************************
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSC-CHAPA
                    FILE STATUS  IS ST-RSC.

           SELECT REQOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OREQ-KEY
                    FILE STATUS  IS ST-OREQ.

           SELECT CADREQCOMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REQ-KEY
                    FILE STATUS  IS ST-REQ.

           SELECT MOVFOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OMOVF-KEY
                    FILE STATUS  IS ST-OMOVF.

           SELECT ARQMOVFUNC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOVF-KEY
                    FILE STATUS  IS ST-MOVF.

           SELECT CNFOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OCNF-KEY
                    FILE STATUS  IS ST-OCNF.

           SELECT CADCONFNF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNF-KEY
                    FILE STATUS  IS ST-CNF.

           SELECT MULOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OMUL-KEY
                    FILE STATUS  IS ST-OMUL.

           SELECT CADMULTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MUL-KEY
                    FILE STATUS  IS ST-MUL.

           SELECT DEPOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ODEPOS-CODIGO
                    FILE STATUS  IS ST-ODEP.

           SELECT CADDEPOS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEPOS-CODIGO
                    FILE STATUS  IS ST-DEP.

           SELECT CTAOLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OCTA-CODIGO
                    FILE STATUS  IS ST-OCTA.

           SELECT CADCONTABCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-CTA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ONF-QUANTIDADE       PIC 9(05)V9.
           03 ONF-PRECO            PIC 9(07)V99.
           03 ONF-DATA             PIC 9(08).
           03 ONF-SITUACAO         PIC X(01).
           03 ONF-VENDEDOR         PIC 9(03).
           03 ONF-ALIQ-ICMS        PIC 9(02)V99.
           03 ONF-VALOR-ICMS       PIC 9(07)V99.

       FD CADNF
               LABEL RECORD IS STANDARD
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD PVOLD
               LABEL RECORD IS STANDARD
           03 ORSC-INSS         PIC 9(07)V99.
           03 ORSC-IRRF         PIC 9(07)V99.
           03 ORSC-LIQUIDO      PIC 9(07)V99.
           03 ORSC-PENSAO       PIC 9(07)V99.

       FD ARQRESCIS
                 LABEL RECORD IS STANDARD
           03 RSC-IRRF          PIC 9(07)V99.
           03 RSC-LIQUIDO       PIC 9(07)V99.
           03 RSC-PENSAO        PIC 9(07)V99.
           03 RSC-MOTIVO        PIC X(02).

       FD REQOLD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQCOMP.OLD".
       01 REGREQOLD.
           03 OREQ-KEY.
              05 OREQ-NUMERO       PIC 9(06).
              05 OREQ-CODGPRODUTO  PIC 9(06).
           03 OREQ-CODDEP          PIC 9(03).
           03 OREQ-QUANTIDADE      PIC 9(05)V9.
           03 OREQ-JUSTIF          PIC X(40).
           03 OREQ-DATA            PIC 9(08).
           03 OREQ-SITUACAO        PIC X(01).
           03 OREQ-NUMPED          PIC 9(06).

       FD CADREQCOMP
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADREQCOMP.DAT".
       01 REGREQ.
           03 REQ-KEY.
              05 REQ-NUMERO        PIC 9(06).
              05 REQ-CODGPRODUTO   PIC 9(06).
           03 REQ-CODDEP           PIC 9(03).
           03 REQ-QUANTIDADE       PIC 9(05)V9.
           03 REQ-JUSTIF           PIC X(40).
           03 REQ-DATA             PIC 9(08).
           03 REQ-SITUACAO         PIC X(01).
           03 REQ-NUMPED           PIC 9(06).
           03 REQ-DATA-NECES       PIC 9(08).

       FD MOVFOLD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQMOVFUNC.OLD".
       01 REGMOVFOLD.
           03 OMOVF-KEY.
              05 OMOVF-CHAPA     PIC 9(06).
              05 OMOVF-SEQ       PIC 9(03).
           03 OMOVF-CODDEP-ANT   PIC 9(03).
           03 OMOVF-CODDEP-NOVO  PIC 9(03).
           03 OMOVF-CARG-ANT     PIC 9(03).
           03 OMOVF-CARG-NOVO    PIC 9(03).
           03 OMOVF-DATA         PIC 9(08).
           03 OMOVF-MOTIVO       PIC X(02).

       FD ARQMOVFUNC
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "ARQMOVFUNC.DAT".
       01 REGMOVFUNC.
           03 MOVF-KEY.
              05 MOVF-CHAPA      PIC 9(06).
              05 MOVF-SEQ        PIC 9(03).
           03 MOVF-CODDEP-ANT    PIC 9(03).
           03 MOVF-CODDEP-NOVO   PIC 9(03).
           03 MOVF-CARG-ANT      PIC 9(03).
           03 MOVF-CARG-NOVO     PIC 9(03).
           03 MOVF-DATA          PIC 9(08).
           03 MOVF-MOTIVO        PIC X(02).
           03 MOVF-NIVEL-ANT     PIC 9(02).
           03 MOVF-NIVEL-NOVO    PIC 9(02).

       FD CNFOLD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONFNF.OLD".
       01 REGCNFOLD.
           03 OCNF-KEY.
              05 OCNF-NUMPED       PIC 9(06).
              05 OCNF-CODGPRODUTO  PIC 9(06).
           03 OCNF-NF-FORN         PIC 9(09).
           03 OCNF-DATA-NF         PIC 9(08).
           03 OCNF-QTD-NF          PIC 9(05)V9.
           03 OCNF-PRECO-NF        PIC 9(07)V99.
           03 OCNF-DATA-CONF       PIC 9(08).
           03 OCNF-RESULTADO       PIC X(01).

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

       FD MULOLD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMULTA.OLD".
       01 REGMULOLD.
           03 OMUL-KEY.
              05 OMUL-PLACA     PIC X(07).
              05 OMUL-SEQ       PIC 9(04).
           03 OMUL-DATA         PIC 9(08).
           03 OMUL-HORA         PIC 9(04).
           03 OMUL-DESCRICAO    PIC X(30).
           03 OMUL-VALOR        PIC 9(07)V99.
           03 OMUL-CHAPA        PIC 9(06).
           03 OMUL-PRAZO-IND    PIC 9(08).
           03 OMUL-SITUACAO     PIC X(01).

       FD CADMULTA
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMULTA.DAT".
       01 REGMULTA.
           03 MUL-KEY.
              05 MUL-PLACA      PIC X(07).
              05 MUL-SEQ        PIC 9(04).
           03 MUL-DATA          PIC 9(08).
           03 MUL-HORA          PIC 9(04).
           03 MUL-DESCRICAO     PIC X(30).
           03 MUL-VALOR         PIC 9(07)V99.
           03 MUL-CHAPA         PIC 9(06).
           03 MUL-PRAZO-IND     PIC 9(08).
           03 MUL-SITUACAO      PIC X(01).
           03 MUL-PONTOS        PIC 9(02).

       FD DEPOLD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPOS.OLD".
       01 REGDEPOLD.
           03 ODEPOS-CODIGO   PIC 9(02).
           03 ODEPOS-NOME     PIC X(20).
           03 ODEPOS-SITUACAO PIC X(01).

       FD CADDEPOS
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADDEPOS.DAT".
       01 REGDEPOS.
           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).

       FD CTAOLD
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTABCO.OLD".
       01 REGCTAOLD.
           03 OCTA-CODIGO       PIC 9(02).
           03 OCTA-NOME         PIC X(20).
           03 OCTA-BANCO        PIC 9(03).
           03 OCTA-AGENCIA      PIC 9(05).
           03 OCTA-CONTA        PIC X(12).
           03 OCTA-SALDO        PIC S9(11)V99.

       FD CADCONTABCO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADCONTABCO.DAT".
       01 REGCONTABCO.
           03 CTA-CODIGO        PIC 9(02).
           03 CTA-NOME          PIC X(20).
           03 CTA-BANCO         PIC 9(03).
           03 CTA-AGENCIA       PIC 9(05).
           03 CTA-CONTA         PIC X(12).
           03 CTA-SALDO         PIC S9(11)V99.
           03 CTA-FILIAL        PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PONM        PIC X(02) VALUE "00".
       01 ST-ORSC        PIC X(02) VALUE "00".
       01 ST-RSC         PIC X(02) VALUE "00".
       01 ST-OREQ        PIC X(02) VALUE "00".
       01 ST-REQ         PIC X(02) VALUE "00".
       01 ST-OMOVF       PIC X(02) VALUE "00".
       01 ST-MOVF        PIC X(02) VALUE "00".
       01 ST-OCNF        PIC X(02) VALUE "00".
       01 ST-CNF         PIC X(02) VALUE "00".
       01 ST-OMUL        PIC X(02) VALUE "00".
       01 ST-MUL         PIC X(02) VALUE "00".
       01 ST-ODEP        PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-OCTA        PIC X(02) VALUE "00".
       01 ST-CTA         PIC X(02) VALUE "00".
       01 W-LIDOS        PIC 9(07) VALUE ZEROS.
       01 W-GRAVADOS     PIC 9(07) VALUE ZEROS.
       01 W-REJEITADOS   PIC 9(07) VALUE ZEROS.
           MOVE ONF-QUANTIDADE TO NF-QUANTIDADE
           MOVE ONF-PRECO TO NF-PRECO
           MOVE ONF-DATA TO NF-DATA
           MOVE ONF-SITUACAO TO NF-SITUACAO
           MOVE ONF-VENDEDOR TO NF-VENDEDOR
           MOVE ONF-ALIQ-ICMS TO NF-ALIQ-ICMS
           MOVE ONF-VALOR-ICMS TO NF-VALOR-ICMS
           MOVE ZEROS TO NF-ALIQ-PIS NF-VALOR-PIS
                         NF-ALIQ-COFINS NF-VALOR-COFINS
           MOVE 1 TO NF-FILIAL
           MOVE ONF-NUMERO TO NF-NUMFISCAL
           WRITE REGNF
           IF ST-NF = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           OPEN INPUT RSCOLD
           IF ST-ORSC NOT = "00"
               DISPLAY "ARQRESCIS.OLD  AUSENTE - PULADO"
               GO TO R7-REQ.
           OPEN OUTPUT ARQRESCIS.
       R6-RSC-LOOP.
           READ RSCOLD
           MOVE ORSC-INSS TO RSC-INSS
           MOVE ORSC-IRRF TO RSC-IRRF
           MOVE ORSC-LIQUIDO TO RSC-LIQUIDO
           MOVE ORSC-PENSAO TO RSC-PENSAO
           MOVE SPACES TO RSC-MOTIVO
           WRITE REGRESCIS
           IF ST-RSC = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           DISPLAY "ARQRESCIS  : LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

      *---------[ CADREQCOMP ]------------------------------------------
       R7-REQ.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-REJEITADOS
           OPEN INPUT REQOLD
           IF ST-OREQ NOT = "00"
               DISPLAY "CADREQCOMP.OLD AUSENTE - PULADO"
               GO TO R8-MOVF.
           OPEN OUTPUT CADREQCOMP.
       R7-REQ-LOOP.
           READ REQOLD
               AT END
                 GO TO R7-REQ-FIM
           END-READ
           ADD 1 TO W-LIDOS
           MOVE OREQ-NUMERO TO REQ-NUMERO
           MOVE OREQ-CODGPRODUTO TO REQ-CODGPRODUTO
           MOVE OREQ-CODDEP TO REQ-CODDEP
           MOVE OREQ-QUANTIDADE TO REQ-QUANTIDADE
           MOVE OREQ-JUSTIF TO REQ-JUSTIF
           MOVE OREQ-DATA TO REQ-DATA
           MOVE OREQ-SITUACAO TO REQ-SITUACAO
           MOVE OREQ-NUMPED TO REQ-NUMPED
           MOVE ZEROS TO REQ-DATA-NECES
           WRITE REGREQ
           IF ST-REQ = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS.
           GO TO R7-REQ-LOOP.
       R7-REQ-FIM.
           CLOSE REQOLD
           CLOSE CADREQCOMP
           DISPLAY "CADREQCOMP : LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

      *---------[ ARQMOVFUNC ]------------------------------------------
       R8-MOVF.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-REJEITADOS
           OPEN INPUT MOVFOLD
           IF ST-OMOVF NOT = "00"
               DISPLAY "ARQMOVFUNC.OLD AUSENTE - PULADO"
               GO TO R9-CNF.
           OPEN OUTPUT ARQMOVFUNC.
       R8-MOVF-LOOP.
           READ MOVFOLD
               AT END
                 GO TO R8-MOVF-FIM
           END-READ
           ADD 1 TO W-LIDOS
           MOVE OMOVF-CHAPA TO MOVF-CHAPA
           MOVE OMOVF-SEQ TO MOVF-SEQ
           MOVE OMOVF-CODDEP-ANT TO MOVF-CODDEP-ANT
           MOVE OMOVF-CODDEP-NOVO TO MOVF-CODDEP-NOVO
           MOVE OMOVF-CARG-ANT TO MOVF-CARG-ANT
           MOVE OMOVF-CARG-NOVO TO MOVF-CARG-NOVO
           MOVE OMOVF-DATA TO MOVF-DATA
           MOVE OMOVF-MOTIVO TO MOVF-MOTIVO
           MOVE ZEROS TO MOVF-NIVEL-ANT MOVF-NIVEL-NOVO
           WRITE REGMOVFUNC
           IF ST-MOVF = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS.
           GO TO R8-MOVF-LOOP.
       R8-MOVF-FIM.
           CLOSE MOVFOLD
           CLOSE ARQMOVFUNC
           DISPLAY "ARQMOVFUNC : LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

      *---------[ CADCONFNF ]-------------------------------------------
       R9-CNF.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-REJEITADOS
           OPEN INPUT CNFOLD
           IF ST-OCNF NOT = "00"
               DISPLAY "CADCONFNF.OLD  AUSENTE - PULADO"
               GO TO R10-MUL.
           OPEN OUTPUT CADCONFNF.
       R9-CNF-LOOP.
           READ CNFOLD
               AT END
                 GO TO R9-CNF-FIM
           END-READ
           ADD 1 TO W-LIDOS
           MOVE OCNF-NUMPED TO CNF-NUMPED
           MOVE OCNF-CODGPRODUTO TO CNF-CODGPRODUTO
           MOVE OCNF-NF-FORN TO CNF-NF-FORN
           MOVE OCNF-DATA-NF TO CNF-DATA-NF
           MOVE OCNF-QTD-NF TO CNF-QTD-NF
           MOVE OCNF-PRECO-NF TO CNF-PRECO-NF
           MOVE OCNF-DATA-CONF TO CNF-DATA-CONF
           MOVE OCNF-RESULTADO TO CNF-RESULTADO
           MOVE ZEROS TO CNF-ICMS-BASE CNF-ICMS-ALIQ CNF-ICMS-VALOR
           MOVE ZEROS TO CNF-ALIQ-PIS CNF-VALOR-PIS
                         CNF-ALIQ-COFINS CNF-VALOR-COFINS
           WRITE REGCONFNF
           IF ST-CNF = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS.
           GO TO R9-CNF-LOOP.
       R9-CNF-FIM.
           CLOSE CNFOLD
           CLOSE CADCONFNF
           DISPLAY "CADCONFNF  : LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

      *---------[ CADMULTA ]--------------------------------------------
       R10-MUL.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-REJEITADOS
           OPEN INPUT MULOLD
           IF ST-OMUL NOT = "00"
               DISPLAY "CADMULTA.OLD   AUSENTE - PULADO"
               GO TO R11-DEP.
           OPEN OUTPUT CADMULTA.
       R10-MUL-LOOP.
           READ MULOLD
               AT END
                 GO TO R10-MUL-FIM
           END-READ
           ADD 1 TO W-LIDOS
           MOVE OMUL-PLACA TO MUL-PLACA
           MOVE OMUL-SEQ TO MUL-SEQ
           MOVE OMUL-DATA TO MUL-DATA
           MOVE OMUL-HORA TO MUL-HORA
           MOVE OMUL-DESCRICAO TO MUL-DESCRICAO
           MOVE OMUL-VALOR TO MUL-VALOR
           MOVE OMUL-CHAPA TO MUL-CHAPA
           MOVE OMUL-PRAZO-IND TO MUL-PRAZO-IND
           MOVE OMUL-SITUACAO TO MUL-SITUACAO
           MOVE ZEROS TO MUL-PONTOS
           WRITE REGMULTA
           IF ST-MUL = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS.
           GO TO R10-MUL-LOOP.
       R10-MUL-FIM.
           CLOSE MULOLD
           CLOSE CADMULTA
           DISPLAY "CADMULTA   : LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

      *---------[ CADDEPOS ]--------------------------------------------
       R11-DEP.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-REJEITADOS
           OPEN INPUT DEPOLD
           IF ST-ODEP NOT = "00"
               DISPLAY "CADDEPOS.OLD   AUSENTE - PULADO"
               GO TO R12-CTA.
           OPEN OUTPUT CADDEPOS.
       R11-DEP-LOOP.
           READ DEPOLD
               AT END
                 GO TO R11-DEP-FIM
           END-READ
           ADD 1 TO W-LIDOS
           MOVE ODEPOS-CODIGO TO DEPOS-CODIGO
           MOVE ODEPOS-NOME TO DEPOS-NOME
           MOVE ODEPOS-SITUACAO TO DEPOS-SITUACAO
           MOVE 1 TO DEPOS-FILIAL
           WRITE REGDEPOS
           IF ST-DEP = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS.
           GO TO R11-DEP-LOOP.
       R11-DEP-FIM.
           CLOSE DEPOLD
           CLOSE CADDEPOS
           DISPLAY "CADDEPOS   : LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

      *---------[ CADCONTABCO ]-----------------------------------------
       R12-CTA.
           MOVE ZEROS TO W-LIDOS W-GRAVADOS W-REJEITADOS
           OPEN INPUT CTAOLD
           IF ST-OCTA NOT = "00"
               DISPLAY "CADCONTABCO.OLD AUSENTE - PULADO"
               GO TO ROT-FIM.
           OPEN OUTPUT CADCONTABCO.
       R12-CTA-LOOP.
           READ CTAOLD
               AT END
                 GO TO R12-CTA-FIM
           END-READ
           ADD 1 TO W-LIDOS
           MOVE OCTA-CODIGO TO CTA-CODIGO
           MOVE OCTA-NOME TO CTA-NOME
           MOVE OCTA-BANCO TO CTA-BANCO
           MOVE OCTA-AGENCIA TO CTA-AGENCIA
           MOVE OCTA-CONTA TO CTA-CONTA
           MOVE OCTA-SALDO TO CTA-SALDO
           MOVE 1 TO CTA-FILIAL
           WRITE REGCONTABCO
           IF ST-CTA = "00" OR "02"
               ADD 1 TO W-GRAVADOS
           ELSE
               ADD 1 TO W-REJEITADOS.
           GO TO R12-CTA-LOOP.
       R12-CTA-FIM.
           CLOSE CTAOLD
           CLOSE CADCONTABCO
           DISPLAY "CADCONTABCO: LIDOS " W-LIDOS " GRAVADOS "
               W-GRAVADOS " REJEITADOS " W-REJEITADOS.

       ROT-FIM.
           DISPLAY "*** CONVERSAO CONCLUIDA ***"
           STOP RUN.
