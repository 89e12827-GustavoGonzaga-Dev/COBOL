      *  GRAVA O RESULTADO EM CADCOMISS.DAT           *
      *  (COMPETENCIA + CHAPA) QUE FOLPAG SOMA AO     *
      *  BRUTO COMO VENCIMENTO DA COMPETENCIA         *
      *  COM META DO MES EM CADMETAVEN (METAVEND), O  *
      *  PCT DE CADVEND DA LUGAR A MAIOR FAIXA DE     *
      *  CADFAIXACOM JA ATINGIDA; O ATINGIMENTO       *
      *  DESCONTA AS DEVOLUCOES (NOTAS D DE           *
      *  DEVOLCLI), A BASE DA COMISSAO NAO            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    RECORD KEY   IS COM-KEY
                    FILE STATUS  IS ST-COM.

           SELECT CADMETAVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTV-KEY
                    FILE STATUS  IS ST-MTV.

           SELECT CADFAIXACOM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FXC-KEY
                    FILE STATUS  IS ST-FXC.

           SELECT W-ORDENACAO ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
           03 NF-VENDEDOR          PIC 9(03).
           03 NF-ALIQ-ICMS         PIC 9(02)V99.
           03 NF-VALOR-ICMS        PIC 9(07)V99.
           03 NF-ALIQ-PIS          PIC 9(02)V99.
           03 NF-VALOR-PIS         PIC 9(07)V99.
           03 NF-ALIQ-COFINS       PIC 9(02)V99.
           03 NF-VALOR-COFINS      PIC 9(07)V99.
           03 NF-FILIAL            PIC 9(02).
           03 NF-NUMFISCAL         PIC 9(06).

       FD CADVEND
            LABEL RECORD IS STANDARD
           03 COM-BASE          PIC 9(11)V99.
           03 COM-VALOR         PIC 9(09)V99.

       FD CADMETAVEN
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADMETAVEN.DAT".
       01 REGMETAVEN.
           03 MTV-KEY.
              05 MTV-VENDEDOR      PIC 9(03).
              05 MTV-COMPET        PIC 9(06).
              05 MTV-APLICACAO     PIC 9(02).
           03 MTV-VALOR-META       PIC 9(11)V99.
           03 MTV-NOVOS-CLI        PIC 9(04).

       FD CADFAIXACOM
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADFAIXACOM.DAT".
       01 REGFAIXACOM.
           03 FXC-KEY.
              05 FXC-VENDEDOR      PIC 9(03).
              05 FXC-PCT-ATING     PIC 9(03)V99.
           03 FXC-PCT-COMISSAO     PIC 9(02)V99.

       SD W-ORDENACAO.
       01 W-REGORD.
           03 ORD-VENDEDOR        PIC 9(03).
           03 ORD-NUMNF           PIC 9(06).
           03 ORD-TIPO            PIC X(01).
           03 ORD-VALOR           PIC 9(11)V99.
      *
      *-----------------------------------------------------------------
       01 ST-NF          PIC X(02) VALUE "00".
       01 ST-VND         PIC X(02) VALUE "00".
       01 ST-COM         PIC X(02) VALUE "00".
       01 ST-MTV         PIC X(02) VALUE "00".
       01 ST-FXC         PIC X(02) VALUE "00".
       01 W-COMPET       PIC 9(06) VALUE ZEROS.
       01 W-NF-COMPET    PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRO     PIC X(01) VALUE "S".
       01 W-TOT-BASE     PIC 9(13)V99 VALUE ZEROS.
       01 W-TOT-COMISS   PIC 9(11)V99 VALUE ZEROS.
       01 W-TOT-VEND     PIC 9(03) VALUE ZEROS.
       01 W-DEVOL-VEND   PIC 9(11)V99 VALUE ZEROS.
       01 W-META-VEND    PIC 9(11)V99 VALUE ZEROS.
       01 W-PCT-ATING    PIC 9(05)V99 VALUE ZEROS.
       01 W-PCT-APLIC    PIC 9(02)V99 VALUE ZEROS.
       01 W-FAIXA-VEND   PIC 9(03) VALUE ZEROS.
       01 W-FAIXA-ACHOU  PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOMISS"
                 GO TO ROT-FIM.

       R0D.
           OPEN INPUT CADMETAVEN
           IF ST-MTV NOT = "00"
               DISPLAY "*** CADMETAVEN AUSENTE - SEM FAIXAS POR "
                   "META ***"
               MOVE "99" TO ST-MTV.
           OPEN INPUT CADFAIXACOM
           IF ST-FXC NOT = "00"
               MOVE "99" TO ST-FXC.

           DISPLAY "*** COMISSAO DE VENDEDORES - COMPETENCIA "
               W-COMPET " ***"

       ROT-FIM.
           CLOSE CADNF
           CLOSE CADVEND
           CLOSE CADCOMISS
           IF ST-MTV NOT = "99"
               CLOSE CADMETAVEN.
           IF ST-FXC NOT = "99"
               CLOSE CADFAIXACOM.
       ROT-FIM3.
           GOBACK.

      *---------[ NOTAS ATIVAS DA COMPETENCIA COM VENDEDOR ]------------
      *  NOTAS DE CREDITO (D) SO ENTRAM NO ATINGIMENTO DA META
       MONTA-ORDENACAO.
       MR1.
           READ CADNF NEXT RECORD
               AT END
                 GO TO MR-FIM
           END-READ.
           IF NF-SITUACAO NOT = "A" AND NF-SITUACAO NOT = "D"
               GO TO MR1.
           IF NF-VENDEDOR = ZEROS
               GO TO MR1.
               GO TO MR1.
           MOVE NF-VENDEDOR TO ORD-VENDEDOR
           MOVE NF-NUMERO TO ORD-NUMNF
           MOVE NF-SITUACAO TO ORD-TIPO
           COMPUTE ORD-VALOR = NF-QUANTIDADE * NF-PRECO
           RELEASE W-REGORD
           GO TO MR1.
               END-IF
               MOVE "N" TO W-PRIMEIRO
               MOVE ORD-VENDEDOR TO W-VEND-ANT
               MOVE ZEROS TO W-BASE-VEND W-DEVOL-VEND
               PERFORM ABRE-VENDEDOR THRU ABRE-VENDEDOR-FIM.

           IF ORD-TIPO = "D"
               ADD ORD-VALOR TO W-DEVOL-VEND
               DISPLAY "   NF " ORD-NUMNF "  DEVOLUCAO " ORD-VALOR
               GO TO IC1.
           ADD ORD-VALOR TO W-BASE-VEND
           DISPLAY "   NF " ORD-NUMNF "  VALOR " ORD-VALOR
           GO TO IC1.
           MOVE W-VEND-ANT TO VND-CODIGO
           READ CADVEND
           IF ST-VND = "00"
               MOVE VND-PCT-COMISSAO TO W-PCT-APLIC
               PERFORM APURA-FAIXA THRU APURA-FAIXA-FIM
               COMPUTE W-VAL-COMISS ROUNDED =
                   W-BASE-VEND * W-PCT-APLIC / 100.
           ADD W-VAL-COMISS TO W-TOT-COMISS
           DISPLAY "   BASE DO VENDEDOR: " W-BASE-VEND
               "  COMISSAO: " W-VAL-COMISS
                   " FOLHA".
       FECHA-VENDEDOR-FIM.
           EXIT.

      *---------[ ATINGIMENTO DA META E FAIXA DE COMISSAO ]-------------
      *  ATINGIMENTO = (NOTAS ATIVAS - DEVOLUCOES) / META DO MES. A
      *  META E A LINHA 00 DE CADMETAVEN OU, SEM ELA, A SOMA DAS
      *  APLICACOES. VALE A MAIOR FAIXA DE CADFAIXACOM JA ATINGIDA -
      *  DO VENDEDOR OU, SE ELE NAO TEM FAIXA PROPRIA, DA 000
       APURA-FAIXA.
           MOVE ZEROS TO W-META-VEND W-PCT-ATING
           IF ST-MTV = "99"
               GO TO APURA-FAIXA-FIM.
           MOVE W-VEND-ANT TO MTV-VENDEDOR
           MOVE W-COMPET TO MTV-COMPET
           MOVE ZEROS TO MTV-APLICACAO
           READ CADMETAVEN
           IF ST-MTV = "00"
               MOVE MTV-VALOR-META TO W-META-VEND
               GO TO AF2.
           MOVE "00" TO ST-MTV
           START CADMETAVEN KEY IS NOT LESS MTV-KEY
               INVALID KEY GO TO AF2.
       AF1.
           READ CADMETAVEN NEXT RECORD
               AT END
                 GO TO AF2
           END-READ.
           IF MTV-VENDEDOR NOT = W-VEND-ANT
              OR MTV-COMPET NOT = W-COMPET
               GO TO AF2.
           ADD MTV-VALOR-META TO W-META-VEND
           GO TO AF1.
       AF2.
           MOVE "00" TO ST-MTV
           IF W-META-VEND = ZEROS
               DISPLAY "   VENDEDOR SEM META NA COMPETENCIA"
               GO TO APURA-FAIXA-FIM.
           IF W-BASE-VEND > W-DEVOL-VEND
               COMPUTE W-PCT-ATING ROUNDED =
                   (W-BASE-VEND - W-DEVOL-VEND) * 100 / W-META-VEND
                   ON SIZE ERROR MOVE 99999,99 TO W-PCT-ATING
               END-COMPUTE.
           DISPLAY "   META: " W-META-VEND "  DEVOLUCOES: "
               W-DEVOL-VEND "  ATINGIMENTO: " W-PCT-ATING " PCT"
           IF ST-FXC = "99"
               GO TO APURA-FAIXA-FIM.
           MOVE W-VEND-ANT TO W-FAIXA-VEND
           PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM
           IF W-FAIXA-ACHOU = "N"
               MOVE ZEROS TO W-FAIXA-VEND
               PERFORM BUSCA-FAIXA THRU BUSCA-FAIXA-FIM.
           DISPLAY "   PCT DE COMISSAO APLICADO: " W-PCT-APLIC.
       APURA-FAIXA-FIM.
           EXIT.

       BUSCA-FAIXA.
           MOVE "N" TO W-FAIXA-ACHOU
           MOVE W-FAIXA-VEND TO FXC-VENDEDOR
           MOVE ZEROS TO FXC-PCT-ATING
           START CADFAIXACOM KEY IS NOT LESS FXC-KEY
               INVALID KEY GO TO BUSCA-FAIXA-FIM.
       BF1.
           READ CADFAIXACOM NEXT RECORD
               AT END
                 GO TO BUSCA-FAIXA-FIM
           END-READ.
           IF FXC-VENDEDOR NOT = W-FAIXA-VEND
               GO TO BUSCA-FAIXA-FIM.
           MOVE "S" TO W-FAIXA-ACHOU
           IF FXC-PCT-ATING > W-PCT-ATING
               GO TO BUSCA-FAIXA-FIM.
           MOVE FXC-PCT-COMISSAO TO W-PCT-APLIC
           GO TO BF1.
       BUSCA-FAIXA-FIM.
           MOVE "00" TO ST-FXC.
