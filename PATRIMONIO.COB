      *  DEPRECIA. A OPCAO 5 IMPRIME O INVENTARIO     *
      *  ANUAL POR DEPARTAMENTO PARA A CONTAGEM       *
      *  FISICA. SITUACAO: A=ATIVO B=BAIXADO          *
      *  BEM AMARRADO A UMA PLACA (CADVEICPAT) SO     *
      *  BAIXA NA VENDA/SUCATA DO VEICULO EM          *
      *  VEICPATRIM                                   *
      *  MANUTENCAO DE MAQUINAS E EQUIPAMENTOS EM     *
      *  OSPATRIM                                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           SELECT ARQCTRLPAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-CTRLP.

           SELECT CADVEICPAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VPT-PLACA
                    ALTERNATE RECORD KEY IS VPT-CODPAT
                    FILE STATUS  IS ST-VPT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CTRLPAT.DAT".
       01 REG-CTRLPAT.
           03 CTRL-ULTPAT      PIC 9(06).

       FD CADVEICPAT
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADVEICPAT.DAT".
       01 REGVEICPAT.
           03 VPT-PLACA          PIC X(07).
           03 VPT-CODPAT         PIC 9(06).
           03 VPT-DATA-VINC      PIC 9(08).
           03 VPT-SITUACAO       PIC X(01).
           03 VPT-DATA-BAIXA     PIC 9(08).
           03 VPT-VALOR-VENDA    PIC 9(09)V99.
           03 VPT-VALOR-CONTABIL PIC 9(09)V99.
           03 VPT-RESULTADO      PIC S9(09)V99.
           03 VPT-CNPJCPF        PIC 9(15).
           03 VPT-TITULO         PIC 9(06).
           03 VPT-OPERADOR       PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PAT         PIC X(02) VALUE "00".
       01 ST-DEP         PIC X(02) VALUE "00".
       01 ST-CTRLP       PIC X(02) VALUE "00".
       01 ST-VPT         PIC X(02) VALUE "00".
       01 W-OPCAO        PIC 9(01) VALUE ZEROS.
       01 W-RESP         PIC X(01) VALUE SPACES.
       01 W-CODIGO       PIC 9(06) VALUE ZEROS.
           ELSE
              MOVE ZEROS TO W-ULTPAT.

       R0D.
           OPEN INPUT CADVEICPAT
           IF ST-VPT NOT = "00"
               MOVE "99" TO ST-VPT.

       R1.
           DISPLAY " "
           DISPLAY "*** CONTROLE DE PATRIMONIO ***"
               "  ULT COMPET DEPRECIADA: " PAT-ULT-COMPET
           IF PAT-ORIGEM-PED > ZEROS
               DISPLAY "ORIGEM: PEDIDO DE COMPRA " PAT-ORIGEM-PED.
           PERFORM LE-VEICPAT THRU LE-VEICPAT-FIM
           IF ST-VPT = "00"
               DISPLAY "VEICULO DA FROTA: PLACA " VPT-PLACA.
           GO TO R1.

       R4-TRANSFERE.
           IF PAT-SITUACAO NOT = "A"
               DISPLAY "*** BEM JA BAIXADO ***"
               GO TO R1.
           PERFORM LE-VEICPAT THRU LE-VEICPAT-FIM
           IF ST-VPT = "00"
               DISPLAY "*** BEM E O VEICULO " VPT-PLACA " - BAIXA PELA"
                   " VENDA/SUCATA EM VEICPATRIM ***"
               GO TO R1.
           DISPLAY "CONFIRMA A BAIXA (VENDA/SUCATA) (S/N): "
               WITH NO ADVANCING
           ACCEPT W-RESP
           WRITE REG-CTRLPAT
           CLOSE ARQCTRLPAT
           CLOSE CADPATRIM
           CLOSE ARQDEP
           IF ST-VPT NOT = "99"
               CLOSE CADVEICPAT.
       ROT-FIM3.
           STOP RUN.

                   "  SIT " PAT-SITUACAO.
       LE-BEM-FIM.
           EXIT.

      *---------[ PLACA AMARRADA AO BEM (CADVEICPAT) ]-----------------
       LE-VEICPAT.
           IF ST-VPT = "99"
               GO TO LE-VEICPAT-FIM.
           MOVE PAT-CODIGO TO VPT-CODPAT
           READ CADVEICPAT KEY IS VPT-CODPAT.
       LE-VEICPAT-FIM.
           EXIT.
