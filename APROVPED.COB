      *  COM SENHA DE PERFIL A, CARIMBADA EM          *
      *  ARQTRANSLOG. O COMPROMETIDO X ORCADO SAI EM  *
      *  RELCOMPROM                                   *
      *  FORNECEDOR RECUSADO NA HOMOLOGACAO           *
      *  (CONSHOMOL) SO PERMITE CANCELAR O PEDIDO;    *
      *  CONDICIONAL OU SEM HOMOLOGACAO SO AVISA      *
      *  A APROVACAO E RECUSADA QUANDO O OPERADOR DA  *
      *  SESSAO FEZ NO PEDIDO PASSO INCOMPATIVEL      *
      *  (EMISSAO EM GERAPED, PELAS REGRAS DE         *
      *  CADSEGREG VIA CONSSEGREG); APROVADO, O PASSO *
      *  APROVPED FICA EM ARQTRANSLOG                 *
      *  ESCOLHIDO O PEDIDO NA CAIXA DE PENDENCIAS    *
      *  (CAIXAPEND, VIA DOCSESSAO) O PROGRAMA ABRE   *
      *  JA NELE; TERMINA COM GOBACK PARA VOLTAR A    *
      *  MENUPRINC                                    *
      *  O CABECALHO MOSTRA O CONTATO DE VENDAS DO    *
      *  FORNECEDOR EM CADCONTEMP (VIA CONSCONT)      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-SUP-CODIGO   PIC X(08) VALUE SPACES.
       01 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       01 W-SUP-OK       PIC X(01) VALUE "N".
       01 W-CNPJPED      PIC 9(15) VALUE ZEROS.
       01 W-OPERADOR-LOG PIC X(08) VALUE SPACES.
       01 W-OPS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DCS-OPERACAO PIC X(01) VALUE SPACES.
       01 W-DCS-PROGRAMA PIC X(10) VALUE SPACES.
       01 W-DOC-PEND     PIC X(20) VALUE SPACES.

       01 W-SGP-PARAM.
           03 W-SGP-FUNCAO      PIC X(01).
           03 W-SGP-PASSO       PIC X(10).
           03 W-SGP-NUMPED      PIC 9(06).
           03 W-SGP-OPERADOR    PIC X(08).
           03 W-SGP-PASSO-CONFL PIC X(10).
           03 W-SGP-DATA-CONFL  PIC X(14).
       01 W-SGP-RESULT   PIC X(01) VALUE SPACES.

       01 W-HOM-PARAM.
           03 W-HOM-CNPJ        PIC 9(15).
           03 W-HOM-DATA        PIC 9(08).
           03 W-HOM-SITUACAO    PIC X(01).
           03 W-HOM-TIPO-VENC   PIC X(03).
           03 W-HOM-VALIDADE    PIC 9(08).
       01 W-HOM-RESULT   PIC X(01) VALUE SPACES.
       01 W-CNT-PARAM.
           03 W-CNT-CNPJCPF       PIC 9(15).
           03 W-CNT-FUNCAO        PIC 9(01).
           03 W-CNT-NOME          PIC X(30).
           03 W-CNT-TELEFONE      PIC X(15).
           03 W-CNT-EMAIL         PIC X(30).
           03 W-CNT-FUNCAO-ACHADA PIC 9(01).
       01 W-CNT-RESULT   PIC X(01) VALUE SPACES.

       01 TABSITPED1.
          03 FILLER     PIC X(15) VALUE "EEMITIDO".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LE-OPERADOR THRU LE-OPERADOR-FIM
           PERFORM LE-DOCPEND THRU LE-DOCPEND-FIM.
       R0.
           OPEN I-O CADPEDCOMP
           IF ST-PED NOT = "00"
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDDEP"
                 GO TO ROT-FIM.

      *---------[ CHAMADO PELA CAIXA DE PENDENCIAS: PEDIDO JA LIDO ]----
           IF W-DOC-PEND NOT = SPACES
               MOVE W-DOC-PEND (1:6) TO W-NUMPED
               MOVE SPACES TO W-DOC-PEND
               DISPLAY " "
               DISPLAY "*** CAIXA DE PENDENCIAS - PEDIDO " W-NUMPED
                   " ***"
               GO TO R2.

       R1.
           DISPLAY " "
           DISPLAY "*** APROVACAO DE PEDIDO DE COMPRA ***"

           IF W-TOTLINHAS = ZEROS
               MOVE PED-SITUACAO TO W-SITPED
               MOVE PED-CNPJ TO W-CNPJPED
               PERFORM MOSTRA-CABECALHO.

           COMPUTE W-VALORLINHA = PED-QTD-PEDIDA * PED-PRECO
               GO TO R1.

           DISPLAY "TOTAL DE LINHAS: " W-TOTLINHAS
               "  VALOR DO PEDIDO: " W-VALORPED
           PERFORM CONFERE-HOMOL THRU CONFERE-HOMOL-FIM.

       R4.
           DISPLAY "A=APROVAR  V=ENVIAR  C=CANCELAR  N=NADA: "
               DISPLAY "*** OPCAO INVALIDA ***"
               GO TO R4.

      *---------[ FORNECEDOR RECUSADO NA HOMOLOGACAO SO CANCELA ]-------
           IF W-OPCAO NOT = "C" AND W-HOM-RESULT = "R"
               DISPLAY "*** FORNECEDOR RECUSADO NA HOMOLOGACAO - PEDIDO"
                   " NAO PODE SER APROVADO NEM ENVIADO ***"
               GO TO R4.

      *---------[ QUEM EMITIU O PEDIDO NAO O APROVA ]-------------------
           IF W-OPCAO = "A"
               PERFORM CONFERE-SEGREG THRU CONFERE-SEGREG-FIM
               IF W-SGP-RESULT = "R"
                   DISPLAY "*** APROVACAO RECUSADA ***"
                   GO TO R1.

      *---------[ APROVACAO PASSA PELO CRIVO DO ORCAMENTO ]-------------
           IF W-OPCAO = "A"
               PERFORM CRITICA-ORCAMENTO THRU CRITICA-ORCAMENTO-FIM
                   " PARA ESTA ACAO ***"
               GO TO R1.
           IF W-OPCAO = "A"
               PERFORM DEBITA-ORCAMENTO THRU DEBITA-ORCAMENTO-FIM
               PERFORM GRAVA-PASSO THRU GRAVA-PASSO-FIM.
           MOVE 1 TO AUX
           PERFORM LOOKUP-SITPED THRU LOOKUP-SITPED-FIM
           DISPLAY "*** " W-ALTERADAS " LINHAS MARCADAS COMO "
           IF ST-ORC NOT = "99"
               CLOSE CADORCDEP.
       ROT-FIM3.
           GOBACK.

      *---------[ HOMOLOGACAO DO FORNECEDOR (CONSHOMOL) ]---------------
       CONFERE-HOMOL.
           MOVE W-CNPJPED TO W-HOM-CNPJ
           MOVE W-DATA-HOJE TO W-HOM-DATA
           CALL "CONSHOMOL" USING W-HOM-PARAM W-HOM-RESULT
           IF W-HOM-RESULT = "L"
               GO TO CONFERE-HOMOL-FIM.
           IF W-HOM-TIPO-VENC NOT = SPACES
               DISPLAY "*** FORNECEDOR COM " W-HOM-TIPO-VENC
                   " VENCIDO EM " W-HOM-VALIDADE " - RECUSADO ***"
               GO TO CONFERE-HOMOL-FIM.
           EVALUATE W-HOM-SITUACAO
              WHEN "B"
                 DISPLAY "*** FORNECEDOR BLOQUEADO NA HOMOLOGACAO ***"
              WHEN "C"
                 DISPLAY "*** AVISO: FORNECEDOR COM HOMOLOGACAO"
                     " CONDICIONAL ***"
              WHEN OTHER
                 IF W-HOM-RESULT = "R"
                     DISPLAY "*** FORNECEDOR SEM HOMOLOGACAO -"
                         " RECUSADO ***"
                 ELSE
                     DISPLAY "*** AVISO: FORNECEDOR SEM"
                         " HOMOLOGACAO ***"
                 END-IF
           END-EVALUATE.
       CONFERE-HOMOL-FIM.
           EXIT.

      *---------[ CRIVO DO ORCAMENTO DO DEPARTAMENTO ]------------------
      *  COMPROMETIDO DO MES (CADCOMPROM) + ESTE PEDIDO CONTRA  *
       LOG-OVERRIDE-FIM.
           EXIT.

      *---------[ SEGREGACAO DE FUNCOES (CONSSEGREG) ]------------------
      *  RECUSA (W-SGP-RESULT = R) QUANDO O OPERADOR JA FEZ NO  *
      *  PEDIDO UM PASSO INCOMPATIVEL COM ESTE (CADSEGREG)      *
       CONFERE-SEGREG.
           MOVE "V" TO W-SGP-FUNCAO
           MOVE "APROVPED" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT
           IF W-SGP-RESULT = "R"
               DISPLAY "*** SEGREGACAO DE FUNCOES: " W-OPERADOR-LOG
                   " JA FEZ " W-SGP-PASSO-CONFL " NO PEDIDO "
                   W-SGP-NUMPED " EM " W-SGP-DATA-CONFL " ***"
               DISPLAY "*** " W-SGP-PASSO " DEVE SER FEITO POR OUTRO"
                   " OPERADOR ***".
       CONFERE-SEGREG-FIM.
           EXIT.

       GRAVA-PASSO.
           MOVE "G" TO W-SGP-FUNCAO
           MOVE "APROVPED" TO W-SGP-PASSO
           MOVE W-NUMPED TO W-SGP-NUMPED
           MOVE W-OPERADOR-LOG TO W-SGP-OPERADOR
           CALL "CONSSEGREG" USING W-SGP-PARAM W-SGP-RESULT.
       GRAVA-PASSO-FIM.
           EXIT.

      *---------[ OPERADOR LOGADO DA SESSAO (OPERSESSAO) ]--------------
       LE-OPERADOR.
           MOVE SPACES TO W-OPERADOR-LOG
           MOVE "L" TO W-OPS-OPERACAO
           CALL "OPERSESSAO" USING W-OPS-OPERACAO W-OPERADOR-LOG.
       LE-OPERADOR-FIM.
           EXIT.

      *---------[ DOCUMENTO ESCOLHIDO NA CAIXA DE PENDENCIAS ]----------
       LE-DOCPEND.
           MOVE "L" TO W-DCS-OPERACAO
           MOVE "APROVPED" TO W-DCS-PROGRAMA
           CALL "DOCSESSAO" USING W-DCS-OPERACAO W-DCS-PROGRAMA
                                  W-DOC-PEND.
       LE-DOCPEND-FIM.
           EXIT.

      *---------[ CABECALHO DO PEDIDO COM DADOS DO FORNECEDOR ]---------
       MOSTRA-CABECALHO.
           MOVE PED-CNPJ TO CNPJ
                   " - FORNECEDOR NAO CADASTRADO".
           DISPLAY "CNPJ: " PED-CNPJ
               "  EMISSAO: " PED-DATA-EMISSAO
           MOVE PED-CNPJ TO W-CNT-CNPJCPF
           MOVE 3 TO W-CNT-FUNCAO
           CALL "CONSCONT" USING W-CNT-PARAM W-CNT-RESULT
           IF W-CNT-RESULT = "S"
               DISPLAY "CONTATO: " W-CNT-NOME "  FONE "
                   W-CNT-TELEFONE
               DISPLAY "E-MAIL: " W-CNT-EMAIL.
           MOVE PED-SITUACAO TO W-OPCAO
           MOVE 1 TO AUX
           MOVE PED-SITUACAO TO TXTSITPED1
