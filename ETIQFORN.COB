      *  EM CADCEP (MESMA JUNCAO DE READ-CADFORN/     *
      *  READ-CADCEP) E IMPRIME UM BLOCO DE ENDERECO  *
      *  PRONTO PARA ETIQUETA POR FORNECEDOR           *
      *  A ETIQUETA SAI AOS CUIDADOS DO CONTATO DE    *
      *  VENDAS DO FORNECEDOR EM CADCONTEMP (VIA      *
      *  CONSCONT)                                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-CEP         PIC X(02) VALUE "00".
       01 W-TOTETIQ      PIC 9(06) VALUE ZEROS.
       01 W-CNT-PARAM.
           03 W-CNT-CNPJCPF       PIC 9(15).
           03 W-CNT-FUNCAO        PIC 9(01).
           03 W-CNT-NOME          PIC X(30).
           03 W-CNT-TELEFONE      PIC X(15).
           03 W-CNT-EMAIL         PIC X(30).
           03 W-CNT-FUNCAO-ACHADA PIC 9(01).
       01 W-CNT-RESULT   PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
               NOME
               DELIMITED BY SIZE INTO W-LINHA
           PERFORM GRAVA-SPOOL
           MOVE CNPJ TO W-CNT-CNPJCPF
           MOVE 3 TO W-CNT-FUNCAO
           CALL "CONSCONT" USING W-CNT-PARAM W-CNT-RESULT
           IF W-CNT-RESULT = "S"
               MOVE SPACES TO W-LINHA
               STRING
                   "A/C " W-CNT-NOME
                   DELIMITED BY SIZE INTO W-LINHA
               PERFORM GRAVA-SPOOL.
           IF ST-CEP = "00"
               MOVE SPACES TO W-LINHA
               STRING
