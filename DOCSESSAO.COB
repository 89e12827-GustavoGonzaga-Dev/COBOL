       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCSESSAO.
      ***********************************************
      *  DOCUMENTO DE ENTRADA DA SESSAO - GUARDA NA   *
      *  MEMORIA DESTE MODULO, COMO OPERSESSAO, O     *
      *  PROGRAMA E O DOCUMENTO ESCOLHIDOS NA CAIXA   *
      *  DE PENDENCIAS (CAIXAPEND) PARA O PROGRAMA    *
      *  CHAMADO POR MENUPRINC JA ABRIR POSICIONADO.  *
      *  "G" GRAVA PROGRAMA E DOCUMENTO. "L" LE PELO  *
      *  PROGRAMA INFORMADO: SENDO O MESMO, DEVOLVE O *
      *  DOCUMENTO E LIMPA A GUARDA (USO UNICO);      *
      *  OUTRO PROGRAMA, OU PROGRAMA RODANDO AVULSO,  *
      *  RECEBE O DOCUMENTO EM BRANCO                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 W-PROGRAMA-SESSAO  PIC X(10) VALUE SPACES.
       01 W-DOCUMENTO-SESSAO PIC X(20) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 DCS-OPERACAO   PIC X(01).
       01 DCS-PROGRAMA   PIC X(10).
       01 DCS-DOCUMENTO  PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING DCS-OPERACAO DCS-PROGRAMA
                                DCS-DOCUMENTO.
       INICIO.
       R0.
           IF DCS-OPERACAO = "G"
               MOVE DCS-PROGRAMA TO W-PROGRAMA-SESSAO
               MOVE DCS-DOCUMENTO TO W-DOCUMENTO-SESSAO
               GOBACK.
           MOVE SPACES TO DCS-DOCUMENTO
           IF DCS-PROGRAMA = W-PROGRAMA-SESSAO
              AND W-PROGRAMA-SESSAO NOT = SPACES
               MOVE W-DOCUMENTO-SESSAO TO DCS-DOCUMENTO
               MOVE SPACES TO W-PROGRAMA-SESSAO W-DOCUMENTO-SESSAO.
           GOBACK.
