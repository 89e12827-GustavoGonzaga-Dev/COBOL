       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSPERIODO.
      ***********************************************
      *  SUBPROGRAMA DO BLOQUEIO DE COMPETENCIA,      *
      *  CHAMADO PELOS PROGRAMAS QUE LANCAM MOVIMENTO *
      *  ANTES DE GRAVAR. LE EM CADPERIODO (MANTIDO   *
      *  EM PERIODO) A COMPETENCIA AAAAMM DA DATA     *
      *  INFORMADA (0 = HOJE) NO MODULO E DEVOLVE:    *
      *  A = ABERTA (OU SEM REGISTRO EM CADPERIODO)   *
      *  F = FECHADA - O LANCAMENTO DEVE SER RECUSADO *
      *  MODULOS: EST=ESTOQUE VEN=VENDAS COM=COMPRAS  *
      *  FOL=FOLHA TES=TESOURARIA                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPERIODO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDO-KEY
                    FILE STATUS  IS ST-PDO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPERIODO
            LABEL RECORD IS STANDARD
            VALUE OF FILE-ID IS "CADPERIODO.DAT".
       01 REGPERIODO.
           03 PDO-KEY.
              05 PDO-MODULO        PIC X(03).
              05 PDO-COMPET        PIC 9(06).
           03 PDO-SITUACAO         PIC X(01).
           03 PDO-DATA-FECHA       PIC 9(08).
           03 PDO-OPER-FECHA       PIC X(08).
           03 PDO-DATA-REABRE      PIC 9(08).
           03 PDO-OPER-REABRE      PIC X(08).
           03 PDO-SUPERVISOR       PIC X(08).
           03 PDO-MOTIVO           PIC X(40).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-PDO         PIC X(02) VALUE "00".
       01 W-DATA-REF     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
       01 CPR-PARAM.
           03 CPR-MODULO        PIC X(03).
           03 CPR-DATA          PIC 9(08).
       01 CPR-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CPR-PARAM CPR-RESULT.
       INICIO.
           MOVE "A" TO CPR-RESULT
           MOVE CPR-DATA TO W-DATA-REF
           IF W-DATA-REF = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO W-DATA-REF.

       R0.
           OPEN INPUT CADPERIODO
           IF ST-PDO NOT = "00"
               GO TO ROT-FIM3.
           MOVE CPR-MODULO TO PDO-MODULO
           MOVE W-DATA-REF (1:6) TO PDO-COMPET
           READ CADPERIODO
           IF ST-PDO = "00" AND PDO-SITUACAO = "F"
               MOVE "F" TO CPR-RESULT.
           CLOSE CADPERIODO.
       ROT-FIM3.
           GOBACK.
