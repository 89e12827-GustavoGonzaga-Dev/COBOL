           03 DEPOS-CODIGO    PIC 9(02).
           03 DEPOS-NOME      PIC X(20).
           03 DEPOS-SITUACAO  PIC X(01).
           03 DEPOS-FILIAL    PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
