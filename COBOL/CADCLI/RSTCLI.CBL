           02 COD-HIST           PIC 9(03).
           02 CPF-HIST           PIC 9(11).
           02 NOME-HIST          PIC X(30).
           02 RESTO-HIST         PIC X(190).

       WORKING-STORAGE SECTION.
       77 FIM-RESTAURACAO      PIC X(03) VALUE "NAO".
