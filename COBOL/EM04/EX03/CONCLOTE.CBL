           02 PRECO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 COD-FORN-ATUMERC         PIC 9(03).
           02 CLASSE-ABC-ATUMERC       PIC X(01).

       FD RELCONC LABEL RECORD IS OMITTED.
       01 REL-CONC                     PIC X(80).
