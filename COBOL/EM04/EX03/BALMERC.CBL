           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

       FD MOVMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVMERC.DAT".
           02 PRECO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 COD-FORN-ATUMERC         PIC 9(03).
           02 CLASSE-ABC-ATUMERC       PIC X(01).

       FD RELBAL LABEL RECORD IS OMITTED.
       01 REL-BAL                      PIC X(80).
