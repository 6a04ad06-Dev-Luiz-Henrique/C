           02 PRECO-UNIT-ATUMERC   PIC 9(04)V9(02).
           02 CUSTO-UNIT-ATUMERC   PIC 9(04)V9(02).
           02 COD-FORN-ATUMERC     PIC 9(03).
           02 CLASSE-ABC-ATUMERC   PIC X(01).

      *    AJUSTES NO FORMATO DO MOVMERC.DAT, COM HEADER E TRAILER
       FD AJUMERC LABEL RECORD ARE STANDARD
