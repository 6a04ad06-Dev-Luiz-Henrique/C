       01 REG-HIST.
           02 COD-HIST           PIC 9(03).
           02 CPF-HIST           PIC 9(11).
           02 RESTO-HIST         PIC X(220).

       FD RELARQ LABEL RECORD IS OMITTED.
       01 REL-ARQ                PIC X(80).
