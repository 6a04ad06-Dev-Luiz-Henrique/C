       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

      *    DETALHE REGRAVADO; SUBSTITUI VISITAS.DAT APOS A EXECUCAO
       FD VISITNV LABEL RECORD ARE STANDARD
           02 DT-VISITNV         PIC 9(08).
           02 DESTINO-VISITNV    PIC X(30).
           02 VALOR-VISITNV      PIC 9(07)V99.
           02 COD-PAC-VISITNV    PIC X(06).
           02 COD-VEN-VISITNV    PIC X(05).

       FD RELMRG LABEL RECORD IS OMITTED.
       01 REL-MRG                PIC X(80).
