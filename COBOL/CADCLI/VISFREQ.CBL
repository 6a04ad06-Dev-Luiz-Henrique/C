       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       SD TRAB.
       01 REG-TRAB.
             03 AAAA-TRAB        PIC 9(04).
           02 DESTINO-TRAB       PIC X(30).
           02 VALOR-TRAB         PIC 9(07)V99.
           02 FILLER             PIC X(11).

       FD RELVISIT LABEL RECORD IS OMITTED.
       01 REL-VISIT              PIC X(80).
