       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       SD TRAB.
       01 REG-TRAB.
           02 DT-TRAB            PIC 9(08).
           02 DESTINO-TRAB       PIC X(30).
           02 VALOR-TRAB         PIC 9(07)V99.
           02 FILLER             PIC X(11).

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
