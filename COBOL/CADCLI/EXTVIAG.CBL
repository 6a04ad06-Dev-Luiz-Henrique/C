       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       FD VIAGREQ LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VIAGREQ.DAT".
