       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       WORKING-STORAGE SECTION.
       77 FIM-LANCAMENTO       PIC X(03) VALUE "NAO".
           MOVE W-DATA-DIGITADA TO DT-VISITA.
           MOVE W-DESTINO-DIGITADO TO DESTINO-VISITA.
           MOVE W-VALOR-DIGITADO TO VALOR-VISITA.
      *    VIAGEM LANCADA A MAO E AVULSA E DE VENDA DIRETA
           MOVE SPACES TO COD-PAC-VISITA.
           MOVE ZEROS TO COD-VEN-VISITA.
           WRITE REG-VISITA.
           IF W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VISITAS - STATUS: "
