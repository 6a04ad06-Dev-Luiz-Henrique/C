      *                PELO ARQCLI) E A TRILHA DE ENDERECOS AUDEND.DAT
      *                DO TITULAR, COM NUMERO DE PROTOCOLO (DATA, HORA
      *                E SEQUENCIA) PARA ARQUIVAR JUNTO AO PEDIDO.
      *                A TRILHA INCLUI OS ARQUIVOS MORTOS DO AUDEND
      *                GERADOS PELA RETENCAO RETHIST (CATALOGO
      *                ARQCAT.DAT), DE QUALQUER PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-AUDEND-STATUS.
           SELECT OPTIONAL ARQCAT ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQCAT-STATUS.
           SELECT AUDMORTO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-AUDMORTO-STATUS.
           SELECT RELACES ASSIGN TO DISK
               FILE STATUS IS W-RELACES-STATUS.

           02 COD-HIST           PIC 9(03).
           02 CPF-HIST           PIC 9(11).
           02 NOME-HIST          PIC X(30).
           02 RESTO-HIST         PIC X(190).

       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       FD AUDEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDEND.DAT".
           02 AUD-END-ANTIGO  PIC X(50).
           02 AUD-END-NOVO    PIC X(50).

      *    CATALOGO DOS ARQUIVOS MORTOS E O MORTO DO MES, NO MESMO
      *    LAYOUT DA TRILHA VIVA
       FD ARQCAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REG-ARQCAT.
           COPY ARQCAT.

       FD AUDMORTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-MORTO.
       01 REG-AUDMORTO.
           02 MOR-CC          PIC 9(03).
           02 MOR-DATA        PIC 9(08).
           02 MOR-END-ANTIGO  PIC X(50).
           02 MOR-END-NOVO    PIC X(50).

       FD RELACES LABEL RECORD IS OMITTED.
       01 REL-ACES               PIC X(80).

       77 FIM-CONSULTA         PIC X(03) VALUE "NAO".
       77 FIM-VIS              PIC X(03) VALUE "NAO".
       77 FIM-AUD              PIC X(03) VALUE "NAO".
       77 FIM-CAT              PIC X(03) VALUE "NAO".
       77 FIM-MORTO            PIC X(03) VALUE "NAO".
       77 W-ARQ-MORTO          PIC X(20) VALUE SPACES.
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-HIST-ENCONTRADO    PIC X(03) VALUE "NAO".
       77 W-CPF-VALIDO         PIC X(03) VALUE "SIM".
       77 W-CADCLIH-STATUS     PIC X(02) VALUE "00".
       77 W-VISITAS-STATUS     PIC X(02) VALUE "00".
       77 W-AUDEND-STATUS      PIC X(02) VALUE "00".
       77 W-ARQCAT-STATUS      PIC X(02) VALUE "00".
       77 W-AUDMORTO-STATUS    PIC X(02) VALUE "00".
       77 W-RELACES-STATUS     PIC X(02) VALUE "00".

       01 W-ENTRADA-CPF        PIC X(11) JUSTIFIED RIGHT.
           MOVE "NIVEL FIDELIDADE: " TO ROT-DET.
           MOVE NIVEL-FIDEL-ENT TO VAL-DET.
           WRITE REL-ACES FROM DET-ROTULO AFTER ADVANCING 1 LINE.
           MOVE "PASSAPORTE......: " TO ROT-DET.
           MOVE SPACES TO VAL-DET.
           STRING PASSAPORTE-ENT " VALIDADE " DT-VALID-PASS-ENT
               DELIMITED BY SIZE INTO VAL-DET.
           WRITE REL-ACES FROM DET-ROTULO AFTER ADVANCING 1 LINE.

       IMP-HISTORICO.
           MOVE "HISTORICO DE ARQUIVAMENTO (CADCLIH.DAT):"
               PERFORM LISTA-AUDITORIA UNTIL FIM-AUD EQUAL "SIM"
               CLOSE AUDEND
           END-IF.
           PERFORM IMP-AUDITORIA-MORTA.
           IF CT-AUD-TITULAR EQUAL ZEROS
               MOVE "SITUACAO........: " TO ROT-DET
               MOVE "NENHUM REGISTRO DE ENDERECO" TO VAL-DET
           END-IF.
           PERFORM LE-AUDEND.

      *    ARQUIVOS MORTOS DO AUDEND: TODOS OS MESES DO CATALOGO, POIS
      *    O EXTRATO DEVE MOSTRAR TUDO O QUE SE GUARDA DO TITULAR

       IMP-AUDITORIA-MORTA.
           MOVE "NAO" TO FIM-CAT.
           OPEN INPUT ARQCAT.
           IF W-ARQCAT-STATUS NOT EQUAL "00" AND
              W-ARQCAT-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               STOP RUN.
           PERFORM LE-ARQCAT.
           PERFORM TRATA-ARQCAT UNTIL FIM-CAT EQUAL "SIM".
           CLOSE ARQCAT.

       LE-ARQCAT.
           READ ARQCAT AT END MOVE "SIM" TO FIM-CAT.
           IF FIM-CAT NOT EQUAL "SIM" AND
              W-ARQCAT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               STOP RUN.

       TRATA-ARQCAT.
           IF CAT-ARQUIVO EQUAL "AUDEND.DAT"
               MOVE CAT-NOME-MORTO TO W-ARQ-MORTO
               MOVE "NAO" TO FIM-MORTO
               OPEN INPUT AUDMORTO
               IF W-AUDMORTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR " W-ARQ-MORTO " - STATUS: "
                       W-AUDMORTO-STATUS
                   STOP RUN
               END-IF
               PERFORM LE-AUDMORTO
               PERFORM LISTA-AUDITORIA-MORTA
                   UNTIL FIM-MORTO EQUAL "SIM"
               CLOSE AUDMORTO
           END-IF.
           PERFORM LE-ARQCAT.

       LE-AUDMORTO.
           READ AUDMORTO AT END MOVE "SIM" TO FIM-MORTO.
           IF FIM-MORTO NOT EQUAL "SIM" AND
              W-AUDMORTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE " W-ARQ-MORTO
                   " - STATUS: " W-AUDMORTO-STATUS
               STOP RUN.

       LISTA-AUDITORIA-MORTA.
           IF W-COD-TITULAR NOT EQUAL ZEROS AND
              MOR-CC EQUAL W-COD-TITULAR
               MOVE MOR-DATA TO DET-AUD-DATA
               MOVE MOR-END-ANTIGO TO DET-AUD-ANTIGO
               MOVE MOR-END-NOVO TO DET-AUD-NOVO
               WRITE REL-ACES FROM DET-AUDITORIA AFTER ADVANCING
                   1 LINE
               ADD 1 TO CT-AUD-TITULAR
           END-IF.
           PERFORM LE-AUDMORTO.

      *================================================================*

       TERMINO.
