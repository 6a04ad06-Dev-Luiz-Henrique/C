      *                SOBRE O NOVO E TOTAL DE ALTERACOES POR
      *                CLIENTE, PARA RESPONDER QUEM ALTEROU O
      *                ENDERECO E QUANDO SEM DESPEJAR O ARQUIVO BRUTO.
      *                ALEM DA TRILHA VIVA, LE OS ARQUIVOS MORTOS DA
      *                RETENCAO RETHIST (CATALOGO ARQCAT.DAT) DOS
      *                MESES QUE CAEM NO PERIODO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDEND ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-AUDEND-STATUS.
           SELECT OPTIONAL ARQCAT ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-ARQCAT-STATUS.
           SELECT AUDMORTO ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-AUDMORTO-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELAUDIT ASSIGN TO DISK
               FILE STATUS IS W-RELAUDIT-STATUS.
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

       SD TRAB.
       01 REG-TRAB.
           02 CC-TRAB         PIC 9(03).
       77 WCC              PIC 9(03) VALUE ZEROS.
       77 W-TEM-CLIENTE    PIC X(03) VALUE "NAO".
       77 CT-ALT-CLIENTE   PIC 9(05) VALUE ZEROS.
       77 FIM-VIVO         PIC X(03) VALUE "NAO".
       77 FIM-CAT          PIC X(03) VALUE "NAO".
       77 FIM-MORTO        PIC X(03) VALUE "NAO".
       77 W-ARQ-MORTO      PIC X(20) VALUE SPACES.
       77 W-MES-INI        PIC 9(06) VALUE ZEROS.
       77 W-MES-FIM        PIC 9(06) VALUE ZEROS.
       77 CT-MORTOS        PIC 9(05) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-AUDEND-STATUS  PIC X(02) VALUE "00".
       77 W-ARQCAT-STATUS  PIC X(02) VALUE "00".
       77 W-AUDMORTO-STATUS PIC X(02) VALUE "00".
       77 W-RELAUDIT-STATUS PIC X(02) VALUE "00".

      *    PERIODO (AAAAMMDD, COMO AUD-DATA) E FILTRO OPCIONAL DE
       PGM-RELAUD.
           PERFORM OBTER-PARAMETROS.
           SORT TRAB ASCENDING KEY CC-TRAB, DATA-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
              W-PARM-DATA-FIM EQUAL ZEROS
               MOVE 00000000 TO W-PARM-DATA-INI
               MOVE 99999999 TO W-PARM-DATA-FIM.
           DIVIDE W-PARM-DATA-INI BY 100 GIVING W-MES-INI.
           DIVIDE W-PARM-DATA-FIM BY 100 GIVING W-MES-FIM.

      *================================================================*
      * A TRILHA VIVA E OS ARQUIVOS MORTOS DO CATALOGO CUJO MES CAI
      * NO PERIODO ENTRAM NO SORT; O FILTRO FINO DE DATA E CLIENTE
      * CONTINUA NA SAIDA

       ROT-ENTRADA SECTION.
           OPEN INPUT AUDEND.
           IF W-AUDEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AUDEND - STATUS: "
                   W-AUDEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LIBERA-AUDEND UNTIL FIM-VIVO EQUAL "SIM".
           CLOSE AUDEND.
           OPEN INPUT ARQCAT.
           IF W-ARQCAT-STATUS NOT EQUAL "00" AND
              W-ARQCAT-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-ARQCAT.
           PERFORM TRATA-ARQCAT UNTIL FIM-CAT EQUAL "SIM".
           CLOSE ARQCAT.

      *================================================================*

       LIBERA-AUDEND SECTION.
           READ AUDEND AT END MOVE "SIM" TO FIM-VIVO.
           IF FIM-VIVO NOT EQUAL "SIM"
               IF W-AUDEND-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA LEITURA DE AUDEND - STATUS: "
                       W-AUDEND-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-AUD TO REG-TRAB
               RELEASE REG-TRAB
           END-IF.

      *================================================================*

       LE-ARQCAT SECTION.
           READ ARQCAT AT END MOVE "SIM" TO FIM-CAT.
           IF FIM-CAT NOT EQUAL "SIM" AND
              W-ARQCAT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       TRATA-ARQCAT SECTION.
           IF CAT-ARQUIVO EQUAL "AUDEND.DAT" AND
              CAT-AAAAMM NOT LESS W-MES-INI AND
              CAT-AAAAMM NOT GREATER W-MES-FIM
               PERFORM LIBERA-MORTO.
           PERFORM LE-ARQCAT.

      *================================================================*

      *    ARQUIVO MORTO ANOTADO E NAO ENCONTRADO INTERROMPE: O
      *    RELATORIO SAIRIA INCOMPLETO PARA O PERIODO
       LIBERA-MORTO SECTION.
           MOVE CAT-NOME-MORTO TO W-ARQ-MORTO.
           MOVE "NAO" TO FIM-MORTO.
           OPEN INPUT AUDMORTO.
           IF W-AUDMORTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " W-ARQ-MORTO " - STATUS: "
                   W-AUDMORTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-MORTOS.
           PERFORM LIBERA-UM-MORTO UNTIL FIM-MORTO EQUAL "SIM".
           CLOSE AUDMORTO.

      *================================================================*

       LIBERA-UM-MORTO SECTION.
           READ AUDMORTO AT END MOVE "SIM" TO FIM-MORTO.
           IF FIM-MORTO NOT EQUAL "SIM"
               IF W-AUDMORTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA LEITURA DE " W-ARQ-MORTO
                       " - STATUS: " W-AUDMORTO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-AUDMORTO TO REG-TRAB
               RELEASE REG-TRAB
           END-IF.

      *================================================================*

           MOVE "ALTERACOES LISTADAS:" TO ROT-ESTAT.
           MOVE CT-LISTADOS TO VAL-ESTAT.
           WRITE REL-AUDIT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ARQUIVOS MORTOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-MORTOS TO VAL-ESTAT.
           WRITE REL-AUDIT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-AUDIT FROM DET-ESTAT-DATAHORA AFTER ADVANCING
