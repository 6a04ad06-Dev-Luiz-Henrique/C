      *                PARAMETRO, A DATA DE HOJE), OPERADOR, HORA,
      *                PROGRAMA, ACAO E CHAVE TOCADA, COM TOTAL POR
      *                OPERADOR - PARA A PERGUNTA "QUEM MEXEU NESTE
      *                REGISTRO E QUANDO" TER RESPOSTA. ALEM DA TRILHA
      *                VIVA, LE OS ARQUIVOS MORTOS DA RETENCAO RETHIST
      *                (CATALOGO ARQCAT.DAT) DO MES DA DATA CONSULTADA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ATIVLOG ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-ATIVLOG-STATUS.
           SELECT OPTIONAL ARQCAT ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-ARQCAT-STATUS.
           SELECT ATIVMORTO ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-ATIVMORTO-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELATIVD ASSIGN TO DISK
               FILE STATUS IS W-RELATIVD-STATUS.
           02 ATV-ACAO         PIC X(10).
           02 ATV-CHAVE        PIC X(14).

      *    CATALOGO DOS ARQUIVOS MORTOS E O MORTO DO MES, NO MESMO
      *    LAYOUT DA TRILHA VIVA
       FD ARQCAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REG-ARQCAT.
           COPY ARQCAT.

       FD ATIVMORTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-MORTO.
       01 REG-ATIVMORTO.
           02 MOR-OPERADOR     PIC X(05).
           02 MOR-DATA         PIC 9(08).
           02 MOR-HORA         PIC 9(06).
           02 MOR-PROGRAMA     PIC X(08).
           02 MOR-ACAO         PIC X(10).
           02 MOR-CHAVE        PIC X(14).

       SD TRAB.
       01 REG-TRAB.
           02 OPERADOR-TRAB    PIC X(05).

       77 WOPERADOR            PIC X(05) VALUE SPACES.
       77 CT-ACOES-OPER        PIC 9(05) VALUE ZEROS.
       77 FIM-CAT              PIC X(03) VALUE "NAO".
       77 FIM-MORTO            PIC X(03) VALUE "NAO".
       77 W-ARQ-MORTO          PIC X(20) VALUE SPACES.
       77 CT-MORTOS            PIC 9(05) VALUE ZEROS.

       01 W-PARM-EXEC.
           02 W-PARM-DATA      PIC 9(08).
      *    FILE STATUS DOS ARQUIVOS
       77 W-ATIVLOG-STATUS     PIC X(02) VALUE "00".
       77 W-RELATIVD-STATUS    PIC X(02) VALUE "00".
       77 W-ARQCAT-STATUS      PIC X(02) VALUE "00".
       77 W-ATIVMORTO-STATUS   PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           PERFORM LE-ATIVLOG.
           PERFORM SELECIONA-ACAO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ATIVLOG.
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

       LE-ATIVLOG SECTION.
           READ ATIVLOG AT END MOVE "SIM" TO FIM-ARQ.
           END-IF.
           PERFORM LE-ATIVLOG.

      *================================================================*

       LE-ARQCAT SECTION.
           READ ARQCAT AT END MOVE "SIM" TO FIM-CAT.
           IF FIM-CAT NOT EQUAL "SIM" AND
              W-ARQCAT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TRATA-ARQCAT SECTION.
           IF CAT-ARQUIVO EQUAL "ATIVLOG.DAT" AND
              CAT-AAAAMM EQUAL W-DATA-CONSULTA (1:6)
               PERFORM LIBERA-MORTO.
           PERFORM LE-ARQCAT.

      *    ARQUIVO MORTO ANOTADO E NAO ENCONTRADO INTERROMPE: O
      *    RELATORIO SAIRIA INCOMPLETO PARA O DIA
       LIBERA-MORTO SECTION.
           MOVE CAT-NOME-MORTO TO W-ARQ-MORTO.
           MOVE "NAO" TO FIM-MORTO.
           OPEN INPUT ATIVMORTO.
           IF W-ATIVMORTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " W-ARQ-MORTO " - STATUS: "
                   W-ATIVMORTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-MORTOS.
           PERFORM LIBERA-UM-MORTO UNTIL FIM-MORTO EQUAL "SIM".
           CLOSE ATIVMORTO.

       LIBERA-UM-MORTO SECTION.
           READ ATIVMORTO AT END MOVE "SIM" TO FIM-MORTO.
           IF FIM-MORTO NOT EQUAL "SIM"
               IF W-ATIVMORTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA LEITURA DE " W-ARQ-MORTO
                       " - STATUS: " W-ATIVMORTO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-LIDOS
               IF MOR-DATA EQUAL W-DATA-CONSULTA
                   MOVE MOR-OPERADOR TO OPERADOR-TRAB
                   MOVE MOR-HORA TO HORA-TRAB
                   MOVE MOR-PROGRAMA TO PROGRAMA-TRAB
                   MOVE MOR-ACAO TO ACAO-TRAB
                   MOVE MOR-CHAVE TO CHAVE-TRAB
                   RELEASE REG-TRAB
                   ADD 1 TO CT-SELECIONADOS
               END-IF
           END-IF.

      *================================================================*

       ROT-SAIDA SECTION.
           MOVE "ACOES NO DIA" TO ROT-CTRL.
           MOVE CT-SELECIONADOS TO VAL-CTRL.
           WRITE REL-ATIVD FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "ARQUIVOS MORTOS LIDOS" TO ROT-CTRL.
           MOVE CT-MORTOS TO VAL-CTRL.
           WRITE REL-ATIVD FROM DET-CTRL AFTER ADVANCING 1 LINE.

       FIM SECTION.
           IF CT-SELECIONADOS EQUAL ZEROS
