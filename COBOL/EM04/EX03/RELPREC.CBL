      *                OPERADOR, COM PRECO ANTIGO, PRECO NOVO E A
      *                VARIACAO PERCENTUAL, DESTACANDO COM "***" AS
      *                VARIACOES DE 50 POR CENTO OU MAIS.
      *                ALEM DA TRILHA VIVA, LE OS ARQUIVOS MORTOS DA
      *                RETENCAO RETHIST (CATALOGO ARQCAT.DAT) DOS
      *                MESES QUE CAEM NO PERIODO PEDIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDPREC ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-AUDPREC-STATUS.
           SELECT OPTIONAL ARQCAT ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-ARQCAT-STATUS.
           SELECT PRECMORTO ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-PRECMORTO-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELPRECO ASSIGN TO DISK
               FILE STATUS IS W-RELPRECO-STATUS.
           02 AUDPREC-PRECO-ANT        PIC 9(04)V9(02).
           02 AUDPREC-PRECO-NOVO       PIC 9(04)V9(02).

      *    CATALOGO DOS ARQUIVOS MORTOS E O MORTO DO MES, NO MESMO
      *    LAYOUT DA TRILHA VIVA
       FD ARQCAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REG-ARQCAT.
           COPY ARQCAT.

       FD PRECMORTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-MORTO.
       01 REG-PRECMORTO.
           02 MOR-COD                  PIC 9(03).
           02 MOR-DATA                 PIC 9(08).
           02 MOR-PRECO-ANT            PIC 9(04)V9(02).
           02 MOR-PRECO-NOVO           PIC 9(04)V9(02).

       SD TRAB.
       01 REG-TRAB.
           02 COD-TRAB                 PIC 9(03).
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-PERC-VARIACAO  PIC S9(04)V99 VALUE ZEROS.
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
       77 W-AUDPREC-STATUS PIC X(02) VALUE "00".
       77 W-ARQCAT-STATUS  PIC X(02) VALUE "00".
       77 W-PRECMORTO-STATUS PIC X(02) VALUE "00".
       77 W-RELPRECO-STATUS PIC X(02) VALUE "00".

      *    PERIODO EM AAAAMMDD; ZEROS LISTA TUDO
       PGM-RELPREC.
           PERFORM OBTER-PARAMETROS.
           SORT TRAB ASCENDING KEY COD-TRAB, DATA-TRAB
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
      * NO PERIODO ENTRAM NO SORT; O FILTRO FINO DE DATA CONTINUA NA
      * SAIDA

       ROT-ENTRADA SECTION.
           OPEN INPUT AUDPREC.
           IF W-AUDPREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AUDPREC - STATUS: "
                   W-AUDPREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LIBERA-AUDPREC UNTIL FIM-VIVO EQUAL "SIM".
           CLOSE AUDPREC.
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

       LIBERA-AUDPREC SECTION.
           READ AUDPREC AT END MOVE "SIM" TO FIM-VIVO.
           IF FIM-VIVO NOT EQUAL "SIM"
               IF W-AUDPREC-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA LEITURA DE AUDPREC - STATUS: "
                       W-AUDPREC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-AUDPREC TO REG-TRAB
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
           IF CAT-ARQUIVO EQUAL "AUDPREC.DAT" AND
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
           OPEN INPUT PRECMORTO.
           IF W-PRECMORTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " W-ARQ-MORTO " - STATUS: "
                   W-PRECMORTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-MORTOS.
           PERFORM LIBERA-UM-MORTO UNTIL FIM-MORTO EQUAL "SIM".
           CLOSE PRECMORTO.

      *================================================================*

       LIBERA-UM-MORTO SECTION.
           READ PRECMORTO AT END MOVE "SIM" TO FIM-MORTO.
           IF FIM-MORTO NOT EQUAL "SIM"
               IF W-PRECMORTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA LEITURA DE " W-ARQ-MORTO
                       " - STATUS: " W-PRECMORTO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE REG-PRECMORTO TO REG-TRAB
               RELEASE REG-TRAB
           END-IF.

      *================================================================*

           MOVE "REPRECIFICACOES LISTADAS:" TO ROT-ESTAT.
           MOVE CT-LISTADOS TO VAL-ESTAT.
           WRITE REL-PRECO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ARQUIVOS MORTOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-MORTOS TO VAL-ESTAT.
           WRITE REL-PRECO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-PRECO FROM DET-ESTAT-DATAHORA AFTER ADVANCING
