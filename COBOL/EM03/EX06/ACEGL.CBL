      *                DESCRICAO DA CONTA DO PLANO E TERMINA COM
      *                RETURN-CODE DIFERENTE DE ZERO QUANDO O ARQUIVO
      *                NAO BALANCEIA OU TRAZ CONTA INVALIDA, PARA O
      *                NOITE.BAT SEGURAR A ENTREGA. O CENTRO DE CUSTO
      *                PREENCHIDO NO LANCAMENTO TEM DE CONSTAR DO
      *                CADASTRO CCUSTO.DAT; O QUE NAO CONSTA VAI PARA
      *                O RELGLINV E TAMBEM SEGURA A ENTREGA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PLANOCTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PLANOCTA-STATUS.
           SELECT CCUSTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-CCUSTO-STATUS.
           SELECT RELGLJ ASSIGN TO DISK
               FILE STATUS IS W-RELGLJ-STATUS.
           SELECT RELGLINV ASSIGN TO DISK
           02 GL-DC                 PIC X(01).
           02 FILLER                PIC X(02).
           02 GL-VALOR              PIC S9(12)V99.
           02 FILLER                PIC X(02).
           02 GL-CCUSTO             PIC X(04).

      *    PLANO DE CONTAS: CONTA E DESCRICAO OFICIAL
       FD PLANOCTA LABEL RECORD ARE STANDARD
           02 CTA-CONTA             PIC X(06).
           02 CTA-DESCRICAO         PIC X(30).

      *    CADASTRO DE CENTROS DE CUSTO
       FD CCUSTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REG-CCUSTO.
           COPY CCUSTO.

       FD RELGLJ LABEL RECORD IS OMITTED.
       01 REL-GLJ                   PIC X(112).

             03 TP-CONTA     PIC X(06).
             03 TP-DESCRICAO PIC X(30).

      *    CENTROS DE CUSTO CARREGADOS EM TABELA; CODIGO EM BRANCO E
      *    A EMPRESA COMO UM TODO E NAO E CONFERIDO
       77 FIM-CCUSTO       PIC X(03) VALUE "NAO".
       77 CT-TAB-CCUSTO    PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-I       PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-ACHOU   PIC X(03) VALUE "NAO".
       77 CT-CCUSTO-INVALIDO PIC 9(05) VALUE ZEROS.

       01 TAB-CCUSTO.
           02 TAB-CCUSTO-OCR OCCURS 200 TIMES.
             03 TC-CODIGO    PIC X(04).

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.
      *    FILE STATUS DOS ARQUIVOS
       77 W-GLCONTAB-STATUS PIC X(02) VALUE "00".
       77 W-PLANOCTA-STATUS PIC X(02) VALUE "00".
       77 W-CCUSTO-STATUS  PIC X(02) VALUE "00".
       77 W-RELGLJ-STATUS  PIC X(02) VALUE "00".
       77 W-RELGLINV-STATUS PIC X(02) VALUE "00".

           02 DET-VALOR PIC ZZZZZZZZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DESC-PLANO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CCUSTO PIC X(04).
           02 FILLER PIC X(13) VALUE SPACES.

       01 DET-INVALIDA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 INV-VALOR PIC ZZZZZZZZZZZ9,99.
           02 FILLER PIC X(05) VALUE SPACES.

       01 DET-CCUSTO-INVALIDO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "CCUSTO INVALIDO: ".
           02 INVC-CCUSTO PIC X(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 INVC-CONTA PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 INVC-DESCRICAO PIC X(30).
           02 INVC-VALOR PIC ZZZZZZZZZZZ9,99.

       01 ROD-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-TOTAL PIC X(20).
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-CCUSTO.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.
           MOVE CTA-DESCRICAO TO TP-DESCRICAO (CT-TAB-PLANO).
           PERFORM LE-PLANO.

      *================================================================*
      * CARGA DO CADASTRO DE CENTROS DE CUSTO; SEM O CADASTRO NAO HA
      * COMO CONFERIR E A ACEITACAO E RECUSADA, COMO NO PLANO

       CARREGA-CCUSTO.
           OPEN INPUT CCUSTO.
           IF W-CCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "CCUSTO.DAT INDISPONIVEL - STATUS: "
                   W-CCUSTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CCUSTO.
           PERFORM CARREGA-UM-CCUSTO UNTIL FIM-CCUSTO EQUAL "SIM".
           CLOSE CCUSTO.

       LE-CCUSTO.
           READ CCUSTO AT END MOVE "SIM" TO FIM-CCUSTO.
           IF FIM-CCUSTO NOT EQUAL "SIM" AND
              W-CCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CCUSTO - STATUS: "
                   W-CCUSTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UM-CCUSTO.
           ADD 1 TO CT-TAB-CCUSTO.
           IF CT-TAB-CCUSTO GREATER THAN 200
               DISPLAY "ERRO: CCUSTO.DAT EXCEDE O LIMITE DE 200 "
                   "CENTROS DE CUSTO"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CC-CODIGO TO TC-CODIGO (CT-TAB-CCUSTO).
           PERFORM LE-CCUSTO.

      *================================================================*

       LEITURA.
           PERFORM BUSCA-CONTA-PLANO.
           IF W-PLANO-ACHOU EQUAL "NAO"
               PERFORM IMP-CONTA-INVALIDA.
           IF GL-CCUSTO NOT EQUAL SPACES
               PERFORM BUSCA-CCUSTO
               IF W-CCUSTO-ACHOU EQUAL "NAO"
                   PERFORM IMP-CCUSTO-INVALIDO.
           MOVE GL-CONTA TO DET-CONTA.
           MOVE GL-DESCRICAO TO DET-DESCRICAO.
           MOVE GL-DC TO DET-DC.
           MOVE GL-VALOR TO DET-VALOR.
           MOVE W-DESC-PLANO TO DET-DESC-PLANO.
           MOVE GL-CCUSTO TO DET-CCUSTO.
           WRITE REL-GLJ FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELGLJ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELGLJ - STATUS: "
               STOP RUN.
           ADD 1 TO CT-CONTA-INVALIDA.

      *================================================================*
      * CONFERENCIA DO CENTRO DE CUSTO CONTRA O CADASTRO

       BUSCA-CCUSTO.
           MOVE "NAO" TO W-CCUSTO-ACHOU.
           MOVE 1 TO W-CCUSTO-I.
           PERFORM TESTA-CCUSTO UNTIL W-CCUSTO-I GREATER THAN
               CT-TAB-CCUSTO OR W-CCUSTO-ACHOU EQUAL "SIM".

       TESTA-CCUSTO.
           IF TC-CODIGO (W-CCUSTO-I) EQUAL GL-CCUSTO
               MOVE "SIM" TO W-CCUSTO-ACHOU
           ELSE
               ADD 1 TO W-CCUSTO-I.

       IMP-CCUSTO-INVALIDO.
           MOVE GL-CCUSTO TO INVC-CCUSTO.
           MOVE GL-CONTA TO INVC-CONTA.
           MOVE GL-DESCRICAO TO INVC-DESCRICAO.
           MOVE GL-VALOR TO INVC-VALOR.
           WRITE REL-GLINV FROM DET-CCUSTO-INVALIDO AFTER ADVANCING
               1 LINE.
           IF W-RELGLINV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELGLINV - STATUS: "
                   W-RELGLINV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-CCUSTO-INVALIDO.

      *================================================================*

       CABECALHO.
           MOVE "CONTAS FORA DO PLANO:" TO ROT-TOTAL.
           MOVE CT-CONTA-INVALIDA TO VAL-TOTAL.
           WRITE REL-GLJ FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "CCUSTOS INVALIDOS:" TO ROT-TOTAL.
           MOVE CT-CCUSTO-INVALIDO TO VAL-TOTAL.
           WRITE REL-GLJ FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-GLJ FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
               DISPLAY "GLCONTAB COM " CT-CONTA-INVALIDA
                   " CONTA(S) FORA DO PLANO - ENTREGA SEGURADA"
               MOVE 8 TO RETURN-CODE.
           IF CT-CCUSTO-INVALIDO GREATER THAN ZEROS
               DISPLAY "GLCONTAB COM " CT-CCUSTO-INVALIDO
                   " CENTRO(S) DE CUSTO FORA DO CADASTRO - ENTREGA "
                   "SEGURADA"
               MOVE 8 TO RETURN-CODE.
