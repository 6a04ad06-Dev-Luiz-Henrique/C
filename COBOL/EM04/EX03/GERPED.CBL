      *                VALCNPJ NA CARGA DO CADASTRO: FORNECEDOR COM
      *                CNPJ INVALIDO NAO RECEBE PEDIDO, PARA A NOTA
      *                FISCAL NAO NASCER CONTRA UM CNPJ ERRADO.
      *                CADA ITEM DO PEDIDO LEVA A CLASSE ABC DA
      *                MERCADORIA (CLASABC) E OS ITENS DE CLASSE A
      *                VEM PRIMEIRO NO PEDIDO, PARA O COMPRADOR DAR
      *                PRIORIDADE A ELES. O ITEM LEVA TAMBEM O CUSTO
      *                UNITARIO DO MOMENTO DO PEDIDO, QUE O RECEBMER
      *                USA NO CUSTO MEDIO PONDERADO DA ENTRADA.
      *                A NUMERACAO DOS PEDIDOS CONTINUA DE UMA
      *                EXECUCAO PARA OUTRA PELO CONTROLE PEDCTRL.DAT
      *                (ULTIMO NUMERO USADO), PARA O RECEB.DAT NUNCA
      *                AMARRAR UMA ENTREGA AO PEDIDO ERRADO, E CADA
      *                PEDIDO GERADO E ACUMULADO NO HISTORICO
      *                PEDHIST.DAT (MESMO LAYOUT DO PEDCOMP), BASE DA
      *                AVALIACAO DE FORNECEDORES (AVALFORN).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PEDCOMP ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-PEDCOMP-STATUS.
           SELECT OPTIONAL PEDCTRL ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-PEDCTRL-STATUS.
           SELECT PEDHIST ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-PEDHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 PRECO-UNIT-ATUMERC   PIC 9(04)V9(02).
           02 CUSTO-UNIT-ATUMERC   PIC 9(04)V9(02).
           02 COD-FORN-ATUMERC     PIC 9(03).
           02 CLASSE-ABC-ATUMERC   PIC X(01).

      *    CADASTRO DE FORNECEDORES
       FD CADFORN LABEL RECORD ARE STANDARD
       SD TRAB.
       01 REG-TRAB.
           02 FORN-TRAB            PIC 9(03).
      *    ORDEM DA CLASSE ABC NO PEDIDO: 1 A, 2 B, 3 C, 4 SEM CLASSE
           02 ORDEM-CLASSE-TRAB    PIC 9(01).
           02 CLASSE-TRAB          PIC X(01).
           02 COD-TRAB             PIC 9(03).
           02 DESC-TRAB            PIC X(30).
           02 QTD-TRAB             PIC 9(04).
           02 CUSTO-TRAB           PIC 9(04)V9(02).

      *    PEDIDOS: REGISTRO "P" E O CABECALHO DO PEDIDO DE UM
      *    FORNECEDOR, REGISTROS "I" SAO OS ITENS
           02 COD-MERC-ITEM        PIC 9(03).
           02 DESC-ITEM            PIC X(30).
           02 QTD-ITEM             PIC 9(04).
           02 CLASSE-ITEM          PIC X(01).
           02 CUSTO-ITEM           PIC 9(04)V9(02).
           02 FILLER               PIC X(04).

      *    ULTIMO NUMERO DE PEDIDO USADO (UMA LINHA)
       FD PEDCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDCTRL.DAT".
       01 REG-PEDCTRL.
           02 ULTIMO-PEDCTRL       PIC 9(05).

      *    HISTORICO DE TODOS OS PEDIDOS GERADOS, NO LAYOUT DO PEDCOMP
       FD PEDHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDHIST.DAT".
       01 REG-PEDHIST              PIC X(54).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 W-ATUMERC-STATUS PIC X(02) VALUE "00".
       77 W-CADFORN-STATUS PIC X(02) VALUE "00".
       77 W-PEDCOMP-STATUS PIC X(02) VALUE "00".
       77 W-PEDCTRL-STATUS PIC X(02) VALUE "00".
       77 W-PEDHIST-STATUS PIC X(02) VALUE "00".

      *    TABELA DO CADASTRO DE FORNECEDORES
       77 CT-FORN-TAB      PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       PGM-GERPED.
           PERFORM CARREGA-CADFORN.
           SORT TRAB ASCENDING KEY FORN-TRAB, ORDEM-CLASSE-TRAB,
               COD-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           DISPLAY "ITENS CRITICOS LIDOS..: " CT-ITENS-LIDOS.
               MOVE COD-MERC-ATUMERC TO COD-TRAB
               MOVE DESCRICAO-ATUMERC TO DESC-TRAB
               MOVE QTD-SUGERIDA TO QTD-TRAB
               MOVE CLASSE-ABC-ATUMERC TO CLASSE-TRAB
               MOVE CUSTO-UNIT-ATUMERC TO CUSTO-TRAB
               PERFORM ORDENA-CLASSE
               RELEASE REG-TRAB
               ADD 1 TO CT-ITENS-LIDOS
           END-IF.
           PERFORM LEITURA-ATUMERC.

       ORDENA-CLASSE SECTION.
           IF CLASSE-TRAB EQUAL "A"
               MOVE 1 TO ORDEM-CLASSE-TRAB
           ELSE
               IF CLASSE-TRAB EQUAL "B"
                   MOVE 2 TO ORDEM-CLASSE-TRAB
               ELSE
                   IF CLASSE-TRAB EQUAL "C"
                       MOVE 3 TO ORDEM-CLASSE-TRAB
                   ELSE
                       MOVE SPACES TO CLASSE-TRAB
                       MOVE 4 TO ORDEM-CLASSE-TRAB.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO-SAIDA.
           PERFORM GERA-PEDIDOS UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PEDCOMP PEDHIST.
           PERFORM GRAVA-PEDCTRL.

       INICIO-SAIDA SECTION.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PEDCTRL.
           OPEN OUTPUT PEDCOMP.
           IF W-PEDCOMP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PEDCOMP - STATUS: "
                   W-PEDCOMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND PEDHIST.
           IF W-PEDHIST-STATUS EQUAL "35"
               OPEN OUTPUT PEDHIST.
           IF W-PEDHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PEDHIST - STATUS: "
                   W-PEDHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
      *    DATA DE NEGOCIO PELA SUBROTINA DATAPROC (PARAMETRO DO
      *    OPERADOR; SEM PARAMETRO, A DATA DA MAQUINA)
           CALL "DATAPROC" USING W-DATA-ESTAT.
       LEITURA-TRAB SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

      *    SEM CONTROLE (PRIMEIRA EXECUCAO) A NUMERACAO COMECA DO 1
       LE-PEDCTRL SECTION.
           MOVE ZEROS TO W-NUM-PEDIDO.
           OPEN INPUT PEDCTRL.
           IF W-PEDCTRL-STATUS NOT EQUAL "00" AND
              W-PEDCTRL-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PEDCTRL - STATUS: "
                   W-PEDCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           READ PEDCTRL
               AT END MOVE ZEROS TO ULTIMO-PEDCTRL
           END-READ.
           IF ULTIMO-PEDCTRL NUMERIC
               MOVE ULTIMO-PEDCTRL TO W-NUM-PEDIDO.
           CLOSE PEDCTRL.

       GRAVA-PEDCTRL SECTION.
           OPEN OUTPUT PEDCTRL.
           IF W-PEDCTRL-STATUS NOT EQUAL "00" AND
              W-PEDCTRL-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PEDCTRL - STATUS: "
                   W-PEDCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-NUM-PEDIDO TO ULTIMO-PEDCTRL.
           WRITE REG-PEDCTRL.
           IF W-PEDCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PEDCTRL - STATUS: "
                   W-PEDCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CLOSE PEDCTRL.

       GRAVA-PEDHIST SECTION.
           IF W-PEDHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PEDHIST - STATUS: "
                   W-PEDHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       GERA-PEDIDOS SECTION.
                   W-PEDCOMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           WRITE REG-PEDHIST FROM REG-PED-CAB.
           PERFORM GRAVA-PEDHIST.
           ADD 1 TO CT-PEDIDOS.

       BUSCA-FORNECEDOR SECTION.
           MOVE COD-TRAB TO COD-MERC-ITEM.
           MOVE DESC-TRAB TO DESC-ITEM.
           MOVE QTD-TRAB TO QTD-ITEM.
           MOVE CLASSE-TRAB TO CLASSE-ITEM.
           MOVE CUSTO-TRAB TO CUSTO-ITEM.
           WRITE REG-PED-ITEM.
           IF W-PEDCOMP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PEDCOMP - STATUS: "
                   W-PEDCOMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           WRITE REG-PEDHIST FROM REG-PED-ITEM.
           PERFORM GRAVA-PEDHIST.
           ADD 1 TO CT-ITENS-PEDIDOS.
