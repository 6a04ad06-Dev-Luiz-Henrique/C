      *                O BALANCE-LINE ENXERGAR EXATAMENTE O QUE FOI
      *                VENDIDO. VENDA COM CODIGO DESCONHECIDO SAI NO
      *                RELATORIO RELVMOV E NAO GERA MOVIMENTO; CODIGO
      *                ZERADO E VENDA DE SERVICO E E IGNORADO. VENDA
      *                DE KIT (CODIGO PAI NA ESTRUTURA KITS.DAT) NAO
      *                MOVIMENTA O KIT, QUE NAO TEM ESTOQUE FISICO: E
      *                EXPLODIDA EM UM MOVIMENTO POR COMPONENTE, NA
      *                QUANTIDADE VENDIDA VEZES A QUANTIDADE DO
      *                COMPONENTE NO KIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-MERC-CADMERC
               FILE STATUS IS W-CADMERC-STATUS.
           SELECT OPTIONAL KITS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-KITS-STATUS.
           SELECT MOVMERC ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MOVMERC-STATUS.
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

      *    ESTRUTURA DOS KITS: UMA LINHA POR COMPONENTE DO KIT PAI
       FD KITS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "KITS.DAT".
       01 REG-KIT.
           02 KIT-COD-PAI              PIC 9(03).
           02 KIT-COD-COMP             PIC 9(03).
           02 KIT-QTD-COMP             PIC 9(03).

      *    MESMO LAYOUT (HEADER, DETALHE E TRAILER) QUE O EX03 (EM04)
      *    CONFERE NA PRE-PASSAGEM
       77 CT-SERVICOS      PIC 9(05) VALUE ZEROS.
       77 CT-DESCONHECIDOS PIC 9(05) VALUE ZEROS.
       77 W-HASH-QTD       PIC 9(09) VALUE ZEROS.
       77 CT-KITS          PIC 9(05) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-CADMERC-STATUS PIC X(02) VALUE "00".
       77 W-MOVMERC-STATUS PIC X(02) VALUE "00".
       77 W-RELVMOV-STATUS PIC X(02) VALUE "00".
       77 W-KITS-STATUS    PIC X(02) VALUE "00".

      *    QUANTIDADE DO MOVIMENTO CORRENTE; COMPONENTE DE KIT ACIMA
      *    DO CAMPO DE QUANTIDADE SAI EM MAIS DE UM MOVIMENTO
       77 W-QTD-MOVTO      PIC 9(03) VALUE ZEROS.
       77 W-QTD-RESTANTE   PIC 9(06) VALUE ZEROS.
       77 W-COD-DESCONHECIDO PIC 9(03) VALUE ZEROS.
       77 W-E-KIT          PIC X(03) VALUE "NAO".

      *    ESTRUTURA DOS KITS EM MEMORIA
       77 CT-TAB-KITS      PIC 9(03) VALUE ZEROS.
       77 W-K              PIC 9(03) VALUE ZEROS.
       01 TAB-KITS.
           02 TAB-KIT-OCR OCCURS 300 TIMES.
             03 TK-PAI     PIC 9(03).
             03 TK-COMP    PIC 9(03).
             03 TK-QTD     PIC 9(03).

       01 CAB-01.
           02 FILLER PIC X(18) VALUE SPACES.
       INICIO.
           OPEN INPUT ARQVENDA CADMERC OUTPUT MOVMERC RELVMOV.
           PERFORM VERIFICA-ABERTURA.
           PERFORM CARREGA-KITS.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM GRAVA-HEADER-MOVMERC.
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * ESTRUTURA DOS KITS; SEM O ARQUIVO NENHUMA VENDA E DE KIT

       CARREGA-KITS.
           OPEN INPUT KITS.
           IF W-KITS-STATUS NOT EQUAL "00" AND
              W-KITS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR KITS - STATUS: "
                   W-KITS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-KIT.
           PERFORM GUARDA-KIT UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE KITS.
           MOVE "NAO" TO FIM-ARQ.

       LE-KIT.
           READ KITS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-KITS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE KITS - STATUS: "
                   W-KITS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-KIT.
           ADD 1 TO CT-TAB-KITS.
           IF CT-TAB-KITS GREATER THAN 300
               DISPLAY "ERRO: KITS.DAT EXCEDE O LIMITE DE 300 "
                   "COMPONENTES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE KIT-COD-PAI TO TK-PAI (CT-TAB-KITS).
           MOVE KIT-COD-COMP TO TK-COMP (CT-TAB-KITS).
           MOVE KIT-QTD-COMP TO TK-QTD (CT-TAB-KITS).
           PERFORM LE-KIT.

      *================================================================*

       LEITURA.
           IF COD-MERC-VENDA EQUAL ZEROS OR QTD-VENDA EQUAL ZEROS
               ADD 1 TO CT-SERVICOS
           ELSE
               MOVE COD-MERC-VENDA TO COD-MERC-CADMERC
               PERFORM LE-CADMERC-POR-COD
               IF W-ENCONTROU EQUAL "NAO"
                   MOVE COD-MERC-VENDA TO W-COD-DESCONHECIDO
                   PERFORM IMP-DESCONHECIDO
               ELSE
                   PERFORM VERIFICA-KIT
                   IF W-E-KIT EQUAL "SIM"
                       PERFORM EXPLODE-KIT
                   ELSE
                       MOVE QTD-VENDA TO W-QTD-MOVTO
                       PERFORM GRAVA-MOVIMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LEITURA.

       LE-CADMERC-POR-COD.
           MOVE "SIM" TO W-ENCONTROU.
           READ CADMERC
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

       VERIFICA-KIT.
           MOVE "NAO" TO W-E-KIT.
           MOVE 1 TO W-K.
           PERFORM TESTA-KIT UNTIL W-K GREATER THAN CT-TAB-KITS
               OR W-E-KIT EQUAL "SIM".

       TESTA-KIT.
           IF TK-PAI (W-K) EQUAL COD-MERC-VENDA
               MOVE "SIM" TO W-E-KIT
           ELSE
               ADD 1 TO W-K.

      *================================================================*
      * VENDA DE KIT: UM MOVIMENTO POR COMPONENTE; COMPONENTE FORA DO
      * CADMERC VAI AO RELATORIO COMO MERCADORIA DESCONHECIDA

       EXPLODE-KIT.
           ADD 1 TO CT-KITS.
           MOVE ZEROS TO W-K.
           PERFORM EXPLODE-COMPONENTE CT-TAB-KITS TIMES.

       EXPLODE-COMPONENTE.
           ADD 1 TO W-K.
           IF TK-PAI (W-K) EQUAL COD-MERC-VENDA
               MOVE TK-COMP (W-K) TO COD-MERC-CADMERC
               PERFORM LE-CADMERC-POR-COD
               IF W-ENCONTROU EQUAL "NAO"
                   MOVE TK-COMP (W-K) TO W-COD-DESCONHECIDO
                   PERFORM IMP-DESCONHECIDO
               ELSE
                   COMPUTE W-QTD-RESTANTE = QTD-VENDA * TK-QTD (W-K)
                   PERFORM GRAVA-PARCELA-COMPONENTE
                       UNTIL W-QTD-RESTANTE EQUAL ZEROS
               END-IF
           END-IF.

       GRAVA-PARCELA-COMPONENTE.
           IF W-QTD-RESTANTE GREATER THAN 999
               MOVE 999 TO W-QTD-MOVTO
           ELSE
               MOVE W-QTD-RESTANTE TO W-QTD-MOVTO.
           SUBTRACT W-QTD-MOVTO FROM W-QTD-RESTANTE.
           PERFORM GRAVA-MOVIMENTO.

      *================================================================*
      * MOVIMENTO TIPO 2: AJUSTE DE QUANTIDADE SOBRE O ESTOQUE ATUAL;
      * OS DEMAIS CAMPOS VAO DO PROPRIO CADASTRO PARA O BALANCE-LINE
           MOVE COD-MERC-CADMERC TO COD-MERC-MOVMERC.
           MOVE DESCRICAO-CADMERC TO DESCRICAO-MOVMERC.
           MOVE ESTOQ-MIN-CADMERC TO ESTOQ-MIN-MOVMERC.
           MOVE W-QTD-MOVTO TO QNTD-ESTOQ-MOVMERC.
           MOVE PRECO-UNIT-CADMERC TO PRECO-UNIT-MOVMERC.
           MOVE CUSTO-UNIT-CADMERC TO CUSTO-UNIT-MOVMERC.
           MOVE "2" TO TP-ATUALIZACAO-MOVMERC.
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-MOVIMENTOS.
           ADD W-QTD-MOVTO TO W-HASH-QTD.

      *================================================================*

       IMP-DESCONHECIDO.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE W-COD-DESCONHECIDO TO DET-COD.
           MOVE NR-VENDEDOR TO DET-VENDEDOR.
           MOVE DATA-VENDA TO DET-DATA.
           MOVE QTD-VENDA TO DET-QTD.
           MOVE CT-MOVIMENTOS TO VAL-CTRL.
           WRITE REL-VMOV FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "VENDAS DE KIT EXPLODIDAS" TO ROT-CTRL.
           MOVE CT-KITS TO VAL-CTRL.
           WRITE REL-VMOV FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "VENDAS DE SERVICO (SEM ESTOQUE)" TO ROT-CTRL.
           MOVE CT-SERVICOS TO VAL-CTRL.
           WRITE REL-VMOV FROM DET-CTRL AFTER ADVANCING 1 LINE.
