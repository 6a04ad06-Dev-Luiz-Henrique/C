      *                UNITARIO GRAVADOS EM CADMERC.DAT. A LEITURA E
      *                DIRETA PELA CHAVE DO ARQUIVO INDEXADO (CARGA
      *                PELO UTILITARIO CVTMERC), SEM PASSAR O ARQUIVO
      *                DO INICIO A CADA CONSULTA. QUANDO O CODIGO E
      *                UM KIT (ESTRUTURA KITS.DAT), MOSTRA OS
      *                COMPONENTES E QUANTOS KITS PODEM SER MONTADOS
      *                COM O ESTOQUE ATUAL DELES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LOTES ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-LOTES-STATUS.
           SELECT KITS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-KITS-STATUS.
           SELECT SALDODEP ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-SALDODEP-STATUS.
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

      *    CONTROLE DE LOTE E VALIDADE, ALIMENTADO PELO EX03
       FD LOTES LABEL RECORD ARE STANDARD
           02 QTD-LOTE                 PIC 9(03).
           02 DT-VALID-LOTE            PIC 9(08).

      *    ESTRUTURA DOS KITS: UMA LINHA POR COMPONENTE DO KIT PAI
       FD KITS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "KITS.DAT".
       01 REG-KIT.
           02 KIT-COD-PAI              PIC 9(03).
           02 KIT-COD-COMP             PIC 9(03).
           02 KIT-QTD-COMP             PIC 9(03).

      *    SALDO POR DEPOSITO, MANTIDO PELO EX03
       FD SALDODEP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDODEP.DAT".
       77 W-SALDODEP-STATUS        PIC X(02) VALUE "00".
       77 CT-DEP-MOSTRADOS         PIC 9(02) VALUE ZEROS.

      *    KITS MONTAVEIS COM O ESTOQUE DOS COMPONENTES
       77 FIM-KITS                 PIC X(03) VALUE "NAO".
       77 W-KITS-STATUS            PIC X(02) VALUE "00".
       77 CT-COMPONENTES           PIC 9(03) VALUE ZEROS.
       77 W-KITS-MONTAVEIS         PIC 9(05) VALUE ZEROS.
       77 W-MONTA-COMP             PIC 9(05) VALUE ZEROS.

       01 W-ENTRADA.
           02 W-ENTRADA-COD        PIC X(03) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA REDEFINES W-ENTRADA.
           PERFORM MOSTRA-DEPOSITOS.
           IF QNTD-ESTOQ-CADMERC LESS THAN ESTOQ-MIN-CADMERC
               DISPLAY "ATENCAO: ESTOQUE ABAIXO DO MINIMO!".
           PERFORM MOSTRA-KIT.

      *================================================================*
      * VALIDADE MAIS PROXIMA ENTRE OS LOTES DO CODIGO CONSULTADO
           END-IF.
           PERFORM LER-SALDODEP.

      *================================================================*
      * KIT: CADA COMPONENTE LIMITA A MONTAGEM AO SEU ESTOQUE
      * DIVIDIDO PELA QUANTIDADE NO KIT; VALE O MENOR. SEM ARQUIVO DE
      * KITS OU SEM COMPONENTE DO CODIGO, NADA E MOSTRADO

       MOSTRA-KIT.
           MOVE ZEROS TO CT-COMPONENTES.
           MOVE ZEROS TO W-KITS-MONTAVEIS.
           MOVE "NAO" TO FIM-KITS.
           OPEN INPUT KITS.
           IF W-KITS-STATUS NOT EQUAL "00"
               MOVE "SIM" TO FIM-KITS
           ELSE
               PERFORM LER-KITS
               PERFORM TESTA-KIT UNTIL FIM-KITS EQUAL "SIM"
               CLOSE KITS
           END-IF.
           IF CT-COMPONENTES GREATER THAN ZEROS
               DISPLAY "KITS MONTAVEIS COM O ESTOQUE: "
                   W-KITS-MONTAVEIS.

       LER-KITS.
           READ KITS AT END MOVE "SIM" TO FIM-KITS.
           IF FIM-KITS NOT EQUAL "SIM" AND
              W-KITS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE KITS - STATUS: "
                   W-KITS-STATUS
               STOP RUN.

       TESTA-KIT.
           IF KIT-COD-PAI EQUAL W-COD-PESQUISA
               IF CT-COMPONENTES EQUAL ZEROS
                   DISPLAY "KIT - COMPONENTES:"
               END-IF
               ADD 1 TO CT-COMPONENTES
               PERFORM MOSTRA-COMPONENTE
           END-IF.
           PERFORM LER-KITS.

       MOSTRA-COMPONENTE.
           MOVE ZEROS TO W-MONTA-COMP.
           MOVE KIT-COD-COMP TO COD-MERC-CADMERC.
           MOVE "SIM" TO W-ENCONTROU.
           READ CADMERC
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.
           IF W-ENCONTROU EQUAL "NAO"
               DISPLAY "  " KIT-COD-COMP " NAO CADASTRADO   QTD/KIT "
                   KIT-QTD-COMP
           ELSE
               DISPLAY "  " KIT-COD-COMP " " DESCRICAO-CADMERC
                   " QTD/KIT " KIT-QTD-COMP " ESTOQUE "
                   QNTD-ESTOQ-CADMERC
               IF KIT-QTD-COMP GREATER THAN ZEROS
                   DIVIDE QNTD-ESTOQ-CADMERC BY KIT-QTD-COMP
                       GIVING W-MONTA-COMP
               END-IF
           END-IF.
           IF CT-COMPONENTES EQUAL 1 OR
              W-MONTA-COMP LESS THAN W-KITS-MONTAVEIS
               MOVE W-MONTA-COMP TO W-KITS-MONTAVEIS.

      *================================================================*

       TERMINO.
