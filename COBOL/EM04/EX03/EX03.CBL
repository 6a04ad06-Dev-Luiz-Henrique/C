      *REMARKS.        FAZER O BALANCE-LINE, GERANDO UM ARQUIVO
      *                ATUALIZADO E DOIS RELATORIOS, UM COM AS
      *                MERCADORIAS E OUTRO COM OS ERROS.
      *                O VALOR DO ESTOQUE E CONTABILIZADO POR CENTRO
      *                DE CUSTO DO DEPOSITO ("DE" + DEPOSITO), PELOS
      *                SALDOS POR DEPOSITO DE CADA ITEM.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
      *    CLASSE ABC DE CONSUMO (A, B OU C) GRAVADA PELO CLASABC;
      *    BRANCO ENQUANTO O ITEM NAO PASSOU POR UMA CLASSIFICACAO
           02 CLASSE-ABC-CADMERC       PIC X(01).
      
      *    O ARQUIVO TRANSMITIDO PELAS FILIAIS CARREGA UM HEADER
      *    (DATA E ORIGEM) E UM TRAILER (QUANTIDADE DE MOVIMENTOS E
      *    LOTE ZERADO INDICA MERCADORIA SEM CONTROLE DE VALIDADE
           02 LOTE-MOVMERC             PIC 9(05).
           02 DT-VALID-MOVMERC         PIC 9(08).
      *    NA DEVOLUCAO A FORNECEDOR (TIPO 5) A VALIDADE JA ESTA NO
      *    LOTE; O CAMPO LEVA O PEDIDO DE COMPRA DA MERCADORIA
           02 RED-DEVOL-MOVMERC REDEFINES DT-VALID-MOVMERC.
             03 NUM-PED-DEV-MOVMERC    PIC 9(05).
             03 FILLER                 PIC X(03).
      *    DEPOSITO DO MOVIMENTO (ZEROS VALE 01); O DESTINO SO E
      *    USADO NA TRANSFERENCIA ENTRE DEPOSITOS (TIPO 4)
           02 DEPOSITO-MOVMERC         PIC 9(02).
         02 PRECO-UNIT-ATUMERC         PIC 9(04)V9(02).
         02 CUSTO-UNIT-ATUMERC         PIC 9(04)V9(02).
         02 COD-FORN-ATUMERC           PIC 9(03).
         02 CLASSE-ABC-ATUMERC         PIC X(01).
      
       FD RELERRO LABEL RECORD IS OMITTED.
       01 REL-ERRO                     PIC X(80).
           02 GL-DC                 PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GL-VALOR              PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GL-CCUSTO             PIC X(04).

      *================================================================*
      * CONTROLE DE LOTE E VALIDADE; ENTRADAS COM LOTE INFORMADO
       77 W-VALOR-ITEM                 PIC 9(07)V9(02) VALUE ZEROS.
       77 W-VALOR-TOTAL-ATUMERC        PIC 9(09)V9(02) VALUE ZEROS.

      *    VALOR DO ESTOQUE POR DEPOSITO, PARA A CONTABILIZACAO POR
      *    CENTRO DE CUSTO; A QUANTIDADE DO ITEM SEM SALDO POR
      *    DEPOSITO FICA NO DEPOSITO 01
       77 W-QTD-A-VALORIZAR            PIC 9(05) VALUE ZEROS.
       77 W-QTD-DEP                    PIC 9(05) VALUE ZEROS.
       77 W-DEP-VALOR                  PIC 9(02) VALUE ZEROS.
       77 W-VDEP-I                     PIC 9(02) VALUE ZEROS.

       01 W-CCUSTO-DEPOSITO.
           02 FILLER                   PIC X(02) VALUE "DE".
           02 W-CCUSTO-DEP             PIC 9(02) VALUE ZEROS.

       01 TAB-VALORDEP.
           02 TAB-VDEP-OCR OCCURS 99 TIMES.
             03 TVD-VALOR     PIC 9(09)V9(02) VALUE ZEROS.

      *================================================================*
      * CONFERENCIA DO HEADER/TRAILER DE MOVMERC

       77 CT-CADMERC-LIDOS              PIC 9(05) VALUE ZEROS.
       77 CT-MOVMERC-LIDOS              PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT                 PIC 9(08) VALUE ZEROS.
       77 W-PERIODO-ABERTO                 PIC X(03) VALUE "SIM".
       77 W-HORA-ESTAT                 PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
      *================================================================*

       INICIO.
      *    DATA DE NEGOCIO PELA SUBROTINA DATAPROC (PARAMETRO DO
      *    OPERADOR; SEM PARAMETRO, A DATA DA MAQUINA)
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT  CADMERC MOVMERC
                OUTPUT ATUMERC RELERRO RELMERC RELREORD RELVALOR
                       GLCONTAB.
           PERFORM CARREGA-LOTES.
           PERFORM CARREGA-SALDODEP.
           PERFORM VERIFICA-ABERTURA.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM PRE-PASSAGEM-MOVMERC.
           PERFORM LER-CADMERC.

      *================================================================*
      *        1 - Inclusao;   2 - Alteracao;  3 - Exclusao.
      *        4 - Transferencia entre depositos.
      *        5 - Devolucao a fornecedor (gerada pelo DEVFORN).

       CADMERC-IGUAL-MOVMERC.
           EVALUATE TRUE
             WHEN TP-ATUALIZACAO-MOVMERC EQUAL '4'
               PERFORM TRANSFERE-DEPOSITO
               PERFORM GRAVAR-CADMERC-ATUMERC

             WHEN TP-ATUALIZACAO-MOVMERC EQUAL '5'
               PERFORM GRAVAR-DEVOLUCAO-ATUMERC
           END-EVALUATE.

       CADMERC-MENOR.
             WHEN TP-ATUALIZACAO-MOVMERC EQUAL '4'
               MOVE "TRANSFER. DE REG. NAO EXISTENTE" TO MSG-DET-ERRO
               PERFORM IMP-DET-RELERRO

             WHEN TP-ATUALIZACAO-MOVMERC EQUAL '5'
               MOVE "DEVOLUCAO DE REG. NAO EXISTENTE" TO MSG-DET-ERRO
               PERFORM IMP-DET-RELERRO
           END-EVALUATE.
       
      *================================================================*
           MOVE PRECO-UNIT-CADMERC TO PRECO-UNIT-ATUMERC.
           MOVE CUSTO-UNIT-CADMERC TO CUSTO-UNIT-ATUMERC.
           MOVE COD-FORN-CADMERC   TO COD-FORN-ATUMERC.
           MOVE CLASSE-ABC-CADMERC TO CLASSE-ABC-ATUMERC.
           WRITE REG-ATUMERC.
           IF W-ATUMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ATUMERC - STATUS: "
           MOVE PRECO-UNIT-MOVMERC TO PRECO-UNIT-ATUMERC.
           MOVE CUSTO-UNIT-MOVMERC TO CUSTO-UNIT-ATUMERC.
           MOVE COD-FORN-MOVMERC   TO COD-FORN-ATUMERC.
           MOVE SPACES             TO CLASSE-ABC-ATUMERC.
           WRITE REG-ATUMERC.
           IF W-ATUMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ATUMERC - STATUS: "
           MOVE PRECO-UNIT-MOVMERC TO PRECO-UNIT-ATUMERC.
           MOVE CUSTO-UNIT-MOVMERC TO CUSTO-UNIT-ATUMERC.
           MOVE COD-FORN-MOVMERC   TO COD-FORN-ATUMERC.
           MOVE CLASSE-ABC-CADMERC TO CLASSE-ABC-ATUMERC.

           IF SINAL-MOVMERC EQUAL '-'
               PERFORM CONSOME-LOTES-FIFO
           PERFORM IMP-DET-RELMERC.
           PERFORM ACUMULA-VALORIZACAO.
      *================================================================*
      * DEVOLUCAO A FORNECEDOR: O ESTOQUE E O DEPOSITO BAIXAM COMO
      * NUMA SAIDA, MAS O LOTE BAIXADO E O LOTE DEVOLVIDO, NAO O DE
      * VENCIMENTO MAIS PROXIMO; O CADASTRO NAO MUDA (PRECO E CUSTO
      * FICAM OS DO CADMERC)

       GRAVAR-DEVOLUCAO-ATUMERC.
           MOVE COD-MERC-CADMERC   TO COD-MERC-ATUMERC.
           MOVE DESCRICAO-CADMERC  TO DESCRICAO-ATUMERC.
           MOVE ESTOQ-MIN-CADMERC  TO ESTOQ-MIN-ATUMERC.
           MOVE PRECO-UNIT-CADMERC TO PRECO-UNIT-ATUMERC.
           MOVE CUSTO-UNIT-CADMERC TO CUSTO-UNIT-ATUMERC.
           MOVE COD-FORN-CADMERC   TO COD-FORN-ATUMERC.
           MOVE CLASSE-ABC-CADMERC TO CLASSE-ABC-ATUMERC.
           IF LOTE-MOVMERC NOT EQUAL ZEROS
               PERFORM BAIXA-LOTE-DEVOLVIDO.
           PERFORM BAIXA-SALDO-DEPOSITO.
           IF QNTD-ESTOQ-MOVMERC GREATER QNTD-ESTOQ-CADMERC
               MOVE ZEROS TO QNTD-ESTOQ-ATUMERC
               MOVE "DEVOLUCAO MAIOR QUE O ESTOQUE" TO MSG-DET-ERRO
               PERFORM IMP-DET-RELERRO
           ELSE
               COMPUTE QNTD-ESTOQ-ATUMERC = QNTD-ESTOQ-CADMERC
                                           - QNTD-ESTOQ-MOVMERC.
           WRITE REG-ATUMERC.
           IF W-ATUMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ATUMERC - STATUS: "
                   W-ATUMERC-STATUS
               STOP RUN.
           PERFORM IMP-DET-RELMERC.
           PERFORM ACUMULA-VALORIZACAO.

      *    O LOTE DEVOLVIDO E BAIXADO ATE O SEU SALDO; SEM O LOTE NO
      *    CONTROLE, A DEVOLUCAO VAI PARA O RELERRO
       BAIXA-LOTE-DEVOLVIDO.
           MOVE 9999 TO W-LOTE-POS.
           MOVE 1 TO W-LOTE-I.
           PERFORM ACHA-LOTE-DEVOLVIDO UNTIL W-LOTE-I GREATER THAN
               CT-TAB-LOTES OR W-LOTE-POS NOT EQUAL 9999.
           IF W-LOTE-POS EQUAL 9999
               MOVE "LOTE DEVOLVIDO FORA DO CONTROLE" TO MSG-DET-ERRO
               PERFORM IMP-DET-RELERRO
           ELSE
               IF QNTD-ESTOQ-MOVMERC GREATER THAN TL-QTD (W-LOTE-POS)
                   MOVE ZEROS TO TL-QTD (W-LOTE-POS)
                   MOVE "DEVOLUCAO MAIOR QUE O LOTE" TO MSG-DET-ERRO
                   PERFORM IMP-DET-RELERRO
               ELSE
                   SUBTRACT QNTD-ESTOQ-MOVMERC
                       FROM TL-QTD (W-LOTE-POS)
               END-IF
           END-IF.

       ACHA-LOTE-DEVOLVIDO.
           IF TL-COD (W-LOTE-I) EQUAL COD-MERC-MOVMERC AND
              TL-NUM (W-LOTE-I) EQUAL LOTE-MOVMERC AND
              TL-QTD (W-LOTE-I) GREATER THAN ZEROS
               MOVE W-LOTE-I TO W-LOTE-POS
           ELSE
               ADD 1 TO W-LOTE-I.

      *================================================================*
      * SAIDA DE MERCADORIA CONSOME OS LOTES DO ITEM NA ORDEM DA
      * VALIDADE MAIS PROXIMA, ATE COBRIR A QUANTIDADE DO MOVIMENTO
      * OU ACABAREM OS LOTES
           COMPUTE W-VALOR-ITEM = QNTD-ESTOQ-ATUMERC
                                 * CUSTO-UNIT-ATUMERC.
           ADD W-VALOR-ITEM TO W-VALOR-TOTAL-ATUMERC.
           MOVE QNTD-ESTOQ-ATUMERC TO W-QTD-A-VALORIZAR.
           MOVE ZEROS TO W-SDEP-I.
           PERFORM VALORIZA-UM-DEPOSITO CT-TAB-SDEP TIMES.
           IF W-QTD-A-VALORIZAR GREATER THAN ZEROS
               COMPUTE W-VALOR-ITEM = W-QTD-A-VALORIZAR
                                     * CUSTO-UNIT-ATUMERC
               ADD W-VALOR-ITEM TO TVD-VALOR (1).

      *    O SALDO DO DEPOSITO E LIMITADO AO QUE FALTA VALORIZAR DO
      *    ESTOQUE TOTAL DO ITEM; DEPOSITO ZERADO CONTA COMO 01
       VALORIZA-UM-DEPOSITO.
           ADD 1 TO W-SDEP-I.
           IF TD-COD (W-SDEP-I) EQUAL COD-MERC-ATUMERC AND
              TD-QTD (W-SDEP-I) GREATER THAN ZEROS AND
              W-QTD-A-VALORIZAR GREATER THAN ZEROS
               IF TD-QTD (W-SDEP-I) GREATER THAN W-QTD-A-VALORIZAR
                   MOVE W-QTD-A-VALORIZAR TO W-QTD-DEP
               ELSE
                   MOVE TD-QTD (W-SDEP-I) TO W-QTD-DEP
               END-IF
               SUBTRACT W-QTD-DEP FROM W-QTD-A-VALORIZAR
               MOVE TD-DEP (W-SDEP-I) TO W-DEP-VALOR
               IF W-DEP-VALOR EQUAL ZEROS
                   MOVE 1 TO W-DEP-VALOR
               END-IF
               COMPUTE W-VALOR-ITEM = W-QTD-DEP * CUSTO-UNIT-ATUMERC
               ADD W-VALOR-ITEM TO TVD-VALOR (W-DEP-VALOR)
           END-IF.
      *================================================================*

       IMP-DET-RELERRO.
      *================================================================*
      * O VALOR TOTAL DO ESTOQUE SEGUE PARA A CONTABILIDADE PELO
      * MESMO ARQUIVO-INTERFACE DA FOLHA: DEBITO NO ATIVO DE
      * ESTOQUES E CREDITO NA CONTRAPARTIDA DE VARIACAO, UM PAR DE
      * LANCAMENTOS POR CENTRO DE CUSTO DE DEPOSITO.

       IMP-GLCONTAB.
           MOVE SPACES TO REG-GLCONTAB.
           MOVE ZEROS TO W-VDEP-I.
           PERFORM IMP-GLCONTAB-DEPOSITO 99 TIMES.

       IMP-GLCONTAB-DEPOSITO.
           ADD 1 TO W-VDEP-I.
           IF TVD-VALOR (W-VDEP-I) GREATER THAN ZEROS
               MOVE W-VDEP-I TO W-CCUSTO-DEP
               MOVE W-CCUSTO-DEPOSITO TO GL-CCUSTO
               PERFORM GRAVA-GLCONTAB-DEPOSITO.

       GRAVA-GLCONTAB-DEPOSITO.
           MOVE "113001" TO GL-CONTA.
           MOVE "ESTOQUE DE MERCADORIAS" TO GL-DESCRICAO.
           MOVE "D" TO GL-DC.
           MOVE TVD-VALOR (W-VDEP-I) TO GL-VALOR.
           WRITE REG-GLCONTAB.
           IF W-GLCONTAB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONTAB - STATUS: "
           MOVE "313001" TO GL-CONTA.
           MOVE "CONTRAPARTIDA VARIACAO ESTOQUE" TO GL-DESCRICAO.
           MOVE "C" TO GL-DC.
           MOVE TVD-VALOR (W-VDEP-I) TO GL-VALOR.
           WRITE REG-GLCONTAB.
           IF W-GLCONTAB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONTAB - STATUS: "
