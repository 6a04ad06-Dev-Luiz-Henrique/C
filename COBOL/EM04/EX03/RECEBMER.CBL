      *                RECEBIDOS E FECHADO NO LIVRO PEDFECH.DAT -
      *                ASSIM UM PEDIDO NAO ATENDIDO DEIXA DE SE
      *                CONFUNDIR COM UMA ENTREGA NAO REGISTRADA.
      *                CADA ENTREGA RECALCULA O CUSTO MEDIO PONDERADO
      *                DO ITEM (ESTOQUE ATUAL AO CUSTO ATUAL MAIS A
      *                QUANTIDADE RECEBIDA AO CUSTO DO ITEM DO PEDIDO,
      *                SOBRE O NOVO TOTAL): O CUSTO NOVO E REGRAVADO
      *                NO CADMERC.DAT, SEGUE NO MOVIMENTO PARA O EX03 E
      *                CADA MUDANCA FICA NA TRILHA AUDCUSTO.DAT, NOS
      *                MOLDES DA AUDPREC.
      *                CADA ENTREGA TAMBEM VIRA UM TITULO DO CONTAS A
      *                PAGAR (CONTPAG.DAT): FORNECEDOR E PEDIDO, VALOR
      *                PELO CUSTO DO ITEM NO PEDIDO E VENCIMENTO NA
      *                DATA DA ENTREGA MAIS O PRAZO-FORN DO CADFORN.
      *                O TOTAL DAS COMPRAS DA SESSAO E CONTABILIZADO
      *                NO LOTE GLCONPAG.DAT, QUE O STREAM ENTREGA AO
      *                GLCOLETA; O PAGAMENTO FICA COM O SELPAG.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) NAO ABRE A SESSAO (RETORNO 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS W-MOVMERC-STATUS.
           SELECT RELRECEB ASSIGN TO DISK
               FILE STATUS IS W-RELRECEB-STATUS.
           SELECT AUDCUSTO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-AUDCUSTO-STATUS.
           SELECT CADFORN ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADFORN-STATUS.
           SELECT OPTIONAL CONTPAG ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-CONTPAG-STATUS.
           SELECT GLCONPAG ASSIGN TO DISK
               FILE STATUS IS W-GLCONPAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 FORN-PED             PIC 9(03).
           02 NOME-FORN-PED        PIC X(30).
           02 DATA-PED             PIC 9(08).
      *    DATA DE NEGOCIO DO GERPED (DATAPROC), EM AAAAMMDD
           02 RED-DATA-PED REDEFINES DATA-PED.
             03 AAAA-PED           PIC 9(04).
             03 MM-PED             PIC 9(02).
             03 DD-PED             PIC 9(02).
           02 PRAZO-PED            PIC 9(03).
           02 FILLER               PIC X(04).
       01 REG-PED-ITEM REDEFINES REG-PED-CAB.
           02 COD-MERC-ITEM        PIC 9(03).
           02 DESC-ITEM            PIC X(30).
           02 QTD-ITEM             PIC 9(04).
           02 CLASSE-ITEM          PIC X(01).
           02 CUSTO-ITEM           PIC 9(04)V9(02).
           02 FILLER               PIC X(04).

       FD CADMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMERC.DAT".
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

      *    LIVRO DE ENTREGAS REGISTRADAS, UMA LINHA POR RECEBIMENTO
       FD RECEB LABEL RECORD ARE STANDARD
       FD RELRECEB LABEL RECORD IS OMITTED.
       01 REL-RECEB                    PIC X(80).

      *================================================================*
      * TRILHA DE AUDITORIA DE CUSTO, NOS MOLDES DA AUDPREC DO EX03:
      * OS QUATRO PRIMEIROS CAMPOS TEM O MESMO FORMATO; O RESTO
      * REGISTRA DE ONDE O CUSTO MEDIO SAIU

       FD AUDCUSTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDCUSTO.DAT".
       01 REG-AUDCUSTO.
           02 AUDCUSTO-COD             PIC 9(03).
           02 AUDCUSTO-DATA            PIC 9(08).
           02 AUDCUSTO-CUSTO-ANT       PIC 9(04)V9(02).
           02 AUDCUSTO-CUSTO-NOVO      PIC 9(04)V9(02).
           02 AUDCUSTO-NUM-PED         PIC 9(05).
           02 AUDCUSTO-ESTOQ-ANT       PIC 9(05).
           02 AUDCUSTO-QTD-RECEB       PIC 9(04).
           02 AUDCUSTO-CUSTO-PED       PIC 9(04)V9(02).

       FD CADFORN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 COD-FORN             PIC 9(03).
           02 NOME-FORN            PIC X(30).
           02 CNPJ-FORN            PIC 9(14).
           02 PRAZO-FORN           PIC 9(03).

      *================================================================*
      * CONTAS A PAGAR A FORNECEDORES, UM TITULO POR ENTREGA. DATAS
      * EM AAAAMMDD. SITUACAO "A" ABERTO, "P" PAGO PELO SELPAG, QUE
      * GRAVA A DATA DO PAGAMENTO; O AGEPAG ENVELHECE OS ABERTOS

       FD CONTPAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTPAG.DAT".
       01 REG-CONTPAG.
           02 CP-NUM                   PIC 9(06).
           02 CP-FORN                  PIC 9(03).
           02 CP-NUM-PED               PIC 9(05).
           02 CP-COD-MERC              PIC 9(03).
           02 CP-QTD                   PIC 9(04).
           02 CP-DATA-REC              PIC 9(08).
           02 CP-VENC                  PIC 9(08).
           02 RED-CP-VENC REDEFINES CP-VENC.
             03 CP-VENC-AAAA           PIC 9(04).
             03 CP-VENC-MM             PIC 9(02).
             03 CP-VENC-DD             PIC 9(02).
           02 CP-VALOR                 PIC 9(07)V99.
           02 CP-SITUACAO              PIC X(01).
           02 CP-DATA-PAG              PIC 9(08).

      *    COMPRAS DA SESSAO PARA A CONTABILIDADE, NO LAYOUT DO
      *    GLCONTAB.DAT DA FOLHA
       FD GLCONPAG LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONPAG.DAT".
       01 REG-GLCONPAG.
           02 GLP-CONTA                PIC X(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 GLP-DESCRICAO            PIC X(30).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 GLP-DC                   PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 GLP-VALOR                PIC S9(12)V99.
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 GLP-CCUSTO               PIC X(04).

       WORKING-STORAGE SECTION.
       77 FIM-RECEBIMENTO      PIC X(03) VALUE "NAO".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-MARCA              PIC X(16) VALUE SPACES.
       77 W-ITENS-ABERTOS      PIC 9(04) VALUE ZEROS.

      *================================================================*
      * CUSTO MEDIO PONDERADO DA ENTRADA

       77 W-IND-MERC           PIC 9(04) VALUE ZEROS.
       77 W-ESTOQ-BASE         PIC 9(05) VALUE ZEROS.
       77 W-CUSTO-ANT          PIC 9(04)V9(02) VALUE ZEROS.
       77 W-CUSTO-MEDIO        PIC 9(04)V9(02) VALUE ZEROS.
       77 W-CUSTO-EDIT         PIC ZZZ9,99.

      *    QUANTIDADE JA RECEBIDA NA SESSAO POR CODIGO (POSICAO =
      *    CODIGO + 1): O ESTOQUE DO CADMERC SO SOBE NO EX03, ENTAO
      *    A SEGUNDA ENTREGA DO MESMO ITEM PONDERA SOBRE O ESTOQUE
      *    DO CADASTRO MAIS O QUE JA ENTROU NA SESSAO
       01 TAB-SESSAO.
           02 TS-QTD-PEND OCCURS 1000 TIMES PIC 9(05).

      *================================================================*
      * TOTAIS DE CONTROLE

       77 CT-ENTREGAS          PIC 9(05) VALUE ZEROS.
       77 CT-MOVIMENTOS        PIC 9(05) VALUE ZEROS.
       77 CT-FECHADOS          PIC 9(04) VALUE ZEROS.
       77 CT-CUSTOS            PIC 9(05) VALUE ZEROS.
       77 W-HASH-QTD           PIC 9(09) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-PERIODO-ABERTO        PIC X(03) VALUE "SIM".

      *    ORIGEM DA TRANSMISSAO COM A HORA DA SESSAO, PARA DUAS
      *    SESSOES NO MESMO DIA NAO COLIDIREM NO REGISTRO TRANSREG
       77 W-PEDFECH-STATUS     PIC X(02) VALUE "00".
       77 W-MOVMERC-STATUS     PIC X(02) VALUE "00".
       77 W-RELRECEB-STATUS    PIC X(02) VALUE "00".
       77 W-AUDCUSTO-STATUS    PIC X(02) VALUE "00".
       77 W-CADFORN-STATUS     PIC X(02) VALUE "00".
       77 W-CONTPAG-STATUS     PIC X(02) VALUE "00".
       77 W-GLCONPAG-STATUS    PIC X(02) VALUE "00".

      *================================================================*
      * TITULO A PAGAR DA ENTREGA: NUMERO SEQUENCIAL, VALOR E
      * VENCIMENTO (DATA DA ENTREGA MAIS O PRAZO DO FORNECEDOR EM
      * DIAS CORRIDOS, VIRANDO O MES PELO CALENDARIO)

       77 W-ULT-PAG            PIC 9(06) VALUE ZEROS.
       77 W-CUSTO-PAG          PIC 9(04)V9(02) VALUE ZEROS.
       77 W-FORN-POS           PIC 9(03) VALUE ZEROS.
       77 W-VENC-DIAS          PIC 9(04) VALUE ZEROS.
       77 W-DIAS-MES           PIC 9(02) VALUE ZEROS.
       77 W-QUOC               PIC 9(04) VALUE ZEROS.
       77 W-RESTO              PIC 9(03) VALUE ZEROS.
       77 W-COMPRAS-COMP       PIC 9(12)V99 VALUE ZEROS.
       77 CT-PAGAR             PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CUSTO         PIC 9(05) VALUE ZEROS.

       01 W-VENC-PAG.
           02 W-VENC-AAAA      PIC 9(04).
           02 W-VENC-MM        PIC 9(02).
           02 W-VENC-DD        PIC 9(02).

       01 W-DATA-REC-PAG.
           02 W-REC-AAAA       PIC 9(04).
           02 W-REC-MM         PIC 9(02).
           02 W-REC-DD         PIC 9(02).

       01 TABELA-DIAS-MES.
           02 DEF-DIAS-MES.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 28.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
       01 RED-TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES.
           02 DIAS-MES PIC 9(02) OCCURS 12 TIMES.

      *    FORNECEDORES, PARA O PRAZO DE PAGAMENTO
       77 CT-TAB-FORN          PIC 9(03) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           02 TAB-FORN-OCR OCCURS 50 TIMES.
             03 TF-COD         PIC 9(03).
             03 TF-PRAZO       PIC 9(03).

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR
             03 TP-NUM         PIC 9(05).
             03 TP-DATA        PIC 9(08).
             03 RED-TP-DATA REDEFINES TP-DATA.
               04 TP-AAAA      PIC 9(04).
               04 TP-MM        PIC 9(02).
               04 TP-DD        PIC 9(02).
             03 TP-PRAZO       PIC 9(03).
             03 TP-FORN        PIC 9(03).
             03 TP-FECHADO     PIC X(01).

       77 CT-TAB-ITEM          PIC 9(04) VALUE ZEROS.
             03 TI-COD-MERC    PIC 9(03).
             03 TI-QTD-PEDIDA  PIC 9(04).
             03 TI-QTD-RECEB   PIC 9(05).
             03 TI-CUSTO       PIC 9(04)V9(02).

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
       INICIO.
           DISPLAY "RECEBIMENTO DE MERCADORIAS - PEDCOMP.DAT".
           DISPLAY " ".
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-PEDIDOS.
           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM MARCA-PEDIDOS-FECHADOS.
           PERFORM CARREGA-CADFORN.
           PERFORM CARREGA-CONTPAG.
           MOVE ZEROS TO TAB-SESSAO.
           OPEN I-O CADMERC.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               STOP RUN.
           OPEN EXTEND AUDCUSTO.
           IF W-AUDCUSTO-STATUS EQUAL "35"
               OPEN OUTPUT AUDCUSTO.
           IF W-AUDCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AUDCUSTO - STATUS: "
                   W-AUDCUSTO-STATUS
               STOP RUN.
           OPEN EXTEND RECEB.
           IF W-RECEB-STATUS NOT EQUAL "00" AND
              W-RECEB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PEDFECH - STATUS: "
                   W-PEDFECH-STATUS
               STOP RUN.
           OPEN EXTEND CONTPAG.
           IF W-CONTPAG-STATUS NOT EQUAL "00" AND
              W-CONTPAG-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               STOP RUN.
      *    LOTE ANTERIOR AINDA NAO ENTREGUE AO EX03 NAO PODE SER
      *    SOBREPOSTO: A SESSAO SO ABRE COM O RECEBMOV.DAT AUSENTE
           OPEN INPUT MOVMERC.
               DISPLAY "ERRO AO ABRIR RELRECEB - STATUS: "
                   W-RELRECEB-STATUS
               STOP RUN.
           ACCEPT W-HORA-SESSAO FROM TIME.
           MOVE W-HORA-SESSAO (1:4) TO W-ORIGEM-HHMM.
           PERFORM GRAVA-HEADER-MOVMERC.
               MOVE NUM-PED TO TP-NUM (CT-TAB-PED)
               MOVE DATA-PED TO TP-DATA (CT-TAB-PED)
               MOVE PRAZO-PED TO TP-PRAZO (CT-TAB-PED)
               MOVE FORN-PED TO TP-FORN (CT-TAB-PED)
               MOVE "N" TO TP-FECHADO (CT-TAB-PED)
           ELSE
               ADD 1 TO CT-TAB-ITEM
               MOVE COD-MERC-ITEM TO TI-COD-MERC (CT-TAB-ITEM)
               MOVE QTD-ITEM TO TI-QTD-PEDIDA (CT-TAB-ITEM)
               MOVE ZEROS TO TI-QTD-RECEB (CT-TAB-ITEM)
      *        PEDIDO GERADO ANTES DO CUSTO NO ITEM NAO MEXE NO CUSTO
               IF CUSTO-ITEM NUMERIC
                   MOVE CUSTO-ITEM TO TI-CUSTO (CT-TAB-ITEM)
               ELSE
                   MOVE ZEROS TO TI-CUSTO (CT-TAB-ITEM)
               END-IF
           END-IF.
           PERFORM LE-PEDCOMP.

           ELSE
               ADD 1 TO W-I.

      *    O PRAZO-FORN DO CADASTRO E O PRAZO DE PAGAMENTO DO TITULO
       CARREGA-CADFORN.
           OPEN INPUT CADFORN.
           IF W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADFORN - STATUS: "
                   W-CADFORN-STATUS
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADFORN.
           PERFORM GUARDA-FORNECEDOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFORN.
           MOVE "NAO" TO FIM-ARQ.

       LE-CADFORN.
           READ CADFORN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADFORN - STATUS: "
                   W-CADFORN-STATUS
               STOP RUN.

       GUARDA-FORNECEDOR.
           ADD 1 TO CT-TAB-FORN.
           IF CT-TAB-FORN GREATER THAN 50
               DISPLAY "ERRO: CADFORN.DAT EXCEDE O LIMITE DE 50 "
                   "FORNECEDORES"
               STOP RUN.
           MOVE COD-FORN TO TF-COD (CT-TAB-FORN).
           MOVE PRAZO-FORN TO TF-PRAZO (CT-TAB-FORN).
           PERFORM LE-CADFORN.

      *    O NUMERO DO PROXIMO TITULO SEGUE O MAIOR JA GRAVADO
       CARREGA-CONTPAG.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CONTPAG.
           PERFORM LE-CONTPAG.
           PERFORM ACHA-ULTIMO-TITULO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CONTPAG.
           MOVE "NAO" TO FIM-ARQ.

       LE-CONTPAG.
           READ CONTPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CONTPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               STOP RUN.

       ACHA-ULTIMO-TITULO.
           IF CP-NUM GREATER THAN W-ULT-PAG
               MOVE CP-NUM TO W-ULT-PAG.
           PERFORM LE-CONTPAG.

      *    PEDIDO COM TODOS OS ITENS JA RECEBIDOS ENTRA FECHADO NA
      *    SESSAO, PARA NAO SER FECHADO DE NOVO
       MARCA-PEDIDOS-FECHADOS.
           PERFORM MARCA-ENTREGA.
           PERFORM GRAVA-RECEB.
           PERFORM GRAVA-MOVIMENTO.
           PERFORM GRAVA-CONTPAG.
           PERFORM IMP-DETALHE.
           ADD 1 TO CT-ENTREGAS.
           PERFORM VERIFICA-FECHA-PEDIDO.

      *    MOVIMENTO TIPO 2 COM SINAL "+": O ESTOQUE SOBE PELA LINHA
      *    DE BALANCO NORMAL DO EX03; OS DEMAIS CAMPOS VEM DO
      *    PROPRIO CADASTRO, JA COM O CUSTO MEDIO NOVO (O EX03 LEVA O
      *    CUSTO DO MOVIMENTO AO ATUMERC, ENTAO O CUSTO SOBREVIVE A
      *    UMA RECARGA DO CADMERC ANTES DO LOTE SER PROCESSADO)
       GRAVA-MOVIMENTO.
           MOVE "SIM" TO W-ACHOU.
           MOVE W-COD-DIGITADO TO COD-MERC-CADMERC.
               DISPLAY "MERCADORIA FORA DO CADMERC - MOVIMENTO NAO "
                   "GERADO."
           ELSE
               PERFORM ATUALIZA-CUSTO-MEDIO
               MOVE COD-MERC-CADMERC TO COD-MERC-MOVMERC
               MOVE DESCRICAO-CADMERC TO DESCRICAO-MOVMERC
               MOVE ESTOQ-MIN-CADMERC TO ESTOQ-MIN-MOVMERC
               ADD W-QTD-DIGITADA TO W-HASH-QTD
           END-IF.

      *================================================================*
      * CUSTO MEDIO PONDERADO: (ESTOQUE X CUSTO ATUAL + RECEBIDO X
      * CUSTO DO PEDIDO) / (ESTOQUE + RECEBIDO). SEM ESTOQUE, O
      * CUSTO PASSA A SER O DO PEDIDO

       ATUALIZA-CUSTO-MEDIO.
           COMPUTE W-IND-MERC = COD-MERC-CADMERC + 1.
           COMPUTE W-ESTOQ-BASE = QNTD-ESTOQ-CADMERC
                                + TS-QTD-PEND (W-IND-MERC).
           ADD W-QTD-DIGITADA TO TS-QTD-PEND (W-IND-MERC).
           MOVE CUSTO-UNIT-CADMERC TO W-CUSTO-ANT.
           MOVE W-CUSTO-ANT TO W-CUSTO-MEDIO.
           IF TI-CUSTO (W-ITEM-POS) GREATER THAN ZEROS
               COMPUTE W-CUSTO-MEDIO ROUNDED =
                   ((W-ESTOQ-BASE * W-CUSTO-ANT)
                  + (W-QTD-DIGITADA * TI-CUSTO (W-ITEM-POS)))
                  / (W-ESTOQ-BASE + W-QTD-DIGITADA).
           IF W-CUSTO-MEDIO NOT EQUAL W-CUSTO-ANT
               PERFORM REGRAVA-CUSTO.

       REGRAVA-CUSTO.
           MOVE W-CUSTO-MEDIO TO CUSTO-UNIT-CADMERC.
           REWRITE REG-CADMERC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DE CADMERC - STATUS: "
                       W-CADMERC-STATUS
                   STOP RUN
           END-REWRITE.
           MOVE COD-MERC-CADMERC TO AUDCUSTO-COD.
           MOVE W-DATA-ESTAT TO AUDCUSTO-DATA.
           MOVE W-CUSTO-ANT TO AUDCUSTO-CUSTO-ANT.
           MOVE W-CUSTO-MEDIO TO AUDCUSTO-CUSTO-NOVO.
           MOVE W-PED-DIGITADO TO AUDCUSTO-NUM-PED.
           MOVE W-ESTOQ-BASE TO AUDCUSTO-ESTOQ-ANT.
           MOVE W-QTD-DIGITADA TO AUDCUSTO-QTD-RECEB.
           MOVE TI-CUSTO (W-ITEM-POS) TO AUDCUSTO-CUSTO-PED.
           WRITE REG-AUDCUSTO.
           IF W-AUDCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE AUDCUSTO - STATUS: "
                   W-AUDCUSTO-STATUS
               STOP RUN.
           ADD 1 TO CT-CUSTOS.
           MOVE W-CUSTO-MEDIO TO W-CUSTO-EDIT.
           DISPLAY "CUSTO MEDIO DO ITEM " COD-MERC-CADMERC
               " PASSOU A " W-CUSTO-EDIT.

      *================================================================*
      * TITULO A PAGAR DA ENTREGA, PELO CUSTO DO ITEM NO PEDIDO. PEDIDO
      * ANTIGO, SEM CUSTO NO ITEM, USA O CUSTO DO CADASTRO ANTES DA
      * ENTRADA; SEM NENHUM CUSTO O TITULO NAO E GERADO E O
      * FINANCEIRO LANCA A FATURA A MAO

       GRAVA-CONTPAG.
           MOVE TI-CUSTO (W-ITEM-POS) TO W-CUSTO-PAG.
           IF W-CUSTO-PAG EQUAL ZEROS AND W-ACHOU EQUAL "SIM"
               MOVE W-CUSTO-ANT TO W-CUSTO-PAG.
           IF W-CUSTO-PAG EQUAL ZEROS
               ADD 1 TO CT-SEM-CUSTO
               DISPLAY "ITEM SEM CUSTO - TITULO A PAGAR NAO GERADO."
           ELSE
               PERFORM MONTA-TITULO-PAGAR
           END-IF.

       MONTA-TITULO-PAGAR.
           ADD 1 TO W-ULT-PAG.
           MOVE W-ULT-PAG TO CP-NUM.
           MOVE TP-FORN (W-PED-POS) TO CP-FORN.
           MOVE W-PED-DIGITADO TO CP-NUM-PED.
           MOVE W-COD-DIGITADO TO CP-COD-MERC.
           MOVE W-QTD-DIGITADA TO CP-QTD.
           MOVE W-DATA-DIG-AAAA TO W-REC-AAAA.
           MOVE W-DATA-DIG-MM TO W-REC-MM.
           MOVE W-DATA-DIG-DD TO W-REC-DD.
           MOVE W-DATA-REC-PAG TO CP-DATA-REC.
           PERFORM CALCULA-VENCIMENTO.
           MOVE W-VENC-PAG TO CP-VENC.
           COMPUTE CP-VALOR = W-QTD-DIGITADA * W-CUSTO-PAG.
           MOVE "A" TO CP-SITUACAO.
           MOVE ZEROS TO CP-DATA-PAG.
           WRITE REG-CONTPAG.
           IF W-CONTPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               STOP RUN.
           ADD 1 TO CT-PAGAR.
           ADD CP-VALOR TO W-COMPRAS-COMP.
           DISPLAY "TITULO A PAGAR " CP-NUM " VENCE EM " W-VENC-DD
               "/" W-VENC-MM "/" W-VENC-AAAA ".".

      *    FORNECEDOR FORA DO CADFORN VENCE NA PROPRIA ENTREGA
       CALCULA-VENCIMENTO.
           MOVE W-DATA-REC-PAG TO W-VENC-PAG.
           MOVE W-REC-DD TO W-VENC-DIAS.
           MOVE 1 TO W-I.
           MOVE ZEROS TO W-FORN-POS.
           PERFORM TESTA-FORNECEDOR UNTIL W-I GREATER THAN CT-TAB-FORN
               OR W-FORN-POS NOT EQUAL ZEROS.
           IF W-FORN-POS EQUAL ZEROS
               DISPLAY "FORNECEDOR " CP-FORN " FORA DO CADFORN - "
                   "VENCIMENTO NA DATA DA ENTREGA."
           ELSE
               ADD TF-PRAZO (W-FORN-POS) TO W-VENC-DIAS.
           PERFORM ACHA-DIAS-MES.
           PERFORM VIRA-MES-VENCIMENTO
               UNTIL W-VENC-DIAS NOT GREATER THAN W-DIAS-MES.
           MOVE W-VENC-DIAS TO W-VENC-DD.

       TESTA-FORNECEDOR.
           IF TF-COD (W-I) EQUAL CP-FORN
               MOVE W-I TO W-FORN-POS
           ELSE
               ADD 1 TO W-I.

       VIRA-MES-VENCIMENTO.
           SUBTRACT W-DIAS-MES FROM W-VENC-DIAS.
           ADD 1 TO W-VENC-MM.
           IF W-VENC-MM GREATER THAN 12
               MOVE 1 TO W-VENC-MM
               ADD 1 TO W-VENC-AAAA.
           PERFORM ACHA-DIAS-MES.

      *    FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO
       ACHA-DIAS-MES.
           MOVE DIAS-MES (W-VENC-MM) TO W-DIAS-MES.
           IF W-VENC-MM EQUAL 2
               DIVIDE W-VENC-AAAA BY 4 GIVING W-QUOC
                   REMAINDER W-RESTO
               IF W-RESTO EQUAL ZEROS
                   MOVE 29 TO W-DIAS-MES
                   DIVIDE W-VENC-AAAA BY 100 GIVING W-QUOC
                       REMAINDER W-RESTO
                   IF W-RESTO EQUAL ZEROS
                       DIVIDE W-VENC-AAAA BY 400 GIVING W-QUOC
                           REMAINDER W-RESTO
                       IF W-RESTO NOT EQUAL ZEROS
                           MOVE 28 TO W-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICA-FECHA-PEDIDO.
           PERFORM CONTA-ITENS-ABERTOS.
           IF W-ITENS-ABERTOS EQUAL ZEROS
           MOVE "PEDIDOS FECHADOS NA SESSAO" TO ROT-CTRL.
           MOVE CT-FECHADOS TO VAL-CTRL.
           WRITE REL-RECEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "CUSTOS MEDIOS ATUALIZADOS" TO ROT-CTRL.
           MOVE CT-CUSTOS TO VAL-CTRL.
           WRITE REL-RECEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "TITULOS A PAGAR GERADOS" TO ROT-CTRL.
           MOVE CT-PAGAR TO VAL-CTRL.
           WRITE REL-RECEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "ENTREGAS SEM CUSTO PARA PAGAR" TO ROT-CTRL.
           MOVE CT-SEM-CUSTO TO VAL-CTRL.
           WRITE REL-RECEB FROM DET-CTRL AFTER ADVANCING 1 LINE.

      *================================================================*
      * CONTABILIZACAO DAS COMPRAS DA SESSAO: DEBITO NO ESTOQUE E
      * CREDITO EM FORNECEDORES, A CONTA QUE O DEVFORN E O SELPAG
      * BAIXAM

       GRAVA-GLCONPAG.
           MOVE SPACES TO REG-GLCONPAG.
           MOVE "113001" TO GLP-CONTA.
           MOVE "ESTOQUE - ENTRADA DE COMPRAS" TO GLP-DESCRICAO.
           MOVE "D" TO GLP-DC.
           MOVE W-COMPRAS-COMP TO GLP-VALOR.
           PERFORM GRAVA-LANC-GLCONPAG.
           MOVE "211101" TO GLP-CONTA.
           MOVE "FORNECEDORES A PAGAR" TO GLP-DESCRICAO.
           MOVE "C" TO GLP-DC.
           MOVE W-COMPRAS-COMP TO GLP-VALOR.
           PERFORM GRAVA-LANC-GLCONPAG.

       GRAVA-LANC-GLCONPAG.
           WRITE REG-GLCONPAG.
           IF W-GLCONPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONPAG - STATUS: "
                   W-GLCONPAG-STATUS
               STOP RUN.

      *    O LOTE E ACRESCENTADO (EXTEND) AO GLCONPAG.DAT DAS OUTRAS
      *    SESSOES E DO SELPAG, ATE O COLETOR RECOLHER
       TERMINO.
           PERFORM GRAVA-TRAILER-MOVMERC.
           PERFORM IMP-CONTROLE.
           IF W-COMPRAS-COMP GREATER THAN ZEROS
               OPEN EXTEND GLCONPAG
               IF W-GLCONPAG-STATUS EQUAL "35"
                   OPEN OUTPUT GLCONPAG
               END-IF
               IF W-GLCONPAG-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCONPAG - STATUS: "
                       W-GLCONPAG-STATUS
                   STOP RUN
               END-IF
               PERFORM GRAVA-GLCONPAG
               CLOSE GLCONPAG
           END-IF.
           CLOSE CADMERC RECEB PEDFECH MOVMERC RELRECEB AUDCUSTO
               CONTPAG.
           DISPLAY "ENTREGAS REGISTRADAS: " CT-ENTREGAS.
           DISPLAY "PEDIDOS FECHADOS....: " CT-FECHADOS.
           DISPLAY "TITULOS A PAGAR.....: " CT-PAGAR.
           DISPLAY "FIM DO RECEBIMENTO.".
