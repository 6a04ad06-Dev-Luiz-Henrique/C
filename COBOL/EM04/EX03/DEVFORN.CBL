       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DEVFORN.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        DEVOLUCAO DE MERCADORIA AO FORNECEDOR COM NOTA
      *                DE DEBITO. NA OPCAO D O OPERADOR INFORMA O
      *                PEDIDO DE COMPRA (PROCURADO NO HISTORICO
      *                PEDHIST.DAT DO GERPED), O ITEM, O LOTE DEVOLVIDO
      *                (CONFERIDO NO LOTES.DAT; ZEROS SEM LOTE), A
      *                QUANTIDADE (ATE O RECEBIDO NO RECEB.DAT MENOS O
      *                JA DEVOLVIDO) E O MOTIVO. CADA DEVOLUCAO:
      *                - GERA O MOVIMENTO TIPO 5 COM SINAL "-" NO LOTE
      *                  PROPRIO DEVMOV.DAT, COM HEADER E TRAILER COMO
      *                  O RECEBMOV, LEVANDO O PEDIDO E O FORNECEDOR;
      *                  O EX03 BAIXA O ESTOQUE, O DEPOSITO E O LOTE
      *                  DEVOLVIDO;
      *                - RECEBE O NUMERO SEGUINTE DO REGISTRO DE NOTAS
      *                  DE DEBITO NOTADEB.DAT E SAI IMPRESSA NO
      *                  RELNDEB AO CUSTO UNITARIO DO ITEM NO PEDIDO
      *                  (PEDIDO SEM CUSTO NO ITEM USA O CUSTO DO
      *                  CADMERC);
      *                - CONTABILIZA O CREDITO CONTRA O FORNECEDOR NO
      *                  LOTE CONTABIL GLCONDEV.DAT (ACUMULADO ATE O
      *                  COLETOR GLCOLETA RECOLHER).
      *                NA OPCAO C O CREDITO EMITIDO PELO FORNECEDOR
      *                BAIXA A NOTA, QUE SAI DA LISTA MENSAL DE NOTAS
      *                EM ABERTO (NDABERTA). O REGISTRO E CARREGADO EM
      *                TABELA NA ABERTURA E REGRAVADO INTEIRO NO
      *                ENCERRAMENTO, COMO O CADFORN NO MANFORN.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) NAO ABRE A SESSAO (RETORNO 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDHIST ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-PEDHIST-STATUS.
           SELECT CADMERC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-MERC-CADMERC
               FILE STATUS IS W-CADMERC-STATUS.
           SELECT CADFORN ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADFORN-STATUS.
           SELECT OPTIONAL RECEB ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-RECEB-STATUS.
           SELECT OPTIONAL LOTES ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-LOTES-STATUS.
           SELECT OPTIONAL NOTADEB ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-NOTADEB-STATUS.
           SELECT MOVMERC ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MOVMERC-STATUS.
           SELECT GLCONDEV ASSIGN TO DISK
               FILE STATUS IS W-GLCONDEV-STATUS.
           SELECT RELNDEB ASSIGN TO DISK
               FILE STATUS IS W-RELNDEB-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    HISTORICO DOS PEDIDOS DO GERPED: "P" CABECALHO, "I" ITENS
       FD PEDHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDHIST.DAT".
       01 REG-PED-CAB.
           02 TIPO-PED             PIC X(01).
           02 NUM-PED              PIC 9(05).
           02 FORN-PED             PIC 9(03).
           02 NOME-FORN-PED        PIC X(30).
           02 DATA-PED             PIC 9(08).
           02 PRAZO-PED            PIC 9(03).
           02 FILLER               PIC X(04).
       01 REG-PED-ITEM REDEFINES REG-PED-CAB.
           02 TIPO-ITEM            PIC X(01).
           02 NUM-PED-ITEM         PIC 9(05).
           02 COD-MERC-ITEM        PIC 9(03).
           02 DESC-ITEM            PIC X(30).
           02 QTD-ITEM             PIC 9(04).
           02 CLASSE-ITEM          PIC X(01).
           02 CUSTO-ITEM           PIC 9(04)V9(02).
           02 FILLER               PIC X(04).

       FD CADMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMERC.DAT".
       01 REG-CADMERC.
           02 COD-MERC-CADMERC         PIC 9(03).
           02 DESCRICAO-CADMERC        PIC X(30).
           02 ESTOQ-MIN-CADMERC        PIC 9(03).
           02 QNTD-ESTOQ-CADMERC       PIC 9(03).
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

       FD CADFORN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 COD-FORN             PIC 9(03).
           02 NOME-FORN            PIC X(30).
           02 CNPJ-FORN            PIC 9(14).
           02 PRAZO-FORN           PIC 9(03).

      *    LIVRO DE ENTREGAS DO RECEBMER
       FD RECEB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECEB.DAT".
       01 REG-RECEB.
           02 REC-NUM-PED          PIC 9(05).
           02 REC-COD-MERC         PIC 9(03).
           02 REC-DATA             PIC 9(08).
           02 REC-QTD              PIC 9(04).

      *    CONTROLE DE LOTE E VALIDADE MANTIDO PELO EX03
       FD LOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOTES.DAT".
       01 REG-LOTE.
           02 COD-MERC-LOTE            PIC 9(03).
           02 NUM-LOTE                 PIC 9(05).
           02 QTD-LOTE                 PIC 9(03).
           02 DT-VALID-LOTE            PIC 9(08).

      *    REGISTRO DAS NOTAS DE DEBITO: SITUACAO "A" EM ABERTO, "C"
      *    CREDITADA PELO FORNECEDOR (DATAS EM AAAAMMDD)
       FD NOTADEB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTADEB.DAT".
       01 REG-NOTADEB.
           02 ND-NUM               PIC 9(05).
           02 ND-DATA              PIC 9(08).
           02 ND-FORN              PIC 9(03).
           02 ND-NUM-PED           PIC 9(05).
           02 ND-COD-MERC          PIC 9(03).
           02 ND-LOTE              PIC 9(05).
           02 ND-QTD               PIC 9(04).
           02 ND-CUSTO             PIC 9(04)V9(02).
           02 ND-VALOR             PIC 9(07)V9(02).
           02 ND-MOTIVO            PIC X(01).
           02 ND-SITUACAO          PIC X(01).
           02 ND-DATA-CRED         PIC 9(08).

      *    LOTE DE MOVIMENTOS DA DEVOLUCAO, NO MESMO LAYOUT (HEADER,
      *    DETALHE E TRAILER) QUE O EX03 CONFERE NA PRE-PASSAGEM;
      *    ENTREGUE PELO STREAM COMO MOVMERC.DAT
       FD MOVMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVMOV.DAT".
       01 REG-MOVMERC.
           02 COD-MERC-MOVMERC         PIC 9(03).
           02 DESCRICAO-MOVMERC        PIC X(30).
           02 ESTOQ-MIN-MOVMERC        PIC 9(03).
           02 QNTD-ESTOQ-MOVMERC       PIC 9(03).
           02 PRECO-UNIT-MOVMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-MOVMERC       PIC 9(04)V9(02).
           02 TP-ATUALIZACAO-MOVMERC   PIC X(01).
           02 SINAL-MOVMERC            PIC X(01).
           02 COD-FORN-MOVMERC         PIC 9(03).
           02 LOTE-MOVMERC             PIC 9(05).
           02 DT-VALID-MOVMERC         PIC 9(08).
           02 RED-DEVOL-MOVMERC REDEFINES DT-VALID-MOVMERC.
             03 NUM-PED-DEV-MOVMERC    PIC 9(05).
             03 FILLER                 PIC X(03).
           02 DEPOSITO-MOVMERC         PIC 9(02).
           02 DEP-DESTINO-MOVMERC      PIC 9(02).
       01 REG-MOVMERC-HDR.
           02 HDR-ID-MOVMERC           PIC X(03).
           02 HDR-DATA-MOVMERC         PIC 9(08).
           02 HDR-ORIGEM-MOVMERC       PIC X(10).
           02 FILLER                   PIC X(52).
       01 REG-MOVMERC-TRL.
           02 TRL-ID-MOVMERC           PIC X(03).
           02 TRL-QTD-MOVMERC          PIC 9(05).
           02 TRL-HASH-MOVMERC         PIC 9(09).
           02 FILLER                   PIC X(56).

      *    INTERFACE COM A CONTABILIDADE, NO LAYOUT DO GLCONTAB;
      *    ACUMULA NAS SESSOES ATE O GLCOLETA RECOLHER
       FD GLCONDEV LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONDEV.DAT".
       01 REG-GLCONDEV.
           02 GLD-CONTA             PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLD-DESCRICAO         PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLD-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLD-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLD-CCUSTO            PIC X(04).

       FD RELNDEB LABEL RECORD IS OMITTED.
       01 REL-NDEB                     PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-DEVOLUCAO        PIC X(03) VALUE "NAO".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-NO-PEDIDO          PIC X(03) VALUE "NAO".
       77 W-ITEM-ACHADO        PIC X(03) VALUE "NAO".
       77 W-DATA-VALIDA        PIC X(03) VALUE "SIM".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-ND-POS             PIC 9(04) VALUE ZEROS.
       77 W-FORN-POS           PIC 9(03) VALUE ZEROS.
       77 W-IND-MERC           PIC 9(04) VALUE ZEROS.

      *    DADOS DO PEDIDO E DO ITEM ACHADOS NO HISTORICO
       77 W-FORN-PED           PIC 9(03) VALUE ZEROS.
       77 W-DESC-ITEM          PIC X(30) VALUE SPACES.
       77 W-CUSTO-ITEM         PIC 9(04)V9(02) VALUE ZEROS.
       77 W-QTD-RECEBIDA       PIC 9(05) VALUE ZEROS.
       77 W-QTD-DEVOLVIDA      PIC 9(05) VALUE ZEROS.
       77 W-SALDO-DEVOLVER     PIC S9(05) VALUE ZEROS.
       77 W-SALDO-EXIBE        PIC 9(05) VALUE ZEROS.
       77 W-QTD-LOTE           PIC 9(03) VALUE ZEROS.
       77 W-VALOR-NOTA         PIC 9(07)V9(02) VALUE ZEROS.

      *    QUANTIDADE JA DEVOLVIDA NA SESSAO POR CODIGO (POSICAO =
      *    CODIGO + 1): O ESTOQUE DO CADMERC SO BAIXA NO EX03
       01 TAB-SESSAO.
           02 TS-QTD-DEV OCCURS 1000 TIMES PIC 9(05).

      *================================================================*
      * TOTAIS DE CONTROLE

       77 CT-NOTAS             PIC 9(05) VALUE ZEROS.
       77 CT-CREDITOS          PIC 9(05) VALUE ZEROS.
       77 CT-MOVIMENTOS        PIC 9(05) VALUE ZEROS.
       77 W-HASH-QTD           PIC 9(09) VALUE ZEROS.
       77 W-VALOR-NOTAS        PIC 9(09)V9(02) VALUE ZEROS.
       77 W-VALOR-CREDITOS     PIC 9(09)V9(02) VALUE ZEROS.
       01 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       01 RED-DATA-ESTAT REDEFINES W-DATA-ESTAT.
           02 W-ESTAT-AAAA     PIC 9(04).
           02 W-ESTAT-MM       PIC 9(02).
           02 W-ESTAT-DD       PIC 9(02).

      *    ORIGEM DA TRANSMISSAO COM A HORA DA SESSAO, COMO NO
      *    RECEBMER
       77 W-HORA-SESSAO        PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO        PIC X(03) VALUE "SIM".
       01 W-ORIGEM-LOTE.
           02 FILLER           PIC X(06) VALUE "DEVOL-".
           02 W-ORIGEM-HHMM    PIC 9(04).

      *    FILE STATUS DOS ARQUIVOS
       77 W-PEDHIST-STATUS     PIC X(02) VALUE "00".
       77 W-CADMERC-STATUS     PIC X(02) VALUE "00".
       77 W-CADFORN-STATUS     PIC X(02) VALUE "00".
       77 W-RECEB-STATUS       PIC X(02) VALUE "00".
       77 W-LOTES-STATUS       PIC X(02) VALUE "00".
       77 W-NOTADEB-STATUS     PIC X(02) VALUE "00".
       77 W-MOVMERC-STATUS     PIC X(02) VALUE "00".
       77 W-GLCONDEV-STATUS    PIC X(02) VALUE "00".
       77 W-RELNDEB-STATUS     PIC X(02) VALUE "00".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR

       01 W-ENTRADA-PED        PIC X(05) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-PED REDEFINES W-ENTRADA-PED.
           02 W-PED-DIGITADO   PIC 9(05).

       01 W-ENTRADA-COD        PIC X(03) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-COD REDEFINES W-ENTRADA-COD.
           02 W-COD-DIGITADO   PIC 9(03).

       01 W-ENTRADA-LOTE       PIC X(05) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-LOTE REDEFINES W-ENTRADA-LOTE.
           02 W-LOTE-DIGITADO  PIC 9(05).

       01 W-ENTRADA-QTD        PIC X(03) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-QTD REDEFINES W-ENTRADA-QTD.
           02 W-QTD-DIGITADA   PIC 9(03).

       01 W-ENTRADA-ND         PIC X(05) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-ND REDEFINES W-ENTRADA-ND.
           02 W-ND-DIGITADA    PIC 9(05).

       01 W-MOTIVO             PIC X(01) VALUE SPACE.

       01 W-ENTRADA-DATA       PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIG-DD    PIC 9(02).
           02 W-DATA-DIG-MM    PIC 9(02).
           02 W-DATA-DIG-AAAA  PIC 9(04).
       01 W-DATA-CREDITO.
           02 W-CRED-AAAA      PIC 9(04).
           02 W-CRED-MM        PIC 9(02).
           02 W-CRED-DD        PIC 9(02).

      *================================================================*
      * FORNECEDORES, PARA O NOME E O CNPJ NA NOTA

       77 CT-TAB-FORN          PIC 9(03) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           02 TAB-FORN-OCR OCCURS 50 TIMES.
             03 TF-COD         PIC 9(03).
             03 TF-NOME        PIC X(30).
             03 TF-CNPJ        PIC 9(14).

      *================================================================*
      * REGISTRO DE NOTAS DE DEBITO EM MEMORIA

       77 CT-TAB-ND            PIC 9(04) VALUE ZEROS.
       77 W-ULTIMA-ND          PIC 9(05) VALUE ZEROS.
       01 TAB-NOTAS.
           02 TAB-ND-OCR OCCURS 2000 TIMES.
             03 TN-NUM         PIC 9(05).
             03 TN-DATA        PIC 9(08).
             03 TN-FORN        PIC 9(03).
             03 TN-NUM-PED     PIC 9(05).
             03 TN-COD-MERC    PIC 9(03).
             03 TN-LOTE        PIC 9(05).
             03 TN-QTD         PIC 9(04).
             03 TN-CUSTO       PIC 9(04)V9(02).
             03 TN-VALOR       PIC 9(07)V9(02).
             03 TN-MOTIVO      PIC X(01).
             03 TN-SITUACAO    PIC X(01).
             03 TN-DATA-CRED   PIC 9(08).

      *================================================================*
      * IMPRESSAO DA NOTA DE DEBITO, UMA POR PAGINA

       01 NDB-01.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOTA DE DEBITO AO FORNECEDOR".
           02 FILLER PIC X(25) VALUE SPACES.

       01 NDB-02.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "NUMERO: ".
           02 NDB-NUM PIC 9(05).
           02 FILLER PIC X(37) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 NDB-DD PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 NDB-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 NDB-AAAA PIC 9999.
           02 FILLER PIC X(10) VALUE SPACES.

       01 NDB-03.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "FORNECEDOR: ".
           02 NDB-FORN PIC 9(03).
           02 FILLER PIC X(03) VALUE " - ".
           02 NDB-NOME PIC X(30).
           02 FILLER PIC X(07) VALUE " CNPJ: ".
           02 NDB-CNPJ PIC 9(14).
           02 FILLER PIC X(07) VALUE SPACES.

       01 NDB-04.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "PEDIDO DE COMPRA: ".
           02 NDB-PED PIC 9(05).
           02 FILLER PIC X(53) VALUE SPACES.

       01 NDB-05.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "MERCADORIA: ".
           02 NDB-COD PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 NDB-DESC PIC X(30).
           02 FILLER PIC X(08) VALUE "  LOTE: ".
           02 NDB-LOTE PIC 9(05).
           02 FILLER PIC X(17) VALUE SPACES.

       01 NDB-06.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "QUANTIDADE: ".
           02 NDB-QTD PIC ZZZ9.
           02 FILLER PIC X(16) VALUE "  CUSTO UNIT.: ".
           02 NDB-CUSTO PIC Z.ZZ9,99.
           02 FILLER PIC X(10) VALUE "  VALOR: ".
           02 NDB-VALOR PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(14) VALUE SPACES.

       01 NDB-07.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "MOTIVO: ".
           02 NDB-MOTIVO PIC X(30).
           02 FILLER PIC X(38) VALUE SPACES.

       01 NDB-08.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "SOLICITAMOS A EMISSAO DE NOTA ".
           02 FILLER PIC X(30) VALUE "DE CREDITO NO VALOR ACIMA.".
           02 FILLER PIC X(16) VALUE SPACES.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(32).
           02 VAL-CTRL PIC ZZZZZZZZ9,99.
           02 FILLER   PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-DEVFORN.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-DEVOLUCAO EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "DEVOLUCAO A FORNECEDOR E NOTAS DE DEBITO".
           DISPLAY " ".
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-CADFORN.
           PERFORM CARREGA-NOTADEB.
           MOVE ZEROS TO TAB-SESSAO.
           OPEN INPUT CADMERC.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND GLCONDEV.
           IF W-GLCONDEV-STATUS EQUAL "35"
               OPEN OUTPUT GLCONDEV.
           IF W-GLCONDEV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLCONDEV - STATUS: "
                   W-GLCONDEV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
      *    LOTE ANTERIOR AINDA NAO ENTREGUE AO EX03 NAO PODE SER
      *    SOBREPOSTO: A SESSAO SO ABRE COM O DEVMOV.DAT AUSENTE
           OPEN INPUT MOVMERC.
           IF W-MOVMERC-STATUS NOT EQUAL "35"
               CLOSE MOVMERC
               DISPLAY "DEVMOV.DAT AINDA NAO ENTREGUE AO EX03 - "
                   "ENTREGUE O LOTE ANTES DE ABRIR NOVA SESSAO."
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT MOVMERC RELNDEB.
           IF W-MOVMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR DEVMOV - STATUS: "
                   W-MOVMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELNDEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELNDEB - STATUS: "
                   W-RELNDEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-SESSAO FROM TIME.
           MOVE W-HORA-SESSAO (1:4) TO W-ORIGEM-HHMM.
           PERFORM GRAVA-HEADER-MOVMERC.

      *================================================================*
      * CARGA DOS FORNECEDORES E DO REGISTRO DE NOTAS

       CARREGA-CADFORN.
           OPEN INPUT CADFORN.
           IF W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADFORN.
           PERFORM GUARDA-FORNECEDOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFORN.

       LE-CADFORN.
           READ CADFORN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-FORNECEDOR.
           ADD 1 TO CT-TAB-FORN.
           IF CT-TAB-FORN GREATER THAN 50
               DISPLAY "ERRO: CADFORN.DAT EXCEDE O LIMITE DE 50 "
                   "FORNECEDORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-FORN TO TF-COD (CT-TAB-FORN).
           MOVE NOME-FORN TO TF-NOME (CT-TAB-FORN).
           MOVE CNPJ-FORN TO TF-CNPJ (CT-TAB-FORN).
           PERFORM LE-CADFORN.

      *    REGISTRO INEXISTENTE COMECA VAZIO, NA NOTA NUMERO 1
       CARREGA-NOTADEB.
           OPEN INPUT NOTADEB.
           IF W-NOTADEB-STATUS NOT EQUAL "00" AND
              W-NOTADEB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR NOTADEB - STATUS: "
                   W-NOTADEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-NOTADEB.
           PERFORM GUARDA-NOTA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE NOTADEB.

       LE-NOTADEB.
           READ NOTADEB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-NOTADEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE NOTADEB - STATUS: "
                   W-NOTADEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-NOTA.
           PERFORM ABRE-POSICAO-NOTA.
           MOVE ND-NUM TO TN-NUM (CT-TAB-ND).
           MOVE ND-DATA TO TN-DATA (CT-TAB-ND).
           MOVE ND-FORN TO TN-FORN (CT-TAB-ND).
           MOVE ND-NUM-PED TO TN-NUM-PED (CT-TAB-ND).
           MOVE ND-COD-MERC TO TN-COD-MERC (CT-TAB-ND).
           MOVE ND-LOTE TO TN-LOTE (CT-TAB-ND).
           MOVE ND-QTD TO TN-QTD (CT-TAB-ND).
           MOVE ND-CUSTO TO TN-CUSTO (CT-TAB-ND).
           MOVE ND-VALOR TO TN-VALOR (CT-TAB-ND).
           MOVE ND-MOTIVO TO TN-MOTIVO (CT-TAB-ND).
           MOVE ND-SITUACAO TO TN-SITUACAO (CT-TAB-ND).
           MOVE ND-DATA-CRED TO TN-DATA-CRED (CT-TAB-ND).
           IF ND-NUM GREATER THAN W-ULTIMA-ND
               MOVE ND-NUM TO W-ULTIMA-ND.
           PERFORM LE-NOTADEB.

       ABRE-POSICAO-NOTA.
           ADD 1 TO CT-TAB-ND.
           IF CT-TAB-ND GREATER THAN 2000
               DISPLAY "ERRO: NOTADEB.DAT EXCEDE O LIMITE DE 2000 "
                   "NOTAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (D=DEVOLVER C=CREDITO DO FORNECEDOR "
               "F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "D"
               PERFORM DEVOLUCAO
             WHEN "d"
               PERFORM DEVOLUCAO
             WHEN "C"
               PERFORM CREDITO
             WHEN "c"
               PERFORM CREDITO
             WHEN "F"
               MOVE "SIM" TO FIM-DEVOLUCAO
             WHEN "f"
               MOVE "SIM" TO FIM-DEVOLUCAO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           DISPLAY " ".

      *================================================================*
      * DEVOLUCAO: PEDIDO E ITEM NO HISTORICO, SALDO DEVOLVIVEL,
      * LOTE, ESTOQUE; SO ENTAO A NOTA E O MOVIMENTO SAO GERADOS

       DEVOLUCAO.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA: ".
           ACCEPT W-ENTRADA-PED.
           INSPECT W-ENTRADA-PED REPLACING LEADING SPACE BY ZERO.
           DISPLAY "CODIGO DA MERCADORIA (3 DIGITOS): ".
           ACCEPT W-ENTRADA-COD.
           INSPECT W-ENTRADA-COD REPLACING LEADING SPACE BY ZERO.
           PERFORM PROCURA-PEDIDO-HIST.
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "PEDIDO NAO CONSTA DO PEDHIST - DEVOLUCAO "
                   "RECUSADA."
           ELSE
               IF W-ITEM-ACHADO EQUAL "NAO"
                   DISPLAY "ITEM NAO CONSTA DO PEDIDO - DEVOLUCAO "
                       "RECUSADA."
               ELSE
                   PERFORM CALCULA-SALDO-DEVOLVER
                   IF W-SALDO-DEVOLVER NOT GREATER THAN ZEROS
                       DISPLAY "NADA RECEBIDO A DEVOLVER DESTE ITEM "
                           "- DEVOLUCAO RECUSADA."
                   ELSE
                       PERFORM DEVOLUCAO-ITEM
                   END-IF
               END-IF
           END-IF.

       DEVOLUCAO-ITEM.
           MOVE "SIM" TO W-ACHOU.
           MOVE W-COD-DIGITADO TO COD-MERC-CADMERC.
           READ CADMERC
               INVALID KEY MOVE "NAO" TO W-ACHOU
           END-READ.
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "MERCADORIA FORA DO CADMERC - DEVOLUCAO "
                   "RECUSADA."
           ELSE
               MOVE W-SALDO-DEVOLVER TO W-SALDO-EXIBE
               DISPLAY "RECEBIDO A DEVOLVER: " W-SALDO-EXIBE
               DISPLAY "LOTE DEVOLVIDO (ZEROS SE SEM LOTE): "
               ACCEPT W-ENTRADA-LOTE
               INSPECT W-ENTRADA-LOTE REPLACING LEADING SPACE BY ZERO
               DISPLAY "QUANTIDADE DEVOLVIDA (3 DIGITOS): "
               ACCEPT W-ENTRADA-QTD
               INSPECT W-ENTRADA-QTD REPLACING LEADING SPACE BY ZERO
               PERFORM CONFERE-QUANTIDADE
               IF W-CAMPO-OK EQUAL "SIM"
                   MOVE "NAO" TO W-CAMPO-OK
                   PERFORM ACEITA-MOTIVO UNTIL W-CAMPO-OK EQUAL "SIM"
                   PERFORM APLICA-DEVOLUCAO
               END-IF
           END-IF.

      *    A ULTIMA OCORRENCIA DO NUMERO NO HISTORICO E A QUE VALE
       PROCURA-PEDIDO-HIST.
           MOVE "NAO" TO W-ACHOU.
           MOVE "NAO" TO W-ITEM-ACHADO.
           MOVE "NAO" TO W-NO-PEDIDO.
           OPEN INPUT PEDHIST.
           IF W-PEDHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PEDHIST - STATUS: "
                   W-PEDHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PEDHIST.
           PERFORM TESTA-REG-PEDHIST UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PEDHIST.

       LE-PEDHIST.
           READ PEDHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PEDHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PEDHIST - STATUS: "
                   W-PEDHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-REG-PEDHIST.
           IF TIPO-PED EQUAL "P"
               MOVE "NAO" TO W-NO-PEDIDO
               IF NUM-PED EQUAL W-PED-DIGITADO
                   MOVE "SIM" TO W-ACHOU
                   MOVE "SIM" TO W-NO-PEDIDO
                   MOVE "NAO" TO W-ITEM-ACHADO
                   MOVE FORN-PED TO W-FORN-PED
               END-IF
           ELSE
               IF W-NO-PEDIDO EQUAL "SIM" AND
                  COD-MERC-ITEM EQUAL W-COD-DIGITADO
                   MOVE "SIM" TO W-ITEM-ACHADO
                   MOVE DESC-ITEM TO W-DESC-ITEM
                   MOVE ZEROS TO W-CUSTO-ITEM
                   IF CUSTO-ITEM NUMERIC
                       MOVE CUSTO-ITEM TO W-CUSTO-ITEM
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-PEDHIST.

      *    RECEBIDO DO ITEM NO PEDIDO MENOS O QUE JA FOI DEVOLVIDO EM
      *    NOTAS ANTERIORES (DESTA OU DE OUTRAS SESSOES)
       CALCULA-SALDO-DEVOLVER.
           MOVE ZEROS TO W-QTD-RECEBIDA W-QTD-DEVOLVIDA.
           OPEN INPUT RECEB.
           IF W-RECEB-STATUS NOT EQUAL "00" AND
              W-RECEB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR RECEB - STATUS: "
                   W-RECEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-RECEB.
           PERFORM SOMA-RECEBIDO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE RECEB.
           MOVE ZEROS TO W-I.
           PERFORM SOMA-DEVOLVIDO CT-TAB-ND TIMES.
           COMPUTE W-SALDO-DEVOLVER = W-QTD-RECEBIDA
                                    - W-QTD-DEVOLVIDA.

       LE-RECEB.
           READ RECEB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-RECEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RECEB - STATUS: "
                   W-RECEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       SOMA-RECEBIDO.
           IF REC-NUM-PED EQUAL W-PED-DIGITADO AND
              REC-COD-MERC EQUAL W-COD-DIGITADO
               ADD REC-QTD TO W-QTD-RECEBIDA.
           PERFORM LE-RECEB.

       SOMA-DEVOLVIDO.
           ADD 1 TO W-I.
           IF TN-NUM-PED (W-I) EQUAL W-PED-DIGITADO AND
              TN-COD-MERC (W-I) EQUAL W-COD-DIGITADO
               ADD TN-QTD (W-I) TO W-QTD-DEVOLVIDA.

      *    QUANTIDADE ATE O SALDO DEVOLVIVEL, ATE O ESTOQUE (MENOS O
      *    JA DEVOLVIDO NA SESSAO) E, COM LOTE, ATE O SALDO DO LOTE
       CONFERE-QUANTIDADE.
           MOVE "NAO" TO W-CAMPO-OK.
           COMPUTE W-IND-MERC = W-COD-DIGITADO + 1.
           IF W-QTD-DIGITADA EQUAL ZEROS
               DISPLAY "QUANTIDADE ZERADA - DEVOLUCAO RECUSADA."
           ELSE
               IF W-QTD-DIGITADA GREATER THAN W-SALDO-DEVOLVER
                   DISPLAY "QUANTIDADE MAIOR QUE O RECEBIDO A "
                       "DEVOLVER - DEVOLUCAO RECUSADA."
               ELSE
                   IF W-QTD-DIGITADA + TS-QTD-DEV (W-IND-MERC)
                      GREATER THAN QNTD-ESTOQ-CADMERC
                       DISPLAY "QUANTIDADE MAIOR QUE O ESTOQUE - "
                           "DEVOLUCAO RECUSADA."
                   ELSE
                       MOVE "SIM" TO W-CAMPO-OK
                   END-IF
               END-IF
           END-IF.
           IF W-CAMPO-OK EQUAL "SIM" AND
              W-LOTE-DIGITADO NOT EQUAL ZEROS
               PERFORM PROCURA-LOTE
               IF W-ACHOU EQUAL "NAO"
                   MOVE "NAO" TO W-CAMPO-OK
                   DISPLAY "LOTE NAO CONSTA DO CONTROLE PARA O ITEM "
                       "- DEVOLUCAO RECUSADA."
               ELSE
                   IF W-QTD-DIGITADA GREATER THAN W-QTD-LOTE
                       MOVE "NAO" TO W-CAMPO-OK
                       DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO "
                           "LOTE - DEVOLUCAO RECUSADA."
                   END-IF
               END-IF
           END-IF.

       PROCURA-LOTE.
           MOVE "NAO" TO W-ACHOU.
           MOVE ZEROS TO W-QTD-LOTE.
           OPEN INPUT LOTES.
           IF W-LOTES-STATUS NOT EQUAL "00" AND
              W-LOTES-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR LOTES - STATUS: "
                   W-LOTES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-LOTE.
           PERFORM TESTA-LOTE UNTIL FIM-ARQ EQUAL "SIM"
               OR W-ACHOU EQUAL "SIM".
           CLOSE LOTES.

       LE-LOTE.
           READ LOTES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-LOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE LOTES - STATUS: "
                   W-LOTES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-LOTE.
           IF COD-MERC-LOTE EQUAL W-COD-DIGITADO AND
              NUM-LOTE EQUAL W-LOTE-DIGITADO
               MOVE "SIM" TO W-ACHOU
               MOVE QTD-LOTE TO W-QTD-LOTE
           ELSE
               PERFORM LE-LOTE.

       ACEITA-MOTIVO.
           DISPLAY "MOTIVO (A=AVARIADA E=MERCADORIA ERRADA "
               "O=OUTROS): ".
           ACCEPT W-MOTIVO.
           IF W-MOTIVO EQUAL "A" OR W-MOTIVO EQUAL "E" OR
              W-MOTIVO EQUAL "O"
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               DISPLAY "MOTIVO INVALIDO - DIGITE NOVAMENTE.".

      *================================================================*
      * A DEVOLUCAO ACEITA VIRA NOTA, MOVIMENTO E LANCAMENTO

       APLICA-DEVOLUCAO.
      *    PEDIDO GERADO ANTES DO CUSTO NO ITEM USA O CUSTO ATUAL
           IF W-CUSTO-ITEM EQUAL ZEROS
               MOVE CUSTO-UNIT-CADMERC TO W-CUSTO-ITEM.
           COMPUTE W-VALOR-NOTA = W-QTD-DIGITADA * W-CUSTO-ITEM.
           ADD W-QTD-DIGITADA TO TS-QTD-DEV (W-IND-MERC).
           PERFORM REGISTRA-NOTA.
           PERFORM GRAVA-MOVIMENTO.
           MOVE "112101" TO GLD-CONTA.
           MOVE "NOTAS DE DEBITO A FORNECEDORES" TO GLD-DESCRICAO.
           MOVE "D" TO GLD-DC.
           MOVE W-VALOR-NOTA TO GLD-VALOR.
           PERFORM GRAVA-LANC-GLCONDEV.
           MOVE "113001" TO GLD-CONTA.
           MOVE "ESTOQUE - DEVOLUCAO A FORNEC." TO GLD-DESCRICAO.
           MOVE "C" TO GLD-DC.
           MOVE W-VALOR-NOTA TO GLD-VALOR.
           PERFORM GRAVA-LANC-GLCONDEV.
           PERFORM IMP-NOTA.
           ADD 1 TO CT-NOTAS.
           ADD W-VALOR-NOTA TO W-VALOR-NOTAS.
           DISPLAY "NOTA DE DEBITO " W-ULTIMA-ND " EMITIDA.".

       REGISTRA-NOTA.
           PERFORM ABRE-POSICAO-NOTA.
           ADD 1 TO W-ULTIMA-ND.
           MOVE W-ULTIMA-ND TO TN-NUM (CT-TAB-ND).
           MOVE W-DATA-ESTAT TO TN-DATA (CT-TAB-ND).
           MOVE W-FORN-PED TO TN-FORN (CT-TAB-ND).
           MOVE W-PED-DIGITADO TO TN-NUM-PED (CT-TAB-ND).
           MOVE W-COD-DIGITADO TO TN-COD-MERC (CT-TAB-ND).
           MOVE W-LOTE-DIGITADO TO TN-LOTE (CT-TAB-ND).
           MOVE W-QTD-DIGITADA TO TN-QTD (CT-TAB-ND).
           MOVE W-CUSTO-ITEM TO TN-CUSTO (CT-TAB-ND).
           MOVE W-VALOR-NOTA TO TN-VALOR (CT-TAB-ND).
           MOVE W-MOTIVO TO TN-MOTIVO (CT-TAB-ND).
           MOVE "A" TO TN-SITUACAO (CT-TAB-ND).
           MOVE ZEROS TO TN-DATA-CRED (CT-TAB-ND).
           MOVE CT-TAB-ND TO W-ND-POS.

      *    MOVIMENTO TIPO 5 COM SINAL "-": O EX03 BAIXA ESTOQUE,
      *    DEPOSITO CENTRAL E O LOTE DEVOLVIDO
       GRAVA-MOVIMENTO.
           MOVE COD-MERC-CADMERC TO COD-MERC-MOVMERC.
           MOVE DESCRICAO-CADMERC TO DESCRICAO-MOVMERC.
           MOVE ESTOQ-MIN-CADMERC TO ESTOQ-MIN-MOVMERC.
           MOVE W-QTD-DIGITADA TO QNTD-ESTOQ-MOVMERC.
           MOVE PRECO-UNIT-CADMERC TO PRECO-UNIT-MOVMERC.
           MOVE CUSTO-UNIT-CADMERC TO CUSTO-UNIT-MOVMERC.
           MOVE "5" TO TP-ATUALIZACAO-MOVMERC.
           MOVE "-" TO SINAL-MOVMERC.
           MOVE W-FORN-PED TO COD-FORN-MOVMERC.
           MOVE W-LOTE-DIGITADO TO LOTE-MOVMERC.
           MOVE ZEROS TO DT-VALID-MOVMERC.
           MOVE W-PED-DIGITADO TO NUM-PED-DEV-MOVMERC.
           MOVE 01 TO DEPOSITO-MOVMERC.
           MOVE ZEROS TO DEP-DESTINO-MOVMERC.
           WRITE REG-MOVMERC.
           IF W-MOVMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE DEVMOV - STATUS: "
                   W-MOVMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-MOVIMENTOS.
           ADD W-QTD-DIGITADA TO W-HASH-QTD.

       GRAVA-LANC-GLCONDEV.
           MOVE SPACES TO GLD-CCUSTO.
           WRITE REG-GLCONDEV.
           IF W-GLCONDEV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONDEV - STATUS: "
                   W-GLCONDEV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * CREDITO EMITIDO PELO FORNECEDOR: A NOTA E BAIXADA E O
      * CREDITO ABATE A CONTA DO FORNECEDOR

       CREDITO.
           DISPLAY "NUMERO DA NOTA DE DEBITO: ".
           ACCEPT W-ENTRADA-ND.
           INSPECT W-ENTRADA-ND REPLACING LEADING SPACE BY ZERO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-NOTA UNTIL W-I GREATER THAN CT-TAB-ND
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "NOTA DE DEBITO NAO REGISTRADA."
           ELSE
               MOVE W-I TO W-ND-POS
               IF TN-SITUACAO (W-ND-POS) NOT EQUAL "A"
                   DISPLAY "NOTA DE DEBITO JA CREDITADA EM "
                       TN-DATA-CRED (W-ND-POS) "."
               ELSE
                   MOVE "NAO" TO W-CAMPO-OK
                   PERFORM ACEITA-DATA-CREDITO
                       UNTIL W-CAMPO-OK EQUAL "SIM"
                   PERFORM APLICA-CREDITO
               END-IF
           END-IF.

       TESTA-NOTA.
           IF TN-NUM (W-I) EQUAL W-ND-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       ACEITA-DATA-CREDITO.
           DISPLAY "DATA DO CREDITO DO FORNECEDOR (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DATA.
           INSPECT W-ENTRADA-DATA REPLACING LEADING SPACE BY ZERO.
           CALL "VALDATA" USING W-DATA-DIG-DD W-DATA-DIG-MM
               W-DATA-DIG-AAAA W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       APLICA-CREDITO.
           MOVE W-DATA-DIG-AAAA TO W-CRED-AAAA.
           MOVE W-DATA-DIG-MM TO W-CRED-MM.
           MOVE W-DATA-DIG-DD TO W-CRED-DD.
           MOVE "C" TO TN-SITUACAO (W-ND-POS).
           MOVE W-DATA-CREDITO TO TN-DATA-CRED (W-ND-POS).
           MOVE "211101" TO GLD-CONTA.
           MOVE "FORNECEDORES - CREDITO RECEB." TO GLD-DESCRICAO.
           MOVE "D" TO GLD-DC.
           MOVE TN-VALOR (W-ND-POS) TO GLD-VALOR.
           PERFORM GRAVA-LANC-GLCONDEV.
           MOVE "112101" TO GLD-CONTA.
           MOVE "NOTAS DE DEBITO - BAIXA" TO GLD-DESCRICAO.
           MOVE "C" TO GLD-DC.
           MOVE TN-VALOR (W-ND-POS) TO GLD-VALOR.
           PERFORM GRAVA-LANC-GLCONDEV.
           ADD 1 TO CT-CREDITOS.
           ADD TN-VALOR (W-ND-POS) TO W-VALOR-CREDITOS.
           DISPLAY "NOTA DE DEBITO " TN-NUM (W-ND-POS) " BAIXADA.".

      *================================================================*

       IMP-NOTA.
           MOVE TN-NUM (W-ND-POS) TO NDB-NUM.
           MOVE W-ESTAT-DD TO NDB-DD.
           MOVE W-ESTAT-MM TO NDB-MM.
           MOVE W-ESTAT-AAAA TO NDB-AAAA.
           MOVE W-FORN-PED TO NDB-FORN.
           MOVE "FORNECEDOR NAO CADASTRADO" TO NDB-NOME.
           MOVE ZEROS TO NDB-CNPJ.
           MOVE 1 TO W-I.
           MOVE "NAO" TO W-ACHOU.
           PERFORM TESTA-FORNECEDOR UNTIL W-I GREATER THAN
               CT-TAB-FORN OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE TF-NOME (W-I) TO NDB-NOME
               MOVE TF-CNPJ (W-I) TO NDB-CNPJ.
           MOVE W-PED-DIGITADO TO NDB-PED.
           MOVE W-COD-DIGITADO TO NDB-COD.
           MOVE W-DESC-ITEM TO NDB-DESC.
           MOVE W-LOTE-DIGITADO TO NDB-LOTE.
           MOVE W-QTD-DIGITADA TO NDB-QTD.
           MOVE W-CUSTO-ITEM TO NDB-CUSTO.
           MOVE W-VALOR-NOTA TO NDB-VALOR.
           EVALUATE W-MOTIVO
             WHEN "A"
               MOVE "MERCADORIA AVARIADA" TO NDB-MOTIVO
             WHEN "E"
               MOVE "MERCADORIA ERRADA" TO NDB-MOTIVO
             WHEN OTHER
               MOVE "OUTROS" TO NDB-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO REL-NDEB.
           WRITE REL-NDEB AFTER ADVANCING PAGE.
           WRITE REL-NDEB FROM NDB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-NDEB FROM NDB-02 AFTER ADVANCING 2 LINES.
           WRITE REL-NDEB FROM NDB-03 AFTER ADVANCING 2 LINES.
           WRITE REL-NDEB FROM NDB-04 AFTER ADVANCING 1 LINE.
           WRITE REL-NDEB FROM NDB-05 AFTER ADVANCING 2 LINES.
           WRITE REL-NDEB FROM NDB-06 AFTER ADVANCING 1 LINE.
           WRITE REL-NDEB FROM NDB-07 AFTER ADVANCING 1 LINE.
           WRITE REL-NDEB FROM NDB-08 AFTER ADVANCING 2 LINES.
           IF W-RELNDEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELNDEB - STATUS: "
                   W-RELNDEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-FORNECEDOR.
           IF TF-COD (W-I) EQUAL W-FORN-PED
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       GRAVA-HEADER-MOVMERC.
           MOVE SPACES TO REG-MOVMERC-HDR.
           MOVE "HDR" TO HDR-ID-MOVMERC.
           MOVE W-DATA-ESTAT TO HDR-DATA-MOVMERC.
           MOVE W-ORIGEM-LOTE TO HDR-ORIGEM-MOVMERC.
           WRITE REG-MOVMERC-HDR.
           IF W-MOVMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE DEVMOV - STATUS: "
                   W-MOVMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-TRAILER-MOVMERC.
           MOVE SPACES TO REG-MOVMERC-TRL.
           MOVE "TRL" TO TRL-ID-MOVMERC.
           MOVE CT-MOVIMENTOS TO TRL-QTD-MOVMERC.
           MOVE W-HASH-QTD TO TRL-HASH-MOVMERC.
           WRITE REG-MOVMERC-TRL.
           IF W-MOVMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE DEVMOV - STATUS: "
                   W-MOVMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * O REGISTRO DE NOTAS VOLTA INTEIRO AO DISCO

       REGRAVA-NOTADEB.
           OPEN OUTPUT NOTADEB.
           IF W-NOTADEB-STATUS NOT EQUAL "00" AND
              W-NOTADEB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR NOTADEB - STATUS: "
                   W-NOTADEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-I.
           PERFORM GRAVA-UMA-NOTA CT-TAB-ND TIMES.
           CLOSE NOTADEB.

       GRAVA-UMA-NOTA.
           ADD 1 TO W-I.
           MOVE TN-NUM (W-I) TO ND-NUM.
           MOVE TN-DATA (W-I) TO ND-DATA.
           MOVE TN-FORN (W-I) TO ND-FORN.
           MOVE TN-NUM-PED (W-I) TO ND-NUM-PED.
           MOVE TN-COD-MERC (W-I) TO ND-COD-MERC.
           MOVE TN-LOTE (W-I) TO ND-LOTE.
           MOVE TN-QTD (W-I) TO ND-QTD.
           MOVE TN-CUSTO (W-I) TO ND-CUSTO.
           MOVE TN-VALOR (W-I) TO ND-VALOR.
           MOVE TN-MOTIVO (W-I) TO ND-MOTIVO.
           MOVE TN-SITUACAO (W-I) TO ND-SITUACAO.
           MOVE TN-DATA-CRED (W-I) TO ND-DATA-CRED.
           WRITE REG-NOTADEB.
           IF W-NOTADEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE NOTADEB - STATUS: "
                   W-NOTADEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       IMP-CONTROLE.
           MOVE SPACES TO REL-NDEB.
           WRITE REL-NDEB AFTER ADVANCING PAGE.
           MOVE "NOTAS DE DEBITO EMITIDAS" TO ROT-CTRL.
           MOVE CT-NOTAS TO VAL-CTRL.
           WRITE REL-NDEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "VALOR DAS NOTAS EMITIDAS" TO ROT-CTRL.
           MOVE W-VALOR-NOTAS TO VAL-CTRL.
           WRITE REL-NDEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "MOVIMENTOS DE DEVOLUCAO GERADOS" TO ROT-CTRL.
           MOVE CT-MOVIMENTOS TO VAL-CTRL.
           WRITE REL-NDEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "NOTAS BAIXADAS POR CREDITO" TO ROT-CTRL.
           MOVE CT-CREDITOS TO VAL-CTRL.
           WRITE REL-NDEB FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "VALOR DOS CREDITOS RECEBIDOS" TO ROT-CTRL.
           MOVE W-VALOR-CREDITOS TO VAL-CTRL.
           WRITE REL-NDEB FROM DET-CTRL AFTER ADVANCING 1 LINE.

       TERMINO.
           PERFORM GRAVA-TRAILER-MOVMERC.
           PERFORM IMP-CONTROLE.
           PERFORM REGRAVA-NOTADEB.
           CLOSE CADMERC MOVMERC GLCONDEV RELNDEB.
           DISPLAY "NOTAS DE DEBITO EMITIDAS: " CT-NOTAS.
           DISPLAY "NOTAS BAIXADAS.........: " CT-CREDITOS.
           DISPLAY "FIM DA DEVOLUCAO.".
