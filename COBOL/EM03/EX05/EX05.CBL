      *                CLASSIFICAR OS DADOS EM ORDEM ASCENDENTE POR
      *                ESTADO E NUMERO DE VENDEDOR E IMPRIMIR O
      *                RESULTADO NO RELATORIO DE SAIDA RELVENDA.
      *                O LIQUIDO DE CADA ESTADO POR ANO/MES E
      *                ACRESCENTADO AO HISTORICO VENDHIST.DAT, COM AS
      *                DEVOLUCOES DO MES EM SEPARADO (PAGINA MENSAL DE
      *                INDICADORES KPICOL/KPIPAG).
      *                O ICMS APURADO E CONTABILIZADO POR CENTRO DE
      *                CUSTO DA FILIAL DE VENDA ("FI" + FILIAL).
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.
       
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT EXECLOG ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-EXECLOG-STATUS.
       SELECT ARQHIST ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-HIST-STATUS.


      *    VENDAS CORRIGIDAS PELO CORREXC, RECLASSIFICADAS JUNTO COM
           02 GLI-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLI-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLI-CCUSTO            PIC X(04).

       FD ARQRECICL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECICLA.DAT".
           02 LOG-LIDOS            PIC 9(05).
           02 LOG-GRAVADOS         PIC 9(05).

      *================================================================*
      * HISTORICO PERMANENTE DE VENDAS: CADA RODADA ACRESCENTA O
      * LIQUIDO DE CADA ESTADO POR ANO/MES DA VENDA (AAAAMM), COM A
      * DATA DA RODADA EM AAAAMMDD E O TOTAL DAS DEVOLUCOES (TIPO "C")
      * JA DESCONTADAS DO LIQUIDO; LIDO PELO RELHIST E PELO KPICOL.
      * REGISTRO ANTIGO, SEM AS DEVOLUCOES, TERMINA NA DATA DA RODADA

       FD ARQHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 REG-HIST.
           02 HIST-ESTADO          PIC X(02).
           02 HIST-ANOMES          PIC 9(06).
           02 HIST-VALOR           PIC S9(09)V99.
           02 HIST-DATA-RODADA     PIC 9(08).
           02 HIST-DEVOLUCAO       PIC 9(09)V99.


       WORKING-STORAGE SECTION.
       77 FIM-ARQ PIC X(03) VALUE "NAO".
       77 CT-GRAVADOS PIC 9(05) VALUE ZEROES.
       77 W-DATA-ESTAT PIC 9(08) VALUE ZEROES.
       77 W-HORA-ESTAT PIC 9(06) VALUE ZEROES.
       77 W-PERIODO-ABERTO PIC X(03) VALUE "SIM".

      *    FILE STATUS DOS ARQUIVOS
       77 W-ARQVENDA-STATUS PIC X(02) VALUE "00".
       77 W-GLCONICM-STATUS PIC X(02) VALUE "00".
       77 W-EXECLOG-STATUS PIC X(02) VALUE "00".
       77 W-HORA-FIM-LOG   PIC 9(06) VALUE ZEROS.
       77 W-HIST-STATUS PIC X(02) VALUE "00".

       77 W-YTD-EXISTE PIC X(03) VALUE "NAO".
       77 W-YTD-TOTAL-ACUM PIC 9(09)V99 VALUE ZEROES.
       01 TAB-MES-COMP.
           02 TMC-VALOR PIC S9(09)V99 OCCURS 12 TIMES VALUE ZEROS.

      *    MESES DO ESTADO COM O ANO, PARA O HISTORICO VENDHIST.DAT
       77 CT-HIST-TAB PIC 9(02) VALUE ZEROES.
       77 W-HIST-I PIC 9(02) VALUE ZEROES.
       77 W-HIST-ACHOU PIC X(03) VALUE "NAO".
       77 W-HIST-ANOMES PIC 9(06) VALUE ZEROES.
       77 CT-HIST-GRAVADOS PIC 9(05) VALUE ZEROES.
       01 TAB-HIST-ESTADO.
           02 TAB-HIST-OCR OCCURS 36 TIMES.
             03 THE-ANOMES PIC 9(06).
             03 THE-VALOR  PIC S9(09)V99.
             03 THE-DEVOL  PIC 9(09)V99.

       01 CAB-MES-TIT.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
           02 TAB-FILIAL-OCR OCCURS 99 TIMES.
             03 TFL-VENDAS PIC 9(05) VALUE ZEROS.
             03 TFL-VALOR  PIC S9(09)V99 VALUE ZEROS.
             03 TFL-ICMS   PIC S9(09)V99 VALUE ZEROS.

      *    ICMS CONTABILIZADO POR CENTRO DE CUSTO DA FILIAL; O DAS
      *    VENDAS SEM FILIAL FICA NA EMPRESA COMO UM TODO
       77 W-ICMS-FILIAIS PIC S9(11)V99 VALUE ZEROES.
       77 W-ICMS-LANC PIC S9(11)V99 VALUE ZEROES.

       01 W-CCUSTO-FILIAL.
           02 FILLER PIC X(02) VALUE "FI".
           02 W-CCUSTO-FIL PIC 9(02) VALUE ZEROES.

       01 CAB-FILIAL-TIT.
           02 FILLER PIC X(20) VALUE SPACES.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ATING EQUAL ZEROES
               MOVE 80 TO W-PARM-ATING.
      *    DATA DE NEGOCIO PELA SUBROTINA DATAPROC (PARAMETRO DO
      *    OPERADOR; SEM PARAMETRO, A DATA DA MAQUINA)
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELVENDA RELEXC RELMES GLCONICM.
           PERFORM VERIFICA-ABERTURA.
           OPEN EXTEND ARQHIST.
           IF W-HIST-STATUS EQUAL "35"
               OPEN OUTPUT ARQHIST
           END-IF.
           IF W-HIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR ARQHIST - STATUS: "
                   W-HIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-METAS.
           PERFORM CARREGA-ICMS.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO REG-MES.
           WRITE REG-MES AFTER ADVANCING PAGE.
               PERFORM IMP-META-ESTD
               PERFORM GRAVA-CANC-ESTADO
               PERFORM GRAVA-ICMS-ESTADO
               PERFORM GRAVA-HIST-ESTADO
               MOVE ZEROES TO TOT-ESTADO
               MOVE ZEROES TO WTOT-ESTADO
               PERFORM IMP-MES-ESTADO.
                   ADD W-ICMS-VENDA TO WICMS-ESTADO
                   ADD W-ICMS-VENDA TO WICMS-COMP
               END-IF
               PERFORM ACUMULA-ICMS-FILIAL
           END-IF.

       ACUMULA-ICMS-FILIAL SECTION.
           IF FILIAL-TRAB NOT EQUAL ZEROES
               IF TIPO-VENDA-TRAB EQUAL "C"
                   SUBTRACT W-ICMS-VENDA FROM TFL-ICMS (FILIAL-TRAB)
               ELSE
                   ADD W-ICMS-VENDA TO TFL-ICMS (FILIAL-TRAB)
               END-IF
           END-IF.

       GRAVA-ICMS-ESTADO SECTION.
           WRITE REG-ATR FROM DET-ICMS AFTER ADVANCING 1 LINE.

      *    O ICMS APURADO SEGUE PARA A CONTABILIDADE NO LOTE
      *    PROPRIO GLCONICM.DAT: DEBITO NA DESPESA DE IMPOSTOS, UM
      *    POR CENTRO DE CUSTO DE FILIAL, E CREDITO NO ICMS A RECOLHER
       IMP-GLCONTAB-ICMS SECTION.
           IF WICMS-COMP NOT EQUAL ZEROES
               MOVE SPACES TO REG-GLCONICM
               MOVE ZEROES TO W-ICMS-FILIAIS
               MOVE 1 TO W-FILIAL-I
               PERFORM GRAVA-ICMS-FILIAL UNTIL W-FILIAL-I GREATER
                   THAN 99
               COMPUTE W-ICMS-LANC = WICMS-COMP - W-ICMS-FILIAIS
               MOVE SPACES TO GLI-CCUSTO
               PERFORM GRAVA-DEBITO-ICMS
               MOVE "211021" TO GLI-CONTA
               MOVE "ICMS A RECOLHER" TO GLI-DESCRICAO
               MOVE "C" TO GLI-DC
               MOVE WICMS-COMP TO GLI-VALOR
               WRITE REG-GLCONICM
               IF W-GLCONICM-STATUS NOT EQUAL "00"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       GRAVA-ICMS-FILIAL SECTION.
           IF TFL-ICMS (W-FILIAL-I) NOT EQUAL ZEROES
               MOVE W-FILIAL-I TO W-CCUSTO-FIL
               MOVE W-CCUSTO-FILIAL TO GLI-CCUSTO
               MOVE TFL-ICMS (W-FILIAL-I) TO W-ICMS-LANC
               ADD W-ICMS-LANC TO W-ICMS-FILIAIS
               PERFORM GRAVA-DEBITO-ICMS
           END-IF.
           ADD 1 TO W-FILIAL-I.

      *    ICMS NEGATIVO (CANCELAMENTOS MAIORES QUE AS VENDAS) ESTORNA
      *    A DESPESA A CREDITO
       GRAVA-DEBITO-ICMS SECTION.
           IF W-ICMS-LANC NOT EQUAL ZEROES
               MOVE "412001" TO GLI-CONTA
               MOVE "ICMS SOBRE VENDAS" TO GLI-DESCRICAO
               IF W-ICMS-LANC LESS THAN ZEROES
                   MOVE "C" TO GLI-DC
                   COMPUTE GLI-VALOR = 0 - W-ICMS-LANC
               ELSE
                   MOVE "D" TO GLI-DC
                   MOVE W-ICMS-LANC TO GLI-VALOR
               END-IF
               WRITE REG-GLCONICM
               IF W-GLCONICM-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONICM - STATUS: "
               ELSE
                   ADD VALOR-VENDA-TRAB TO TME-VALOR (MM-VENDA-TRAB)
                   ADD VALOR-VENDA-TRAB TO TMC-VALOR (MM-VENDA-TRAB)
               END-IF
               PERFORM ACUMULA-HIST.

      *    O MES DA VENDA ENTRA COM O ANO; UM ARQUIVO COM MAIS DE 36
      *    MESES DISTINTOS NUM SO ESTADO DERRUBA A RODADA
       ACUMULA-HIST SECTION.
           COMPUTE W-HIST-ANOMES = AAAA-VENDA-TRAB * 100 +
               MM-VENDA-TRAB.
           MOVE "NAO" TO W-HIST-ACHOU.
           MOVE 1 TO W-HIST-I.
           PERFORM BUSCA-HIST-MES UNTIL W-HIST-I GREATER THAN
               CT-HIST-TAB OR W-HIST-ACHOU EQUAL "SIM".
           IF W-HIST-ACHOU EQUAL "NAO"
               ADD 1 TO CT-HIST-TAB
               IF CT-HIST-TAB GREATER THAN 36
                   DISPLAY "ERRO: MAIS DE 36 MESES DE VENDA NO ESTADO "
                       ESTADO-TRAB
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CT-HIST-TAB TO W-HIST-I
               MOVE W-HIST-ANOMES TO THE-ANOMES (W-HIST-I)
               MOVE ZEROES TO THE-VALOR (W-HIST-I)
               MOVE ZEROES TO THE-DEVOL (W-HIST-I)
           END-IF.
           IF TIPO-VENDA-TRAB EQUAL "C"
               SUBTRACT VALOR-VENDA-TRAB FROM THE-VALOR (W-HIST-I)
               ADD VALOR-VENDA-TRAB TO THE-DEVOL (W-HIST-I)
           ELSE
               ADD VALOR-VENDA-TRAB TO THE-VALOR (W-HIST-I).

       BUSCA-HIST-MES SECTION.
           IF THE-ANOMES (W-HIST-I) EQUAL W-HIST-ANOMES
               MOVE "SIM" TO W-HIST-ACHOU
           ELSE
               ADD 1 TO W-HIST-I.

      *    ESTADO INVALIDO FICA FORA: A VENDA VOLTA CORRIGIDA PELO
      *    CORREXC E ENTRA NO HISTORICO NA RODADA DA CORRECAO
       GRAVA-HIST-ESTADO SECTION.
           IF W-ESTADO-VALIDO EQUAL "SIM"
               MOVE ZEROES TO W-HIST-I
               PERFORM GRAVA-HIST-LINHA CT-HIST-TAB TIMES
           END-IF.
           MOVE ZEROES TO CT-HIST-TAB.

       GRAVA-HIST-LINHA SECTION.
           ADD 1 TO W-HIST-I.
           MOVE W-ESTADO TO HIST-ESTADO.
           MOVE THE-ANOMES (W-HIST-I) TO HIST-ANOMES.
           MOVE THE-VALOR (W-HIST-I) TO HIST-VALOR.
           MOVE THE-DEVOL (W-HIST-I) TO HIST-DEVOLUCAO.
           MOVE W-DATA-ESTAT TO HIST-DATA-RODADA.
           WRITE REG-HIST.
           IF W-HIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ARQHIST - STATUS: "
                   W-HIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-HIST-GRAVADOS.

       IMP-MES-ESTADO SECTION.
           MOVE W-ESTADO TO VAR-MES-ESTADO.
           MOVE "CANCELAMENTOS/DEVOLUCOES:" TO ROT-ESTAT.
           MOVE CT-CANC TO VAL-ESTAT.
           WRITE REG-ATR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LINHAS GRAVADAS NO VENDHIST:" TO ROT-ESTAT.
           MOVE CT-HIST-GRAVADOS TO VAL-ESTAT.
           WRITE REG-ATR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REG-ATR FROM DET-ESTAT-DATAHORA AFTER ADVANCING 1 LINE.
           PERFORM IMP-ESTATISTICAS.
           PERFORM GRAVA-EXECLOG.
           PERFORM ESVAZIA-RECICLA.
           CLOSE RELVENDA RELEXC RELMES GLCONICM ARQHIST.

      *================================================================*
      * AS VENDAS RECICLADAS JA FORAM ABSORVIDAS PELO SORT DESTA
