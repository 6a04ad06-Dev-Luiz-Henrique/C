       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CLASABC.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CLASSIFICACAO ABC MENSAL DAS MERCADORIAS PELO
      *                VALOR DE CONSUMO: SOMA A SAIDA DE CADA ITEM NO
      *                HISTORICO MOVHIST.DAT (BAIXAS TIPO 2 COM SINAL
      *                -, COMO O ANALEST) NOS MESES FECHADOS ANTERIORES
      *                AO MES DA DATA DE NEGOCIO (PARAMETRO EM MESES,
      *                12 SE NAO INFORMADO), VALORIZA PELO CUSTO
      *                UNITARIO DO CADMERC.DAT E ORDENA DO MAIOR PARA
      *                O MENOR VALOR. O ITEM QUE COMECA DENTRO DOS
      *                PRIMEIROS 80% DO VALOR ACUMULADO E CLASSE A, DOS
      *                15% SEGUINTES CLASSE B E O RESTO (INCLUSIVE OS
      *                ITENS SEM CONSUMO) CLASSE C. A CLASSE E GRAVADA
      *                NO PROPRIO CADMERC.DAT, DE ONDE O BALANCE-LINE
      *                A LEVA AO ATUMERC.DAT E AO GERPED, E O RELATORIO
      *                DE PARETO RELABC LISTA OS ITENS COM OS
      *                PERCENTUAIS ACUMULADOS E A CLASSE ANTERIOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVHIST ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-MOVHIST-STATUS.
           SELECT CADMERC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-MERC-CADMERC
               FILE STATUS IS W-CADMERC-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELABC ASSIGN TO DISK
               FILE STATUS IS W-RELABC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MOVHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MOVHIST.DAT".
       01 REG-MOVHIST.
           02 COD-MERC-MOVHIST         PIC 9(03).
           02 DESCRICAO-MOVHIST        PIC X(30).
           02 ESTOQ-MIN-MOVHIST        PIC 9(03).
           02 QNTD-ESTOQ-MOVHIST       PIC 9(03).
           02 PRECO-UNIT-MOVHIST       PIC 9(04)V9(02).
           02 CUSTO-UNIT-MOVHIST       PIC 9(04)V9(02).
           02 TP-ATUALIZACAO-MOVHIST   PIC X(01).
           02 SINAL-MOVHIST            PIC X(01).
           02 COD-FORN-MOVHIST         PIC 9(03).
           02 LOTE-MOVHIST             PIC 9(05).
           02 DT-VALID-MOVHIST         PIC 9(08).
           02 DEPOSITO-MOVHIST         PIC 9(02).
           02 DEP-DESTINO-MOVHIST      PIC 9(02).
           02 DATA-MOVHIST             PIC 9(08).
           02 RED-DATA-MOVHIST REDEFINES DATA-MOVHIST.
             03 AAAA-MOVHIST           PIC 9(04).
             03 MM-MOVHIST             PIC 9(02).
             03 DD-MOVHIST             PIC 9(02).

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

       SD TRAB.
       01 REG-TRAB.
           02 VALOR-TRAB               PIC 9(11)V99.
           02 COD-TRAB                 PIC 9(03).
           02 DESC-TRAB                PIC X(30).
           02 QTD-TRAB                 PIC 9(07).
           02 CUSTO-TRAB               PIC 9(04)V99.
           02 CLASSE-ANT-TRAB          PIC X(01).

       FD RELABC LABEL RECORD IS OMITTED.
       01 REL-ABC                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.

      *    SAIDA ACUMULADA NA JANELA, POR CODIGO DE MERCADORIA
      *    (POSICAO = CODIGO + 1)
       01 TAB-CONSUMO.
           02 TC-QTD-SAIDA OCCURS 1000 TIMES PIC 9(07).
       77 W-IND            PIC 9(04) VALUE ZEROS.

      *    JANELA DE MESES, EM MESES CORRIDOS (ANO * 12 + MES)
       77 W-DATA-NEGOCIO   PIC 9(08) VALUE ZEROS.
       77 W-AAAA-AUX       PIC 9(05) VALUE ZEROS.
       77 W-MM-AUX         PIC 9(02) VALUE ZEROS.
       77 W-MM-DD-AUX      PIC 9(04) VALUE ZEROS.
       77 W-MES-REF        PIC 9(06) VALUE ZEROS.
       77 W-MES-INI        PIC 9(06) VALUE ZEROS.
       77 W-MES-MOVTO      PIC 9(06) VALUE ZEROS.

      *    VALORES DA CURVA
       77 W-VALOR-TOTAL    PIC 9(13)V99 VALUE ZEROS.
       77 W-VALOR-ACUM     PIC 9(13)V99 VALUE ZEROS.
       77 W-PERC-ANT       PIC 9(03)V99 VALUE ZEROS.
       77 W-PERC-ITEM      PIC 9(03)V99 VALUE ZEROS.
       77 W-PERC-ACUM      PIC 9(03)V99 VALUE ZEROS.
       77 W-CLASSE         PIC X(01) VALUE SPACES.

      *    RESUMO POR CLASSE (1 A, 2 B, 3 C)
       01 TAB-RESUMO.
           02 TAB-RESUMO-OCR OCCURS 3 TIMES.
             03 TR-ITENS           PIC 9(05).
             03 TR-VALOR           PIC 9(13)V99.
       77 W-CLS-I          PIC 9(01) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-JANELA        PIC 9(05) VALUE ZEROS.
       77 CT-ITENS         PIC 9(05) VALUE ZEROS.
       77 CT-MUDANCAS      PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-MOVHIST-STATUS PIC X(02) VALUE "00".
       77 W-CADMERC-STATUS PIC X(02) VALUE "00".
       77 W-RELABC-STATUS  PIC X(02) VALUE "00".

      *    QUANTIDADE DE MESES FECHADOS DA JANELA
       01 W-PARM-EXEC.
           02 W-PARM-MESES PIC 9(02).

       01 CAB-01.
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(49) VALUE
              "CLASSIFICACAO ABC POR VALOR DE CONSUMO - PARETO".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "PERIODO: ".
           02 VAR-MM-INI PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA-INI PIC 9999.
           02 FILLER PIC X(03) VALUE " A ".
           02 VAR-MM-FIM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA-FIM PIC 9999.
           02 FILLER PIC X(42) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "COD.".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "DESCRICAO".
           02 FILLER PIC X(08) VALUE "  SAIDAS".
           02 FILLER PIC X(08) VALUE "   CUSTO".
           02 FILLER PIC X(14) VALUE "  VALOR CONSUM".
           02 FILLER PIC X(07) VALUE " %ITEM".
           02 FILLER PIC X(07) VALUE " %ACUM".
           02 FILLER PIC X(06) VALUE " CL AN".

       01 DETALHE.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-COD PIC 9(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DESC PIC X(24).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-QTD PIC ZZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-CUSTO PIC ZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALOR PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-PERC-ITEM PIC ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-PERC-ACUM PIC ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CLASSE PIC X(01).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CLASSE-ANT PIC X(01).

       01 DET-RESUMO.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CLASSE ".
           02 RES-CLASSE PIC X(01).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "ITENS: ".
           02 RES-ITENS PIC ZZZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "VALOR: ".
           02 RES-VALOR PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 RES-PERC PIC ZZ9,99.
           02 FILLER PIC X(01) VALUE "%".

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CLASABC.
           PERFORM OBTER-PARAMETROS.
           PERFORM ACUMULA-CONSUMO.
           SORT TRAB DESCENDING KEY VALOR-TRAB
                     ASCENDING KEY COD-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * A JANELA TERMINA NO MES ANTERIOR AO DA DATA DE NEGOCIO, PARA
      * A CURVA SO CONTAR MESES FECHADOS

       OBTER-PARAMETROS SECTION.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-MESES NOT NUMERIC OR W-PARM-MESES EQUAL ZEROS
               MOVE 12 TO W-PARM-MESES.
           CALL "DATAPROC" USING W-DATA-NEGOCIO.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-DATA-NEGOCIO TO W-DATA-ESTAT.
           DIVIDE W-DATA-NEGOCIO BY 10000 GIVING W-AAAA-AUX
               REMAINDER W-MM-DD-AUX.
           DIVIDE W-MM-DD-AUX BY 100 GIVING W-MM-AUX.
           COMPUTE W-MES-REF = (W-AAAA-AUX * 12) + W-MM-AUX - 1.
           COMPUTE W-MES-INI = W-MES-REF - W-PARM-MESES + 1.
           MOVE ZEROS TO TAB-CONSUMO.
           MOVE ZEROS TO TAB-RESUMO.

      *================================================================*
      * SAIDA DE CADA ITEM NOS MESES DA JANELA

       ACUMULA-CONSUMO SECTION.
           OPEN INPUT MOVHIST.
           IF W-MOVHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR MOVHIST - STATUS: "
                   W-MOVHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-MOVHIST.
           PERFORM SOMA-SAIDA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MOVHIST.

       LE-MOVHIST SECTION.
           READ MOVHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-MOVHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE MOVHIST - STATUS: "
                   W-MOVHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SOMA-SAIDA SECTION.
           COMPUTE W-MES-MOVTO = (AAAA-MOVHIST * 12) + MM-MOVHIST.
           IF TP-ATUALIZACAO-MOVHIST EQUAL "2" AND
              SINAL-MOVHIST EQUAL "-" AND
              W-MES-MOVTO NOT LESS THAN W-MES-INI AND
              W-MES-MOVTO NOT GREATER THAN W-MES-REF
               COMPUTE W-IND = COD-MERC-MOVHIST + 1
               ADD QNTD-ESTOQ-MOVHIST TO TC-QTD-SAIDA (W-IND)
               ADD 1 TO CT-JANELA.
           PERFORM LE-MOVHIST.

      *================================================================*
      * TODO O CADASTRO ENTRA NA CURVA, COM O VALOR DE CONSUMO DA
      * JANELA; ITEM SEM SAIDA ENTRA COM VALOR ZERO E CAI NA CLASSE C

       ROT-ENTRADA SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADMERC.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CADMERC.
           PERFORM LIBERA-ITEM UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADMERC.

       LE-CADMERC SECTION.
           READ CADMERC NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       LIBERA-ITEM SECTION.
           COMPUTE W-IND = COD-MERC-CADMERC + 1.
           MOVE COD-MERC-CADMERC TO COD-TRAB.
           MOVE DESCRICAO-CADMERC TO DESC-TRAB.
           MOVE TC-QTD-SAIDA (W-IND) TO QTD-TRAB.
           MOVE CUSTO-UNIT-CADMERC TO CUSTO-TRAB.
           MOVE CLASSE-ABC-CADMERC TO CLASSE-ANT-TRAB.
           COMPUTE VALOR-TRAB = QTD-TRAB * CUSTO-TRAB.
           ADD VALOR-TRAB TO W-VALOR-TOTAL.
           RELEASE REG-TRAB.
           PERFORM LE-CADMERC.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN I-O CADMERC.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELABC.
           IF W-RELABC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELABC - STATUS: "
                   W-RELABC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           DIVIDE W-MES-INI BY 12 GIVING VAR-AAAA-INI
               REMAINDER W-MM-AUX.
           PERFORM ACERTA-MES-INI.
           DIVIDE W-MES-REF BY 12 GIVING VAR-AAAA-FIM
               REMAINDER W-MM-AUX.
           PERFORM ACERTA-MES-FIM.
           PERFORM LEITURA.

      *    MES CORRIDO COM RESTO ZERO E DEZEMBRO DO ANO ANTERIOR
       ACERTA-MES-INI SECTION.
           IF W-MM-AUX EQUAL ZEROS
               MOVE 12 TO VAR-MM-INI
               SUBTRACT 1 FROM VAR-AAAA-INI
           ELSE
               MOVE W-MM-AUX TO VAR-MM-INI.

       ACERTA-MES-FIM SECTION.
           IF W-MM-AUX EQUAL ZEROS
               MOVE 12 TO VAR-MM-FIM
               SUBTRACT 1 FROM VAR-AAAA-FIM
           ELSE
               MOVE W-MM-AUX TO VAR-MM-FIM.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

      *================================================================*
      * A CLASSE SAI DO PERCENTUAL ACUMULADO ANTES DO ITEM: O ITEM
      * QUE COMECA ABAIXO DE 80% E A, ABAIXO DE 95% E B, O RESTO C

       PRINCIPAL SECTION.
           IF W-VALOR-TOTAL EQUAL ZEROS
               MOVE ZEROS TO W-PERC-ANT W-PERC-ITEM W-PERC-ACUM
           ELSE
               COMPUTE W-PERC-ANT ROUNDED =
                   (W-VALOR-ACUM * 100) / W-VALOR-TOTAL
               ADD VALOR-TRAB TO W-VALOR-ACUM
               COMPUTE W-PERC-ITEM ROUNDED =
                   (VALOR-TRAB * 100) / W-VALOR-TOTAL
               COMPUTE W-PERC-ACUM ROUNDED =
                   (W-VALOR-ACUM * 100) / W-VALOR-TOTAL.
           IF VALOR-TRAB EQUAL ZEROS
               MOVE "C" TO W-CLASSE
               MOVE 3 TO W-CLS-I
           ELSE
               IF W-PERC-ANT LESS THAN 80
                   MOVE "A" TO W-CLASSE
                   MOVE 1 TO W-CLS-I
               ELSE
                   IF W-PERC-ANT LESS THAN 95
                       MOVE "B" TO W-CLASSE
                       MOVE 2 TO W-CLS-I
                   ELSE
                       MOVE "C" TO W-CLASSE
                       MOVE 3 TO W-CLS-I.
           ADD 1 TO TR-ITENS (W-CLS-I).
           ADD VALOR-TRAB TO TR-VALOR (W-CLS-I).
           PERFORM GRAVA-CLASSE.
           PERFORM IMP-ITEM.
           PERFORM LEITURA.

       GRAVA-CLASSE SECTION.
           MOVE COD-TRAB TO COD-MERC-CADMERC.
           READ CADMERC
               INVALID KEY
                   DISPLAY "ERRO: ITEM " COD-TRAB
                       " SUMIU DO CADMERC DURANTE A CLASSIFICACAO"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF CLASSE-ABC-CADMERC NOT EQUAL W-CLASSE
               ADD 1 TO CT-MUDANCAS.
           MOVE W-CLASSE TO CLASSE-ABC-CADMERC.
           REWRITE REG-CADMERC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DE CADMERC - STATUS: "
                       W-CADMERC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *================================================================*

       IMP-ITEM SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE COD-TRAB TO DET-COD.
           MOVE DESC-TRAB TO DET-DESC.
           MOVE QTD-TRAB TO DET-QTD.
           MOVE CUSTO-TRAB TO DET-CUSTO.
           MOVE VALOR-TRAB TO DET-VALOR.
           MOVE W-PERC-ITEM TO DET-PERC-ITEM.
           MOVE W-PERC-ACUM TO DET-PERC-ACUM.
           MOVE W-CLASSE TO DET-CLASSE.
           MOVE CLASSE-ANT-TRAB TO DET-CLASSE-ANT.
           WRITE REL-ABC FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELABC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELABC - STATUS: "
                   W-RELABC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-ITENS.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-ABC.
           WRITE REL-ABC AFTER ADVANCING PAGE.
           WRITE REL-ABC FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-ABC FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-ABC FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-ABC.
           WRITE REL-ABC AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * RESUMO DA CURVA: ITENS E VALOR DE CADA CLASSE

       IMP-RESUMO SECTION.
           MOVE SPACES TO REL-ABC.
           WRITE REL-ABC AFTER ADVANCING 2 LINES.
           MOVE 1 TO W-CLS-I.
           MOVE "A" TO RES-CLASSE.
           PERFORM IMP-RESUMO-CLASSE.
           MOVE 2 TO W-CLS-I.
           MOVE "B" TO RES-CLASSE.
           PERFORM IMP-RESUMO-CLASSE.
           MOVE 3 TO W-CLS-I.
           MOVE "C" TO RES-CLASSE.
           PERFORM IMP-RESUMO-CLASSE.

       IMP-RESUMO-CLASSE SECTION.
           MOVE TR-ITENS (W-CLS-I) TO RES-ITENS.
           MOVE TR-VALOR (W-CLS-I) TO RES-VALOR.
           IF W-VALOR-TOTAL EQUAL ZEROS
               MOVE ZEROS TO W-PERC-ITEM
           ELSE
               COMPUTE W-PERC-ITEM ROUNDED =
                   (TR-VALOR (W-CLS-I) * 100) / W-VALOR-TOTAL.
           MOVE W-PERC-ITEM TO RES-PERC.
           WRITE REL-ABC FROM DET-RESUMO AFTER ADVANCING 1 LINE.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-ABC.
           WRITE REL-ABC AFTER ADVANCING 2 LINES.
           MOVE "MOVIMENTOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-ABC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "SAIDAS DENTRO DO PERIODO:" TO ROT-ESTAT.
           MOVE CT-JANELA TO VAL-ESTAT.
           WRITE REL-ABC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ITENS CLASSIFICADOS:" TO ROT-ESTAT.
           MOVE CT-ITENS TO VAL-ESTAT.
           WRITE REL-ABC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ITENS QUE MUDARAM DE CLASSE:" TO ROT-ESTAT.
           MOVE CT-MUDANCAS TO VAL-ESTAT.
           WRITE REL-ABC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-ABC FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-ITENS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-RESUMO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CADMERC RELABC.
