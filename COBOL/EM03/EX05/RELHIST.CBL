       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELHIST.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        TENDENCIA MENSAL DE VENDAS POR ESTADO A PARTIR
      *                DO HISTORICO VENDHIST.DAT GRAVADO PELO EX05:
      *                PARA CADA ESTADO, OS 12 ULTIMOS MESES ATE O MES
      *                DA DATA DE NEGOCIO (DATAPROC) AO LADO DOS MESMOS
      *                MESES DO ANO ANTERIOR, COM A VARIACAO, E A
      *                PROJECAO DOS TRES MESES SEGUINTES PELA MEDIA
      *                MOVEL DOS TRES ULTIMOS (CADA MES PROJETADO ENTRA
      *                NA MEDIA DO SEGUINTE). NO FIM, O MESMO QUADRO
      *                PARA A EMPRESA. BASE PARA AS METAS DO METAS.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHIST ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-HIST-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELHIST ASSIGN TO DISK
               FILE STATUS IS W-RELHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    MESMO LAYOUT GRAVADO PELO EX05
       FD ARQHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 REG-HIST.
           02 HIST-ESTADO          PIC X(02).
           02 HIST-ANOMES          PIC 9(06).
           02 RED-HIST-ANOMES REDEFINES HIST-ANOMES.
             03 HIST-AAAA          PIC 9(04).
             03 HIST-MM            PIC 9(02).
           02 HIST-VALOR           PIC S9(09)V99.
           02 HIST-DATA-RODADA     PIC 9(08).
           02 HIST-DEVOLUCAO       PIC 9(09)V99.

      *    POSICAO 1 A 12: ANO ANTERIOR; 13 A 24: ULTIMOS 12 MESES
       SD TRAB.
       01 REG-TRAB.
           02 ESTADO-TRAB          PIC X(02).
           02 POS-TRAB             PIC 9(02).
           02 VALOR-TRAB           PIC S9(09)V99.

       FD RELHIST LABEL RECORD IS OMITTED.
       01 REL-HIST                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

      *    MES DE REFERENCIA (DATA DE NEGOCIO) EM MESES CORRIDOS
       01 W-DATA-REF.
           02 W-REF-AAAA       PIC 9(04).
           02 W-REF-MM         PIC 9(02).
           02 W-REF-DD         PIC 9(02).
       77 W-REF-ABS            PIC 9(06) VALUE ZEROS.
       77 W-MES-ABS            PIC 9(06) VALUE ZEROS.
       77 W-POSICAO            PIC S9(06) VALUE ZEROS.
       77 W-ROT-AAAA           PIC 9(04) VALUE ZEROS.
       77 W-ROT-MM             PIC 9(02) VALUE ZEROS.

      *    QUADRO DO ESTADO E DA EMPRESA
       77 W-ESTADO             PIC X(02) VALUE SPACES.
       77 W-PRIMEIRA           PIC X(03) VALUE "SIM".
       77 W-MES-I              PIC 9(02) VALUE ZEROS.
       01 TAB-ESTADO.
           02 TES-VALOR        PIC S9(09)V99 OCCURS 27 TIMES.
       01 TAB-EMPRESA.
           02 TEM-VALOR        PIC S9(09)V99 OCCURS 27 TIMES.
       01 TAB-QUADRO.
           02 TQ-VALOR         PIC S9(09)V99 OCCURS 27 TIMES.
       77 W-VARIACAO           PIC S9(09)V99 VALUE ZEROS.
       77 W-PERC-VARIACAO      PIC S9(05)V9 VALUE ZEROS.
       77 W-TOTAL-ATUAL        PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTAL-ANTERIOR     PIC S9(11)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-NO-PERIODO        PIC 9(05) VALUE ZEROS.
       77 CT-ESTADOS           PIC 9(03) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-HIST-STATUS        PIC X(02) VALUE "00".
       77 W-RELHIST-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "TENDENCIA MENSAL DE VENDAS POR ESTADO - 12 MESES".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "MES DE REFERENCIA:   ".
           02 VAR-REF-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-REF-AAAA PIC 9(04).
           02 FILLER PIC X(37) VALUE SPACES.

       01 CAB-ESTADO.
           02 FILLER PIC X(08) VALUE "ESTADO: ".
           02 VAR-ESTADO PIC X(18).
           02 FILLER PIC X(54) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "MES/ANO".
           02 FILLER PIC X(16) VALUE "     REALIZADO".
           02 FILLER PIC X(16) VALUE "  ANO ANTERIOR".
           02 FILLER PIC X(16) VALUE "      VARIACAO".
           02 FILLER PIC X(10) VALUE "     VAR%".
           02 FILLER PIC X(08) VALUE SPACES.

       01 DET-MES.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-AAAA PIC 9(04).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-ATUAL PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-ANTERIOR PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-VARIACAO PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-PERC PIC -ZZZZ9,9.
           02 FILLER PIC X(10) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "TOTAL".
           02 DET-TOT-ATUAL PIC -ZZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-TOT-ANTERIOR PIC -ZZZZZZZZZZ9,99.
           02 FILLER PIC X(37) VALUE SPACES.

       01 CAB-PROJECAO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "PROJECAO - MEDIA MOVEL DOS TRES ULTIMOS MESES".
           02 FILLER PIC X(26) VALUE SPACES.

       01 DET-PROJECAO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-PRJ-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-PRJ-AAAA PIC 9(04).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-PRJ-VALOR PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(53) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(34).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-RELHIST.
           SORT TRAB ASCENDING KEY ESTADO-TRAB, POS-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SO ENTRAM OS 24 MESES ATE O MES DE REFERENCIA; O MES E
      * CONVERTIDO NA SUA POSICAO NO QUADRO

       ROT-ENTRADA SECTION.
           CALL "DATAPROC" USING W-DATA-REF.
           COMPUTE W-REF-ABS = W-REF-AAAA * 12 + W-REF-MM.
           OPEN INPUT ARQHIST.
           IF W-HIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR ARQHIST - STATUS: "
                   W-HIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-HIST.
           PERFORM SELECIONA-HIST UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQHIST.

       LE-HIST SECTION.
           READ ARQHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-HIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQHIST - STATUS: "
                   W-HIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-HIST SECTION.
           COMPUTE W-POSICAO = HIST-AAAA * 12 + HIST-MM - W-REF-ABS
               + 24.
           IF W-POSICAO GREATER THAN ZEROS AND
              W-POSICAO NOT GREATER THAN 24
               ADD 1 TO CT-NO-PERIODO
               MOVE HIST-ESTADO TO ESTADO-TRAB
               MOVE W-POSICAO TO POS-TRAB
               MOVE HIST-VALOR TO VALOR-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-HIST.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELHIST.
           IF W-RELHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELHIST - STATUS: "
                   W-RELHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-REF-MM TO VAR-REF-MM.
           MOVE W-REF-AAAA TO VAR-REF-AAAA.
           MOVE ZEROS TO TAB-ESTADO.
           MOVE ZEROS TO TAB-EMPRESA.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF W-PRIMEIRA EQUAL "NAO" AND ESTADO-TRAB NOT EQUAL W-ESTADO
               PERFORM IMP-ESTADO.
           MOVE "NAO" TO W-PRIMEIRA.
           MOVE ESTADO-TRAB TO W-ESTADO.
           ADD VALOR-TRAB TO TES-VALOR (POS-TRAB).
           ADD VALOR-TRAB TO TEM-VALOR (POS-TRAB).
           PERFORM LEITURA.

      *================================================================*
      * QUADRO DE UM ESTADO (OU DA EMPRESA) A PARTIR DE TAB-QUADRO

       IMP-ESTADO SECTION.
           ADD 1 TO CT-ESTADOS.
           MOVE W-ESTADO TO VAR-ESTADO.
           MOVE TAB-ESTADO TO TAB-QUADRO.
           PERFORM IMP-QUADRO.
           MOVE ZEROS TO TAB-ESTADO.

       IMP-QUADRO SECTION.
           IF CT-LIN GREATER THAN 20
               PERFORM CABECALHO.
           WRITE REL-HIST FROM CAB-ESTADO AFTER ADVANCING 2 LINES.
           WRITE REL-HIST FROM CAB-COLUNAS AFTER ADVANCING 1 LINE.
           ADD 3 TO CT-LIN.
           MOVE ZEROS TO W-TOTAL-ATUAL.
           MOVE ZEROS TO W-TOTAL-ANTERIOR.
           MOVE 13 TO W-MES-I.
           PERFORM IMP-MES 12 TIMES.
           MOVE W-TOTAL-ATUAL TO DET-TOT-ATUAL.
           MOVE W-TOTAL-ANTERIOR TO DET-TOT-ANTERIOR.
           WRITE REL-HIST FROM DET-TOTAL AFTER ADVANCING 1 LINE.
           WRITE REL-HIST FROM CAB-PROJECAO AFTER ADVANCING 2 LINES.
           ADD 3 TO CT-LIN.
           MOVE 25 TO W-MES-I.
           PERFORM IMP-PROJECAO 3 TIMES.

       IMP-MES SECTION.
           PERFORM CALCULA-MES-ANO.
           MOVE W-ROT-MM TO DET-MM.
           MOVE W-ROT-AAAA TO DET-AAAA.
           MOVE TQ-VALOR (W-MES-I) TO DET-ATUAL.
           MOVE TQ-VALOR (W-MES-I - 12) TO DET-ANTERIOR.
           COMPUTE W-VARIACAO = TQ-VALOR (W-MES-I) -
               TQ-VALOR (W-MES-I - 12).
           MOVE W-VARIACAO TO DET-VARIACAO.
           IF TQ-VALOR (W-MES-I - 12) GREATER THAN ZEROS
               COMPUTE W-PERC-VARIACAO ROUNDED =
                   W-VARIACAO * 100 / TQ-VALOR (W-MES-I - 12)
                   ON SIZE ERROR MOVE ZEROS TO W-PERC-VARIACAO
               END-COMPUTE
           ELSE
               MOVE ZEROS TO W-PERC-VARIACAO.
           MOVE W-PERC-VARIACAO TO DET-PERC.
           WRITE REL-HIST FROM DET-MES AFTER ADVANCING 1 LINE.
           IF W-RELHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELHIST - STATUS: "
                   W-RELHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD TQ-VALOR (W-MES-I) TO W-TOTAL-ATUAL.
           ADD TQ-VALOR (W-MES-I - 12) TO W-TOTAL-ANTERIOR.
           ADD 1 TO W-MES-I.

      *    POSICOES 25 A 27: CADA MES PROJETADO E A MEDIA DOS TRES
      *    ANTERIORES, REALIZADOS OU JA PROJETADOS
       IMP-PROJECAO SECTION.
           COMPUTE TQ-VALOR (W-MES-I) ROUNDED =
               (TQ-VALOR (W-MES-I - 1) + TQ-VALOR (W-MES-I - 2) +
                TQ-VALOR (W-MES-I - 3)) / 3.
           PERFORM CALCULA-MES-ANO.
           MOVE W-ROT-MM TO DET-PRJ-MM.
           MOVE W-ROT-AAAA TO DET-PRJ-AAAA.
           MOVE TQ-VALOR (W-MES-I) TO DET-PRJ-VALOR.
           WRITE REL-HIST FROM DET-PROJECAO AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           ADD 1 TO W-MES-I.

      *    MES E ANO DA POSICAO W-MES-I (A POSICAO 24 E O MES DE
      *    REFERENCIA)
       CALCULA-MES-ANO SECTION.
           COMPUTE W-MES-ABS = W-REF-ABS + W-MES-I - 24 - 1.
           DIVIDE W-MES-ABS BY 12 GIVING W-ROT-AAAA
               REMAINDER W-ROT-MM.
           ADD 1 TO W-ROT-MM.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-HIST.
           WRITE REL-HIST AFTER ADVANCING PAGE.
           WRITE REL-HIST FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-HIST FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-HIST.
           WRITE REL-HIST AFTER ADVANCING 2 LINES.
           MOVE "LINHAS LIDAS DO VENDHIST:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-HIST FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LINHAS DENTRO DOS 24 MESES:" TO ROT-ESTAT.
           MOVE CT-NO-PERIODO TO VAL-ESTAT.
           WRITE REL-HIST FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ESTADOS LISTADOS:" TO ROT-ESTAT.
           MOVE CT-ESTADOS TO VAL-ESTAT.
           WRITE REL-HIST FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-HIST FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF W-PRIMEIRA EQUAL "NAO"
               PERFORM IMP-ESTADO.
           MOVE "TOTAL DA EMPRESA" TO VAR-ESTADO.
           MOVE TAB-EMPRESA TO TAB-QUADRO.
           PERFORM IMP-QUADRO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELHIST.
