       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DRECC.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        RESULTADO DO MES POR CENTRO DE CUSTO: LE O
      *                MOVIMENTO CONTABILIZADO GLMOVTO.DAT (OS
      *                DIARIOS GLDIARIO.DAT JA LANCADOS PELO GLLANCA)
      *                E, PARA CADA CENTRO DE CUSTO, LISTA AS CONTAS
      *                DE RECEITA (GRUPO 3, CREDITOS MENOS DEBITOS) E
      *                DE DESPESA (GRUPO 4, DEBITOS MENOS CREDITOS),
      *                O TOTAL E O RESULTADO DO CENTRO E, NO FINAL, O
      *                RESULTADO DA EMPRESA. LANCAMENTO SEM CENTRO DE
      *                CUSTO SAI EM "EMPRESA". PARAMETRO NA LINHA DE
      *                COMANDO: AAAAMM (EM BRANCO = MES DA DATA DE
      *                NEGOCIO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMOVTO ASSIGN TO DISK
               FILE STATUS IS W-GLMOVTO-STATUS.
           SELECT PLANOCTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PLANOCTA-STATUS.
           SELECT CCUSTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-CCUSTO-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELDRECC ASSIGN TO DISK
               FILE STATUS IS W-RELDRECC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GLMOVTO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLMOVTO.DAT".
       01 REG-GLMOVTO.
           COPY GLMOVTO.

      *    PLANO DE CONTAS: CONTA E DESCRICAO OFICIAL
       FD PLANOCTA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANOCTA.
           02 CTA-CONTA             PIC X(06).
           02 CTA-DESCRICAO         PIC X(30).

      *    CADASTRO DE CENTROS DE CUSTO
       FD CCUSTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CCUSTO.DAT".
       01 REG-CCUSTO.
           COPY CCUSTO.

       SD TRAB.
       01 REG-TRAB.
           02 CCUSTO-TRAB           PIC X(04).
           02 CONTA-TRAB            PIC X(06).
           02 DC-TRAB               PIC X(01).
           02 VALOR-TRAB            PIC S9(12)V99.

       FD RELDRECC LABEL RECORD IS OMITTED.
       01 REL-DRECC                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-ATUAL   PIC X(04) VALUE SPACES.
       77 W-CONTA-ATUAL    PIC X(06) VALUE SPACES.
       77 W-TEM-CCUSTO     PIC X(03) VALUE "NAO".
       77 W-TEM-CONTA      PIC X(03) VALUE "NAO".

      *    CONTA DO MOVIMENTO; O PRIMEIRO DIGITO E O GRUPO DO PLANO
       01 W-CONTA-SEL.
           02 W-CONTA-GRUPO        PIC X(01).
           02 FILLER               PIC X(05).

      *    VALORES DA CONTA, DO CENTRO DE CUSTO E DA EMPRESA; A
      *    RECEITA E A DESPESA SAEM COM SINAL QUANDO HA ESTORNO MAIOR
      *    QUE O MOVIMENTO DO MES
       77 W-RECEITA-CONTA  PIC S9(13)V99 VALUE ZEROS.
       77 W-DESPESA-CONTA  PIC S9(13)V99 VALUE ZEROS.
       77 W-RECEITA-CC     PIC S9(13)V99 VALUE ZEROS.
       77 W-DESPESA-CC     PIC S9(13)V99 VALUE ZEROS.
       77 W-RECEITA-GERAL  PIC S9(13)V99 VALUE ZEROS.
       77 W-DESPESA-GERAL  PIC S9(13)V99 VALUE ZEROS.
       77 W-RESULTADO      PIC S9(13)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 CT-SELECIONADOS  PIC 9(06) VALUE ZEROS.
       77 CT-CENTROS       PIC 9(05) VALUE ZEROS.
       01 W-DATA-ESTAT.
           02 W-ANOMES-ESTAT       PIC 9(06).
           02 W-DD-ESTAT           PIC 9(02).
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    DATA DO MOVIMENTO DESMEMBRADA PARA SELECAO DO MES
       01 W-DATA-MOV.
           02 W-MOV-ANOMES          PIC 9(06).
           02 W-MOV-DD              PIC 9(02).

      *    FILE STATUS DOS ARQUIVOS
       77 W-GLMOVTO-STATUS PIC X(02) VALUE "00".
       77 W-PLANOCTA-STATUS PIC X(02) VALUE "00".
       77 W-CCUSTO-STATUS  PIC X(02) VALUE "00".
       77 W-RELDRECC-STATUS PIC X(02) VALUE "00".

      *    MES (AAAAMM) DO RESULTADO
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES-X  PIC X(06).
           02 W-PARM-ANOMES REDEFINES W-PARM-ANOMES-X.
             03 W-PARM-AAAA    PIC 9(04).
             03 W-PARM-MM      PIC 9(02).
           02 FILLER           PIC X(74).

      *    PLANO DE CONTAS CARREGADO EM TABELA
       77 CT-TAB-PLANO     PIC 9(03) VALUE ZEROS.
       77 W-PLANO-I        PIC 9(03) VALUE ZEROS.
       77 W-PLANO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-PLANO.
           02 TAB-PLANO-OCR OCCURS 300 TIMES.
             03 TP-CONTA     PIC X(06).
             03 TP-DESCRICAO PIC X(30).

      *    CENTROS DE CUSTO CARREGADOS EM TABELA
       77 CT-TAB-CCUSTO    PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-I       PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-ACHOU   PIC X(03) VALUE "NAO".
       01 TAB-CCUSTO.
           02 TAB-CCUSTO-OCR OCCURS 200 TIMES.
             03 TC-CODIGO    PIC X(04).
             03 TC-DESCRICAO PIC X(30).

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "RESULTADO POR CENTRO DE CUSTO".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MES: ".
           02 CAB-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-AAAA PIC 9(04).
           02 FILLER PIC X(48) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(40) VALUE
              "  CONTA   DESCRICAO                     ".
           02 FILLER PIC X(40) VALUE
              "           RECEITA         DESPESA      ".

       01 CAB-CCUSTO.
           02 FILLER PIC X(17) VALUE "CENTRO DE CUSTO: ".
           02 VAR-CCUSTO PIC X(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-CCUSTO-DESC PIC X(30).
           02 FILLER PIC X(27) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CONTA PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DESCRICAO PIC X(30).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-RECEITA PIC -(10)9,99 BLANK WHEN ZERO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DESPESA PIC -(10)9,99 BLANK WHEN ZERO.
           02 FILLER PIC X(06) VALUE SPACES.

       01 ROD-TOTAL.
           02 FILLER PIC X(04) VALUE SPACES.
           02 ROT-TOTAL PIC X(40).
           02 ROD-RECEITA PIC -(10)9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ROD-DESPESA PIC -(10)9,99.
           02 FILLER PIC X(06) VALUE SPACES.

       01 ROD-RESULTADO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 ROT-RESULTADO PIC X(40).
           02 ROD-VALOR PIC -(10)9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ROD-NATUREZA PIC X(08).
           02 FILLER PIC X(12) VALUE SPACES.

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
       PGM-DRECC.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-CCUSTO.
           SORT TRAB ASCENDING KEY CCUSTO-TRAB, CONTA-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*

       OBTER-PARAMETROS SECTION.
           CALL "DATAPROC" USING W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ANOMES-X EQUAL SPACES
               MOVE W-ANOMES-ESTAT TO W-PARM-ANOMES.
           IF W-PARM-ANOMES-X NOT NUMERIC
               DISPLAY "MES INVALIDO (AAAAMM): " W-PARM-ANOMES-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-MM LESS THAN 1 OR W-PARM-MM GREATER THAN 12
               DISPLAY "MES INVALIDO (AAAAMM): " W-PARM-ANOMES-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-MM TO CAB-MM.
           MOVE W-PARM-AAAA TO CAB-AAAA.

      *================================================================*
      * CARGA DA DESCRICAO DE CADA CONTA DO PLANO

       CARREGA-PLANO SECTION.
           OPEN INPUT PLANOCTA.
           IF W-PLANOCTA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PLANOCTA - STATUS: "
                   W-PLANOCTA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PLANO.
           PERFORM GUARDA-PLANO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PLANOCTA.
           MOVE "NAO" TO FIM-ARQ.

       LE-PLANO SECTION.
           READ PLANOCTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PLANOCTA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PLANOCTA - STATUS: "
                   W-PLANOCTA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-PLANO SECTION.
           ADD 1 TO CT-TAB-PLANO.
           IF CT-TAB-PLANO GREATER THAN 300
               DISPLAY "ERRO: PLANOCTA.DAT EXCEDE O LIMITE DE 300 "
                   "CONTAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CTA-CONTA TO TP-CONTA (CT-TAB-PLANO).
           MOVE CTA-DESCRICAO TO TP-DESCRICAO (CT-TAB-PLANO).
           PERFORM LE-PLANO.

      *================================================================*
      * CARGA DA DESCRICAO DE CADA CENTRO DE CUSTO; SEM O CADASTRO O
      * RELATORIO SAI SO COM OS CODIGOS

       CARREGA-CCUSTO SECTION.
           OPEN INPUT CCUSTO.
           IF W-CCUSTO-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-CCUSTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR CCUSTO - STATUS: "
                       W-CCUSTO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-CCUSTO
                   PERFORM GUARDA-CCUSTO UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE CCUSTO.
           MOVE "NAO" TO FIM-ARQ.

       LE-CCUSTO SECTION.
           READ CCUSTO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CCUSTO - STATUS: "
                   W-CCUSTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-CCUSTO SECTION.
           ADD 1 TO CT-TAB-CCUSTO.
           IF CT-TAB-CCUSTO GREATER THAN 200
               DISPLAY "ERRO: CCUSTO.DAT EXCEDE O LIMITE DE 200 "
                   "CENTROS DE CUSTO"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CC-CODIGO TO TC-CODIGO (CT-TAB-CCUSTO).
           MOVE CC-DESCRICAO TO TC-DESCRICAO (CT-TAB-CCUSTO).
           PERFORM LE-CCUSTO.

      *================================================================*
      * SELECAO DO MOVIMENTO DO MES NAS CONTAS DE RESULTADO (GRUPOS
      * 3 - RECEITAS E 4 - DESPESAS DO PLANO)

       ROT-ENTRADA SECTION.
           OPEN INPUT GLMOVTO.
           IF W-GLMOVTO-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLMOVTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLMOVTO - STATUS: "
                       W-GLMOVTO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-MOVTO
                   PERFORM SELECIONA-MOVTO UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE GLMOVTO.
           MOVE "NAO" TO FIM-ARQ.

       LE-MOVTO SECTION.
           READ GLMOVTO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-GLMOVTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLMOVTO - STATUS: "
                   W-GLMOVTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-MOVTO SECTION.
           MOVE MV-DATA TO W-DATA-MOV.
           MOVE MV-CONTA TO W-CONTA-SEL.
           IF W-MOV-ANOMES EQUAL W-PARM-ANOMES AND
              (W-CONTA-GRUPO EQUAL "3" OR W-CONTA-GRUPO EQUAL "4")
               MOVE MV-CCUSTO TO CCUSTO-TRAB
               MOVE MV-CONTA TO CONTA-TRAB
               MOVE MV-DC TO DC-TRAB
               MOVE MV-VALOR TO VALOR-TRAB
               RELEASE REG-TRAB
               ADD 1 TO CT-SELECIONADOS.
           PERFORM LE-MOVTO.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

      *================================================================*

       INICIO SECTION.
           OPEN OUTPUT RELDRECC.
           IF W-RELDRECC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELDRECC - STATUS: "
                   W-RELDRECC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

      *================================================================*

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

      *================================================================*

       PRINCIPAL SECTION.
           PERFORM ACUMULA-LANCAMENTO.
           PERFORM LEITURA.

      *================================================================*
      * QUEBRAS: A CONTA FECHA ANTES DO CENTRO DE CUSTO; A LINHA DA
      * CONTA SO E IMPRESSA NA QUEBRA, COM O LIQUIDO DO MES

       ACUMULA-LANCAMENTO SECTION.
           IF CCUSTO-TRAB NOT EQUAL W-CCUSTO-ATUAL OR
              W-TEM-CCUSTO EQUAL "NAO"
               PERFORM IMP-DET-CONTA
               PERFORM IMP-ROD-CCUSTO
               MOVE CCUSTO-TRAB TO W-CCUSTO-ATUAL
               MOVE "SIM" TO W-TEM-CCUSTO
               PERFORM IMP-CAB-CCUSTO
           ELSE
               IF CONTA-TRAB NOT EQUAL W-CONTA-ATUAL
                   PERFORM IMP-DET-CONTA.

           IF W-TEM-CONTA EQUAL "NAO"
               MOVE CONTA-TRAB TO W-CONTA-ATUAL
               MOVE "SIM" TO W-TEM-CONTA
               MOVE ZEROS TO W-RECEITA-CONTA W-DESPESA-CONTA.

           MOVE CONTA-TRAB TO W-CONTA-SEL.
           IF W-CONTA-GRUPO EQUAL "3"
               IF DC-TRAB EQUAL "C"
                   ADD VALOR-TRAB TO W-RECEITA-CONTA
               ELSE
                   SUBTRACT VALOR-TRAB FROM W-RECEITA-CONTA
           ELSE
               IF DC-TRAB EQUAL "D"
                   ADD VALOR-TRAB TO W-DESPESA-CONTA
               ELSE
                   SUBTRACT VALOR-TRAB FROM W-DESPESA-CONTA.

      *================================================================*

       IMP-CAB-CCUSTO SECTION.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           IF CCUSTO-TRAB EQUAL SPACES
               MOVE "-" TO VAR-CCUSTO
               MOVE "EMPRESA (SEM CENTRO DE CUSTO)" TO VAR-CCUSTO-DESC
           ELSE
               MOVE CCUSTO-TRAB TO VAR-CCUSTO
               PERFORM PROCURA-CCUSTO
               IF W-CCUSTO-ACHOU EQUAL "SIM"
                   MOVE TC-DESCRICAO (W-CCUSTO-I) TO VAR-CCUSTO-DESC
               ELSE
                   MOVE "(FORA DO CADASTRO)" TO VAR-CCUSTO-DESC.
           WRITE REL-DRECC FROM CAB-CCUSTO AFTER ADVANCING 2 LINES.
           IF W-RELDRECC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELDRECC - STATUS: "
                   W-RELDRECC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 2 TO CT-LIN.
           ADD 1 TO CT-CENTROS.
           MOVE ZEROS TO W-RECEITA-CC W-DESPESA-CC.

       PROCURA-CCUSTO SECTION.
           MOVE "NAO" TO W-CCUSTO-ACHOU.
           MOVE 1 TO W-CCUSTO-I.
           PERFORM TESTA-CCUSTO UNTIL W-CCUSTO-I GREATER THAN
               CT-TAB-CCUSTO OR W-CCUSTO-ACHOU EQUAL "SIM".

       TESTA-CCUSTO SECTION.
           IF TC-CODIGO (W-CCUSTO-I) EQUAL CCUSTO-TRAB
               MOVE "SIM" TO W-CCUSTO-ACHOU
           ELSE
               ADD 1 TO W-CCUSTO-I.

      *================================================================*

       IMP-DET-CONTA SECTION.
           IF W-TEM-CONTA EQUAL "SIM"
               IF CT-LIN GREATER THAN 40
                   PERFORM CABECALHO
               END-IF
               MOVE W-CONTA-ATUAL TO DET-CONTA
               PERFORM PROCURA-PLANO
               IF W-PLANO-ACHOU EQUAL "SIM"
                   MOVE TP-DESCRICAO (W-PLANO-I) TO DET-DESCRICAO
               ELSE
                   MOVE "(FORA DO PLANO)" TO DET-DESCRICAO
               END-IF
               MOVE W-RECEITA-CONTA TO DET-RECEITA
               MOVE W-DESPESA-CONTA TO DET-DESPESA
               WRITE REL-DRECC FROM DETALHE AFTER ADVANCING 1 LINE
               IF W-RELDRECC-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE RELDRECC - STATUS: "
                       W-RELDRECC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-LIN
               ADD W-RECEITA-CONTA TO W-RECEITA-CC
               ADD W-DESPESA-CONTA TO W-DESPESA-CC
               MOVE "NAO" TO W-TEM-CONTA
           END-IF.

       PROCURA-PLANO SECTION.
           MOVE "NAO" TO W-PLANO-ACHOU.
           MOVE 1 TO W-PLANO-I.
           PERFORM TESTA-PLANO UNTIL W-PLANO-I GREATER THAN
               CT-TAB-PLANO OR W-PLANO-ACHOU EQUAL "SIM".

       TESTA-PLANO SECTION.
           IF TP-CONTA (W-PLANO-I) EQUAL W-CONTA-ATUAL
               MOVE "SIM" TO W-PLANO-ACHOU
           ELSE
               ADD 1 TO W-PLANO-I.

      *================================================================*

       IMP-ROD-CCUSTO SECTION.
           IF W-TEM-CCUSTO EQUAL "SIM"
               MOVE "TOTAL DO CENTRO DE CUSTO" TO ROT-TOTAL
               MOVE W-RECEITA-CC TO ROD-RECEITA
               MOVE W-DESPESA-CC TO ROD-DESPESA
               WRITE REL-DRECC FROM ROD-TOTAL AFTER ADVANCING 1 LINE
               MOVE "RESULTADO DO CENTRO DE CUSTO" TO ROT-RESULTADO
               COMPUTE W-RESULTADO = W-RECEITA-CC - W-DESPESA-CC
               PERFORM IMP-RESULTADO
               ADD 2 TO CT-LIN
               ADD W-RECEITA-CC TO W-RECEITA-GERAL
               ADD W-DESPESA-CC TO W-DESPESA-GERAL
           END-IF.

      *    RESULTADO POSITIVO E LUCRO, NEGATIVO E PREJUIZO
       IMP-RESULTADO SECTION.
           MOVE W-RESULTADO TO ROD-VALOR.
           IF W-RESULTADO LESS THAN ZEROS
               MOVE "PREJUIZO" TO ROD-NATUREZA
           ELSE
               MOVE "LUCRO" TO ROD-NATUREZA.
           WRITE REL-DRECC FROM ROD-RESULTADO AFTER ADVANCING 1 LINE.
           IF W-RELDRECC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELDRECC - STATUS: "
                   W-RELDRECC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-DRECC.
           WRITE REL-DRECC AFTER ADVANCING PAGE.
           WRITE REL-DRECC FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-DRECC FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-DRECC FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-TOTAL-GERAL SECTION.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE "TOTAL DA EMPRESA" TO ROT-TOTAL.
           MOVE W-RECEITA-GERAL TO ROD-RECEITA.
           MOVE W-DESPESA-GERAL TO ROD-DESPESA.
           WRITE REL-DRECC FROM ROD-TOTAL AFTER ADVANCING 3 LINES.
           MOVE "RESULTADO DA EMPRESA" TO ROT-RESULTADO.
           COMPUTE W-RESULTADO = W-RECEITA-GERAL - W-DESPESA-GERAL.
           PERFORM IMP-RESULTADO.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-DRECC.
           WRITE REL-DRECC AFTER ADVANCING 2 LINES.
           MOVE "LANCAMENTOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-DRECC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS DE RESULTADO:" TO ROT-ESTAT.
           MOVE CT-SELECIONADOS TO VAL-ESTAT.
           WRITE REL-DRECC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CENTROS DE CUSTO LISTADOS:" TO ROT-ESTAT.
           MOVE CT-CENTROS TO VAL-ESTAT.
           WRITE REL-DRECC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-DRECC FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-CENTROS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-DET-CONTA.
           PERFORM IMP-ROD-CCUSTO.
           PERFORM IMP-TOTAL-GERAL.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELDRECC.
