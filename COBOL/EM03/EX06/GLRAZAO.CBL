       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLRAZAO.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        RAZAO DAS CONTAS NO MES: LE O MOVIMENTO
      *                GLMOVTO.DAT GRAVADO PELO GLLANCA E LISTA, CONTA
      *                A CONTA, CADA LANCAMENTO DO MES EM ORDEM DE
      *                DATA E SEQUENCIA COM O LOTE DE ORIGEM, O DEBITO
      *                OU O CREDITO E O SALDO ACUMULADO A PARTIR DO
      *                SALDO ANTERIOR DO GLSALDO.DAT. PARAMETRO NA
      *                LINHA DE COMANDO: AAAAMM (EM BRANCO = MES DA
      *                DATA DE NEGOCIO) SEGUIDO, OPCIONALMENTE, DE UMA
      *                CONTA (EM BRANCO = TODAS).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMOVTO ASSIGN TO DISK
               FILE STATUS IS W-GLMOVTO-STATUS.
           SELECT GLSALDO ASSIGN TO DISK
               FILE STATUS IS W-GLSALDO-STATUS.
           SELECT PLANOCTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PLANOCTA-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELRAZAO ASSIGN TO DISK
               FILE STATUS IS W-RELRAZAO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GLMOVTO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLMOVTO.DAT".
       01 REG-GLMOVTO.
           COPY GLMOVTO.

       FD GLSALDO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLSALDO.DAT".
       01 REG-GLSALDO.
           COPY GLSALDO.

      *    PLANO DE CONTAS: CONTA E DESCRICAO OFICIAL
       FD PLANOCTA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANOCTA.
           02 CTA-CONTA             PIC X(06).
           02 CTA-DESCRICAO         PIC X(30).

       SD TRAB.
       01 REG-TRAB.
           02 CONTA-TRAB            PIC X(06).
           02 DATA-TRAB.
             03 ANOMES-TRAB         PIC 9(06).
             03 DD-TRAB             PIC 9(02).
           02 SEQ-TRAB              PIC 9(09).
           02 LOTE-TRAB             PIC X(08).
           02 DESCRICAO-TRAB        PIC X(30).
           02 DC-TRAB               PIC X(01).
           02 VALOR-TRAB            PIC S9(12)V99.

       FD RELRAZAO LABEL RECORD IS OMITTED.
       01 REL-RAZAO                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-CONTA-ATUAL    PIC X(06) VALUE SPACES.
       77 W-TEM-CONTA      PIC X(03) VALUE "NAO".

      *    SALDO CORRENTE DA CONTA E SEU VALOR SEM SINAL
       77 W-SALDO-CORRENTE PIC S9(13)V99 VALUE ZEROS.
       77 W-SALDO-ABS      PIC 9(13)V99 VALUE ZEROS.
       77 W-DEBITOS-CONTA  PIC 9(13)V99 VALUE ZEROS.
       77 W-CREDITOS-CONTA PIC 9(13)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 CT-LISTADOS      PIC 9(06) VALUE ZEROS.
       77 CT-CONTAS        PIC 9(05) VALUE ZEROS.
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
       77 W-GLSALDO-STATUS PIC X(02) VALUE "00".
       77 W-PLANOCTA-STATUS PIC X(02) VALUE "00".
       77 W-RELRAZAO-STATUS PIC X(02) VALUE "00".

      *    MES (AAAAMM) E CONTA OPCIONAL DO RAZAO
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES-X  PIC X(06).
           02 W-PARM-ANOMES REDEFINES W-PARM-ANOMES-X.
             03 W-PARM-AAAA    PIC 9(04).
             03 W-PARM-MM      PIC 9(02).
           02 FILLER           PIC X(01).
           02 W-PARM-CONTA     PIC X(06).

      *    PLANO DE CONTAS CARREGADO EM TABELA
       77 CT-TAB-PLANO     PIC 9(03) VALUE ZEROS.
       77 W-PLANO-I        PIC 9(03) VALUE ZEROS.
       77 W-PLANO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-PLANO.
           02 TAB-PLANO-OCR OCCURS 300 TIMES.
             03 TP-CONTA     PIC X(06).
             03 TP-DESCRICAO PIC X(30).

      *    SALDO ANTERIOR DE CADA CONTA NO MES DO RAZAO
       77 CT-TAB-SALDO     PIC 9(03) VALUE ZEROS.
       77 W-SALDO-I        PIC 9(03) VALUE ZEROS.
       77 W-SALDO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-SALDO.
           02 TAB-SALDO-OCR OCCURS 300 TIMES.
             03 TS-CONTA     PIC X(06).
             03 TS-SALDO-ANT PIC S9(13)V99.

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "RAZAO DAS CONTAS DO RAZAO GERAL".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MES: ".
           02 CAB-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-AAAA PIC 9(04).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "CONTA: ".
           02 CAB-FILTRO PIC X(06).
           02 FILLER PIC X(31) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(40) VALUE
              " DATA  LOTE     HISTORICO               ".
           02 FILLER PIC X(40) VALUE
              "      DEBITO       CREDITO        SALDO ".

       01 CAB-CONTA.
           02 FILLER PIC X(07) VALUE "CONTA: ".
           02 VAR-CONTA PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 VAR-DESCRICAO PIC X(30).
           02 FILLER PIC X(16) VALUE "SALDO ANTERIOR: ".
           02 VAR-SALDO-ANT PIC ZZZZZZZZZ9,99.
           02 VAR-DC-ANT PIC X(01).
           02 FILLER PIC X(06) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-LOTE PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DESCRICAO PIC X(22).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DEBITO PIC ZZZZZZZZZ9,99 BLANK WHEN ZERO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-CREDITO PIC ZZZZZZZZZ9,99 BLANK WHEN ZERO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO PIC ZZZZZZZZ9,99.
           02 DET-DC PIC X(01).

       01 ROD-CONTA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(35) VALUE "TOTAL DA CONTA".
           02 ROD-DEBITOS PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 ROD-CREDITOS PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 ROD-SALDO PIC ZZZZZZZZ9,99.
           02 ROD-DC PIC X(01).

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
       PGM-GLRAZAO.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-SALDOS.
           SORT TRAB ASCENDING KEY CONTA-TRAB, DATA-TRAB, SEQ-TRAB
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
           IF W-PARM-CONTA EQUAL SPACES
               MOVE "TODAS" TO CAB-FILTRO
           ELSE
               MOVE W-PARM-CONTA TO CAB-FILTRO.

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
      * CARGA DO SALDO ANTERIOR DAS CONTAS NO MES PEDIDO

       CARREGA-SALDOS SECTION.
           OPEN INPUT GLSALDO.
           IF W-GLSALDO-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLSALDO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLSALDO - STATUS: "
                       W-GLSALDO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM LE-SALDO
                   PERFORM GUARDA-SALDO UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE GLSALDO.
           MOVE "NAO" TO FIM-ARQ.

       LE-SALDO SECTION.
           READ GLSALDO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-SALDO SECTION.
           IF SD-ANOMES EQUAL W-PARM-ANOMES
               ADD 1 TO CT-TAB-SALDO
               IF CT-TAB-SALDO GREATER THAN 300
                   DISPLAY "ERRO: MAIS DE 300 CONTAS COM SALDO NO MES"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SD-CONTA TO TS-CONTA (CT-TAB-SALDO)
               MOVE SD-SALDO-ANT TO TS-SALDO-ANT (CT-TAB-SALDO).
           PERFORM LE-SALDO.

      *================================================================*
      * SELECAO DO MOVIMENTO DO MES (E DA CONTA, SE PEDIDA)

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
           IF W-MOV-ANOMES EQUAL W-PARM-ANOMES AND
              (W-PARM-CONTA EQUAL SPACES OR
               MV-CONTA EQUAL W-PARM-CONTA)
               MOVE MV-CONTA TO CONTA-TRAB
               MOVE W-DATA-MOV TO DATA-TRAB
               MOVE MV-SEQ TO SEQ-TRAB
               MOVE MV-LOTE TO LOTE-TRAB
               MOVE MV-DESCRICAO TO DESCRICAO-TRAB
               MOVE MV-DC TO DC-TRAB
               MOVE MV-VALOR TO VALOR-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-MOVTO.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

      *================================================================*

       INICIO SECTION.
           OPEN OUTPUT RELRAZAO.
           IF W-RELRAZAO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELRAZAO - STATUS: "
                   W-RELRAZAO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

      *================================================================*

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

      *================================================================*

       PRINCIPAL SECTION.
           PERFORM IMPRESSAO.
           PERFORM LEITURA.

      *================================================================*

       IMPRESSAO SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.

           IF CONTA-TRAB NOT EQUAL W-CONTA-ATUAL OR
              W-TEM-CONTA EQUAL "NAO"
               PERFORM IMP-ROD-CONTA
               MOVE CONTA-TRAB TO W-CONTA-ATUAL
               MOVE "SIM" TO W-TEM-CONTA
               PERFORM IMP-CAB-CONTA
           END-IF.

           MOVE DD-TRAB TO DET-DD.
           MOVE CAB-MM TO DET-MM.
           MOVE LOTE-TRAB TO DET-LOTE.
           MOVE DESCRICAO-TRAB TO DET-DESCRICAO.
           IF DC-TRAB EQUAL "D"
               MOVE VALOR-TRAB TO DET-DEBITO
               MOVE ZEROS TO DET-CREDITO
               ADD VALOR-TRAB TO W-DEBITOS-CONTA W-SALDO-CORRENTE
           ELSE
               MOVE ZEROS TO DET-DEBITO
               MOVE VALOR-TRAB TO DET-CREDITO
               ADD VALOR-TRAB TO W-CREDITOS-CONTA
               SUBTRACT VALOR-TRAB FROM W-SALDO-CORRENTE.
           PERFORM SEPARA-SALDO.
           MOVE W-SALDO-ABS TO DET-SALDO.
           MOVE VAR-DC-ANT TO DET-DC.
           WRITE REL-RAZAO FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELRAZAO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELRAZAO - STATUS: "
                   W-RELRAZAO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-LISTADOS.

      *    VALOR SEM SINAL DO SALDO CORRENTE E SUA NATUREZA EM
      *    VAR-DC-ANT (D = DEVEDOR, C = CREDOR)
       SEPARA-SALDO SECTION.
           IF W-SALDO-CORRENTE LESS THAN ZEROS
               COMPUTE W-SALDO-ABS = W-SALDO-CORRENTE * -1
               MOVE "C" TO VAR-DC-ANT
           ELSE
               MOVE W-SALDO-CORRENTE TO W-SALDO-ABS
               MOVE "D" TO VAR-DC-ANT.

      *================================================================*

       IMP-CAB-CONTA SECTION.
           MOVE CONTA-TRAB TO VAR-CONTA.
           PERFORM PROCURA-PLANO.
           IF W-PLANO-ACHOU EQUAL "SIM"
               MOVE TP-DESCRICAO (W-PLANO-I) TO VAR-DESCRICAO
           ELSE
               MOVE "(FORA DO PLANO)" TO VAR-DESCRICAO.
           PERFORM PROCURA-SALDO.
           IF W-SALDO-ACHOU EQUAL "SIM"
               MOVE TS-SALDO-ANT (W-SALDO-I) TO W-SALDO-CORRENTE
           ELSE
               MOVE ZEROS TO W-SALDO-CORRENTE.
           MOVE ZEROS TO W-DEBITOS-CONTA W-CREDITOS-CONTA.
           PERFORM SEPARA-SALDO.
           MOVE W-SALDO-ABS TO VAR-SALDO-ANT.
           WRITE REL-RAZAO FROM CAB-CONTA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           ADD 1 TO CT-CONTAS.

       PROCURA-PLANO SECTION.
           MOVE "NAO" TO W-PLANO-ACHOU.
           MOVE 1 TO W-PLANO-I.
           PERFORM TESTA-PLANO UNTIL W-PLANO-I GREATER THAN
               CT-TAB-PLANO OR W-PLANO-ACHOU EQUAL "SIM".

       TESTA-PLANO SECTION.
           IF TP-CONTA (W-PLANO-I) EQUAL CONTA-TRAB
               MOVE "SIM" TO W-PLANO-ACHOU
           ELSE
               ADD 1 TO W-PLANO-I.

       PROCURA-SALDO SECTION.
           MOVE "NAO" TO W-SALDO-ACHOU.
           MOVE 1 TO W-SALDO-I.
           PERFORM TESTA-SALDO UNTIL W-SALDO-I GREATER THAN
               CT-TAB-SALDO OR W-SALDO-ACHOU EQUAL "SIM".

       TESTA-SALDO SECTION.
           IF TS-CONTA (W-SALDO-I) EQUAL CONTA-TRAB
               MOVE "SIM" TO W-SALDO-ACHOU
           ELSE
               ADD 1 TO W-SALDO-I.

      *================================================================*

       IMP-ROD-CONTA SECTION.
           IF W-TEM-CONTA EQUAL "SIM"
               MOVE W-DEBITOS-CONTA TO ROD-DEBITOS
               MOVE W-CREDITOS-CONTA TO ROD-CREDITOS
               PERFORM SEPARA-SALDO
               MOVE W-SALDO-ABS TO ROD-SALDO
               MOVE VAR-DC-ANT TO ROD-DC
               WRITE REL-RAZAO FROM ROD-CONTA AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-RAZAO.
           WRITE REL-RAZAO AFTER ADVANCING PAGE.
           WRITE REL-RAZAO FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-RAZAO FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-RAZAO FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-RAZAO.
           WRITE REL-RAZAO AFTER ADVANCING 2 LINES.
           MOVE "LANCAMENTOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-RAZAO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CONTAS LISTADAS:" TO ROT-ESTAT.
           MOVE CT-CONTAS TO VAL-ESTAT.
           WRITE REL-RAZAO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS LISTADOS:" TO ROT-ESTAT.
           MOVE CT-LISTADOS TO VAL-ESTAT.
           WRITE REL-RAZAO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-RAZAO FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-LISTADOS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ROD-CONTA.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELRAZAO.
