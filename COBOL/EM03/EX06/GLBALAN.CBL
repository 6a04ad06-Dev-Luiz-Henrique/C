       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLBALAN.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        BALANCETE MENSAL DO RAZAO GERAL (GLSALDO.DAT,
      *                MANTIDO PELO GLLANCA E PELO GLFECHA): MES AAAAMM
      *                NA LINHA DE COMANDO (EM BRANCO = MES DA DATA DE
      *                NEGOCIO), UMA LINHA POR CONTA EM ORDEM DE CONTA
      *                COM SALDO ANTERIOR, DEBITOS, CREDITOS E SALDO
      *                ATUAL (D = DEVEDOR, C = CREDOR) E A PROVA DE QUE
      *                OS SALDOS DEVEDORES FECHAM COM OS CREDORES
      *                (RETURN-CODE 8 SE NAO FECHAREM). O CABECALHO
      *                DIZ SE O MES JA FOI FECHADO, E O RELATORIO AVISA
      *                QUANDO UM MES ANTERIOR AINDA ESTA ABERTO (O
      *                SALDO ANTERIOR SO E DEFINITIVO DEPOIS DO
      *                FECHAMENTO DO MES QUE O ANTECEDE).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSALDO ASSIGN TO DISK
               FILE STATUS IS W-GLSALDO-STATUS.
           SELECT PLANOCTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PLANOCTA-STATUS.
           SELECT GLCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-GLCTRL-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELBALAN ASSIGN TO DISK
               FILE STATUS IS W-RELBALAN-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD GLCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GLCTRL.DAT".
       01 REG-GLCTRL.
           COPY GLCTRL.

       SD TRAB.
       01 REG-TRAB.
           02 CONTA-TRAB            PIC X(06).
           02 SALDO-ANT-TRAB        PIC S9(13)V99.
           02 DEBITOS-TRAB          PIC 9(13)V99.
           02 CREDITOS-TRAB         PIC 9(13)V99.

       FD RELBALAN LABEL RECORD IS OMITTED.
       01 REL-BALAN                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-MES-ANT-ABERTO PIC X(03) VALUE "NAO".
       77 W-ULT-FECHADO    PIC 9(06) VALUE ZEROS.

      *    SALDO ATUAL DA CONTA E SEU VALOR SEM SINAL PARA IMPRESSAO
       77 W-SALDO-ATUAL    PIC S9(13)V99 VALUE ZEROS.
       77 W-SALDO-ABS      PIC 9(13)V99 VALUE ZEROS.

      *    TOTAIS DO BALANCETE
       77 W-ANT-DEVEDOR    PIC 9(13)V99 VALUE ZEROS.
       77 W-ANT-CREDOR     PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-DEBITOS    PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-CREDITOS   PIC 9(13)V99 VALUE ZEROS.
       77 W-ATU-DEVEDOR    PIC 9(13)V99 VALUE ZEROS.
       77 W-ATU-CREDOR     PIC 9(13)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-LISTADOS      PIC 9(05) VALUE ZEROS.
       01 W-DATA-ESTAT.
           02 W-ANOMES-ESTAT       PIC 9(06).
           02 W-DD-ESTAT           PIC 9(02).
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-GLSALDO-STATUS PIC X(02) VALUE "00".
       77 W-PLANOCTA-STATUS PIC X(02) VALUE "00".
       77 W-GLCTRL-STATUS  PIC X(02) VALUE "00".
       77 W-RELBALAN-STATUS PIC X(02) VALUE "00".

      *    MES DO BALANCETE (AAAAMM); EM BRANCO = MES CORRENTE
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES-X  PIC X(06).
           02 W-PARM-ANOMES REDEFINES W-PARM-ANOMES-X.
             03 W-PARM-AAAA    PIC 9(04).
             03 W-PARM-MM      PIC 9(02).

      *    PLANO DE CONTAS CARREGADO EM TABELA
       77 CT-TAB-PLANO     PIC 9(03) VALUE ZEROS.
       77 W-PLANO-I        PIC 9(03) VALUE ZEROS.
       77 W-PLANO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-PLANO.
           02 TAB-PLANO-OCR OCCURS 300 TIMES.
             03 TP-CONTA     PIC X(06).
             03 TP-DESCRICAO PIC X(30).

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "BALANCETE MENSAL DO RAZAO GERAL".
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
           02 CAB-SITUACAO PIC X(20).
           02 FILLER PIC X(24) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(40) VALUE
              " CONTA  DESCRICAO      SALDO ANTERIOR   ".
           02 FILLER PIC X(40) VALUE
              "     DEBITOS      CREDITOS SALDO ATUAL  ".

       01 DETALHE.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-CONTA PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DESCRICAO PIC X(16).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO-ANT PIC ZZZZZZZZ9,99.
           02 DET-DC-ANT PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DEBITOS PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-CREDITOS PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO-ATU PIC ZZZZZZZZ9,99.
           02 DET-DC-ATU PIC X(01).

       01 ROD-TOTAL.
           02 FILLER PIC X(01) VALUE SPACES.
           02 ROT-TOTAL PIC X(24).
           02 ROD-SALDO-ANT PIC ZZZZZZZZZ9,99
               BLANK WHEN ZERO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 ROD-DEBITOS PIC ZZZZZZZZZ9,99
               BLANK WHEN ZERO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 ROD-CREDITOS PIC ZZZZZZZZZ9,99
               BLANK WHEN ZERO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 ROD-SALDO-ATU PIC ZZZZZZZZZ9,99
               BLANK WHEN ZERO.

       01 DET-AVISO.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 VAR-AVISO PIC X(60).
           02 FILLER   PIC X(10) VALUE SPACES.

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
       PGM-GLBALAN.
           PERFORM OBTER-PARAMETROS.
           PERFORM LE-CONTROLE.
           PERFORM CARREGA-PLANO.
           SORT TRAB ASCENDING KEY CONTA-TRAB
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

      *    SEM GLCTRL.DAT NENHUM MES FOI FECHADO AINDA
       LE-CONTROLE SECTION.
           OPEN INPUT GLCTRL.
           IF W-GLCTRL-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLCTRL-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCTRL - STATUS: "
                       W-GLCTRL-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   READ GLCTRL
                   IF W-GLCTRL-STATUS EQUAL "00"
                       MOVE GC-ULT-FECHADO TO W-ULT-FECHADO
                   END-IF
                   CLOSE GLCTRL.
           IF W-PARM-ANOMES NOT GREATER THAN W-ULT-FECHADO
               MOVE "(MES FECHADO)" TO CAB-SITUACAO
           ELSE
               MOVE "(MES ABERTO)" TO CAB-SITUACAO.

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
      * SELECAO DOS SALDOS DO MES PEDIDO

       ROT-ENTRADA SECTION.
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
                   PERFORM SELECIONA-SALDO UNTIL FIM-ARQ EQUAL "SIM"
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
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *    MES ANTERIOR COM MOVIMENTO E AINDA NAO FECHADO DEIXA O SALDO
      *    ANTERIOR DESTE MES INCOMPLETO
       SELECIONA-SALDO SECTION.
           IF SD-ANOMES LESS THAN W-PARM-ANOMES AND
              SD-ANOMES GREATER THAN W-ULT-FECHADO
               MOVE "SIM" TO W-MES-ANT-ABERTO.
           IF SD-ANOMES EQUAL W-PARM-ANOMES
               MOVE SD-CONTA TO CONTA-TRAB
               MOVE SD-SALDO-ANT TO SALDO-ANT-TRAB
               MOVE SD-DEBITOS TO DEBITOS-TRAB
               MOVE SD-CREDITOS TO CREDITOS-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-SALDO.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

      *================================================================*

       INICIO SECTION.
           OPEN OUTPUT RELBALAN.
           IF W-RELBALAN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELBALAN - STATUS: "
                   W-RELBALAN-STATUS
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

           MOVE CONTA-TRAB TO DET-CONTA.
           PERFORM PROCURA-PLANO.
           IF W-PLANO-ACHOU EQUAL "SIM"
               MOVE TP-DESCRICAO (W-PLANO-I) TO DET-DESCRICAO
           ELSE
               MOVE "(FORA DO PLANO)" TO DET-DESCRICAO.

           MOVE SALDO-ANT-TRAB TO W-SALDO-ATUAL.
           PERFORM SEPARA-SALDO.
           MOVE W-SALDO-ABS TO DET-SALDO-ANT.
           IF W-SALDO-ATUAL LESS THAN ZEROS
               MOVE "C" TO DET-DC-ANT
               ADD W-SALDO-ABS TO W-ANT-CREDOR
           ELSE
               MOVE "D" TO DET-DC-ANT
               ADD W-SALDO-ABS TO W-ANT-DEVEDOR.

           MOVE DEBITOS-TRAB TO DET-DEBITOS.
           MOVE CREDITOS-TRAB TO DET-CREDITOS.
           ADD DEBITOS-TRAB TO W-TOT-DEBITOS.
           ADD CREDITOS-TRAB TO W-TOT-CREDITOS.

           COMPUTE W-SALDO-ATUAL = SALDO-ANT-TRAB + DEBITOS-TRAB
               - CREDITOS-TRAB.
           PERFORM SEPARA-SALDO.
           MOVE W-SALDO-ABS TO DET-SALDO-ATU.
           IF W-SALDO-ATUAL LESS THAN ZEROS
               MOVE "C" TO DET-DC-ATU
               ADD W-SALDO-ABS TO W-ATU-CREDOR
           ELSE
               MOVE "D" TO DET-DC-ATU
               ADD W-SALDO-ABS TO W-ATU-DEVEDOR.

           WRITE REL-BALAN FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELBALAN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELBALAN - STATUS: "
                   W-RELBALAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-LISTADOS.

       SEPARA-SALDO SECTION.
           IF W-SALDO-ATUAL LESS THAN ZEROS
               COMPUTE W-SALDO-ABS = W-SALDO-ATUAL * -1
           ELSE
               MOVE W-SALDO-ATUAL TO W-SALDO-ABS.

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

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-BALAN.
           WRITE REL-BALAN AFTER ADVANCING PAGE.
           WRITE REL-BALAN FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-BALAN FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-BALAN FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * TOTAIS E PROVA DO BALANCETE

       IMP-TOTAIS SECTION.
           MOVE "TOTAL DO MOVIMENTO" TO ROT-TOTAL.
           MOVE ZEROS TO ROD-SALDO-ANT ROD-SALDO-ATU.
           MOVE W-TOT-DEBITOS TO ROD-DEBITOS.
           MOVE W-TOT-CREDITOS TO ROD-CREDITOS.
           WRITE REL-BALAN FROM ROD-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "SALDOS DEVEDORES" TO ROT-TOTAL.
           MOVE W-ANT-DEVEDOR TO ROD-SALDO-ANT.
           MOVE ZEROS TO ROD-DEBITOS ROD-CREDITOS.
           MOVE W-ATU-DEVEDOR TO ROD-SALDO-ATU.
           WRITE REL-BALAN FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "SALDOS CREDORES" TO ROT-TOTAL.
           MOVE W-ANT-CREDOR TO ROD-SALDO-ANT.
           MOVE W-ATU-CREDOR TO ROD-SALDO-ATU.
           WRITE REL-BALAN FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           IF W-ATU-DEVEDOR EQUAL W-ATU-CREDOR AND
              W-ANT-DEVEDOR EQUAL W-ANT-CREDOR
               MOVE "BALANCETE CONFERE: DEVEDORES = CREDORES" TO
                   VAR-AVISO
           ELSE
               MOVE "BALANCETE NAO CONFERE - VERIFICAR O RAZAO" TO
                   VAR-AVISO
               DISPLAY "BALANCETE DE " W-PARM-ANOMES " NAO CONFERE: "
                   "DEVEDORES " W-ATU-DEVEDOR " CREDORES "
                   W-ATU-CREDOR
               MOVE 8 TO RETURN-CODE.
           WRITE REL-BALAN FROM DET-AVISO AFTER ADVANCING 2 LINES.
           IF W-MES-ANT-ABERTO EQUAL "SIM"
               MOVE "HA MES ANTERIOR NAO FECHADO - SALDO ANTERIOR "
                   TO VAR-AVISO
               WRITE REL-BALAN FROM DET-AVISO AFTER ADVANCING 1 LINE
               MOVE "PROVISORIO ATE O FECHAMENTO (GLFECHA)" TO
                   VAR-AVISO
               WRITE REL-BALAN FROM DET-AVISO AFTER ADVANCING 1 LINE
           END-IF.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-BALAN.
           WRITE REL-BALAN AFTER ADVANCING 1 LINE.
           MOVE "SALDOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-BALAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CONTAS LISTADAS:" TO ROT-ESTAT.
           MOVE CT-LISTADOS TO VAL-ESTAT.
           WRITE REL-BALAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-BALAN FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-LISTADOS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-TOTAIS.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELBALAN.
