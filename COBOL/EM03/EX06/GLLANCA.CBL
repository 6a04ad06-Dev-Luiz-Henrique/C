       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLLANCA.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        LANCAMENTO DO DIARIO CONSOLIDADO GLDIARIO.DAT
      *                (MONTADO E PROVADO PELO GLCOLETA) NO RAZAO
      *                GERAL: CADA LANCAMENTO E SOMADO AOS DEBITOS OU
      *                AOS CREDITOS DA SUA CONTA NO MES DA DATA DE
      *                NEGOCIO (DATAPROC) EM GLSALDO.DAT E GUARDADO,
      *                COM A DATA, UM NUMERO SEQUENCIAL E O LOTE DE
      *                ORIGEM, NO MOVIMENTO GLMOVTO.DAT DE ONDE SAI O
      *                RAZAO. O DIARIO INTEIRO E CRITICADO ANTES DE
      *                QUALQUER GRAVACAO: CONTA FORA DO PLANOCTA.DAT,
      *                D/C INVALIDO OU DEBITOS DIFERENTES DOS CREDITOS
      *                SAO LISTADOS NO RELGLLAN E NADA E LANCADO
      *                (RETURN-CODE 8). MES JA FECHADO PELO GLFECHA
      *                NAO RECEBE LANCAMENTO, E O DIARIO DE UMA DATA JA
      *                LANCADA (GLCTRL.DAT) NAO E LANCADO DE NOVO.
      *                SO DEPOIS DO LANCAMENTO A POSICAO DA FOLHA E DO
      *                ESTOQUE RECEBIDA NA NOITE (GLFOTONV.DAT, GRAVADA
      *                PELO GLCOLETA) PASSA A SER A JA LANCADA
      *                (GLFOTO.DAT), CONTRA A QUAL O GLCOLETA CALCULA A
      *                DIFERENCA DA NOITE SEGUINTE.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLDIARIO ASSIGN TO DISK
               FILE STATUS IS W-GLDIARIO-STATUS.
           SELECT PLANOCTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PLANOCTA-STATUS.
           SELECT GLSALDO ASSIGN TO DISK
               FILE STATUS IS W-GLSALDO-STATUS.
           SELECT GLMOVTO ASSIGN TO DISK
               FILE STATUS IS W-GLMOVTO-STATUS.
           SELECT GLCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-GLCTRL-STATUS.
           SELECT RELGLLAN ASSIGN TO DISK
               FILE STATUS IS W-RELGLLAN-STATUS.
           SELECT GLFOTONV ASSIGN TO DISK
               FILE STATUS IS W-GLFOTONV-STATUS.
           SELECT GLFOTO ASSIGN TO DISK
               FILE STATUS IS W-GLFOTO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GLDIARIO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLDIARIO.DAT".
       01 REG-GLDIARIO.
           02 DIA-LOTE              PIC X(08).
           02 FILLER                PIC X(02).
           02 DIA-CONTA             PIC X(06).
           02 FILLER                PIC X(02).
           02 DIA-DESCRICAO         PIC X(30).
           02 FILLER                PIC X(02).
           02 DIA-DC                PIC X(01).
           02 FILLER                PIC X(02).
           02 DIA-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02).
           02 DIA-CCUSTO            PIC X(04).

      *    PLANO DE CONTAS: CONTA E DESCRICAO OFICIAL
       FD PLANOCTA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PLANOCTA.DAT".
       01 REG-PLANOCTA.
           02 CTA-CONTA             PIC X(06).
           02 CTA-DESCRICAO         PIC X(30).

       FD GLSALDO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLSALDO.DAT".
       01 REG-GLSALDO.
           COPY GLSALDO.

       FD GLMOVTO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLMOVTO.DAT".
       01 REG-GLMOVTO.
           COPY GLMOVTO.

       FD GLCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GLCTRL.DAT".
       01 REG-GLCTRL.
           COPY GLCTRL.

       FD RELGLLAN LABEL RECORD IS OMITTED.
       01 REL-GLLAN                 PIC X(80).

      *    POSICAO DA FOLHA E DO ESTOQUE (LAYOUT GLFOTO), COPIADA
      *    REGISTRO A REGISTRO
       FD GLFOTONV LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLFOTONV.DAT".
       01 REG-GLFOTONV              PIC X(69).

       FD GLFOTO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLFOTO.DAT".
       01 REG-GLFOTO                PIC X(69).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".

      *    DATA DE NEGOCIO E MES DO LANCAMENTO
       01 W-DATA-ESTAT.
           02 W-ANOMES-ESTAT       PIC 9(06).
           02 W-DD-ESTAT           PIC 9(02).
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO PIC X(03) VALUE "SIM".

      *    CONTROLE DA CONTABILIDADE (ZEROS SEM GLCTRL.DAT)
       77 W-ULT-FECHADO    PIC 9(06) VALUE ZEROS.
       77 W-ULT-DATA       PIC 9(08) VALUE ZEROS.
       77 W-ULT-SEQ        PIC 9(09) VALUE ZEROS.

      *================================================================*
      * TOTAIS DE CONTROLE DA CRITICA E DO LANCAMENTO

       77 CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 CT-LANCADOS      PIC 9(06) VALUE ZEROS.
       77 CT-CONTA-INVALIDA PIC 9(05) VALUE ZEROS.
       77 CT-DC-INVALIDO   PIC 9(05) VALUE ZEROS.
       77 CT-SALDOS-NOVOS  PIC 9(05) VALUE ZEROS.
       77 W-TOTAL-DEBITOS  PIC 9(13)V99 VALUE ZEROS.
       77 W-TOTAL-CREDITOS PIC 9(13)V99 VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-GLDIARIO-STATUS PIC X(02) VALUE "00".
       77 W-PLANOCTA-STATUS PIC X(02) VALUE "00".
       77 W-GLSALDO-STATUS PIC X(02) VALUE "00".
       77 W-GLMOVTO-STATUS PIC X(02) VALUE "00".
       77 W-GLCTRL-STATUS  PIC X(02) VALUE "00".
       77 W-RELGLLAN-STATUS PIC X(02) VALUE "00".
       77 W-GLFOTONV-STATUS PIC X(02) VALUE "00".
       77 W-GLFOTO-STATUS  PIC X(02) VALUE "00".

      *    PLANO DE CONTAS CARREGADO EM TABELA
       77 CT-TAB-PLANO     PIC 9(03) VALUE ZEROS.
       77 W-PLANO-I        PIC 9(03) VALUE ZEROS.
       77 W-PLANO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-PLANO.
           02 TAB-PLANO-OCR OCCURS 300 TIMES.
             03 TP-CONTA     PIC X(06).
             03 TP-DESCRICAO PIC X(30).

      *    SALDOS DO RAZAO EM MEMORIA, REGRAVADOS NO FIM
       77 CT-TAB-SALDO     PIC 9(04) VALUE ZEROS.
       77 W-SALDO-I        PIC 9(04) VALUE ZEROS.
       77 W-SALDO-POS      PIC 9(04) VALUE ZEROS.
       77 W-SALDO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-SALDO.
           02 TAB-SALDO-OCR OCCURS 3000 TIMES.
             03 TS-CONTA     PIC X(06).
             03 TS-ANOMES    PIC 9(06).
             03 TS-SALDO-ANT PIC S9(13)V99.
             03 TS-DEBITOS   PIC 9(13)V99.
             03 TS-CREDITOS  PIC 9(13)V99.

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "LANCAMENTO DO DIARIO NO RAZAO GERAL".
           02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "DATA DE NEGOCIO: ".
           02 CAB-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-AAAA PIC 9(04).
           02 FILLER PIC X(33) VALUE SPACES.
       01 RED-CAB-DATA.
           02 CAB-AAAA-W PIC 9(04).
           02 CAB-MM-W PIC 9(02).
           02 CAB-DD-W PIC 9(02).

       01 DET-INVALIDO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 INV-MOTIVO PIC X(15).
           02 INV-LOTE PIC X(08).
           02 FILLER PIC X(01) VALUE SPACES.
           02 INV-CONTA PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 INV-DESCRICAO PIC X(24).
           02 FILLER PIC X(01) VALUE SPACES.
           02 INV-DC PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 INV-VALOR PIC ZZZZZZZZZZ9,99.
           02 FILLER PIC X(04) VALUE SPACES.

       01 ROD-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-TOTAL PIC X(30).
           02 VAL-TOTAL PIC ZZZZZZZZZZZ9,99.
           02 FILLER PIC X(25) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-AVISO.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 VAR-AVISO PIC X(60).
           02 FILLER   PIC X(10) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-GLLANCA.
           PERFORM INICIO.
           PERFORM CRITICA-DIARIO.
           IF CT-CONTA-INVALIDA GREATER THAN ZEROS OR
              CT-DC-INVALIDO GREATER THAN ZEROS OR
              W-TOTAL-DEBITOS NOT EQUAL W-TOTAL-CREDITOS
               PERFORM RECUSA-DIARIO
           ELSE
               PERFORM LANCA-DIARIO
               PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LE-CONTROLE.
           IF W-ANOMES-ESTAT NOT GREATER THAN W-ULT-FECHADO
               DISPLAY "MES " W-ANOMES-ESTAT " JA FECHADO (ULTIMO "
                   "FECHAMENTO " W-ULT-FECHADO ") - DIARIO NAO LANCADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF W-DATA-ESTAT NOT GREATER THAN W-ULT-DATA
               DISPLAY "DIARIO DE " W-DATA-ESTAT " JA LANCADO (ULTIMA "
                   "DATA LANCADA " W-ULT-DATA ") - NADA A FAZER"
               STOP RUN.
           PERFORM CARREGA-PLANO.
           PERFORM CARREGA-SALDOS.
           OPEN OUTPUT RELGLLAN.
           IF W-RELGLLAN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELGLLAN - STATUS: "
                   W-RELGLLAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-DATA-ESTAT TO RED-CAB-DATA.
           MOVE CAB-DD-W TO CAB-DD.
           MOVE CAB-MM-W TO CAB-MM.
           MOVE CAB-AAAA-W TO CAB-AAAA.
           MOVE SPACES TO REL-GLLAN.
           WRITE REL-GLLAN AFTER ADVANCING PAGE.
           WRITE REL-GLLAN FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-GLLAN FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-GLLAN.
           WRITE REL-GLLAN AFTER ADVANCING 1 LINE.

      *    SEM GLCTRL.DAT NADA FOI FECHADO NEM LANCADO AINDA
       LE-CONTROLE.
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
                       MOVE GC-ULT-DATA TO W-ULT-DATA
                       MOVE GC-ULT-SEQ TO W-ULT-SEQ
                   END-IF
                   CLOSE GLCTRL.

       CARREGA-PLANO.
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

       LE-PLANO.
           READ PLANOCTA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PLANOCTA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PLANOCTA - STATUS: "
                   W-PLANOCTA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-PLANO.
           ADD 1 TO CT-TAB-PLANO.
           IF CT-TAB-PLANO GREATER THAN 300
               DISPLAY "ERRO: PLANOCTA.DAT EXCEDE O LIMITE DE 300 "
                   "CONTAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CTA-CONTA TO TP-CONTA (CT-TAB-PLANO).
           MOVE CTA-DESCRICAO TO TP-DESCRICAO (CT-TAB-PLANO).
           PERFORM LE-PLANO.

      *    RAZAO AINDA INEXISTENTE COMECA VAZIO
       CARREGA-SALDOS.
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
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-SALDO
                   PERFORM GUARDA-SALDO UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE GLSALDO.

       LE-SALDO.
           READ GLSALDO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-SALDO.
           PERFORM NOVO-SALDO.
           MOVE SD-CONTA TO TS-CONTA (W-SALDO-POS).
           MOVE SD-ANOMES TO TS-ANOMES (W-SALDO-POS).
           MOVE SD-SALDO-ANT TO TS-SALDO-ANT (W-SALDO-POS).
           MOVE SD-DEBITOS TO TS-DEBITOS (W-SALDO-POS).
           MOVE SD-CREDITOS TO TS-CREDITOS (W-SALDO-POS).
           PERFORM LE-SALDO.

       NOVO-SALDO.
           ADD 1 TO CT-TAB-SALDO.
           IF CT-TAB-SALDO GREATER THAN 3000
               DISPLAY "ERRO: GLSALDO.DAT EXCEDE O LIMITE DE 3000 "
                   "SALDOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CT-TAB-SALDO TO W-SALDO-POS.

      *================================================================*
      * PRIMEIRA PASSAGEM: CRITICA DO DIARIO INTEIRO, SEM GRAVAR NADA

       CRITICA-DIARIO.
           PERFORM ABRE-DIARIO.
           PERFORM LE-DIARIO.
           PERFORM CRITICA-LANCAMENTO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE GLDIARIO.

       ABRE-DIARIO.
           OPEN INPUT GLDIARIO.
           IF W-GLDIARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLDIARIO - STATUS: "
                   W-GLDIARIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.

       LE-DIARIO.
           READ GLDIARIO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-GLDIARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLDIARIO - STATUS: "
                   W-GLDIARIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CRITICA-LANCAMENTO.
           ADD 1 TO CT-LIDOS.
           PERFORM PROCURA-PLANO.
           IF W-PLANO-ACHOU EQUAL "NAO"
               ADD 1 TO CT-CONTA-INVALIDA
               MOVE "CONTA INVALIDA" TO INV-MOTIVO
               PERFORM IMP-INVALIDO.
           EVALUATE DIA-DC
             WHEN "D"
               ADD DIA-VALOR TO W-TOTAL-DEBITOS
             WHEN "C"
               ADD DIA-VALOR TO W-TOTAL-CREDITOS
             WHEN OTHER
               ADD 1 TO CT-DC-INVALIDO
               MOVE "D/C INVALIDO" TO INV-MOTIVO
               PERFORM IMP-INVALIDO
           END-EVALUATE.
           PERFORM LE-DIARIO.

       PROCURA-PLANO.
           MOVE "NAO" TO W-PLANO-ACHOU.
           MOVE 1 TO W-PLANO-I.
           PERFORM TESTA-PLANO UNTIL W-PLANO-I GREATER THAN
               CT-TAB-PLANO OR W-PLANO-ACHOU EQUAL "SIM".

       TESTA-PLANO.
           IF TP-CONTA (W-PLANO-I) EQUAL DIA-CONTA
               MOVE "SIM" TO W-PLANO-ACHOU
           ELSE
               ADD 1 TO W-PLANO-I.

       IMP-INVALIDO.
           MOVE DIA-LOTE TO INV-LOTE.
           MOVE DIA-CONTA TO INV-CONTA.
           MOVE DIA-DESCRICAO TO INV-DESCRICAO.
           MOVE DIA-DC TO INV-DC.
           MOVE DIA-VALOR TO INV-VALOR.
           WRITE REL-GLLAN FROM DET-INVALIDO AFTER ADVANCING 1 LINE.
           IF W-RELGLLAN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELGLLAN - STATUS: "
                   W-RELGLLAN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    DIARIO COM ERRO NAO TOCA NO RAZAO; O OPERADOR CORRIGE O
      *    PLANO OU O LOTE E RODA DE NOVO
       RECUSA-DIARIO.
           PERFORM IMP-TOTAIS.
           MOVE "DIARIO RECUSADO - NADA FOI LANCADO NO RAZAO" TO
               VAR-AVISO.
           WRITE REL-GLLAN FROM DET-AVISO AFTER ADVANCING 2 LINES.
           PERFORM IMP-DATAHORA.
           CLOSE RELGLLAN.
           DISPLAY "GLDIARIO RECUSADO: CONTAS INVALIDAS "
               CT-CONTA-INVALIDA " D/C INVALIDOS " CT-DC-INVALIDO
               " DEBITOS " W-TOTAL-DEBITOS " CREDITOS "
               W-TOTAL-CREDITOS.
           MOVE 8 TO RETURN-CODE.

      *================================================================*
      * SEGUNDA PASSAGEM: MOVIMENTO E SALDOS

       LANCA-DIARIO.
           OPEN EXTEND GLMOVTO.
           IF W-GLMOVTO-STATUS EQUAL "35"
               OPEN OUTPUT GLMOVTO.
           IF W-GLMOVTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLMOVTO - STATUS: "
                   W-GLMOVTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM ABRE-DIARIO.
           PERFORM LE-DIARIO.
           PERFORM LANCA-LANCAMENTO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE GLDIARIO GLMOVTO.

       LANCA-LANCAMENTO.
           ADD 1 TO W-ULT-SEQ.
           MOVE W-DATA-ESTAT TO MV-DATA.
           MOVE W-ULT-SEQ TO MV-SEQ.
           MOVE DIA-LOTE TO MV-LOTE.
           MOVE DIA-CONTA TO MV-CONTA.
           MOVE DIA-DESCRICAO TO MV-DESCRICAO.
           MOVE DIA-DC TO MV-DC.
           MOVE DIA-VALOR TO MV-VALOR.
           MOVE DIA-CCUSTO TO MV-CCUSTO.
           WRITE REG-GLMOVTO.
           IF W-GLMOVTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLMOVTO - STATUS: "
                   W-GLMOVTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM PROCURA-SALDO.
           IF W-SALDO-ACHOU EQUAL "NAO"
               PERFORM NOVO-SALDO
               MOVE DIA-CONTA TO TS-CONTA (W-SALDO-POS)
               MOVE W-ANOMES-ESTAT TO TS-ANOMES (W-SALDO-POS)
               MOVE ZEROS TO TS-SALDO-ANT (W-SALDO-POS)
                   TS-DEBITOS (W-SALDO-POS) TS-CREDITOS (W-SALDO-POS)
               ADD 1 TO CT-SALDOS-NOVOS.
           IF DIA-DC EQUAL "D"
               ADD DIA-VALOR TO TS-DEBITOS (W-SALDO-POS)
           ELSE
               ADD DIA-VALOR TO TS-CREDITOS (W-SALDO-POS).
           ADD 1 TO CT-LANCADOS.
           PERFORM LE-DIARIO.

       PROCURA-SALDO.
           MOVE "NAO" TO W-SALDO-ACHOU.
           MOVE 1 TO W-SALDO-I.
           PERFORM TESTA-SALDO UNTIL W-SALDO-I GREATER THAN
               CT-TAB-SALDO OR W-SALDO-ACHOU EQUAL "SIM".

       TESTA-SALDO.
           IF TS-CONTA (W-SALDO-I) EQUAL DIA-CONTA AND
              TS-ANOMES (W-SALDO-I) EQUAL W-ANOMES-ESTAT
               MOVE "SIM" TO W-SALDO-ACHOU
               MOVE W-SALDO-I TO W-SALDO-POS
           ELSE
               ADD 1 TO W-SALDO-I.

      *================================================================*
      * REGRAVACAO DOS SALDOS E DO CONTROLE, TOTAIS DO LANCAMENTO

       TERMINO.
           OPEN OUTPUT GLSALDO.
           IF W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-SALDO-I.
           PERFORM GRAVA-SALDO CT-TAB-SALDO TIMES.
           CLOSE GLSALDO.
           PERFORM PROMOVE-FOTO.
           PERFORM GRAVA-CONTROLE.
           PERFORM IMP-TOTAIS.
           MOVE "LANCAMENTOS LANCADOS NO RAZAO:" TO ROT-ESTAT.
           MOVE CT-LANCADOS TO VAL-ESTAT.
           WRITE REL-GLLAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "SALDOS NOVOS NO RAZAO:" TO ROT-ESTAT.
           MOVE CT-SALDOS-NOVOS TO VAL-ESTAT.
           WRITE REL-GLLAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           PERFORM IMP-DATAHORA.
           CLOSE RELGLLAN.
           DISPLAY "DIARIO DE " W-DATA-ESTAT " LANCADO NO RAZAO: "
               CT-LANCADOS " LANCAMENTOS".

       GRAVA-SALDO.
           ADD 1 TO W-SALDO-I.
           MOVE TS-CONTA (W-SALDO-I) TO SD-CONTA.
           MOVE TS-ANOMES (W-SALDO-I) TO SD-ANOMES.
           MOVE TS-SALDO-ANT (W-SALDO-I) TO SD-SALDO-ANT.
           MOVE TS-DEBITOS (W-SALDO-I) TO SD-DEBITOS.
           MOVE TS-CREDITOS (W-SALDO-I) TO SD-CREDITOS.
           WRITE REG-GLSALDO.
           IF W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    SEM GLFOTONV.DAT NAO HA POSICAO NOVA A PROMOVER
       PROMOVE-FOTO.
           OPEN INPUT GLFOTONV.
           IF W-GLFOTONV-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLFOTONV-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLFOTONV - STATUS: "
                       W-GLFOTONV-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   PERFORM COPIA-FOTO
                   CLOSE GLFOTONV.

       COPIA-FOTO.
           OPEN OUTPUT GLFOTO.
           IF W-GLFOTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR GLFOTO - STATUS: "
                   W-GLFOTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FOTONV.
           PERFORM GRAVA-FOTO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE GLFOTO.

       LE-FOTONV.
           READ GLFOTONV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-GLFOTONV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLFOTONV - STATUS: "
                   W-GLFOTONV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-FOTO.
           WRITE REG-GLFOTO FROM REG-GLFOTONV.
           IF W-GLFOTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLFOTO - STATUS: "
                   W-GLFOTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-FOTONV.

       GRAVA-CONTROLE.
           OPEN OUTPUT GLCTRL.
           IF W-GLCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR GLCTRL - STATUS: "
                   W-GLCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-ULT-FECHADO TO GC-ULT-FECHADO.
           MOVE W-DATA-ESTAT TO GC-ULT-DATA.
           MOVE W-ULT-SEQ TO GC-ULT-SEQ.
           WRITE REG-GLCTRL.
           IF W-GLCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCTRL - STATUS: "
                   W-GLCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CLOSE GLCTRL.

       IMP-TOTAIS.
           MOVE SPACES TO REL-GLLAN.
           WRITE REL-GLLAN AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS LIDOS NO DIARIO:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-GLLAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE DEBITOS:" TO ROT-TOTAL.
           MOVE W-TOTAL-DEBITOS TO VAL-TOTAL.
           WRITE REL-GLLAN FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE CREDITOS:" TO ROT-TOTAL.
           MOVE W-TOTAL-CREDITOS TO VAL-TOTAL.
           WRITE REL-GLLAN FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "CONTAS FORA DO PLANO:" TO ROT-ESTAT.
           MOVE CT-CONTA-INVALIDA TO VAL-ESTAT.
           WRITE REL-GLLAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "D/C INVALIDOS:" TO ROT-ESTAT.
           MOVE CT-DC-INVALIDO TO VAL-ESTAT.
           WRITE REL-GLLAN FROM DET-ESTAT AFTER ADVANCING 1 LINE.

       IMP-DATAHORA.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-GLLAN FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
               LINES.
