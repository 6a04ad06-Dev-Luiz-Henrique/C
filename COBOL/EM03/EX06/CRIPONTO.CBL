       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CRIPONTO.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CRITICA DO CARTAO DE PONTO MENSAL (PONTO.DAT),
      *                EXECUTADA ANTES DO EX06 NO MESMO MOLDE DO EDALU:
      *                CODIGO NUMERICO, COMPETENCIA IGUAL A DA FOLHA
      *                (ANO+MES DA DATA DE NEGOCIO), FUNCIONARIO
      *                CADASTRADO E ATIVO NO CADVEND.DAT, UM SO
      *                REGISTRO POR FUNCIONARIO, QUANTIDADES NUMERICAS
      *                E DENTRO DOS LIMITES DO MES. OS ACEITOS VAO PARA
      *                O PONTOOK.DAT QUE A FOLHA MENSAL PAGA E OS
      *                REJEITADOS SAEM NA LISTAGEM RELREJPT COM O
      *                MOTIVO, PARA O DEPARTAMENTO PESSOAL CORRIGIR E
      *                REPROCESSAR ANTES DO FECHAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-PONTO-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT PONTOOK ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-PONTOOK-STATUS.
           SELECT RELREJPT ASSIGN TO DISK
               FILE STATUS IS W-RELREJPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PONTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTO.DAT".
       01 REG-ENT          PIC X(32).

       SD TRAB.
       01 REG-TRAB.
           COPY PONTO.

      *    CADASTRO DE FUNCIONARIOS DA FOLHA, NO LAYOUT DO EX06; A
      *    CRITICA SO CONFERE O CODIGO E A SITUACAO
       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-VEND.
           02 FILLER               PIC X(02).
           02 COD-VEN-VEND         PIC 9(05).
           02 NOME-VEND            PIC X(20).
           02 FILLER               PIC X(25).
           02 SITUACAO-VEND        PIC X(01).

       FD PONTOOK LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTOOK.DAT".
       01 REG-OK           PIC X(32).

       FD RELREJPT LABEL RECORD IS OMITTED.
       01 REL-REJ          PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-MOTIVO         PIC X(30) VALUE SPACES.
       77 W-COD-ANTERIOR   PIC 9(05) VALUE ZEROS.
       77 W-NOME-FUNC      PIC X(20) VALUE SPACES.

      *    LIMITES DO MES: HORAS EXTRAS SOMADAS (50% + 100%) E HORAS
      *    NOTURNAS NAO PASSAM DA JORNADA MENSAL; FALTAS NAO PASSAM
      *    DOS DIAS UTEIS DA ESCALA
       77 W-LIMITE-HE      PIC 9(03)V99 VALUE 100,00.
       77 W-LIMITE-NOTURNO PIC 9(03)V99 VALUE 220,00.
       77 W-TOTAL-HE       PIC 9(04)V99 VALUE ZEROS.
       77 W-TOTAL-DIAS     PIC 9(03) VALUE ZEROS.

      *    COMPETENCIA DA FOLHA: ANO+MES DA DATA DE NEGOCIO
       01 W-DATA-NEGOCIO.
           02 W-ANOMES-FOLHA   PIC 9(06).
           02 FILLER           PIC 9(02).

      *================================================================*
      * TOTAIS DE CONTROLE DA CRITICA

       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-ACEITOS       PIC 9(05) VALUE ZEROS.
       77 CT-REJEITADOS    PIC 9(05) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-PONTO-STATUS   PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS PIC X(02) VALUE "00".
       77 W-PONTOOK-STATUS PIC X(02) VALUE "00".
       77 W-RELREJPT-STATUS PIC X(02) VALUE "00".

      *    FUNCIONARIOS CADASTRADOS, CARREGADOS DO CADVEND.DAT
       77 FIM-CADVEND      PIC X(03) VALUE "NAO".
       77 CT-TAB-VEND      PIC 9(03) VALUE ZEROS.
       77 W-VEND-I         PIC 9(03) VALUE ZEROS.
       77 W-VEND-ACHOU     PIC X(03) VALUE "NAO".
       01 TAB-VEND.
           02 TAB-VEND-OCR OCCURS 500 TIMES.
             03 TV-COD       PIC 9(05).
             03 TV-NOME      PIC X(20).
             03 TV-SITUACAO  PIC X(01).

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "CRITICA DO CARTAO DE PONTO".
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "COMPETENCIA: ".
           02 VAR-ANOMES PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-ANOMES PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-COD PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(30).
           02 FILLER PIC X(10) VALUE SPACES.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(30).
           02 VAL-CTRL PIC ZZZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CRIPONTO.
           SORT TRAB ASCENDING KEY PT-COD-VEN
               USING PONTO OUTPUT PROCEDURE ROT-SAIDA.
      *    FILE STATUS DOS ARQUIVOS - PONTO E LIDO
      *    INTERNAMENTE PELO VERBO SORT (CLAUSULA USING); O STATUS E
      *    VERIFICADO AQUI, APOS O SORT DEVOLVER O CONTROLE.
           IF W-PONTO-STATUS NOT EQUAL "00" AND
              W-PONTO-STATUS NOT EQUAL "10"
               DISPLAY "ERRO NA LEITURA DE PONTO - STATUS: "
                   W-PONTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           STOP RUN.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT PONTOOK RELREJPT.
           IF W-PONTOOK-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PONTOOK - STATUS: "
                   W-PONTOOK-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELREJPT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELREJPT - STATUS: "
                   W-RELREJPT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CALL "DATAPROC" USING W-DATA-NEGOCIO.
           MOVE W-ANOMES-FOLHA TO VAR-ANOMES.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM CARREGA-CADVEND.
           MOVE ZEROS TO W-COD-ANTERIOR.
           PERFORM LEITURA.

      *================================================================*
      * CARGA DO CADASTRO DE FUNCIONARIOS; SEM O CADASTRO NAO HA
      * COMO CRITICAR E A RODADA E INTERROMPIDA

       CARREGA-CADVEND SECTION.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "CADVEND.DAT INDISPONIVEL - STATUS: "
                   W-CADVEND-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CADVEND.
           PERFORM CARREGA-UM-VEND UNTIL FIM-CADVEND EQUAL "SIM".
           CLOSE CADVEND.

       LE-CADVEND SECTION.
           READ CADVEND AT END MOVE "SIM" TO FIM-CADVEND.
           IF FIM-CADVEND NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UM-VEND SECTION.
           ADD 1 TO CT-TAB-VEND.
           IF CT-TAB-VEND GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-VEN-VEND TO TV-COD (CT-TAB-VEND).
           MOVE NOME-VEND TO TV-NOME (CT-TAB-VEND).
           MOVE SITUACAO-VEND TO TV-SITUACAO (CT-TAB-VEND).
           PERFORM LE-CADVEND.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*
      * AS CRITICAS SAO APLICADAS NA ORDEM; A PRIMEIRA QUE FALHA
      * DEFINE O MOTIVO DA REJEICAO

       PRINCIPAL SECTION.
           MOVE SPACES TO W-MOTIVO.
           MOVE SPACES TO W-NOME-FUNC.

           IF PT-COD-VEN NOT NUMERIC
               MOVE "CODIGO NAO NUMERICO" TO W-MOTIVO
           ELSE
             IF PT-ANOMES NOT NUMERIC OR
                PT-ANOMES NOT EQUAL W-ANOMES-FOLHA
               MOVE "COMPETENCIA DIFERENTE DA FOLHA" TO W-MOTIVO
             ELSE
               PERFORM CRITICA-FUNCIONARIO
               IF W-MOTIVO EQUAL SPACES
                 IF PT-COD-VEN EQUAL W-COD-ANTERIOR
                     MOVE "FUNCIONARIO DUPLICADO NO PONTO" TO W-MOTIVO
                 ELSE
                     PERFORM CRITICA-QUANTIDADES.

           IF W-MOTIVO EQUAL SPACES
               PERFORM GRAVA-ACEITO
           ELSE
               PERFORM IMP-REJEITADO.
           PERFORM LEITURA.

      *    PONTO DE QUEM NAO ESTA NO CADASTRO, OU JA FOI DESLIGADO,
      *    NAO TEM QUEM O RECEBA NA FOLHA
       CRITICA-FUNCIONARIO SECTION.
           MOVE "NAO" TO W-VEND-ACHOU.
           MOVE 1 TO W-VEND-I.
           PERFORM TESTA-FUNCIONARIO UNTIL W-VEND-I GREATER THAN
               CT-TAB-VEND OR W-VEND-ACHOU EQUAL "SIM".
           IF W-VEND-ACHOU EQUAL "NAO"
               MOVE "FUNCIONARIO NAO CADASTRADO" TO W-MOTIVO
           ELSE
               MOVE TV-NOME (W-VEND-I) TO W-NOME-FUNC
               IF TV-SITUACAO (W-VEND-I) EQUAL "I"
                   MOVE "FUNCIONARIO DESLIGADO" TO W-MOTIVO.

       TESTA-FUNCIONARIO SECTION.
           IF TV-COD (W-VEND-I) EQUAL PT-COD-VEN
               MOVE "SIM" TO W-VEND-ACHOU
           ELSE
               ADD 1 TO W-VEND-I.

       CRITICA-QUANTIDADES SECTION.
           IF PT-HE50 NOT NUMERIC OR PT-HE100 NOT NUMERIC OR
              PT-FALTAS NOT NUMERIC OR PT-NOTURNO NOT NUMERIC OR
              PT-DIAS-UTEIS NOT NUMERIC OR PT-DIAS-DSR NOT NUMERIC
               MOVE "QUANTIDADE NAO NUMERICA" TO W-MOTIVO
           ELSE
               COMPUTE W-TOTAL-HE = PT-HE50 + PT-HE100
               COMPUTE W-TOTAL-DIAS = PT-DIAS-UTEIS + PT-DIAS-DSR
               IF PT-DIAS-UTEIS EQUAL ZEROS OR
                  W-TOTAL-DIAS GREATER THAN 31
                   MOVE "ESCALA DO MES INVALIDA" TO W-MOTIVO
               ELSE
                 IF PT-FALTAS GREATER THAN PT-DIAS-UTEIS
                   MOVE "FALTAS ACIMA DOS DIAS UTEIS" TO W-MOTIVO
                 ELSE
                   IF W-TOTAL-HE GREATER THAN W-LIMITE-HE
                     MOVE "HORAS EXTRAS ACIMA DO LIMITE" TO W-MOTIVO
                   ELSE
                     IF PT-NOTURNO GREATER THAN W-LIMITE-NOTURNO
                       MOVE "HORAS NOTURNAS ACIMA DO LIMITE"
                           TO W-MOTIVO.

      *================================================================*

       GRAVA-ACEITO SECTION.
           MOVE PT-COD-VEN TO W-COD-ANTERIOR.
           MOVE REG-TRAB TO REG-OK.
           WRITE REG-OK.
           IF W-PONTOOK-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PONTOOK - STATUS: "
                   W-PONTOOK-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-ACEITOS.

       IMP-REJEITADO SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE REG-TRAB (1:6) TO DET-ANOMES.
           MOVE REG-TRAB (7:5) TO DET-COD.
           MOVE W-NOME-FUNC TO DET-NOME.
           MOVE W-MOTIVO TO DET-MOTIVO.
           WRITE REL-REJ FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELREJPT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELREJPT - STATUS: "
                   W-RELREJPT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-REJEITADOS.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-REJ.
           WRITE REL-REJ AFTER ADVANCING PAGE.
           WRITE REL-REJ FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-REJ FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-REJ.
           WRITE REL-REJ AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-CONTROLE SECTION.
           IF CT-REJEITADOS EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE SPACES TO REL-REJ.
           WRITE REL-REJ AFTER ADVANCING 2 LINES.

           MOVE "PONTO REGISTROS LIDOS" TO ROT-CTRL.
           MOVE CT-LIDOS TO VAL-CTRL.
           WRITE REL-REJ FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "REGISTROS ACEITOS (PONTOOK)" TO ROT-CTRL.
           MOVE CT-ACEITOS TO VAL-CTRL.
           WRITE REL-REJ FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "REGISTROS REJEITADOS" TO ROT-CTRL.
           MOVE CT-REJEITADOS TO VAL-CTRL.
           WRITE REL-REJ FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-REJ FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.

       FIM SECTION.
           PERFORM IMP-CONTROLE.
           CLOSE PONTOOK RELREJPT.
