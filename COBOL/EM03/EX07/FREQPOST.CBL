      *                (TOTAL DO ALUNO, LIDO PELO EX07) E NO
      *                FREQMAT.DAT (POR MATERIA, LIDO PELO APRMAT).
      *                OS ACUMULADOS SAO REGRAVADOS INTEIROS NO
      *                ENCERRAMENTO. HAVENDO QUADRO DE HORARIOS
      *                (HORARIO.DAT, DO MANHOR), O OPERADOR INFORMA
      *                TAMBEM A AULA DO DIA E O APONTAMENTO AVISA
      *                QUANDO A TURMA/MATERIA NAO TEM AULA NO QUADRO
      *                NAQUELE DIA DA SEMANA E AULA; A SESSAO E
      *                APONTADA ASSIM MESMO (REPOSICAO, TROCA DE
      *                HORARIO) E OS AVISOS SAO CONTADOS NO FIM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL FREQMAT ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FREQMAT-STATUS.
           SELECT OPTIONAL HORARIO ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-HORARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 AULAS-FQM        PIC 9(03).
           02 FALTAS-FQM       PIC 9(03).

      *    QUADRO DE HORARIOS MANTIDO PELO MANHOR
       FD HORARIO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01 REG-HORARIO.
           COPY HORARIO.

       WORKING-STORAGE SECTION.
       77 FIM-APONTAMENTO      PIC X(03) VALUE "NAO".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-POS                PIC 9(04) VALUE ZEROS.
       77 CT-SESSOES           PIC 9(04) VALUE ZEROS.
       77 CT-CHAMADAS          PIC 9(05) VALUE ZEROS.
       77 CT-FORA-QUADRO       PIC 9(04) VALUE ZEROS.

      *    ULTIMA AULA DO DIA ACEITA NO QUADRO (A MESMA DO MANHOR)
       77 W-MAX-AULAS          PIC 9(02) VALUE 12.

      *    DIA DA SEMANA DA DATA DA AULA (1 = DOMINGO ... 7 = SABADO)
       77 W-DIA-SEMANA         PIC 9(01) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-TURMAS-STATUS      PIC X(02) VALUE "00".
       77 W-AULASES-STATUS     PIC X(02) VALUE "00".
       77 W-FREQALU-STATUS     PIC X(02) VALUE "00".
       77 W-FREQMAT-STATUS     PIC X(02) VALUE "00".
       77 W-HORARIO-STATUS     PIC X(02) VALUE "00".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR
       01 RED-W-ENTRADA-MATERIA REDEFINES W-ENTRADA-MATERIA.
           02 W-MATERIA-DIGITADA PIC 9(02).

       01 W-ENTRADA-AULA       PIC X(02) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-AULA REDEFINES W-ENTRADA-AULA.
           02 W-AULA-DIGITADA  PIC 9(02).

       77 W-PRESENCA-DIGITADA  PIC X(01) VALUE SPACE.

      *    NOMES DOS DIAS DA SEMANA, PELA POSICAO 1 (DOMINGO) A 7
       01 W-NOMES-DIAS.
           02 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 RED-W-NOMES-DIAS REDEFINES W-NOMES-DIAS.
           02 W-NOME-DIA       PIC X(03) OCCURS 7 TIMES.

      *================================================================*
      * CADASTROS EM TABELA

             03 TFM-AULAS      PIC 9(03).
             03 TFM-FALTAS     PIC 9(03).

      *    QUADRO DE HORARIOS; VAZIO QUANDO AINDA NAO HA HORARIO.DAT
       77 CT-TAB-HORARIO       PIC 9(04) VALUE ZEROS.
       01 TAB-HORARIO.
           02 TAB-HOR-OCR OCCURS 2000 TIMES.
             03 TH-TURMA       PIC 9(03).
             03 TH-MATERIA     PIC 9(02).
             03 TH-DIA         PIC 9(01).
             03 TH-AULA        PIC 9(02).

       PROCEDURE DIVISION.
       PGM-FREQPOST.
           PERFORM INICIO.
           PERFORM CARREGA-MATERIAS.
           PERFORM CARREGA-FREQALU.
           PERFORM CARREGA-FREQMAT.
           PERFORM CARREGA-HORARIO.
           OPEN EXTEND AULASES.
           IF W-AULASES-STATUS EQUAL "35"
               OPEN OUTPUT AULASES
           MOVE FALTAS-FQM TO TFM-FALTAS (CT-TAB-FREQMAT).
           PERFORM LE-FREQMAT.

       CARREGA-HORARIO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT HORARIO.
           PERFORM LE-HORARIO.
           PERFORM CARREGA-UMA-AULA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HORARIO.
           IF CT-TAB-HORARIO EQUAL ZEROS
               DISPLAY "SEM QUADRO DE HORARIOS - AS SESSOES NAO SERAO "
                   "CONFERIDAS."
               DISPLAY " ".

       LE-HORARIO.
           READ HORARIO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-HORARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE HORARIO - STATUS: "
                   W-HORARIO-STATUS
               STOP RUN.

       CARREGA-UMA-AULA.
           ADD 1 TO CT-TAB-HORARIO.
           IF CT-TAB-HORARIO GREATER THAN 2000
               DISPLAY "ERRO: HORARIO.DAT EXCEDE O LIMITE DE 2000 "
                   "AULAS"
               STOP RUN.
           MOVE HOR-TURMA TO TH-TURMA (CT-TAB-HORARIO).
           MOVE HOR-MATERIA TO TH-MATERIA (CT-TAB-HORARIO).
           MOVE HOR-DIA TO TH-DIA (CT-TAB-HORARIO).
           MOVE HOR-AULA TO TH-AULA (CT-TAB-HORARIO).
           PERFORM LE-HORARIO.

      *================================================================*
      * UMA SESSAO POR VOLTA: DATA, TURMA, MATERIA E CHAMADA

           PERFORM ACEITA-TURMA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MATERIA UNTIL W-CAMPO-OK EQUAL "SIM".
           IF CT-TAB-HORARIO GREATER THAN ZEROS
               MOVE "NAO" TO W-CAMPO-OK
               PERFORM ACEITA-AULA UNTIL W-CAMPO-OK EQUAL "SIM"
               PERFORM CONFERE-HORARIO.
           PERFORM MONTA-CHAMADA.
           IF CT-ALUNOS-TURMA EQUAL ZEROS
               DISPLAY "TURMA SEM ALUNOS MATRICULADOS - SESSAO "
           ELSE
               ADD 1 TO W-I.

       ACEITA-AULA.
           DISPLAY "AULA DO DIA (01 A " W-MAX-AULAS "): ".
           ACCEPT W-ENTRADA-AULA.
           INSPECT W-ENTRADA-AULA REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-AULA NOT NUMERIC
               DISPLAY "AULA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               IF W-AULA-DIGITADA EQUAL ZEROS OR
                  W-AULA-DIGITADA GREATER THAN W-MAX-AULAS
                   DISPLAY "AULA INVALIDA - DIGITE NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

      *================================================================*
      * CONFERENCIA DA SESSAO CONTRA O QUADRO DE HORARIOS: SO AVISA,
      * POIS A AULA DADA FORA DO QUADRO (REPOSICAO, TROCA) TAMBEM
      * PRECISA DA CHAMADA

       CONFERE-HORARIO.
           CALL "DIASEMAN" USING W-DATA-DIG-DD W-DATA-DIG-MM
               W-DATA-DIG-AAAA W-DIA-SEMANA.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-POS.
           PERFORM TESTA-HORARIO UNTIL W-POS GREATER THAN
               CT-TAB-HORARIO OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               ADD 1 TO CT-FORA-QUADRO
               DISPLAY "ATENCAO: TURMA/MATERIA SEM AULA NO QUADRO DE "
                   "HORARIOS EM " W-NOME-DIA (W-DIA-SEMANA) " AULA "
                   W-AULA-DIGITADA " - SESSAO APONTADA ASSIM MESMO.".

       TESTA-HORARIO.
           IF TH-TURMA (W-POS) EQUAL W-TURMA-DIGITADA AND
              TH-MATERIA (W-POS) EQUAL W-MATERIA-DIGITADA AND
              TH-DIA (W-POS) EQUAL W-DIA-SEMANA AND
              TH-AULA (W-POS) EQUAL W-AULA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-POS.

      *    A LISTA DE CHAMADA E MONTADA DO CADALU A CADA SESSAO
       MONTA-CHAMADA.
           MOVE ZEROS TO CT-ALUNOS-TURMA.
           CLOSE AULASES.
           DISPLAY "SESSOES APONTADAS.: " CT-SESSOES.
           DISPLAY "CHAMADAS GRAVADAS.: " CT-CHAMADAS.
           DISPLAY "FORA DO QUADRO....: " CT-FORA-QUADRO.
           DISPLAY "FIM DO APONTAMENTO.".

       GRAVA-FREQALU.
