       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MANHOR.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        MANUTENCAO DO QUADRO DE HORARIOS (HORARIO.DAT)
      *                NO LUGAR DO QUADRO BRANCO DA SECRETARIA: INCLUI
      *                E EXCLUI AULAS SEMANAIS DAS TURMAS E CONSULTA O
      *                QUADRO DE UMA TURMA. CADA AULA TEM TURMA
      *                (TURMAS.DAT), MATERIA DA TURMA (MATERIAS.DAT),
      *                DIA DA SEMANA, AULA DO DIA, SALA (SALAS.DAT) E
      *                PROFESSOR (MATRICULA ATIVA NO CADVEND.DAT, QUE
      *                O STREAM NOTURNO COPIA DO EX06). A INCLUSAO E
      *                RECUSADA QUANDO A TURMA, O PROFESSOR OU A SALA
      *                JA TEM AULA NAQUELE DIA/AULA, OU QUANDO A SALA
      *                E MENOR QUE A CAPACIDADE DA TURMA. O QUADRO E
      *                CARREGADO EM TABELA NA ABERTURA E REGRAVADO
      *                INTEIRO NO ENCERRAMENTO, COMO NO MANVEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-TURMAS-STATUS.
           SELECT MATERIAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MATERIAS-STATUS.
           SELECT SALAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-SALAS-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT OPTIONAL HORARIO ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-HORARIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TURMAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".

           01 REG-TURMA.
           COPY TURMA.

       FD MATERIAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MATERIAS.DAT".
       01 REG-MATERIA.
           02 MAT-TURMA        PIC 9(03).
           02 MAT-CODIGO       PIC 9(02).
           02 MAT-NOME         PIC X(20).

       FD SALAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALAS.DAT".
       01 REG-SALA.
           COPY SALA.

      *    CADASTRO DE FUNCIONARIOS DA FOLHA (MESMO LAYOUT DO EX06);
      *    OS PROFESSORES SAO FUNCIONARIOS E O CODIGO E A MATRICULA
       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-ENT.
           02 COD-DEP-ENT          PIC X(01).
           02 COD-SEC-ENT          PIC X(01).
           02 COD-VEN-ENT          PIC 9(05).
           02 NOME-ENT             PIC X(20).
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       FD HORARIO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01 REG-HORARIO.
           COPY HORARIO.

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-CONFLITO           PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-TUR-POS            PIC 9(04) VALUE ZEROS.
       77 W-SALA-POS           PIC 9(04) VALUE ZEROS.
       77 W-HOR-POS            PIC 9(04) VALUE ZEROS.

      *    ULTIMA AULA DO DIA ACEITA NO QUADRO
       77 W-MAX-AULAS          PIC 9(02) VALUE 12.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-AULAS             PIC 9(04) VALUE ZEROS.
       77 CT-INCLUIDAS         PIC 9(04) VALUE ZEROS.
       77 CT-EXCLUIDAS         PIC 9(04) VALUE ZEROS.
       77 CT-RECUSADAS         PIC 9(04) VALUE ZEROS.
       77 CT-GRAVADAS          PIC 9(04) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-TURMAS-STATUS      PIC X(02) VALUE "00".
       77 W-MATERIAS-STATUS    PIC X(02) VALUE "00".
       77 W-SALAS-STATUS       PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-HORARIO-STATUS     PIC X(02) VALUE "00".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR

       01 W-ENTRADA-TURMA      PIC X(03) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-TURMA REDEFINES W-ENTRADA-TURMA.
           02 W-TURMA-DIGITADA PIC 9(03).

       01 W-ENTRADA-MATERIA    PIC X(02) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-MATERIA REDEFINES W-ENTRADA-MATERIA.
           02 W-MATERIA-DIGITADA PIC 9(02).

       01 W-ENTRADA-DIA        PIC X(01).
       01 RED-W-ENTRADA-DIA REDEFINES W-ENTRADA-DIA.
           02 W-DIA-DIGITADO   PIC 9(01).

       01 W-ENTRADA-AULA       PIC X(02) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-AULA REDEFINES W-ENTRADA-AULA.
           02 W-AULA-DIGITADA  PIC 9(02).

       77 W-SALA-DIGITADA      PIC X(04) VALUE SPACES.

       01 W-ENTRADA-PROF       PIC X(05) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-PROF REDEFINES W-ENTRADA-PROF.
           02 W-PROF-DIGITADO  PIC 9(05).

      *    NOMES DOS DIAS DA SEMANA, PELA POSICAO 1 (DOMINGO) A 7
       01 W-NOMES-DIAS.
           02 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 RED-W-NOMES-DIAS REDEFINES W-NOMES-DIAS.
           02 W-NOME-DIA       PIC X(03) OCCURS 7 TIMES.

      *================================================================*
      * CADASTROS EM TABELA

       77 CT-TAB-TURMAS        PIC 9(04) VALUE ZEROS.
       01 TAB-TURMAS.
           02 TAB-TURMA-OCR OCCURS 100 TIMES.
             03 TT-CODIGO      PIC 9(03).
             03 TT-CURSO       PIC X(20).
             03 TT-CAPACIDADE  PIC 9(03).

       77 CT-TAB-MATERIAS      PIC 9(04) VALUE ZEROS.
       01 TAB-MATERIAS.
           02 TAB-MAT-OCR OCCURS 200 TIMES.
             03 TM-TURMA       PIC 9(03).
             03 TM-CODIGO      PIC 9(02).
             03 TM-NOME        PIC X(20).

       77 CT-TAB-SALAS         PIC 9(04) VALUE ZEROS.
       01 TAB-SALAS.
           02 TAB-SALA-OCR OCCURS 100 TIMES.
             03 TS-CODIGO      PIC X(04).
             03 TS-DESCRICAO   PIC X(20).
             03 TS-CAPACIDADE  PIC 9(03).

       77 CT-TAB-PROF          PIC 9(04) VALUE ZEROS.
       01 TAB-PROF.
           02 TAB-PROF-OCR OCCURS 500 TIMES.
             03 TP-CODIGO      PIC 9(05).
             03 TP-NOME        PIC X(20).

      *    QUADRO EM MANUTENCAO; EXCLUIDA = "S" NAO VOLTA AO ARQUIVO
       01 TAB-HORARIO.
           02 TAB-HOR-OCR OCCURS 2000 TIMES.
             03 TH-TURMA       PIC 9(03).
             03 TH-MATERIA     PIC 9(02).
             03 TH-DIA         PIC 9(01).
             03 TH-AULA        PIC 9(02).
             03 TH-SALA        PIC X(04).
             03 TH-PROFESSOR   PIC 9(05).
             03 TH-EXCLUIDA    PIC X(01).

       PROCEDURE DIVISION.
       PGM-MANHOR.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MANUTENCAO EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "MANUTENCAO DO QUADRO DE HORARIOS - HORARIO.DAT".
           DISPLAY " ".
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-MATERIAS.
           PERFORM CARREGA-SALAS.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-HORARIO.
           DISPLAY "AULAS NO QUADRO: " CT-AULAS.
           DISPLAY " ".

      *================================================================*
      * CARGAS DOS CADASTROS; SEM ELES NAO HA COMO CONFERIR A AULA E
      * A MANUTENCAO NAO ABRE

       CARREGA-TURMAS.
           OPEN INPUT TURMAS.
           IF W-TURMAS-STATUS NOT EQUAL "00"
               DISPLAY "TURMAS.DAT INDISPONIVEL - STATUS: "
                   W-TURMAS-STATUS
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-TURMA.
           PERFORM CARREGA-UMA-TURMA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE TURMAS.

       LE-TURMA.
           READ TURMAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-TURMAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE TURMAS - STATUS: "
                   W-TURMAS-STATUS
               STOP RUN.

       CARREGA-UMA-TURMA.
           ADD 1 TO CT-TAB-TURMAS.
           IF CT-TAB-TURMAS GREATER THAN 100
               DISPLAY "ERRO: TURMAS.DAT EXCEDE O LIMITE DE 100 "
                   "TURMAS"
               STOP RUN.
           MOVE TUR-CODIGO TO TT-CODIGO (CT-TAB-TURMAS).
           MOVE TUR-CURSO TO TT-CURSO (CT-TAB-TURMAS).
           MOVE TUR-CAPACIDADE TO TT-CAPACIDADE (CT-TAB-TURMAS).
           PERFORM LE-TURMA.

       CARREGA-MATERIAS.
           OPEN INPUT MATERIAS.
           IF W-MATERIAS-STATUS NOT EQUAL "00"
               DISPLAY "MATERIAS.DAT INDISPONIVEL - STATUS: "
                   W-MATERIAS-STATUS
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-MATERIA.
           PERFORM CARREGA-UMA-MATERIA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MATERIAS.

       LE-MATERIA.
           READ MATERIAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-MATERIAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE MATERIAS - STATUS: "
                   W-MATERIAS-STATUS
               STOP RUN.

       CARREGA-UMA-MATERIA.
           ADD 1 TO CT-TAB-MATERIAS.
           IF CT-TAB-MATERIAS GREATER THAN 200
               DISPLAY "ERRO: MATERIAS.DAT EXCEDE O LIMITE DE 200 "
                   "MATERIAS"
               STOP RUN.
           MOVE MAT-TURMA TO TM-TURMA (CT-TAB-MATERIAS).
           MOVE MAT-CODIGO TO TM-CODIGO (CT-TAB-MATERIAS).
           MOVE MAT-NOME TO TM-NOME (CT-TAB-MATERIAS).
           PERFORM LE-MATERIA.

       CARREGA-SALAS.
           OPEN INPUT SALAS.
           IF W-SALAS-STATUS NOT EQUAL "00"
               DISPLAY "SALAS.DAT INDISPONIVEL - STATUS: "
                   W-SALAS-STATUS
               DISPLAY "CADASTRE AS SALAS ANTES DA MANUTENCAO."
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-SALA.
           PERFORM CARREGA-UMA-SALA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE SALAS.

       LE-SALA.
           READ SALAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-SALAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE SALAS - STATUS: "
                   W-SALAS-STATUS
               STOP RUN.

       CARREGA-UMA-SALA.
           ADD 1 TO CT-TAB-SALAS.
           IF CT-TAB-SALAS GREATER THAN 100
               DISPLAY "ERRO: SALAS.DAT EXCEDE O LIMITE DE 100 "
                   "SALAS"
               STOP RUN.
           MOVE SALA-CODIGO TO TS-CODIGO (CT-TAB-SALAS).
           MOVE SALA-DESCRICAO TO TS-DESCRICAO (CT-TAB-SALAS).
           MOVE SALA-CAPACIDADE TO TS-CAPACIDADE (CT-TAB-SALAS).
           PERFORM LE-SALA.

      *    SO OS FUNCIONARIOS ATIVOS PODEM RECEBER AULA
       CARREGA-PROFESSORES.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "CADVEND.DAT INDISPONIVEL - STATUS: "
                   W-CADVEND-STATUS
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADVEND.
           PERFORM CARREGA-UM-PROFESSOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND.

       LE-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               STOP RUN.

       CARREGA-UM-PROFESSOR.
           IF SITUACAO-ENT NOT EQUAL "I"
               ADD 1 TO CT-TAB-PROF
               IF CT-TAB-PROF GREATER THAN 500
                   DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                       "FUNCIONARIOS"
                   STOP RUN
               END-IF
               MOVE COD-VEN-ENT TO TP-CODIGO (CT-TAB-PROF)
               MOVE NOME-ENT TO TP-NOME (CT-TAB-PROF)
           END-IF.
           PERFORM LE-CADVEND.

       CARREGA-HORARIO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT HORARIO.
           PERFORM LE-HORARIO.
           PERFORM CARREGA-UMA-AULA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HORARIO.

       LE-HORARIO.
           READ HORARIO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-HORARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE HORARIO - STATUS: "
                   W-HORARIO-STATUS
               STOP RUN.

       CARREGA-UMA-AULA.
           ADD 1 TO CT-AULAS.
           IF CT-AULAS GREATER THAN 2000
               DISPLAY "ERRO: HORARIO.DAT EXCEDE O LIMITE DE 2000 "
                   "AULAS"
               STOP RUN.
           MOVE HOR-TURMA TO TH-TURMA (CT-AULAS).
           MOVE HOR-MATERIA TO TH-MATERIA (CT-AULAS).
           MOVE HOR-DIA TO TH-DIA (CT-AULAS).
           MOVE HOR-AULA TO TH-AULA (CT-AULAS).
           MOVE HOR-SALA TO TH-SALA (CT-AULAS).
           MOVE HOR-PROFESSOR TO TH-PROFESSOR (CT-AULAS).
           MOVE "N" TO TH-EXCLUIDA (CT-AULAS).
           PERFORM LE-HORARIO.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (I=INCLUIR E=EXCLUIR X=CONSULTAR TURMA "
               "F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "I"
               PERFORM INCLUI-AULA
             WHEN "E"
               PERFORM EXCLUI-AULA
             WHEN "X"
               PERFORM CONSULTA-TURMA
             WHEN "F"
               MOVE "SIM" TO FIM-MANUTENCAO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           DISPLAY " ".

      *================================================================*
      * INCLUSAO: A AULA SO ENTRA NO QUADRO SE A TURMA, O PROFESSOR E
      * A SALA ESTIVEREM LIVRES NO DIA/AULA E A SALA COMPORTAR A TURMA

       INCLUI-AULA.
           PERFORM OBTEM-TURMA-DIA-AULA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MATERIA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-SALA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-PROFESSOR UNTIL W-CAMPO-OK EQUAL "SIM".
           PERFORM CONFERE-CONFLITOS.
           IF W-CONFLITO EQUAL "SIM"
               ADD 1 TO CT-RECUSADAS
               DISPLAY "AULA RECUSADA."
           ELSE
               ADD 1 TO CT-AULAS
               IF CT-AULAS GREATER THAN 2000
                   DISPLAY "ERRO: LIMITE DE 2000 AULAS ATINGIDO"
                   STOP RUN
               END-IF
               MOVE W-TURMA-DIGITADA TO TH-TURMA (CT-AULAS)
               MOVE W-MATERIA-DIGITADA TO TH-MATERIA (CT-AULAS)
               MOVE W-DIA-DIGITADO TO TH-DIA (CT-AULAS)
               MOVE W-AULA-DIGITADA TO TH-AULA (CT-AULAS)
               MOVE W-SALA-DIGITADA TO TH-SALA (CT-AULAS)
               MOVE W-PROF-DIGITADO TO TH-PROFESSOR (CT-AULAS)
               MOVE "N" TO TH-EXCLUIDA (CT-AULAS)
               ADD 1 TO CT-INCLUIDAS
               DISPLAY "AULA INCLUIDA NO QUADRO."
           END-IF.

      *    A TURMA E A CHAVE DA AULA JUNTO COM O DIA E A AULA DO DIA
       EXCLUI-AULA.
           PERFORM OBTEM-TURMA-DIA-AULA.
           PERFORM PROCURA-AULA-TURMA.
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "TURMA SEM AULA NESTE DIA/AULA."
           ELSE
               MOVE W-HOR-POS TO W-I
               PERFORM MOSTRA-AULA
               MOVE "S" TO TH-EXCLUIDA (W-HOR-POS)
               ADD 1 TO CT-EXCLUIDAS
               DISPLAY "AULA EXCLUIDA DO QUADRO."
           END-IF.

       CONSULTA-TURMA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-TURMA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE ZEROS TO W-I.
           PERFORM LISTA-AULA-TURMA CT-AULAS TIMES.

       LISTA-AULA-TURMA.
           ADD 1 TO W-I.
           IF TH-EXCLUIDA (W-I) EQUAL "N" AND
              TH-TURMA (W-I) EQUAL W-TURMA-DIGITADA
               PERFORM MOSTRA-AULA.

       MOSTRA-AULA.
           DISPLAY W-NOME-DIA (TH-DIA (W-I)) " AULA " TH-AULA (W-I)
               " MATERIA " TH-MATERIA (W-I) " SALA " TH-SALA (W-I)
               " PROFESSOR " TH-PROFESSOR (W-I).

      *================================================================*
      * ENTRADA DOS CAMPOS, UM A UM, COM VALIDACAO

       OBTEM-TURMA-DIA-AULA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-TURMA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-DIA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-AULA UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-TURMA.
           DISPLAY "TURMA (3 DIGITOS): ".
           ACCEPT W-ENTRADA-TURMA.
           INSPECT W-ENTRADA-TURMA REPLACING LEADING SPACE BY ZERO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-TURMA UNTIL W-I GREATER THAN CT-TAB-TURMAS
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "TURMA NAO CADASTRADA - DIGITE NOVAMENTE."
           ELSE
               MOVE W-I TO W-TUR-POS
               DISPLAY "CURSO: " TT-CURSO (W-I) " CAPACIDADE: "
                   TT-CAPACIDADE (W-I)
               MOVE "SIM" TO W-CAMPO-OK.

       TESTA-TURMA.
           IF TT-CODIGO (W-I) EQUAL W-TURMA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       ACEITA-DIA.
           DISPLAY "DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX "
               "7=SAB): ".
           ACCEPT W-ENTRADA-DIA.
           IF W-ENTRADA-DIA NOT NUMERIC
               DISPLAY "DIA INVALIDO - DIGITE NOVAMENTE."
           ELSE
               IF W-DIA-DIGITADO LESS THAN 2 OR
                  W-DIA-DIGITADO GREATER THAN 7
                   DISPLAY "DIA INVALIDO - DIGITE NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

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

       ACEITA-MATERIA.
           DISPLAY "MATERIA (2 DIGITOS): ".
           ACCEPT W-ENTRADA-MATERIA.
           INSPECT W-ENTRADA-MATERIA REPLACING LEADING SPACE BY ZERO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-MATERIA UNTIL W-I GREATER THAN
               CT-TAB-MATERIAS OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "MATERIA NAO CADASTRADA NA TURMA - DIGITE "
                   "NOVAMENTE."
           ELSE
               DISPLAY "MATERIA: " TM-NOME (W-I)
               MOVE "SIM" TO W-CAMPO-OK.

       TESTA-MATERIA.
           IF TM-TURMA (W-I) EQUAL W-TURMA-DIGITADA AND
              TM-CODIGO (W-I) EQUAL W-MATERIA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       ACEITA-SALA.
           DISPLAY "SALA (4 CARACTERES): ".
           ACCEPT W-SALA-DIGITADA.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-SALA UNTIL W-I GREATER THAN CT-TAB-SALAS
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "SALA NAO CADASTRADA - DIGITE NOVAMENTE."
           ELSE
               MOVE W-I TO W-SALA-POS
               DISPLAY "SALA: " TS-DESCRICAO (W-I) " CAPACIDADE: "
                   TS-CAPACIDADE (W-I)
               MOVE "SIM" TO W-CAMPO-OK.

       TESTA-SALA.
           IF TS-CODIGO (W-I) EQUAL W-SALA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       ACEITA-PROFESSOR.
           DISPLAY "PROFESSOR (MATRICULA, 5 DIGITOS): ".
           ACCEPT W-ENTRADA-PROF.
           INSPECT W-ENTRADA-PROF REPLACING LEADING SPACE BY ZERO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-PROFESSOR UNTIL W-I GREATER THAN CT-TAB-PROF
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "PROFESSOR NAO CADASTRADO OU DESLIGADO - "
                   "DIGITE NOVAMENTE."
           ELSE
               DISPLAY "PROFESSOR: " TP-NOME (W-I)
               MOVE "SIM" TO W-CAMPO-OK.

       TESTA-PROFESSOR.
           IF TP-CODIGO (W-I) EQUAL W-PROF-DIGITADO
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*
      * CONFERENCIA DE CONFLITOS: CADA MOTIVO E INFORMADO AO OPERADOR

       CONFERE-CONFLITOS.
           MOVE "NAO" TO W-CONFLITO.
           IF TS-CAPACIDADE (W-SALA-POS) LESS THAN
              TT-CAPACIDADE (W-TUR-POS)
               MOVE "SIM" TO W-CONFLITO
               DISPLAY "SALA PARA " TS-CAPACIDADE (W-SALA-POS)
                   " ALUNOS, MENOR QUE A TURMA ("
                   TT-CAPACIDADE (W-TUR-POS) ")."
           END-IF.
           PERFORM PROCURA-AULA-TURMA.
           IF W-ACHOU EQUAL "SIM"
               MOVE "SIM" TO W-CONFLITO
               DISPLAY "TURMA JA TEM AULA NESTE DIA/AULA: MATERIA "
                   TH-MATERIA (W-HOR-POS) "."
           END-IF.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-HOR-POS.
           PERFORM TESTA-AULA-PROFESSOR UNTIL W-HOR-POS GREATER THAN
               CT-AULAS OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE "SIM" TO W-CONFLITO
               DISPLAY "PROFESSOR JA TEM AULA NESTE DIA/AULA NA TURMA "
                   TH-TURMA (W-HOR-POS) "."
           END-IF.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-HOR-POS.
           PERFORM TESTA-AULA-SALA UNTIL W-HOR-POS GREATER THAN
               CT-AULAS OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE "SIM" TO W-CONFLITO
               DISPLAY "SALA JA OCUPADA NESTE DIA/AULA PELA TURMA "
                   TH-TURMA (W-HOR-POS) "."
           END-IF.

       PROCURA-AULA-TURMA.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-HOR-POS.
           PERFORM TESTA-AULA-TURMA UNTIL W-HOR-POS GREATER THAN
               CT-AULAS OR W-ACHOU EQUAL "SIM".

       TESTA-AULA-TURMA.
           IF TH-EXCLUIDA (W-HOR-POS) EQUAL "N" AND
              TH-TURMA (W-HOR-POS) EQUAL W-TURMA-DIGITADA AND
              TH-DIA (W-HOR-POS) EQUAL W-DIA-DIGITADO AND
              TH-AULA (W-HOR-POS) EQUAL W-AULA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-HOR-POS.

       TESTA-AULA-PROFESSOR.
           IF TH-EXCLUIDA (W-HOR-POS) EQUAL "N" AND
              TH-PROFESSOR (W-HOR-POS) EQUAL W-PROF-DIGITADO AND
              TH-DIA (W-HOR-POS) EQUAL W-DIA-DIGITADO AND
              TH-AULA (W-HOR-POS) EQUAL W-AULA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-HOR-POS.

       TESTA-AULA-SALA.
           IF TH-EXCLUIDA (W-HOR-POS) EQUAL "N" AND
              TH-SALA (W-HOR-POS) EQUAL W-SALA-DIGITADA AND
              TH-DIA (W-HOR-POS) EQUAL W-DIA-DIGITADO AND
              TH-AULA (W-HOR-POS) EQUAL W-AULA-DIGITADA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-HOR-POS.

      *================================================================*
      * REGRAVACAO DO QUADRO NO ENCERRAMENTO

       TERMINO.
           OPEN OUTPUT HORARIO.
           IF W-HORARIO-STATUS NOT EQUAL "00" AND
              W-HORARIO-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR HORARIO - STATUS: "
                   W-HORARIO-STATUS
               STOP RUN.
           MOVE ZEROS TO W-I.
           PERFORM GRAVA-AULA CT-AULAS TIMES.
           CLOSE HORARIO.
           DISPLAY "AULAS INCLUIDAS.: " CT-INCLUIDAS.
           DISPLAY "AULAS RECUSADAS.: " CT-RECUSADAS.
           DISPLAY "AULAS EXCLUIDAS.: " CT-EXCLUIDAS.
           DISPLAY "AULAS NO QUADRO.: " CT-GRAVADAS.
           DISPLAY "FIM DA MANUTENCAO.".

       GRAVA-AULA.
           ADD 1 TO W-I.
           IF TH-EXCLUIDA (W-I) EQUAL "N"
               MOVE TH-TURMA (W-I) TO HOR-TURMA
               MOVE TH-MATERIA (W-I) TO HOR-MATERIA
               MOVE TH-DIA (W-I) TO HOR-DIA
               MOVE TH-AULA (W-I) TO HOR-AULA
               MOVE TH-SALA (W-I) TO HOR-SALA
               MOVE TH-PROFESSOR (W-I) TO HOR-PROFESSOR
               WRITE REG-HORARIO
               IF W-HORARIO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE HORARIO - STATUS: "
                       W-HORARIO-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO CT-GRAVADAS
           END-IF.
