       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELHOR.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        IMPRESSAO DO QUADRO DE HORARIOS (HORARIO.DAT,
      *                MANTIDO PELO MANHOR) NO RELHOR, UMA PAGINA POR
      *                TURMA, POR PROFESSOR OU POR SALA, CONFORME O
      *                PARAMETRO (T = TURMA, O PADRAO; P = PROFESSOR;
      *                S = SALA). DENTRO DE CADA QUADRO AS AULAS SAEM
      *                POR DIA DA SEMANA E AULA DO DIA, COM A MATERIA
      *                (MATERIAS.DAT), A SALA E O PROFESSOR (NOME NO
      *                CADVEND.DAT). A TURMA DE CADA AULA VAI PARA O
      *                MURAL; O QUADRO DO PROFESSOR E O DA SALA VAO
      *                PARA A COORDENACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-HORARIO-STATUS.
           SELECT TURMAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-TURMAS-STATUS.
           SELECT MATERIAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MATERIAS-STATUS.
           SELECT SALAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-SALAS-STATUS.
           SELECT OPTIONAL CADVEND ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELHOR ASSIGN TO DISK
               FILE STATUS IS W-RELHOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD HORARIO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01 REG-HORARIO.
           COPY HORARIO.

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

      *    CADASTRO DE FUNCIONARIOS DA FOLHA (MESMO LAYOUT DO EX06)
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

      *    GRUPO = TURMA, PROFESSOR OU SALA, CONFORME O PARAMETRO
       SD TRAB.
       01 REG-TRAB.
           02 GRUPO-TRAB           PIC X(05).
           02 DIA-TRAB             PIC 9(01).
           02 AULA-TRAB            PIC 9(02).
           02 TURMA-TRAB           PIC 9(03).
           02 MATERIA-TRAB         PIC 9(02).
           02 SALA-TRAB            PIC X(04).
           02 PROFESSOR-TRAB       PIC 9(05).

       FD RELHOR LABEL RECORD IS OMITTED.
       01 REL-HOR                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-GRUPO-ATUAL        PIC X(05) VALUE SPACES.
       77 W-PRIMEIRO           PIC X(03) VALUE "SIM".

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-LISTADOS          PIC 9(05) VALUE ZEROS.
       77 CT-GRUPOS            PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-HORARIO-STATUS     PIC X(02) VALUE "00".
       77 W-TURMAS-STATUS      PIC X(02) VALUE "00".
       77 W-MATERIAS-STATUS    PIC X(02) VALUE "00".
       77 W-SALAS-STATUS       PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-RELHOR-STATUS      PIC X(02) VALUE "00".

      *    ORDEM DO QUADRO: T = TURMA, P = PROFESSOR, S = SALA
       01 W-PARM-EXEC.
           02 W-PARM-ORDEM     PIC X(01).
           02 FILLER           PIC X(09).

      *    CHAVE DO GRUPO MONTADA PELO CAMPO DA ORDEM PEDIDA
       01 W-GRUPO-TURMA.
           02 W-GRUPO-TUR      PIC 9(03).
           02 FILLER           PIC X(02) VALUE SPACES.
       01 W-GRUPO-PROF.
           02 W-GRUPO-PRF      PIC 9(05).
       01 W-GRUPO-SALA.
           02 W-GRUPO-SAL      PIC X(04).
           02 FILLER           PIC X(01) VALUE SPACES.

      *    NOMES DOS DIAS DA SEMANA, PELA POSICAO 1 (DOMINGO) A 7
       01 W-NOMES-DIAS.
           02 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 RED-W-NOMES-DIAS REDEFINES W-NOMES-DIAS.
           02 W-NOME-DIA       PIC X(03) OCCURS 7 TIMES.

      *================================================================*
      * CADASTROS EM TABELA, PARA OS NOMES DO QUADRO

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

      *================================================================*

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "COLEGIO TURISMAR - SAO PAULO".
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "QUADRO DE HORARIOS POR".
           02 FILLER PIC X(01) VALUE SPACES.
           02 VAR-ORDEM PIC X(09).
           02 FILLER PIC X(26) VALUE SPACES.

       01 CAB-GRUPO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-ROT-GRUPO PIC X(11).
           02 VAR-GRUPO PIC X(05).
           02 FILLER PIC X(03) VALUE " - ".
           02 VAR-NOME-GRUPO PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-CAPAC-GRUPO.
             03 VAR-ROT-CAPAC PIC X(12).
             03 VAR-CAPAC PIC ZZ9.
           02 FILLER PIC X(22) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DIA".
           02 FILLER PIC X(05) VALUE "AULA".
           02 FILLER PIC X(05) VALUE "TUR".
           02 FILLER PIC X(25) VALUE "MATERIA".
           02 FILLER PIC X(06) VALUE "SALA".
           02 FILLER PIC X(26) VALUE "PROFESSOR".
           02 FILLER PIC X(05) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DIA PIC X(03).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-AULA PIC 99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-TURMA PIC 9(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MATERIA PIC 99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME-MATERIA PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-SALA PIC X(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-PROFESSOR PIC 9(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME-PROF PIC X(20).
           02 FILLER PIC X(05) VALUE SPACES.

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
       PGM-RELHOR.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-MATERIAS.
           PERFORM CARREGA-SALAS.
           PERFORM CARREGA-PROFESSORES.
           SORT TRAB ASCENDING KEY GRUPO-TRAB, DIA-TRAB, AULA-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*

       OBTER-PARAMETROS SECTION.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ORDEM EQUAL SPACE
               MOVE "T" TO W-PARM-ORDEM.
           EVALUATE W-PARM-ORDEM
             WHEN "T"
               MOVE "TURMA" TO VAR-ORDEM
             WHEN "P"
               MOVE "PROFESSOR" TO VAR-ORDEM
             WHEN "S"
               MOVE "SALA" TO VAR-ORDEM
             WHEN OTHER
               DISPLAY "ORDEM INVALIDA (T, P OU S): " W-PARM-ORDEM
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *================================================================*
      * CARGAS DOS CADASTROS

       CARREGA-TURMAS SECTION.
           OPEN INPUT TURMAS.
           IF W-TURMAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR TURMAS - STATUS: "
                   W-TURMAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-TURMA.
           PERFORM GUARDA-TURMA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE TURMAS.

       LE-TURMA SECTION.
           READ TURMAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-TURMAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE TURMAS - STATUS: "
                   W-TURMAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-TURMA SECTION.
           ADD 1 TO CT-TAB-TURMAS.
           IF CT-TAB-TURMAS GREATER THAN 100
               DISPLAY "ERRO: TURMAS.DAT EXCEDE O LIMITE DE 100 "
                   "TURMAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE TUR-CODIGO TO TT-CODIGO (CT-TAB-TURMAS).
           MOVE TUR-CURSO TO TT-CURSO (CT-TAB-TURMAS).
           MOVE TUR-CAPACIDADE TO TT-CAPACIDADE (CT-TAB-TURMAS).
           PERFORM LE-TURMA.

       CARREGA-MATERIAS SECTION.
           OPEN INPUT MATERIAS.
           IF W-MATERIAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR MATERIAS - STATUS: "
                   W-MATERIAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-MATERIA.
           PERFORM GUARDA-MATERIA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MATERIAS.

       LE-MATERIA SECTION.
           READ MATERIAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-MATERIAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE MATERIAS - STATUS: "
                   W-MATERIAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-MATERIA SECTION.
           ADD 1 TO CT-TAB-MATERIAS.
           IF CT-TAB-MATERIAS GREATER THAN 200
               DISPLAY "ERRO: MATERIAS.DAT EXCEDE O LIMITE DE 200 "
                   "MATERIAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE MAT-TURMA TO TM-TURMA (CT-TAB-MATERIAS).
           MOVE MAT-CODIGO TO TM-CODIGO (CT-TAB-MATERIAS).
           MOVE MAT-NOME TO TM-NOME (CT-TAB-MATERIAS).
           PERFORM LE-MATERIA.

       CARREGA-SALAS SECTION.
           OPEN INPUT SALAS.
           IF W-SALAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR SALAS - STATUS: "
                   W-SALAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-SALA.
           PERFORM GUARDA-SALA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE SALAS.

       LE-SALA SECTION.
           READ SALAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-SALAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE SALAS - STATUS: "
                   W-SALAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-SALA SECTION.
           ADD 1 TO CT-TAB-SALAS.
           IF CT-TAB-SALAS GREATER THAN 100
               DISPLAY "ERRO: SALAS.DAT EXCEDE O LIMITE DE 100 "
                   "SALAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE SALA-CODIGO TO TS-CODIGO (CT-TAB-SALAS).
           MOVE SALA-DESCRICAO TO TS-DESCRICAO (CT-TAB-SALAS).
           MOVE SALA-CAPACIDADE TO TS-CAPACIDADE (CT-TAB-SALAS).
           PERFORM LE-SALA.

      *    SEM O CADVEND O QUADRO SAI SO COM A MATRICULA DO PROFESSOR
       CARREGA-PROFESSORES SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADVEND.
           PERFORM LE-CADVEND.
           PERFORM GUARDA-PROFESSOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND.

       LE-CADVEND SECTION.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-PROFESSOR SECTION.
           ADD 1 TO CT-TAB-PROF.
           IF CT-TAB-PROF GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-VEN-ENT TO TP-CODIGO (CT-TAB-PROF).
           MOVE NOME-ENT TO TP-NOME (CT-TAB-PROF).
           PERFORM LE-CADVEND.

      *================================================================*
      * CADA AULA DO QUADRO VAI AO SORT COM A CHAVE DA ORDEM PEDIDA

       ROT-ENTRADA SECTION.
           OPEN INPUT HORARIO.
           IF W-HORARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR HORARIO - STATUS: "
                   W-HORARIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-HORARIO.
           PERFORM SELECIONA-AULA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HORARIO.

       LE-HORARIO SECTION.
           READ HORARIO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-HORARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE HORARIO - STATUS: "
                   W-HORARIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-AULA SECTION.
           EVALUATE W-PARM-ORDEM
             WHEN "T"
               MOVE HOR-TURMA TO W-GRUPO-TUR
               MOVE W-GRUPO-TURMA TO GRUPO-TRAB
             WHEN "P"
               MOVE HOR-PROFESSOR TO W-GRUPO-PRF
               MOVE W-GRUPO-PROF TO GRUPO-TRAB
             WHEN OTHER
               MOVE HOR-SALA TO W-GRUPO-SAL
               MOVE W-GRUPO-SALA TO GRUPO-TRAB
           END-EVALUATE.
           MOVE HOR-DIA TO DIA-TRAB.
           MOVE HOR-AULA TO AULA-TRAB.
           MOVE HOR-TURMA TO TURMA-TRAB.
           MOVE HOR-MATERIA TO MATERIA-TRAB.
           MOVE HOR-SALA TO SALA-TRAB.
           MOVE HOR-PROFESSOR TO PROFESSOR-TRAB.
           RELEASE REG-TRAB.
           PERFORM LE-HORARIO.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELHOR.
           IF W-RELHOR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELHOR - STATUS: "
                   W-RELHOR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      *    CADA TURMA, PROFESSOR OU SALA COMECA EM PAGINA NOVA
       PRINCIPAL SECTION.
           IF W-PRIMEIRO EQUAL "SIM" OR
              GRUPO-TRAB NOT EQUAL W-GRUPO-ATUAL
               MOVE "NAO" TO W-PRIMEIRO
               MOVE GRUPO-TRAB TO W-GRUPO-ATUAL
               ADD 1 TO CT-GRUPOS
               PERFORM CABECALHO
               PERFORM IMP-CAB-GRUPO
           END-IF.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               PERFORM IMP-CAB-GRUPO.
           PERFORM IMP-DETALHE.
           PERFORM LEITURA.

       IMP-CAB-GRUPO SECTION.
           MOVE GRUPO-TRAB TO VAR-GRUPO.
           MOVE SPACES TO VAR-CAPAC-GRUPO.
           EVALUATE W-PARM-ORDEM
             WHEN "T"
               MOVE "TURMA:" TO VAR-ROT-GRUPO
               PERFORM PROCURA-TURMA
               IF W-ACHOU EQUAL "SIM"
                   MOVE TT-CURSO (W-I) TO VAR-NOME-GRUPO
                   MOVE "CAPACIDADE:" TO VAR-ROT-CAPAC
                   MOVE TT-CAPACIDADE (W-I) TO VAR-CAPAC
               ELSE
                   MOVE "(NAO CADASTRADA)" TO VAR-NOME-GRUPO
               END-IF
             WHEN "P"
               MOVE "PROFESSOR:" TO VAR-ROT-GRUPO
               PERFORM PROCURA-PROFESSOR
               IF W-ACHOU EQUAL "SIM"
                   MOVE TP-NOME (W-I) TO VAR-NOME-GRUPO
               ELSE
                   MOVE "(NAO CADASTRADO)" TO VAR-NOME-GRUPO
               END-IF
             WHEN OTHER
               MOVE "SALA:" TO VAR-ROT-GRUPO
               PERFORM PROCURA-SALA
               IF W-ACHOU EQUAL "SIM"
                   MOVE TS-DESCRICAO (W-I) TO VAR-NOME-GRUPO
                   MOVE "CAPACIDADE:" TO VAR-ROT-CAPAC
                   MOVE TS-CAPACIDADE (W-I) TO VAR-CAPAC
               ELSE
                   MOVE "(NAO CADASTRADA)" TO VAR-NOME-GRUPO
               END-IF
           END-EVALUATE.
           WRITE REL-HOR FROM CAB-GRUPO AFTER ADVANCING 2 LINES.
           WRITE REL-HOR FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.

       IMP-DETALHE SECTION.
           MOVE W-NOME-DIA (DIA-TRAB) TO DET-DIA.
           MOVE AULA-TRAB TO DET-AULA.
           MOVE TURMA-TRAB TO DET-TURMA.
           MOVE MATERIA-TRAB TO DET-MATERIA.
           PERFORM PROCURA-MATERIA.
           IF W-ACHOU EQUAL "SIM"
               MOVE TM-NOME (W-I) TO DET-NOME-MATERIA
           ELSE
               MOVE "(NAO CADASTRADA)" TO DET-NOME-MATERIA.
           MOVE SALA-TRAB TO DET-SALA.
           MOVE PROFESSOR-TRAB TO DET-PROFESSOR.
           PERFORM PROCURA-PROFESSOR.
           IF W-ACHOU EQUAL "SIM"
               MOVE TP-NOME (W-I) TO DET-NOME-PROF
           ELSE
               MOVE "(NAO CADASTRADO)" TO DET-NOME-PROF.
           WRITE REL-HOR FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELHOR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELHOR - STATUS: "
                   W-RELHOR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-LISTADOS.

      *================================================================*
      * PESQUISAS NOS CADASTROS EM TABELA

       PROCURA-TURMA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-TURMA UNTIL W-I GREATER THAN CT-TAB-TURMAS
               OR W-ACHOU EQUAL "SIM".

       TESTA-TURMA SECTION.
           IF TT-CODIGO (W-I) EQUAL TURMA-TRAB
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       PROCURA-MATERIA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-MATERIA UNTIL W-I GREATER THAN
               CT-TAB-MATERIAS OR W-ACHOU EQUAL "SIM".

       TESTA-MATERIA SECTION.
           IF TM-TURMA (W-I) EQUAL TURMA-TRAB AND
              TM-CODIGO (W-I) EQUAL MATERIA-TRAB
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       PROCURA-SALA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-SALA UNTIL W-I GREATER THAN CT-TAB-SALAS
               OR W-ACHOU EQUAL "SIM".

       TESTA-SALA SECTION.
           IF TS-CODIGO (W-I) EQUAL SALA-TRAB
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       PROCURA-PROFESSOR SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-PROFESSOR UNTIL W-I GREATER THAN CT-TAB-PROF
               OR W-ACHOU EQUAL "SIM".

       TESTA-PROFESSOR SECTION.
           IF TP-CODIGO (W-I) EQUAL PROFESSOR-TRAB
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-HOR.
           WRITE REL-HOR AFTER ADVANCING PAGE.
           WRITE REL-HOR FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-HOR FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE SPACES TO REL-HOR.
           WRITE REL-HOR AFTER ADVANCING 2 LINES.
           MOVE "AULAS LIDAS DO HORARIO:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-HOR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "AULAS LISTADAS:" TO ROT-ESTAT.
           MOVE CT-LISTADOS TO VAL-ESTAT.
           WRITE REL-HOR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "QUADROS IMPRESSOS:" TO ROT-ESTAT.
           MOVE CT-GRUPOS TO VAL-ESTAT.
           WRITE REL-HOR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-HOR FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELHOR.
