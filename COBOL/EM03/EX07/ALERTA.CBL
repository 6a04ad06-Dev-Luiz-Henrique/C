       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ALERTA.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        AVISO DE MEIO DE TERMO AOS RESPONSAVEIS: ANTES
      *                DO RESULTADO FINAL DO EX07, CRUZA AS NOTAS JA
      *                LANCADAS POR MATERIA (NOTASMAT.DAT) COM A
      *                FREQUENCIA APONTADA PELO FREQPOST (FREQMAT.DAT
      *                POR MATERIA E FREQALU.DAT GERAL DO ALUNO). A
      *                MEDIA PARCIAL E A DOS BIMESTRES JA LANCADOS.
      *                A MATERIA ESTA EM RISCO QUANDO A MEDIA PARCIAL
      *                FICA ABAIXO DA MEDIA DE APROVACAO OU QUANDO A
      *                PRESENCA NAO PASSA DA PRESENCA MINIMA MAIS UMA
      *                MARGEM DE ALERTA. CADA ALUNO COM MATERIA EM
      *                RISCO, OU COM A FREQUENCIA GERAL PERTO DO
      *                LIMITE, RECEBE UMA CARTA AOS RESPONSAVEIS
      *                (CARTAS) COM AS MATERIAS E FALTAS EM RISCO, E O
      *                RELRISCO TRAZ O RESUMO POR TURMA PARA A
      *                COORDENACAO. PARAMETROS NA LINHA DE COMANDO:
      *                NOTA MINIMA (9V99, 7,00), BIMESTRES LANCADOS
      *                (9, 2), PRESENCA MINIMA (99, 75) E MARGEM DE
      *                ALERTA EM PONTOS PERCENTUAIS (99, 10).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTASMAT ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-NOTASMAT-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT MATERIAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MATERIAS-STATUS.
           SELECT CADALU ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADALU-STATUS.
           SELECT OPTIONAL FREQALU ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FREQALU-STATUS.
           SELECT OPTIONAL FREQMAT ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FREQMAT-STATUS.
           SELECT CARTAS ASSIGN TO DISK
               FILE STATUS IS W-CARTAS-STATUS.
           SELECT RELRISCO ASSIGN TO DISK
               FILE STATUS IS W-RELRISCO-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    NOTAS LANCADAS POR MATERIA, UMA LINHA POR ALUNO E MATERIA
       FD NOTASMAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTASMAT.DAT".
       01 REG-NM.
           02 NM-TURMA         PIC 9(03).
           02 NM-COD-ALU       PIC 9(07).
           02 NM-MATERIA       PIC 9(02).
           02 NM-NOTA1         PIC 99V99.
           02 NM-NOTA2         PIC 99V99.
           02 NM-NOTA3         PIC 99V99.
           02 NM-NOTA4         PIC 99V99.

       SD TRAB.
       01 REG-TRAB.
           02 TURMA-TRAB       PIC 9(03).
           02 COD-TRAB         PIC 9(07).
           02 MATERIA-TRAB     PIC 9(02).
           02 NOTA1-TRAB       PIC 99V99.
           02 NOTA2-TRAB       PIC 99V99.
           02 NOTA3-TRAB       PIC 99V99.
           02 NOTA4-TRAB       PIC 99V99.

      *    CADASTRO DE MATERIAS POR TURMA
       FD MATERIAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MATERIAS.DAT".
       01 REG-MATERIA.
           02 MAT-TURMA        PIC 9(03).
           02 MAT-CODIGO       PIC 9(02).
           02 MAT-NOME         PIC X(20).

       FD CADALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
       01 REG-ALU.
           02 TURMA-ALU        PIC 9(03).
           02 COD-ALU          PIC 9(07).
           02 NOME-ALU         PIC X(30).
           02 NOTAS-ALU        PIC X(16).

      *    FREQUENCIA GERAL DO ALUNO, ACUMULADA PELO FREQPOST
       FD FREQALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQALU.DAT".
       01 REG-FREQALU.
           02 TURMA-FREQ       PIC 9(03).
           02 COD-FREQ         PIC 9(07).
           02 AULAS-FREQ       PIC 9(03).
           02 FALTAS-FREQ      PIC 9(03).

      *    FREQUENCIA POR MATERIA, ACUMULADA PELO FREQPOST
       FD FREQMAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQMAT.DAT".
       01 REG-FREQMAT.
           02 TURMA-FQM        PIC 9(03).
           02 COD-FQM          PIC 9(07).
           02 MATERIA-FQM      PIC 9(02).
           02 AULAS-FQM        PIC 9(03).
           02 FALTAS-FQM       PIC 9(03).

      *    CARTAS AOS RESPONSAVEIS, UMA POR PAGINA
       FD CARTAS LABEL RECORD IS OMITTED.
       01 REL-CARTA            PIC X(80).

      *    RESUMO POR TURMA PARA A COORDENACAO
       FD RELRISCO LABEL RECORD IS OMITTED.
       01 REL-RISCO            PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-CARGA            PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-J                  PIC 9(04) VALUE ZEROS.
       77 W-K                  PIC 9(02) VALUE ZEROS.
       77 W-QTD-RISCO          PIC 9(02) VALUE ZEROS.

      *    AVALIACAO DA MATERIA CORRENTE
       77 W-MEDIA-PARCIAL      PIC 99V99 VALUE ZEROS.
       77 W-PERC-PRESENCA      PIC 9(03)V99 VALUE ZEROS.
       77 W-AULAS              PIC 9(03) VALUE ZEROS.
       77 W-FALTAS             PIC 9(03) VALUE ZEROS.
       77 W-SITUACAO           PIC X(14) VALUE SPACES.
       77 W-LIMITE-ALERTA      PIC 9(03) VALUE ZEROS.

      *    FREQUENCIA GERAL DO ALUNO CORRENTE
       77 W-FREQ-GERAL         PIC 9(03)V99 VALUE ZEROS.
       77 W-AULAS-GERAL        PIC 9(03) VALUE ZEROS.
       77 W-FALTAS-GERAL       PIC 9(03) VALUE ZEROS.
       77 W-AVISO-GERAL        PIC X(15) VALUE SPACES.
       77 W-NOME-ALUNO         PIC X(30) VALUE SPACES.

      *    QUEBRAS DE ALUNO E DE TURMA
       01 W-CHAVE-ALUNO.
           02 W-CHAVE-TURMA    PIC 9(03).
           02 W-CHAVE-COD      PIC 9(07).
       01 W-ALUNO-ANTERIOR.
           02 W-ANT-TURMA      PIC 9(03).
           02 W-ANT-COD        PIC 9(07).
       77 W-TURMA-ABERTA       PIC X(03) VALUE "NAO".
       77 W-TURMA-ATUAL        PIC 9(03) VALUE ZEROS.

      *    MATERIAS EM RISCO DO ALUNO CORRENTE, PARA A CARTA
       77 CT-MAT-ALUNO         PIC 9(02) VALUE ZEROS.
       77 CT-RISCO-ALU         PIC 9(02) VALUE ZEROS.
       77 CT-MAT-NOTA          PIC 9(02) VALUE ZEROS.
       77 CT-MAT-FREQ          PIC 9(02) VALUE ZEROS.
       01 TAB-RISCO.
           02 TAB-RISCO-OCR OCCURS 20 TIMES.
             03 TR-NOME        PIC X(20).
             03 TR-MEDIA       PIC 99V99.
             03 TR-AULAS       PIC 9(03).
             03 TR-FALTAS      PIC 9(03).
             03 TR-PRESENCA    PIC 9(03)V99.
             03 TR-SITUACAO    PIC X(14).

      *    TOTAIS DA TURMA E DA EXECUCAO
       77 CT-TUR-AVALIADOS     PIC 9(04) VALUE ZEROS.
       77 CT-TUR-RISCO         PIC 9(04) VALUE ZEROS.
       77 CT-LIDOS             PIC 9(06) VALUE ZEROS.
       77 CT-ALUNOS            PIC 9(06) VALUE ZEROS.
       77 CT-CARTAS            PIC 9(06) VALUE ZEROS.
       77 CT-TOT-MAT-NOTA      PIC 9(06) VALUE ZEROS.
       77 CT-TOT-MAT-FREQ      PIC 9(06) VALUE ZEROS.
       77 CT-MAT-DESCONHECIDA  PIC 9(06) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.
       01 RED-W-DATA-ESTAT.
           02 W-ESTAT-AAAA     PIC 9(04).
           02 W-ESTAT-MM       PIC 9(02).
           02 W-ESTAT-DD       PIC 9(02).

      *    FILE STATUS DOS ARQUIVOS
       77 W-NOTASMAT-STATUS    PIC X(02) VALUE "00".
       77 W-MATERIAS-STATUS    PIC X(02) VALUE "00".
       77 W-CADALU-STATUS      PIC X(02) VALUE "00".
       77 W-FREQALU-STATUS     PIC X(02) VALUE "00".
       77 W-FREQMAT-STATUS     PIC X(02) VALUE "00".
       77 W-CARTAS-STATUS      PIC X(02) VALUE "00".
       77 W-RELRISCO-STATUS    PIC X(02) VALUE "00".

      *================================================================*
      * MEDIA DE APROVACAO E PRESENCA MINIMA COMO NO EX07/APRMAT

       01 W-PARM-EXEC.
           02 W-PARM-NOTAMIN   PIC 9V99.
           02 W-PARM-BIMESTRES PIC 9(01).
           02 W-PARM-FREQMIN   PIC 9(02).
           02 W-PARM-MARGEM    PIC 9(02).

      *================================================================*
      * CADASTROS E ACUMULADOS DE FREQUENCIA EM TABELA

       77 CT-TAB-MATERIAS      PIC 9(04) VALUE ZEROS.
       01 TAB-MATERIAS.
           02 TAB-MAT-OCR OCCURS 200 TIMES.
             03 TM-TURMA       PIC 9(03).
             03 TM-CODIGO      PIC 9(02).
             03 TM-NOME        PIC X(20).

       77 CT-TAB-ALUNOS        PIC 9(04) VALUE ZEROS.
       01 TAB-ALUNOS.
           02 TAB-ALU-OCR OCCURS 2000 TIMES.
             03 TA-TURMA       PIC 9(03).
             03 TA-COD         PIC 9(07).
             03 TA-NOME        PIC X(30).

       77 CT-TAB-FREQALU       PIC 9(04) VALUE ZEROS.
       01 TAB-FREQALU.
           02 TAB-FREQALU-OCR OCCURS 2000 TIMES.
             03 TFA-TURMA      PIC 9(03).
             03 TFA-COD        PIC 9(07).
             03 TFA-AULAS      PIC 9(03).
             03 TFA-FALTAS     PIC 9(03).

       77 CT-TAB-FREQMAT       PIC 9(04) VALUE ZEROS.
       01 TAB-FREQMAT.
           02 TAB-FREQMAT-OCR OCCURS 5000 TIMES.
             03 TFM-TURMA      PIC 9(03).
             03 TFM-COD        PIC 9(07).
             03 TFM-MATERIA    PIC 9(02).
             03 TFM-AULAS      PIC 9(03).
             03 TFM-FALTAS     PIC 9(03).

      *================================================================*
      * CARTA AOS RESPONSAVEIS

       01 CARTA-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "COLEGIO TURISMAR - SAO PAULO".
           02 FILLER PIC X(30) VALUE SPACES.

       01 CARTA-02.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(31) VALUE
              "AVISO DE ACOMPANHAMENTO ESCOLAR".
           02 FILLER PIC X(30) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-CARTA-DD PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-CARTA-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-CARTA-AAAA PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.

       01 CARTA-ALUNO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-CARTA-NOME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CODIGO: ".
           02 VAR-CARTA-COD PIC 9(07).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "TURMA: ".
           02 VAR-CARTA-TURMA PIC 9(03).
           02 FILLER PIC X(19) VALUE SPACES.

       01 CARTA-TEXTO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 TXT-CARTA PIC X(78).

       01 CARTA-BIMESTRE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
              "COMUNICAMOS QUE, NO ACOMPANHAMENTO ATE O ".
           02 VAR-CARTA-BIM PIC 9.
           02 FILLER PIC X(12) VALUE "O. BIMESTRE,".
           02 FILLER PIC X(24) VALUE SPACES.

       01 CARTA-CRITERIO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "(MEDIA MINIMA ".
           02 VAR-CARTA-NOTAMIN PIC 9,99.
           02 FILLER PIC X(22) VALUE " E PRESENCA MINIMA DE ".
           02 VAR-CARTA-FREQMIN PIC 99.
           02 FILLER PIC X(03) VALUE "%):".
           02 FILLER PIC X(33) VALUE SPACES.

       01 CARTA-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "MATERIA".
           02 FILLER PIC X(09) VALUE "MEDIA".
           02 FILLER PIC X(07) VALUE "AULAS".
           02 FILLER PIC X(08) VALUE "FALTAS".
           02 FILLER PIC X(10) VALUE "PRESENCA".
           02 FILLER PIC X(22) VALUE "SITUACAO".

       01 CARTA-MATERIA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CARTA-MATERIA PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CARTA-MEDIA PIC Z9,99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CARTA-AULAS PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CARTA-FALTAS PIC ZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 DET-CARTA-PRESENCA PIC ZZ9,99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CARTA-SITUACAO PIC X(14).
           02 FILLER PIC X(08) VALUE SPACES.

       01 CARTA-GERAL.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(26) VALUE "FREQUENCIA GERAL - AULAS: ".
           02 VAR-GERAL-AULAS PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  FALTAS: ".
           02 VAR-GERAL-FALTAS PIC ZZ9.
           02 FILLER PIC X(12) VALUE "  PRESENCA: ".
           02 VAR-GERAL-PRESENCA PIC ZZ9,99.
           02 FILLER PIC X(03) VALUE "%  ".
           02 VAR-GERAL-AVISO PIC X(15).

      *================================================================*
      * RESUMO POR TURMA

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "COLEGIO TURISMAR - SAO PAULO".
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(39) VALUE
              "ALUNOS EM RISCO - ACOMPANHAMENTO ATE O ".
           02 VAR-CAB-BIM PIC 9.
           02 FILLER PIC X(11) VALUE "O. BIMESTRE".
           02 FILLER PIC X(15) VALUE SPACES.

       01 CAB-TURMA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "TURMA: ".
           02 VAR-TURMA PIC 9(03).
           02 FILLER PIC X(68) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "CODIGO".
           02 FILLER PIC X(32) VALUE "NOME".
           02 FILLER PIC X(10) VALUE "MAT.NOTA".
           02 FILLER PIC X(12) VALUE "MAT.FALTAS".
           02 FILLER PIC X(15) VALUE "FREQ.GERAL".

       01 DET-RISCO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-COD PIC 9(07).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(30).
           02 FILLER PIC X(07) VALUE SPACES.
           02 DET-MAT-NOTA PIC ZZ9.
           02 FILLER PIC X(09) VALUE SPACES.
           02 DET-MAT-FREQ PIC ZZ9.
           02 FILLER PIC X(06) VALUE SPACES.
           02 DET-FREQ-GERAL PIC ZZ9,99.
           02 FILLER PIC X(05) VALUE SPACES.

       01 LIN-TOTAL-TURMA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "ALUNOS AVALIADOS: ".
           02 TOT-AVALIADOS PIC ZZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "EM RISCO: ".
           02 TOT-RISCO PIC ZZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

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
       PGM-ALERTA.
           SORT TRAB ASCENDING KEY TURMA-TRAB, COD-TRAB, MATERIA-TRAB
               USING NOTASMAT OUTPUT PROCEDURE ROT-SAIDA.
      *    FILE STATUS DOS ARQUIVOS - NOTASMAT E LIDO
      *    INTERNAMENTE PELO VERBO SORT (CLAUSULA USING); O STATUS E
      *    VERIFICADO AQUI, APOS O SORT DEVOLVER O CONTROLE.
           IF W-NOTASMAT-STATUS NOT EQUAL "00" AND
              W-NOTASMAT-STATUS NOT EQUAL "10"
               DISPLAY "ERRO NA LEITURA DE NOTASMAT - STATUS: "
                   W-NOTASMAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           STOP RUN.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FECHA-ALUNO.
           PERFORM FECHA-TURMA.
           PERFORM FIM.

      *================================================================*

       INICIO SECTION.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-MATERIAS.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-FREQALU.
           PERFORM CARREGA-FREQMAT.
           OPEN OUTPUT CARTAS.
           IF W-CARTAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CARTAS - STATUS: "
                   W-CARTAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELRISCO.
           IF W-RELRISCO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELRISCO - STATUS: "
                   W-RELRISCO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-DATA-ESTAT TO RED-W-DATA-ESTAT.
           MOVE W-ESTAT-DD TO VAR-CARTA-DD.
           MOVE W-ESTAT-MM TO VAR-CARTA-MM.
           MOVE W-ESTAT-AAAA TO VAR-CARTA-AAAA.
           MOVE W-PARM-BIMESTRES TO VAR-CARTA-BIM VAR-CAB-BIM.
           MOVE W-PARM-NOTAMIN TO VAR-CARTA-NOTAMIN.
           MOVE W-PARM-FREQMIN TO VAR-CARTA-FREQMIN.
           MOVE HIGH-VALUES TO W-ALUNO-ANTERIOR.
           PERFORM LEITURA.

      *    O ALERTA DE FALTAS COMECA NA PRESENCA MINIMA MAIS A MARGEM
       OBTER-PARAMETROS SECTION.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-NOTAMIN NOT NUMERIC OR
              W-PARM-NOTAMIN EQUAL ZEROS
               MOVE 7 TO W-PARM-NOTAMIN
           END-IF.
           IF W-PARM-BIMESTRES NOT NUMERIC OR
              W-PARM-BIMESTRES EQUAL ZEROS
               MOVE 2 TO W-PARM-BIMESTRES
           END-IF.
           IF W-PARM-FREQMIN NOT NUMERIC OR
              W-PARM-FREQMIN EQUAL ZEROS
               MOVE 75 TO W-PARM-FREQMIN
           END-IF.
           IF W-PARM-MARGEM NOT NUMERIC
               MOVE 10 TO W-PARM-MARGEM
           END-IF.
           IF W-PARM-BIMESTRES GREATER THAN 4
               DISPLAY "BIMESTRES LANCADOS DEVE SER DE 1 A 4."
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           COMPUTE W-LIMITE-ALERTA = W-PARM-FREQMIN + W-PARM-MARGEM.
           IF W-LIMITE-ALERTA GREATER THAN 100
               MOVE 100 TO W-LIMITE-ALERTA.

      *================================================================*
      * CARGA DO CADASTRO DE MATERIAS; SEM ELE NAO HA COMO CONFERIR
      * E A RODADA E INTERROMPIDA

       CARREGA-MATERIAS SECTION.
           OPEN INPUT MATERIAS.
           IF W-MATERIAS-STATUS NOT EQUAL "00"
               DISPLAY "MATERIAS.DAT INDISPONIVEL - STATUS: "
                   W-MATERIAS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-CARGA.
           PERFORM LE-MATERIA.
           PERFORM CARREGA-UMA-MATERIA UNTIL FIM-CARGA EQUAL "SIM".
           CLOSE MATERIAS.
           IF CT-TAB-MATERIAS EQUAL ZEROS
               DISPLAY "MATERIAS.DAT SEM MATERIA REGISTRADA - "
                   "RODADA RECUSADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       LE-MATERIA SECTION.
           READ MATERIAS AT END MOVE "SIM" TO FIM-CARGA.
           IF FIM-CARGA NOT EQUAL "SIM" AND
              W-MATERIAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE MATERIAS - STATUS: "
                   W-MATERIAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UMA-MATERIA SECTION.
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

      *    O NOME DO ALUNO NA CARTA VEM DO CADALU
       CARREGA-ALUNOS SECTION.
           OPEN INPUT CADALU.
           IF W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADALU - STATUS: "
                   W-CADALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-CARGA.
           PERFORM LE-CADALU.
           PERFORM CARREGA-UM-ALUNO UNTIL FIM-CARGA EQUAL "SIM".
           CLOSE CADALU.

       LE-CADALU SECTION.
           READ CADALU AT END MOVE "SIM" TO FIM-CARGA.
           IF FIM-CARGA NOT EQUAL "SIM" AND
              W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADALU - STATUS: "
                   W-CADALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UM-ALUNO SECTION.
           ADD 1 TO CT-TAB-ALUNOS.
           IF CT-TAB-ALUNOS GREATER THAN 2000
               DISPLAY "ERRO: CADALU.DAT EXCEDE O LIMITE DE 2000 "
                   "ALUNOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE TURMA-ALU TO TA-TURMA (CT-TAB-ALUNOS).
           MOVE COD-ALU TO TA-COD (CT-TAB-ALUNOS).
           MOVE NOME-ALU TO TA-NOME (CT-TAB-ALUNOS).
           PERFORM LE-CADALU.

      *    SEM APONTAMENTO DE FREQUENCIA O ALUNO E AVALIADO PELAS
      *    NOTAS SOMENTE
       CARREGA-FREQALU SECTION.
           MOVE "NAO" TO FIM-CARGA.
           OPEN INPUT FREQALU.
           PERFORM LE-FREQALU.
           PERFORM CARREGA-UMA-FREQALU UNTIL FIM-CARGA EQUAL "SIM".
           CLOSE FREQALU.

       LE-FREQALU SECTION.
           READ FREQALU AT END MOVE "SIM" TO FIM-CARGA.
           IF FIM-CARGA NOT EQUAL "SIM" AND
              W-FREQALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FREQALU - STATUS: "
                   W-FREQALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UMA-FREQALU SECTION.
           ADD 1 TO CT-TAB-FREQALU.
           IF CT-TAB-FREQALU GREATER THAN 2000
               DISPLAY "ERRO: FREQALU.DAT EXCEDE O LIMITE DE 2000 "
                   "ALUNOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE TURMA-FREQ TO TFA-TURMA (CT-TAB-FREQALU).
           MOVE COD-FREQ TO TFA-COD (CT-TAB-FREQALU).
           MOVE AULAS-FREQ TO TFA-AULAS (CT-TAB-FREQALU).
           MOVE FALTAS-FREQ TO TFA-FALTAS (CT-TAB-FREQALU).
           PERFORM LE-FREQALU.

       CARREGA-FREQMAT SECTION.
           MOVE "NAO" TO FIM-CARGA.
           OPEN INPUT FREQMAT.
           PERFORM LE-FREQMAT.
           PERFORM CARREGA-UMA-FREQMAT UNTIL FIM-CARGA EQUAL "SIM".
           CLOSE FREQMAT.

       LE-FREQMAT SECTION.
           READ FREQMAT AT END MOVE "SIM" TO FIM-CARGA.
           IF FIM-CARGA NOT EQUAL "SIM" AND
              W-FREQMAT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FREQMAT - STATUS: "
                   W-FREQMAT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UMA-FREQMAT SECTION.
           ADD 1 TO CT-TAB-FREQMAT.
           IF CT-TAB-FREQMAT GREATER THAN 5000
               DISPLAY "ERRO: FREQMAT.DAT EXCEDE O LIMITE DE 5000 "
                   "REGISTROS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE TURMA-FQM TO TFM-TURMA (CT-TAB-FREQMAT).
           MOVE COD-FQM TO TFM-COD (CT-TAB-FREQMAT).
           MOVE MATERIA-FQM TO TFM-MATERIA (CT-TAB-FREQMAT).
           MOVE AULAS-FQM TO TFM-AULAS (CT-TAB-FREQMAT).
           MOVE FALTAS-FQM TO TFM-FALTAS (CT-TAB-FREQMAT).
           PERFORM LE-FREQMAT.

      *================================================================*

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*
      * QUEBRAS DE TURMA E DE ALUNO E AVALIACAO DA MATERIA CORRENTE

       PRINCIPAL SECTION.
           MOVE TURMA-TRAB TO W-CHAVE-TURMA.
           MOVE COD-TRAB TO W-CHAVE-COD.
           IF W-CHAVE-ALUNO (1:3) NOT EQUAL W-ALUNO-ANTERIOR (1:3)
               PERFORM FECHA-ALUNO
               PERFORM FECHA-TURMA
               PERFORM ABRE-TURMA
           ELSE
               IF W-CHAVE-ALUNO NOT EQUAL W-ALUNO-ANTERIOR
                   PERFORM FECHA-ALUNO
               END-IF
           END-IF.
           MOVE W-CHAVE-ALUNO TO W-ALUNO-ANTERIOR.
           PERFORM AVALIA-MATERIA.
           PERFORM LEITURA.

      *    MEDIA DOS BIMESTRES JA LANCADOS; A PRESENCA DA MATERIA SEM
      *    APONTAMENTO E TRATADA COMO INTEGRAL
       AVALIA-MATERIA SECTION.
           PERFORM BUSCA-MATERIA.
           IF W-ACHOU NOT EQUAL "SIM"
               ADD 1 TO CT-MAT-DESCONHECIDA
           ELSE
               ADD 1 TO CT-MAT-ALUNO
               PERFORM CALCULA-MEDIA-PARCIAL
               PERFORM BUSCA-FREQMAT
               MOVE SPACES TO W-SITUACAO
               IF W-MEDIA-PARCIAL LESS THAN W-PARM-NOTAMIN
                   MOVE "NOTA" TO W-SITUACAO
                   ADD 1 TO CT-MAT-NOTA
               END-IF
               IF W-PERC-PRESENCA LESS THAN W-LIMITE-ALERTA
                   IF W-SITUACAO EQUAL SPACES
                       MOVE "FALTAS" TO W-SITUACAO
                   ELSE
                       MOVE "NOTA E FALTAS" TO W-SITUACAO
                   END-IF
                   ADD 1 TO CT-MAT-FREQ
               END-IF
               IF W-SITUACAO NOT EQUAL SPACES
                   PERFORM GUARDA-RISCO
               END-IF
           END-IF.

       CALCULA-MEDIA-PARCIAL SECTION.
           EVALUATE W-PARM-BIMESTRES
             WHEN 1
               MOVE NOTA1-TRAB TO W-MEDIA-PARCIAL
             WHEN 2
               COMPUTE W-MEDIA-PARCIAL ROUNDED =
                   (NOTA1-TRAB + NOTA2-TRAB) / 2
             WHEN 3
               COMPUTE W-MEDIA-PARCIAL ROUNDED =
                   (NOTA1-TRAB + NOTA2-TRAB + NOTA3-TRAB) / 3
             WHEN OTHER
               COMPUTE W-MEDIA-PARCIAL ROUNDED =
                   (NOTA1-TRAB + NOTA2-TRAB + NOTA3-TRAB +
                    NOTA4-TRAB) / 4
           END-EVALUATE.

      *    A CARTA TRAZ ATE 20 MATERIAS EM RISCO
       GUARDA-RISCO SECTION.
           ADD 1 TO CT-RISCO-ALU.
           IF CT-RISCO-ALU NOT GREATER THAN 20
               MOVE TM-NOME (W-I) TO TR-NOME (CT-RISCO-ALU)
               MOVE W-MEDIA-PARCIAL TO TR-MEDIA (CT-RISCO-ALU)
               MOVE W-AULAS TO TR-AULAS (CT-RISCO-ALU)
               MOVE W-FALTAS TO TR-FALTAS (CT-RISCO-ALU)
               MOVE W-PERC-PRESENCA TO TR-PRESENCA (CT-RISCO-ALU)
               MOVE W-SITUACAO TO TR-SITUACAO (CT-RISCO-ALU).

       BUSCA-MATERIA SECTION.
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

      *    W-I FICA NA MATERIA DO CADASTRO; A FREQUENCIA E BUSCADA
      *    COM W-J
       BUSCA-FREQMAT SECTION.
           MOVE 100 TO W-PERC-PRESENCA.
           MOVE ZEROS TO W-AULAS W-FALTAS.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-J.
           PERFORM TESTA-FREQMAT UNTIL W-J GREATER THAN
               CT-TAB-FREQMAT OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE TFM-AULAS (W-J) TO W-AULAS
               MOVE TFM-FALTAS (W-J) TO W-FALTAS
               IF W-AULAS GREATER THAN ZEROS
                   COMPUTE W-PERC-PRESENCA ROUNDED =
                       ((W-AULAS - W-FALTAS) / W-AULAS) * 100
               END-IF
           END-IF.

       TESTA-FREQMAT SECTION.
           IF TFM-TURMA (W-J) EQUAL TURMA-TRAB AND
              TFM-COD (W-J) EQUAL COD-TRAB AND
              TFM-MATERIA (W-J) EQUAL MATERIA-TRAB
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-J.

      *================================================================*
      * FECHAMENTO DO ALUNO: CARTA E LINHA DO RESUMO QUANDO HA
      * MATERIA EM RISCO OU A FREQUENCIA GERAL ESTA PERTO DO LIMITE

       FECHA-ALUNO SECTION.
           IF CT-MAT-ALUNO GREATER THAN ZEROS
               ADD 1 TO CT-ALUNOS CT-TUR-AVALIADOS
               PERFORM BUSCA-FREQALU
               MOVE SPACES TO W-AVISO-GERAL
               IF W-FREQ-GERAL LESS THAN W-PARM-FREQMIN
                   MOVE "ABAIXO DO MIN." TO W-AVISO-GERAL
               ELSE
                   IF W-FREQ-GERAL LESS THAN W-LIMITE-ALERTA
                       MOVE "PERTO DO LIMITE" TO W-AVISO-GERAL
                   END-IF
               END-IF
               IF CT-RISCO-ALU GREATER THAN ZEROS OR
                  W-AVISO-GERAL NOT EQUAL SPACES
                   PERFORM BUSCA-NOME-ALUNO
                   PERFORM IMP-CARTA
                   PERFORM IMP-DET-RISCO
                   ADD 1 TO CT-CARTAS CT-TUR-RISCO
               END-IF
               ADD CT-MAT-NOTA TO CT-TOT-MAT-NOTA
               ADD CT-MAT-FREQ TO CT-TOT-MAT-FREQ
               MOVE ZEROS TO CT-MAT-ALUNO CT-RISCO-ALU
               MOVE ZEROS TO CT-MAT-NOTA CT-MAT-FREQ
           END-IF.

       BUSCA-FREQALU SECTION.
           MOVE 100 TO W-FREQ-GERAL.
           MOVE ZEROS TO W-AULAS-GERAL W-FALTAS-GERAL.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-J.
           PERFORM TESTA-FREQALU UNTIL W-J GREATER THAN
               CT-TAB-FREQALU OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE TFA-AULAS (W-J) TO W-AULAS-GERAL
               MOVE TFA-FALTAS (W-J) TO W-FALTAS-GERAL
               IF W-AULAS-GERAL GREATER THAN ZEROS
                   COMPUTE W-FREQ-GERAL ROUNDED =
                       ((W-AULAS-GERAL - W-FALTAS-GERAL) /
                        W-AULAS-GERAL) * 100
               END-IF
           END-IF.

       TESTA-FREQALU SECTION.
           IF TFA-TURMA (W-J) EQUAL W-ANT-TURMA AND
              TFA-COD (W-J) EQUAL W-ANT-COD
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-J.

       BUSCA-NOME-ALUNO SECTION.
           MOVE "(ALUNO NAO CADASTRADO)" TO W-NOME-ALUNO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-J.
           PERFORM TESTA-ALUNO UNTIL W-J GREATER THAN CT-TAB-ALUNOS
               OR W-ACHOU EQUAL "SIM".

       TESTA-ALUNO SECTION.
           IF TA-TURMA (W-J) EQUAL W-ANT-TURMA AND
              TA-COD (W-J) EQUAL W-ANT-COD
               MOVE "SIM" TO W-ACHOU
               MOVE TA-NOME (W-J) TO W-NOME-ALUNO
           ELSE
               ADD 1 TO W-J.

      *================================================================*
      * QUEBRA DE TURMA NO RESUMO DA COORDENACAO

       ABRE-TURMA SECTION.
           MOVE "SIM" TO W-TURMA-ABERTA.
           MOVE W-CHAVE-TURMA TO W-TURMA-ATUAL.
           MOVE ZEROS TO CT-TUR-AVALIADOS CT-TUR-RISCO.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           PERFORM IMP-CAB-TURMA.

       FECHA-TURMA SECTION.
           IF W-TURMA-ABERTA EQUAL "SIM"
               PERFORM IMP-TOTAL-TURMA
               MOVE "NAO" TO W-TURMA-ABERTA.

      *================================================================*
      * CARTA AOS RESPONSAVEIS, EM PAGINA PROPRIA

       IMP-CARTA SECTION.
           MOVE SPACES TO REL-CARTA.
           WRITE REL-CARTA AFTER ADVANCING PAGE.
           IF W-CARTAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CARTAS - STATUS: "
                   W-CARTAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           WRITE REL-CARTA FROM CARTA-01 AFTER ADVANCING 1 LINE.
           WRITE REL-CARTA FROM CARTA-02 AFTER ADVANCING 2 LINES.
           MOVE "AOS PAIS OU RESPONSAVEIS PELO(A) ALUNO(A)"
               TO TXT-CARTA.
           WRITE REL-CARTA FROM CARTA-TEXTO AFTER ADVANCING 3 LINES.
           MOVE W-NOME-ALUNO TO VAR-CARTA-NOME.
           MOVE W-ANT-COD TO VAR-CARTA-COD.
           MOVE W-ANT-TURMA TO VAR-CARTA-TURMA.
           WRITE REL-CARTA FROM CARTA-ALUNO AFTER ADVANCING 1 LINE.
           WRITE REL-CARTA FROM CARTA-BIMESTRE AFTER ADVANCING
               3 LINES.
           MOVE "O(A) ALUNO(A) ESTA EM RISCO NOS ITENS ABAIXO"
               TO TXT-CARTA.
           WRITE REL-CARTA FROM CARTA-TEXTO AFTER ADVANCING 1 LINE.
           WRITE REL-CARTA FROM CARTA-CRITERIO AFTER ADVANCING
               1 LINE.
           IF CT-RISCO-ALU GREATER THAN ZEROS
               WRITE REL-CARTA FROM CARTA-COLUNAS AFTER ADVANCING
                   2 LINES
               MOVE CT-RISCO-ALU TO W-QTD-RISCO
               IF W-QTD-RISCO GREATER THAN 20
                   MOVE 20 TO W-QTD-RISCO
               END-IF
               MOVE ZEROS TO W-K
               PERFORM IMP-CARTA-MATERIA W-QTD-RISCO TIMES
           END-IF.
           MOVE W-AULAS-GERAL TO VAR-GERAL-AULAS.
           MOVE W-FALTAS-GERAL TO VAR-GERAL-FALTAS.
           MOVE W-FREQ-GERAL TO VAR-GERAL-PRESENCA.
           MOVE W-AVISO-GERAL TO VAR-GERAL-AVISO.
           WRITE REL-CARTA FROM CARTA-GERAL AFTER ADVANCING 2 LINES.
           MOVE "SOLICITAMOS O COMPARECIMENTO DE UM RESPONSAVEL"
               TO TXT-CARTA.
           WRITE REL-CARTA FROM CARTA-TEXTO AFTER ADVANCING 3 LINES.
           MOVE "A COORDENACAO PEDAGOGICA PARA ACOMPANHAMENTO."
               TO TXT-CARTA.
           WRITE REL-CARTA FROM CARTA-TEXTO AFTER ADVANCING 1 LINE.
           MOVE "ATENCIOSAMENTE," TO TXT-CARTA.
           WRITE REL-CARTA FROM CARTA-TEXTO AFTER ADVANCING 3 LINES.
           MOVE "A COORDENACAO PEDAGOGICA" TO TXT-CARTA.
           WRITE REL-CARTA FROM CARTA-TEXTO AFTER ADVANCING 2 LINES.

       IMP-CARTA-MATERIA SECTION.
           ADD 1 TO W-K.
           MOVE TR-NOME (W-K) TO DET-CARTA-MATERIA.
           MOVE TR-MEDIA (W-K) TO DET-CARTA-MEDIA.
           MOVE TR-AULAS (W-K) TO DET-CARTA-AULAS.
           MOVE TR-FALTAS (W-K) TO DET-CARTA-FALTAS.
           MOVE TR-PRESENCA (W-K) TO DET-CARTA-PRESENCA.
           MOVE TR-SITUACAO (W-K) TO DET-CARTA-SITUACAO.
           WRITE REL-CARTA FROM CARTA-MATERIA AFTER ADVANCING 1 LINE.

      *================================================================*
      * RESUMO POR TURMA

       IMP-CAB-TURMA SECTION.
           MOVE W-TURMA-ATUAL TO VAR-TURMA.
           WRITE REL-RISCO FROM CAB-TURMA AFTER ADVANCING 2 LINES.
           WRITE REL-RISCO FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.

       IMP-DET-RISCO SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               PERFORM IMP-CAB-TURMA.
           MOVE W-ANT-COD TO DET-COD.
           MOVE W-NOME-ALUNO TO DET-NOME.
           MOVE CT-MAT-NOTA TO DET-MAT-NOTA.
           MOVE CT-MAT-FREQ TO DET-MAT-FREQ.
           MOVE W-FREQ-GERAL TO DET-FREQ-GERAL.
           WRITE REL-RISCO FROM DET-RISCO AFTER ADVANCING 1 LINE.
           IF W-RELRISCO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELRISCO - STATUS: "
                   W-RELRISCO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       IMP-TOTAL-TURMA SECTION.
           MOVE CT-TUR-AVALIADOS TO TOT-AVALIADOS.
           MOVE CT-TUR-RISCO TO TOT-RISCO.
           WRITE REL-RISCO FROM LIN-TOTAL-TURMA AFTER ADVANCING
               2 LINES.
           ADD 2 TO CT-LIN.

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-RISCO.
           WRITE REL-RISCO AFTER ADVANCING PAGE.
           WRITE REL-RISCO FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-RISCO FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           IF CT-LIN GREATER THAN 30
               PERFORM CABECALHO.
           MOVE SPACES TO REL-RISCO.
           WRITE REL-RISCO AFTER ADVANCING 2 LINES.
           MOVE "NOTAS POR MATERIA LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-RISCO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ALUNOS AVALIADOS:" TO ROT-ESTAT.
           MOVE CT-ALUNOS TO VAL-ESTAT.
           WRITE REL-RISCO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ALUNOS EM RISCO (CARTAS):" TO ROT-ESTAT.
           MOVE CT-CARTAS TO VAL-ESTAT.
           WRITE REL-RISCO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "MATERIAS EM RISCO POR NOTA:" TO ROT-ESTAT.
           MOVE CT-TOT-MAT-NOTA TO VAL-ESTAT.
           WRITE REL-RISCO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "MATERIAS EM RISCO POR FALTAS:" TO ROT-ESTAT.
           MOVE CT-TOT-MAT-FREQ TO VAL-ESTAT.
           WRITE REL-RISCO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "MATERIAS INVALIDAS:" TO ROT-ESTAT.
           MOVE CT-MAT-DESCONHECIDA TO VAL-ESTAT.
           WRITE REL-RISCO FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-RISCO FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CARTAS RELRISCO.
           DISPLAY "ALUNOS AVALIADOS.......: " CT-ALUNOS.
           DISPLAY "CARTAS EMITIDAS........: " CT-CARTAS.
           IF CT-MAT-DESCONHECIDA GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
