       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HORPROF.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        APURACAO MENSAL DAS HORAS-AULA DOS PROFESSORES
      *                PARA A FOLHA. LE AS CHAMADAS DO AULASES.DAT
      *                (GRAVADO PELO FREQPOST) DA COMPETENCIA PEDIDA
      *                NO PARAMETRO (AAAAMM; SEM PARAMETRO, O MES
      *                CORRENTE) E CONTA CADA AULA UMA UNICA VEZ, PELA
      *                DATA, TURMA E MATERIA, QUALQUER QUE SEJA O
      *                NUMERO DE ALUNOS NA CHAMADA. O PROFESSOR DA
      *                AULA E O DO QUADRO DE HORARIOS (HORARIO.DAT)
      *                PARA A TURMA E MATERIA NAQUELE DIA DA SEMANA
      *                (OU, NA FALTA DESTE, O DE QUALQUER DIA). O
      *                RELHPROF LISTA, UMA PAGINA POR PROFESSOR, AS
      *                AULAS POR TURMA E MATERIA, O TOTAL PELO VALOR DA
      *                HORA (VALHORA.DAT) E O ESPACO PARA O VISTO DO
      *                COORDENADOR, QUE CONFERE O RELATORIO ANTES DA
      *                FOLHA. SO OS PROFESSORES ATIVOS NO CADVEND.DAT E
      *                COM VALOR DA HORA VAO PARA O HORAULA.DAT, PAGO
      *                PELO EX06; OS DEMAIS SAEM NO RELATORIO COMO NAO
      *                PAGOS E A EXECUCAO TERMINA COM AVISO (RETORNO 4).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULASES ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-AULASES-STATUS.
           SELECT HORARIO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-HORARIO-STATUS.
           SELECT MATERIAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MATERIAS-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT VALHORA ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VALHORA-STATUS.
           SELECT HORAULA ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-HORAULA-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELHPROF ASSIGN TO DISK
               FILE STATUS IS W-RELHPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    DETALHE DAS CHAMADAS, UMA LINHA POR ALUNO POR AULA; A DATA
      *    E GRAVADA DDMMAAAA PELO FREQPOST
       FD AULASES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AULASES.DAT".
       01 REG-SESSAO.
           02 SES-CHAVE.
             03 SES-DATA         PIC 9(08).
             03 RED-SES-DATA REDEFINES SES-DATA.
               04 SES-DIA        PIC 9(02).
               04 SES-MES        PIC 9(02).
               04 SES-ANO        PIC 9(04).
             03 SES-TURMA        PIC 9(03).
             03 SES-MATERIA      PIC 9(02).
           02 SES-COD-ALU        PIC 9(07).
           02 SES-PRESENCA       PIC X(01).

       FD HORARIO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORARIO.DAT".
       01 REG-HORARIO.
           COPY HORARIO.

       FD MATERIAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MATERIAS.DAT".
       01 REG-MATERIA.
           02 MAT-TURMA        PIC 9(03).
           02 MAT-CODIGO       PIC 9(02).
           02 MAT-NOME         PIC X(20).

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

       FD VALHORA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VALHORA.DAT".
       01 REG-VALHORA.
           COPY VALHORA.

       FD HORAULA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORAULA.DAT".
       01 REG-HORAULA.
           COPY HORAULA.

      *    UMA AULA (DATA, TURMA, MATERIA) DO MES POR PROFESSOR; A
      *    DATA VAI AAAAMMDD PARA SAIR EM ORDEM CRONOLOGICA
       SD TRAB.
       01 REG-TRAB.
           02 PROF-TRAB            PIC 9(05).
           02 TURMA-TRAB           PIC 9(03).
           02 MATERIA-TRAB         PIC 9(02).
           02 DATA-TRAB            PIC 9(08).

       FD RELHPROF LABEL RECORD IS OMITTED.
       01 REL-HPROF                PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-PARM-OK            PIC X(03) VALUE "SIM".

      *    QUEBRAS DO RELATORIO: PROFESSOR, TURMA E MATERIA
       77 W-PROF-ATUAL         PIC 9(05) VALUE ZEROS.
       77 W-TURMA-ATUAL        PIC 9(03) VALUE ZEROS.
       77 W-MATERIA-ATUAL      PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANT           PIC 9(08) VALUE ZEROS.
       77 CT-AULAS-MAT         PIC 9(04) VALUE ZEROS.
       77 CT-AULAS-PROF        PIC 9(04) VALUE ZEROS.

      *    PROFESSOR DA QUEBRA: SITUACAO NA FOLHA E VALOR DA HORA
       77 W-PAGAR              PIC X(03) VALUE "NAO".
       77 W-NOME-PROF          PIC X(26) VALUE SPACES.
       77 W-SITUACAO-PROF      PIC X(45) VALUE SPACES.
       77 W-VALOR-HORA         PIC 9(04)V99 VALUE ZEROS.
       77 W-VALOR-MAT          PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-PROF         PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTAL-PAGAR        PIC 9(08)V99 VALUE ZEROS.

      *    AULA DA CHAMADA: CHAVE DA ANTERIOR, DIA DA SEMANA E DATA
      *    INVERTIDA PARA O SORT
       01 W-CHAVE-ANT          PIC X(13) VALUE SPACES.
       77 W-DIA-SEMANA         PIC 9(01) VALUE ZEROS.
       01 W-DATA-INV.
           02 W-DATA-INV-ANO   PIC 9(04).
           02 W-DATA-INV-MES   PIC 9(02).
           02 W-DATA-INV-DIA   PIC 9(02).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(06) VALUE ZEROS.
       77 CT-DO-MES            PIC 9(06) VALUE ZEROS.
       77 CT-AULAS             PIC 9(06) VALUE ZEROS.
       77 CT-A-PAGAR           PIC 9(05) VALUE ZEROS.
       77 CT-NAO-PAGOS         PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-AULASES-STATUS     PIC X(02) VALUE "00".
       77 W-HORARIO-STATUS     PIC X(02) VALUE "00".
       77 W-MATERIAS-STATUS    PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-VALHORA-STATUS     PIC X(02) VALUE "00".
       77 W-HORAULA-STATUS     PIC X(02) VALUE "00".
       77 W-RELHPROF-STATUS    PIC X(02) VALUE "00".

      *    COMPETENCIA AAAAMM; EM BRANCO, O MES CORRENTE
       01 W-PARM-EXEC.
           02 W-PARM-COMPET.
             03 W-PARM-ANO     PIC 9(04).
             03 W-PARM-MES     PIC 9(02).
           02 FILLER           PIC X(04).

      *================================================================*
      * QUADRO DE HORARIOS E CADASTROS EM TABELA

       77 CT-TAB-HORARIO       PIC 9(04) VALUE ZEROS.
       01 TAB-HORARIO.
           02 TAB-HOR-OCR OCCURS 2000 TIMES.
             03 TH-TURMA       PIC 9(03).
             03 TH-MATERIA     PIC 9(02).
             03 TH-DIA         PIC 9(01).
             03 TH-PROFESSOR   PIC 9(05).

       77 CT-TAB-MATERIAS      PIC 9(04) VALUE ZEROS.
       01 TAB-MATERIAS.
           02 TAB-MAT-OCR OCCURS 200 TIMES.
             03 TM-TURMA       PIC 9(03).
             03 TM-CODIGO      PIC 9(02).
             03 TM-NOME        PIC X(20).

       77 CT-TAB-PROF          PIC 9(04) VALUE ZEROS.
       01 TAB-PROF.
           02 TAB-PROF-OCR OCCURS 500 TIMES.
             03 TP-CODIGO      PIC 9(05).
             03 TP-NOME        PIC X(20).
             03 TP-SITUACAO    PIC X(01).

       77 CT-TAB-VALHORA       PIC 9(04) VALUE ZEROS.
       01 TAB-VALHORA.
           02 TAB-VH-OCR OCCURS 500 TIMES.
             03 TV-CODIGO      PIC 9(05).
             03 TV-VALOR-HORA  PIC 9(04)V99.

      *================================================================*

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "COLEGIO TURISMAR - SAO PAULO".
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(33) VALUE
              "HORAS-AULA DADAS POR PROFESSOR - ".
           02 VAR-MES PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-ANO PIC 9(04).
           02 FILLER PIC X(20) VALUE SPACES.

       01 CAB-PROF.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "PROFESSOR: ".
           02 VAR-COD-PROF PIC 9(05).
           02 FILLER PIC X(03) VALUE " - ".
           02 VAR-NOME-PROF PIC X(26).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "VALOR DA HORA: ".
           02 VAR-VALOR-HORA PIC Z.ZZ9,99.
           02 FILLER PIC X(08) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "TUR".
           02 FILLER PIC X(25) VALUE "MATERIA".
           02 FILLER PIC X(05) VALUE "AULAS".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "VALOR".
           02 FILLER PIC X(26) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-TURMA PIC 9(03).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-MATERIA PIC 99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME-MATERIA PIC X(20).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-AULAS PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-VALOR PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(26) VALUE SPACES.

       01 LIN-TOTAL-PROF.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(33) VALUE "TOTAL DO PROFESSOR".
           02 TOT-AULAS PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 TOT-VALOR PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(26) VALUE SPACES.

       01 LIN-SITUACAO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "SITUACAO: ".
           02 VAR-SITUACAO PIC X(45).
           02 FILLER PIC X(23) VALUE SPACES.

       01 LIN-VISTO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "VISTO DO COORDENADOR: ____________________________".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "DATA: ____/____/______".
           02 FILLER PIC X(04) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-ESTAT-VALOR.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "TOTAL A PAGAR NA FOLHA:".
           02 VAL-ESTAT-VALOR PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(27) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-HORPROF.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-HORARIO.
           PERFORM CARREGA-MATERIAS.
           PERFORM CARREGA-PROFESSORES.
           PERFORM CARREGA-VALHORA.
           SORT TRAB ASCENDING KEY PROF-TRAB, TURMA-TRAB,
               MATERIA-TRAB, DATA-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*

       OBTER-PARAMETROS SECTION.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-COMPET EQUAL SPACES
               MOVE W-DATA-ESTAT (1:6) TO W-PARM-COMPET.
           IF W-PARM-COMPET NOT NUMERIC
               MOVE "NAO" TO W-PARM-OK
           ELSE
               IF W-PARM-MES LESS THAN 1 OR
                  W-PARM-MES GREATER THAN 12
                   MOVE "NAO" TO W-PARM-OK.
           IF W-PARM-OK NOT EQUAL "SIM"
               DISPLAY "COMPETENCIA INVALIDA (AAAAMM): " W-PARM-COMPET
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-MES TO VAR-MES.
           MOVE W-PARM-ANO TO VAR-ANO.

      *================================================================*
      * CARGAS DO QUADRO E DOS CADASTROS

       CARREGA-HORARIO SECTION.
           OPEN INPUT HORARIO.
           IF W-HORARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR HORARIO - STATUS: "
                   W-HORARIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-HORARIO.
           PERFORM GUARDA-HORARIO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HORARIO.

       LE-HORARIO SECTION.
           READ HORARIO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-HORARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE HORARIO - STATUS: "
                   W-HORARIO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-HORARIO SECTION.
           ADD 1 TO CT-TAB-HORARIO.
           IF CT-TAB-HORARIO GREATER THAN 2000
               DISPLAY "ERRO: HORARIO.DAT EXCEDE O LIMITE DE 2000 "
                   "AULAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE HOR-TURMA TO TH-TURMA (CT-TAB-HORARIO).
           MOVE HOR-MATERIA TO TH-MATERIA (CT-TAB-HORARIO).
           MOVE HOR-DIA TO TH-DIA (CT-TAB-HORARIO).
           MOVE HOR-PROFESSOR TO TH-PROFESSOR (CT-TAB-HORARIO).
           PERFORM LE-HORARIO.

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

      *    TODOS OS FUNCIONARIOS, INCLUSIVE OS DESLIGADOS, PARA QUE O
      *    RELATORIO DIGA POR QUE A AULA DELES NAO FOI PAGA
       CARREGA-PROFESSORES SECTION.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
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
           MOVE SITUACAO-ENT TO TP-SITUACAO (CT-TAB-PROF).
           PERFORM LE-CADVEND.

       CARREGA-VALHORA SECTION.
           OPEN INPUT VALHORA.
           IF W-VALHORA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR VALHORA - STATUS: "
                   W-VALHORA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-VALHORA.
           PERFORM GUARDA-VALHORA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VALHORA.

       LE-VALHORA SECTION.
           READ VALHORA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VALHORA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VALHORA - STATUS: "
                   W-VALHORA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-VALHORA SECTION.
           ADD 1 TO CT-TAB-VALHORA.
           IF CT-TAB-VALHORA GREATER THAN 500
               DISPLAY "ERRO: VALHORA.DAT EXCEDE O LIMITE DE 500 "
                   "PROFESSORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE VH-COD-PROF TO TV-CODIGO (CT-TAB-VALHORA).
           MOVE VH-VALOR-HORA TO TV-VALOR-HORA (CT-TAB-VALHORA).
           PERFORM LE-VALHORA.

      *================================================================*
      * CADA AULA DO MES VAI AO SORT UMA VEZ, COM O PROFESSOR DO
      * QUADRO; AS LINHAS DOS DEMAIS ALUNOS DA MESMA CHAMADA, QUE O
      * FREQPOST GRAVA EM SEGUIDA, SAO PULADAS

       ROT-ENTRADA SECTION.
           OPEN INPUT AULASES.
           IF W-AULASES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AULASES - STATUS: "
                   W-AULASES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-AULASES.
           PERFORM SELECIONA-AULA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE AULASES.

       LE-AULASES SECTION.
           READ AULASES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-AULASES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE AULASES - STATUS: "
                   W-AULASES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-AULA SECTION.
           IF SES-ANO EQUAL W-PARM-ANO AND SES-MES EQUAL W-PARM-MES
               ADD 1 TO CT-DO-MES
               IF SES-CHAVE NOT EQUAL W-CHAVE-ANT
                   MOVE SES-CHAVE TO W-CHAVE-ANT
                   PERFORM LIBERA-AULA
               END-IF
           END-IF.
           PERFORM LE-AULASES.

       LIBERA-AULA SECTION.
           CALL "DIASEMAN" USING SES-DIA SES-MES SES-ANO
               W-DIA-SEMANA.
           PERFORM PROCURA-AULA-QUADRO.
           IF W-ACHOU EQUAL "SIM"
               MOVE TH-PROFESSOR (W-I) TO PROF-TRAB
           ELSE
               MOVE ZEROS TO PROF-TRAB.
           MOVE SES-TURMA TO TURMA-TRAB.
           MOVE SES-MATERIA TO MATERIA-TRAB.
           MOVE SES-ANO TO W-DATA-INV-ANO.
           MOVE SES-MES TO W-DATA-INV-MES.
           MOVE SES-DIA TO W-DATA-INV-DIA.
           MOVE W-DATA-INV TO DATA-TRAB.
           RELEASE REG-TRAB.

      *    PRIMEIRO A AULA DA TURMA E MATERIA NO DIA DA SEMANA DA
      *    CHAMADA; SEM ELA (AULA DE REPOSICAO), A DE QUALQUER DIA
       PROCURA-AULA-QUADRO SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-AULA-DIA UNTIL W-I GREATER THAN
               CT-TAB-HORARIO OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU NOT EQUAL "SIM"
               MOVE 1 TO W-I
               PERFORM TESTA-AULA-TURMA UNTIL W-I GREATER THAN
                   CT-TAB-HORARIO OR W-ACHOU EQUAL "SIM".

       TESTA-AULA-DIA SECTION.
           IF TH-TURMA (W-I) EQUAL SES-TURMA AND
              TH-MATERIA (W-I) EQUAL SES-MATERIA AND
              TH-DIA (W-I) EQUAL W-DIA-SEMANA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       TESTA-AULA-TURMA SECTION.
           IF TH-TURMA (W-I) EQUAL SES-TURMA AND
              TH-MATERIA (W-I) EQUAL SES-MATERIA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM TRATA-PROFESSOR UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELHPROF.
           IF W-RELHPROF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELHPROF - STATUS: "
                   W-RELHPROF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT HORAULA.
           IF W-HORAULA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR HORAULA - STATUS: "
                   W-HORAULA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      *    CADA PROFESSOR COMECA EM PAGINA NOVA, PARA O VISTO
       TRATA-PROFESSOR SECTION.
           MOVE PROF-TRAB TO W-PROF-ATUAL.
           MOVE ZEROS TO CT-AULAS-PROF W-VALOR-PROF.
           PERFORM IDENTIFICA-PROFESSOR.
           PERFORM CABECALHO.
           PERFORM IMP-CAB-PROF.
           PERFORM TRATA-MATERIA UNTIL FIM-TRAB EQUAL "SIM" OR
               PROF-TRAB NOT EQUAL W-PROF-ATUAL.
           PERFORM IMP-TOTAL-PROF.

       TRATA-MATERIA SECTION.
           MOVE TURMA-TRAB TO W-TURMA-ATUAL.
           MOVE MATERIA-TRAB TO W-MATERIA-ATUAL.
           MOVE ZEROS TO CT-AULAS-MAT W-DATA-ANT.
           PERFORM CONTA-AULA UNTIL FIM-TRAB EQUAL "SIM" OR
               PROF-TRAB NOT EQUAL W-PROF-ATUAL OR
               TURMA-TRAB NOT EQUAL W-TURMA-ATUAL OR
               MATERIA-TRAB NOT EQUAL W-MATERIA-ATUAL.
           PERFORM IMP-DETALHE.

      *    A MESMA AULA CHAMADA DUAS VEZES NO DIA CONTA UMA SO
       CONTA-AULA SECTION.
           IF DATA-TRAB NOT EQUAL W-DATA-ANT
               MOVE DATA-TRAB TO W-DATA-ANT
               ADD 1 TO CT-AULAS-MAT.
           PERFORM LEITURA.

      *    SO VAI PARA A FOLHA O PROFESSOR DO QUADRO QUE ESTA ATIVO NO
      *    CADVEND E TEM VALOR DA HORA CADASTRADO
       IDENTIFICA-PROFESSOR SECTION.
           MOVE "NAO" TO W-PAGAR.
           MOVE ZEROS TO W-VALOR-HORA.
           IF W-PROF-ATUAL EQUAL ZEROS
               MOVE "(SEM PROFESSOR NO QUADRO)" TO W-NOME-PROF
               MOVE "NAO PAGO - AULA FORA DO QUADRO DE HORARIOS"
                   TO W-SITUACAO-PROF
           ELSE
               PERFORM IDENTIFICA-CADASTRO
           END-IF.

       IDENTIFICA-CADASTRO SECTION.
           PERFORM PROCURA-VALHORA.
           IF W-ACHOU EQUAL "SIM"
               MOVE TV-VALOR-HORA (W-I) TO W-VALOR-HORA.
           PERFORM PROCURA-PROFESSOR.
           IF W-ACHOU NOT EQUAL "SIM"
               MOVE "(NAO CADASTRADO)" TO W-NOME-PROF
               MOVE "NAO PAGO - PROFESSOR FORA DO CADASTRO DA FOLHA"
                   TO W-SITUACAO-PROF
           ELSE
               MOVE TP-NOME (W-I) TO W-NOME-PROF
               IF TP-SITUACAO (W-I) EQUAL "I"
                   MOVE "NAO PAGO - FUNCIONARIO DESLIGADO"
                       TO W-SITUACAO-PROF
               ELSE
                   IF W-VALOR-HORA EQUAL ZEROS
                       MOVE "NAO PAGO - SEM VALOR DA HORA NO VALHORA"
                           TO W-SITUACAO-PROF
                   ELSE
                       MOVE "SIM" TO W-PAGAR
                       MOVE "A PAGAR NA FOLHA DO MES"
                           TO W-SITUACAO-PROF
                   END-IF
               END-IF
           END-IF.

       IMP-CAB-PROF SECTION.
           MOVE W-PROF-ATUAL TO VAR-COD-PROF.
           MOVE W-NOME-PROF TO VAR-NOME-PROF.
           MOVE W-VALOR-HORA TO VAR-VALOR-HORA.
           WRITE REL-HPROF FROM CAB-PROF AFTER ADVANCING 2 LINES.
           WRITE REL-HPROF FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.

       IMP-DETALHE SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               PERFORM IMP-CAB-PROF.
           COMPUTE W-VALOR-MAT = CT-AULAS-MAT * W-VALOR-HORA.
           MOVE W-TURMA-ATUAL TO DET-TURMA.
           MOVE W-MATERIA-ATUAL TO DET-MATERIA.
           PERFORM PROCURA-MATERIA.
           IF W-ACHOU EQUAL "SIM"
               MOVE TM-NOME (W-I) TO DET-NOME-MATERIA
           ELSE
               MOVE "(NAO CADASTRADA)" TO DET-NOME-MATERIA.
           MOVE CT-AULAS-MAT TO DET-AULAS.
           MOVE W-VALOR-MAT TO DET-VALOR.
           WRITE REL-HPROF FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELHPROF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELHPROF - STATUS: "
                   W-RELHPROF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD CT-AULAS-MAT TO CT-AULAS-PROF.
           ADD CT-AULAS-MAT TO CT-AULAS.
           ADD W-VALOR-MAT TO W-VALOR-PROF.

      *    TOTAL, SITUACAO NA FOLHA E VISTO; O PROFESSOR A PAGAR VAI
      *    PARA O HORAULA.DAT
       IMP-TOTAL-PROF SECTION.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO
               PERFORM IMP-CAB-PROF.
           MOVE CT-AULAS-PROF TO TOT-AULAS.
           MOVE W-VALOR-PROF TO TOT-VALOR.
           WRITE REL-HPROF FROM LIN-TOTAL-PROF AFTER ADVANCING
               2 LINES.
           MOVE W-SITUACAO-PROF TO VAR-SITUACAO.
           WRITE REL-HPROF FROM LIN-SITUACAO AFTER ADVANCING 1 LINE.
           WRITE REL-HPROF FROM LIN-VISTO AFTER ADVANCING 3 LINES.
           ADD 6 TO CT-LIN.
           IF W-PAGAR EQUAL "SIM"
               PERFORM GRAVA-HORAULA
           ELSE
               ADD 1 TO CT-NAO-PAGOS.

       GRAVA-HORAULA SECTION.
           MOVE W-PARM-COMPET TO HA-ANOMES.
           MOVE W-PROF-ATUAL TO HA-COD-PROF.
           MOVE CT-AULAS-PROF TO HA-AULAS.
           MOVE W-VALOR-HORA TO HA-VALOR-HORA.
           MOVE W-VALOR-PROF TO HA-VALOR.
           WRITE REG-HORAULA.
           IF W-HORAULA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE HORAULA - STATUS: "
                   W-HORAULA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-A-PAGAR.
           ADD W-VALOR-PROF TO W-TOTAL-PAGAR.

      *================================================================*
      * PESQUISAS NOS CADASTROS EM TABELA

       PROCURA-MATERIA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-MATERIA UNTIL W-I GREATER THAN
               CT-TAB-MATERIAS OR W-ACHOU EQUAL "SIM".

       TESTA-MATERIA SECTION.
           IF TM-TURMA (W-I) EQUAL W-TURMA-ATUAL AND
              TM-CODIGO (W-I) EQUAL W-MATERIA-ATUAL
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       PROCURA-PROFESSOR SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-PROFESSOR UNTIL W-I GREATER THAN CT-TAB-PROF
               OR W-ACHOU EQUAL "SIM".

       TESTA-PROFESSOR SECTION.
           IF TP-CODIGO (W-I) EQUAL W-PROF-ATUAL
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       PROCURA-VALHORA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-VALHORA UNTIL W-I GREATER THAN
               CT-TAB-VALHORA OR W-ACHOU EQUAL "SIM".

       TESTA-VALHORA SECTION.
           IF TV-CODIGO (W-I) EQUAL W-PROF-ATUAL
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-HPROF.
           WRITE REL-HPROF AFTER ADVANCING PAGE.
           WRITE REL-HPROF FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-HPROF FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO.
           MOVE SPACES TO REL-HPROF.
           WRITE REL-HPROF AFTER ADVANCING 2 LINES.
           MOVE "LINHAS LIDAS DO AULASES:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-HPROF FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LINHAS DA COMPETENCIA:" TO ROT-ESTAT.
           MOVE CT-DO-MES TO VAL-ESTAT.
           WRITE REL-HPROF FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "AULAS APURADAS:" TO ROT-ESTAT.
           MOVE CT-AULAS TO VAL-ESTAT.
           WRITE REL-HPROF FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PROFESSORES A PAGAR:" TO ROT-ESTAT.
           MOVE CT-A-PAGAR TO VAL-ESTAT.
           WRITE REL-HPROF FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PROFESSORES NAO PAGOS:" TO ROT-ESTAT.
           MOVE CT-NAO-PAGOS TO VAL-ESTAT.
           WRITE REL-HPROF FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-TOTAL-PAGAR TO VAL-ESTAT-VALOR.
           WRITE REL-HPROF FROM DET-ESTAT-VALOR AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-HPROF FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

      *    AULA SEM PROFESSOR PAGO E AVISO PARA A COORDENACAO
       FIM SECTION.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELHPROF HORAULA.
           IF CT-NAO-PAGOS GREATER THAN ZEROS
               DISPLAY "HORPROF: PROFESSORES NAO PAGOS: " CT-NAO-PAGOS
               MOVE 4 TO RETURN-CODE.
