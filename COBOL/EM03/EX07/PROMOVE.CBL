       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PROMOVE.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        REMATRICULA DE FIM DE TERMO, NO LUGAR DA
      *                REDIGITACAO DOS ALUNOS NO MATRICUL. PARAMETRO
      *                MMAAAATT: A COMPETENCIA DA PRIMEIRA MENSALIDADE
      *                DO NOVO TERMO E O TERMO ENCERRADO. O RESULTADO
      *                DE CADA ALUNO DO CADALU.DAT E O STATUS-HIST DO
      *                TERMO NO CADHIST.DAT (GRAVADO PELO EX07): O
      *                APROVADO VAI PARA A TURMA SEGUINTE DA TABELA DE
      *                PROGRESSAO (PROGTUR.DAT, TURMA DE / TURMA
      *                PARA), OU CONCLUI O CURSO QUANDO A TURMA NAO TEM
      *                SEGUINTE; O REPROVADO FICA NA MESMA TURMA PARA
      *                REFAZER O TERMO; SEM RESULTADO (EXAME FINAL EM
      *                ABERTO) O ALUNO FICA COMO ESTA. AS VAGAS DE CADA
      *                TURMA (TUR-CAPACIDADE) VAO PRIMEIRO PARA QUEM JA
      *                ESTA NELA E DEPOIS PARA OS PROMOVIDOS, PELA
      *                MEDIA; QUEM NAO COUBER SAI DO CADALU PARA A
      *                LISTA DE ESPERA (LISTESP.DAT). O CADALU E
      *                REGRAVADO COM AS NOTAS DO NOVO TERMO ZERADAS, A
      *                PRIMEIRA MENSALIDADE VAI PARA O MENSAL.DAT COM
      *                AS BOLSAS VIGENTES, COMO NO GERMENS, E O RELPROM
      *                LISTA PROMOVIDOS, RETIDOS E LISTA DE ESPERA POR
      *                TURMA. COM LISTA DE ESPERA OU RESULTADO PENDENTE
      *                A EXECUCAO TERMINA COM AVISO (RETORNO 4).

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
           SELECT PROGTUR ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-PROGTUR-STATUS.
           SELECT CADALU ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADALU-STATUS.
           SELECT CADHIST ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADHIST-STATUS.
           SELECT OPTIONAL MENSAL ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-MENSAL-STATUS.
           SELECT OPTIONAL BOLSAS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-BOLSAS-STATUS.
           SELECT OPTIONAL DESCMENS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-DESCMENS-STATUS.
           SELECT OPTIONAL LISTESP ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-LISTESP-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELPROM ASSIGN TO DISK
               FILE STATUS IS W-RELPROM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TURMAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".
       01 REG-TURMA.
           COPY TURMA.

      *    TABELA DE PROGRESSAO: A TURMA QUE RECEBE OS APROVADOS DE
      *    CADA TURMA; TURMA SEM LINHA AQUI E A ULTIMA DO CURSO
       FD PROGTUR LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROGTUR.DAT".
       01 REG-PROGTUR.
           02 PROG-TURMA-DE    PIC 9(03).
           02 PROG-TURMA-PARA  PIC 9(03).

       FD CADALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
       01 REG-ALU.
           02 TURMA-ALU        PIC 9(03).
           02 COD-ALU          PIC 9(07).
           02 NOME-ALU         PIC X(30).
           02 NOTAS-ALU        PIC X(16).

       FD CADHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADHIST.DAT".
       01 REG-HIST.
           02 TURMA-HIST       PIC 9(03).
           02 COD-HIST         PIC 9(07).
           02 TERMO-HIST       PIC 9(02).
           02 MEDIA-HIST       PIC 99V99.
           02 STATUS-HIST      PIC X(12).

      *    MENSALIDADES: SITUACAO "A" ABERTA / "P" PAGA; MEN-VALOR
      *    E O LIQUIDO (BRUTO DA TURMA MENOS OS DESCONTOS)
       FD MENSAL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MENSAL.
           02 MEN-TURMA        PIC 9(03).
           02 MEN-COD-ALU      PIC 9(07).
           02 MEN-COMPET       PIC 9(06).
           02 MEN-VALOR        PIC 9(05)V99.
           02 MEN-DT-PAGTO     PIC 9(08).
           02 MEN-VALOR-PAGO   PIC 9(05)V99.
           02 MEN-SIT          PIC X(01).
           02 MEN-VALOR-BRUTO  PIC 9(05)V99.
           02 MEN-DESCONTO     PIC 9(05)V99.

       FD BOLSAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSAS.DAT".
       01 REG-BOLSA.
           COPY BOLSA.

       FD DESCMENS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESCMENS.DAT".
       01 REG-DESCMENS.
           COPY DESCMENS.

      *    LISTA DE ESPERA: O ALUNO QUE NAO COUBE NA TURMA DE DESTINO,
      *    COM A TURMA DE ORIGEM, O RESULTADO E A DATA DA REMATRICULA
       FD LISTESP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LISTESP.DAT".
       01 REG-LISTESP.
           02 ESP-TURMA        PIC 9(03).
           02 ESP-COD-ALU      PIC 9(07).
           02 ESP-NOME         PIC X(30).
           02 ESP-TURMA-ANT    PIC 9(03).
           02 ESP-SITUACAO     PIC X(12).
           02 ESP-MEDIA        PIC 99V99.
           02 ESP-DATA         PIC 9(08).

      *    UM ALUNO POR TURMA DE DESTINO, NA ORDEM DE OCUPACAO DAS
      *    VAGAS: PRIORIDADE 1 PENDENTE, 2 RETIDO, 3 PROMOVIDO (PELA
      *    MEDIA, DA MAIOR PARA A MENOR) E 4 CONCLUINTE (DESTINO 000)
       SD TRAB.
       01 REG-TRAB.
           02 DEST-TRAB            PIC 9(03).
           02 PRIOR-TRAB           PIC 9(01).
           02 MEDIA-TRAB           PIC 99V99.
           02 COD-TRAB             PIC 9(07).
           02 TURMA-ANT-TRAB       PIC 9(03).
           02 NOME-TRAB            PIC X(30).
           02 NOTAS-TRAB           PIC X(16).
           02 SIT-TRAB             PIC X(12).

       FD RELPROM LABEL RECORD IS OMITTED.
       01 REL-PROM                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-J                  PIC 9(04) VALUE ZEROS.
       77 W-PARM-OK            PIC X(03) VALUE "SIM".

      *    QUEBRA DO RELATORIO: TURMA DE DESTINO E SUAS VAGAS
       77 W-DEST-ATUAL         PIC 9(03) VALUE ZEROS.
       77 W-CAPACIDADE         PIC 9(03) VALUE ZEROS.
       77 W-VALOR-TURMA        PIC 9(05)V99 VALUE ZEROS.
       77 CT-OCUPACAO          PIC 9(03) VALUE ZEROS.
       77 CT-ESPERA-TURMA      PIC 9(03) VALUE ZEROS.
       77 W-SITUACAO-IMP       PIC X(20) VALUE SPACES.

      *    DESCONTO DO ALUNO NA COMPETENCIA
       77 W-DESCONTO           PIC 9(05)V99 VALUE ZEROS.
       77 W-DESC-BOLSA         PIC 9(05)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-ALUNOS            PIC 9(06) VALUE ZEROS.
       77 CT-RESULTADOS        PIC 9(06) VALUE ZEROS.
       77 CT-PROMOVIDOS        PIC 9(06) VALUE ZEROS.
       77 CT-RETIDOS           PIC 9(06) VALUE ZEROS.
       77 CT-CONCLUINTES       PIC 9(06) VALUE ZEROS.
       77 CT-PENDENTES         PIC 9(06) VALUE ZEROS.
       77 CT-ESPERA            PIC 9(06) VALUE ZEROS.
       77 CT-COBRANCAS         PIC 9(06) VALUE ZEROS.
       77 CT-JA-COBRADOS       PIC 9(06) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-TURMAS-STATUS      PIC X(02) VALUE "00".
       77 W-PROGTUR-STATUS     PIC X(02) VALUE "00".
       77 W-CADALU-STATUS      PIC X(02) VALUE "00".
       77 W-CADHIST-STATUS     PIC X(02) VALUE "00".
       77 W-MENSAL-STATUS      PIC X(02) VALUE "00".
       77 W-BOLSAS-STATUS      PIC X(02) VALUE "00".
       77 W-DESCMENS-STATUS    PIC X(02) VALUE "00".
       77 W-LISTESP-STATUS     PIC X(02) VALUE "00".
       77 W-RELPROM-STATUS     PIC X(02) VALUE "00".

      *    COMPETENCIA DA PRIMEIRA MENSALIDADE (MMAAAA) E TERMO
      *    ENCERRADO
       01 W-PARM-EXEC.
           02 W-PARM-COMPET.
             03 W-PARM-MM      PIC 9(02).
             03 W-PARM-AAAA    PIC 9(04).
           02 W-PARM-TERMO     PIC 9(02).
           02 FILLER           PIC X(02).

      *    A COMPETENCIA AAAAMM, PARA COMPARAR COM A VIGENCIA DA BOLSA
       01 W-COMPET-INV.
           02 W-COMPET-INV-AAAA PIC 9(04).
           02 W-COMPET-INV-MM  PIC 9(02).

      *    DATA DA REMATRICULA (DDMMAAAA), QUITACAO DA BOLSA INTEGRAL
       01 RED-W-DATA-ESTAT.
           02 W-ESTAT-AAAA     PIC 9(04).
           02 W-ESTAT-MM       PIC 9(02).
           02 W-ESTAT-DD       PIC 9(02).
       01 W-DATA-QUITACAO.
           02 W-QUIT-DD        PIC 9(02).
           02 W-QUIT-MM        PIC 9(02).
           02 W-QUIT-AAAA      PIC 9(04).

      *================================================================*
      * CADASTROS EM TABELA

       77 CT-TAB-TURMAS        PIC 9(04) VALUE ZEROS.
       01 TAB-TURMAS.
           02 TAB-TURMA-OCR OCCURS 100 TIMES.
             03 TT-CODIGO      PIC 9(03).
             03 TT-CURSO       PIC X(20).
             03 TT-CAPACIDADE  PIC 9(03).
             03 TT-MENSALIDADE PIC 9(05)V99.

       77 CT-TAB-PROG          PIC 9(04) VALUE ZEROS.
       01 TAB-PROGRESSAO.
           02 TAB-PROG-OCR OCCURS 100 TIMES.
             03 TP-TURMA-DE    PIC 9(03).
             03 TP-TURMA-PARA  PIC 9(03).

      *    ALUNOS DO TERMO, COM O RESULTADO DO CADHIST
       77 CT-TAB-ALUNOS        PIC 9(04) VALUE ZEROS.
       01 TAB-ALUNOS.
           02 TAB-ALU-OCR OCCURS 2000 TIMES.
             03 TA-TURMA       PIC 9(03).
             03 TA-COD         PIC 9(07).
             03 TA-NOME        PIC X(30).
             03 TA-NOTAS       PIC X(16).
             03 TA-STATUS      PIC X(12).
             03 TA-MEDIA       PIC 99V99.

      *    ALUNOS JA COBRADOS NA COMPETENCIA, PARA A REEXECUCAO NAO
      *    COBRAR DUAS VEZES
       77 CT-TAB-COBRADOS      PIC 9(04) VALUE ZEROS.
       01 TAB-COBRADOS.
           02 TAB-COBRADO-OCR OCCURS 2000 TIMES.
             03 TC-COD         PIC 9(07).

      *    BOLSAS E DESCONTOS CADASTRADOS
       77 CT-TAB-BOLSAS        PIC 9(04) VALUE ZEROS.
       01 TAB-BOLSAS.
           02 TAB-BOLSA-OCR OCCURS 2000 TIMES.
             03 TB-COD-ALU     PIC 9(07).
             03 TB-MOTIVO      PIC X(02).
             03 TB-TIPO        PIC X(01).
             03 TB-PERCENTUAL  PIC 9(03)V99.
             03 TB-VALOR       PIC 9(05)V99.
             03 TB-VIG-INI     PIC 9(06).
             03 TB-VIG-FIM     PIC 9(06).

      *================================================================*

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "COLEGIO TURISMAR - SAO PAULO".
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(30) VALUE
              "REMATRICULA DE FIM DO TERMO - ".
           02 VAR-TERMO PIC 99.
           02 FILLER PIC X(15) VALUE " - COMPETENCIA ".
           02 VAR-MES PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-ANO PIC 9(04).
           02 FILLER PIC X(07) VALUE SPACES.

       01 CAB-TURMA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "TURMA: ".
           02 VAR-TURMA PIC 9(03).
           02 FILLER PIC X(03) VALUE " - ".
           02 VAR-CURSO PIC X(20).
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "VAGAS: ".
           02 VAR-VAGAS PIC ZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       01 CAB-CONCLUINTES.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
              "CONCLUINTES - TURMA SEM TURMA SEGUINTE".
           02 FILLER PIC X(37) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "CODIGO".
           02 FILLER PIC X(32) VALUE "NOME".
           02 FILLER PIC X(06) VALUE "ORIG.".
           02 FILLER PIC X(08) VALUE "MEDIA".
           02 FILLER PIC X(23) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-COD PIC 9(07).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-TURMA-ANT PIC 9(03).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-MEDIA PIC Z9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-SITUACAO PIC X(20).
           02 FILLER PIC X(03) VALUE SPACES.

       01 LIN-TOTAL-TURMA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "VAGAS OCUPADAS: ".
           02 TOT-OCUPADAS PIC ZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "LISTA DE ESPERA: ".
           02 TOT-ESPERA PIC ZZ9.
           02 FILLER PIC X(33) VALUE SPACES.

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
       PGM-PROMOVE.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-PROGRESSAO.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-COBRADOS.
           PERFORM CARREGA-BOLSAS.
           SORT TRAB ASCENDING KEY DEST-TRAB, PRIOR-TRAB
               DESCENDING KEY MEDIA-TRAB
               ASCENDING KEY COD-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * A REMATRICULA REGRAVA O CADALU: SEM OS DOIS PARAMETROS NAO
      * HA EXECUCAO

       OBTER-PARAMETROS SECTION.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-COMPET NOT NUMERIC OR
              W-PARM-TERMO NOT NUMERIC
               MOVE "NAO" TO W-PARM-OK
           ELSE
               IF W-PARM-MM LESS THAN 1 OR
                  W-PARM-MM GREATER THAN 12 OR
                  W-PARM-TERMO EQUAL ZEROS
                   MOVE "NAO" TO W-PARM-OK.
           IF W-PARM-OK NOT EQUAL "SIM"
               DISPLAY "INFORMAR A COMPETENCIA DA PRIMEIRA "
                   "MENSALIDADE E O TERMO ENCERRADO (MMAAAATT) NA "
                   "LINHA DE COMANDO."
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-AAAA TO W-COMPET-INV-AAAA.
           MOVE W-PARM-MM TO W-COMPET-INV-MM.
           MOVE W-DATA-ESTAT TO RED-W-DATA-ESTAT.
           MOVE W-ESTAT-DD TO W-QUIT-DD.
           MOVE W-ESTAT-MM TO W-QUIT-MM.
           MOVE W-ESTAT-AAAA TO W-QUIT-AAAA.
           MOVE W-PARM-TERMO TO VAR-TERMO.
           MOVE W-PARM-MM TO VAR-MES.
           MOVE W-PARM-AAAA TO VAR-ANO.

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
           MOVE TUR-MENSALIDADE TO TT-MENSALIDADE (CT-TAB-TURMAS).
           PERFORM LE-TURMA.

      *    A TURMA PARA DEVE EXISTIR NO TURMAS.DAT; UMA PROGRESSAO
      *    ERRADA MANDARIA A TURMA INTEIRA PARA A LISTA DE ESPERA
       CARREGA-PROGRESSAO SECTION.
           OPEN INPUT PROGTUR.
           IF W-PROGTUR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PROGTUR - STATUS: "
                   W-PROGTUR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PROGTUR.
           PERFORM GUARDA-PROGRESSAO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PROGTUR.

       LE-PROGTUR SECTION.
           READ PROGTUR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PROGTUR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PROGTUR - STATUS: "
                   W-PROGTUR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-PROGRESSAO SECTION.
           ADD 1 TO CT-TAB-PROG.
           IF CT-TAB-PROG GREATER THAN 100
               DISPLAY "ERRO: PROGTUR.DAT EXCEDE O LIMITE DE 100 "
                   "TURMAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE PROG-TURMA-PARA TO W-DEST-ATUAL.
           PERFORM PROCURA-TURMA.
           IF W-ACHOU NOT EQUAL "SIM"
               DISPLAY "ERRO: PROGTUR.DAT LEVA A TURMA "
                   PROG-TURMA-DE " PARA A TURMA " PROG-TURMA-PARA
                   ", QUE NAO ESTA NO TURMAS.DAT"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE PROG-TURMA-DE TO TP-TURMA-DE (CT-TAB-PROG).
           MOVE PROG-TURMA-PARA TO TP-TURMA-PARA (CT-TAB-PROG).
           PERFORM LE-PROGTUR.

       CARREGA-ALUNOS SECTION.
           OPEN INPUT CADALU.
           IF W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADALU - STATUS: "
                   W-CADALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADALU.
           PERFORM GUARDA-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.

       LE-CADALU SECTION.
           READ CADALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADALU - STATUS: "
                   W-CADALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-ALUNO SECTION.
           ADD 1 TO CT-TAB-ALUNOS.
           IF CT-TAB-ALUNOS GREATER THAN 2000
               DISPLAY "ERRO: CADALU.DAT EXCEDE O LIMITE DE 2000 "
                   "ALUNOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE TURMA-ALU TO TA-TURMA (CT-TAB-ALUNOS).
           MOVE COD-ALU TO TA-COD (CT-TAB-ALUNOS).
           MOVE NOME-ALU TO TA-NOME (CT-TAB-ALUNOS).
           MOVE NOTAS-ALU TO TA-NOTAS (CT-TAB-ALUNOS).
           MOVE SPACES TO TA-STATUS (CT-TAB-ALUNOS).
           MOVE ZEROS TO TA-MEDIA (CT-TAB-ALUNOS).
           ADD 1 TO CT-ALUNOS.
           PERFORM LE-CADALU.

      *    O RESULTADO DO ALUNO E O DO TERMO ENCERRADO NA TURMA EM QUE
      *    ELE ESTA; SEM NENHUM RESULTADO DO TERMO O PARAMETRO ESTA
      *    ERRADO OU O EX07 NAO RODOU, E NADA E ALTERADO
       CARREGA-HISTORICO SECTION.
           OPEN INPUT CADHIST.
           IF W-CADHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADHIST - STATUS: "
                   W-CADHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADHIST.
           PERFORM GUARDA-RESULTADO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADHIST.
           IF CT-RESULTADOS EQUAL ZEROS
               DISPLAY "CADHIST.DAT SEM RESULTADO DO TERMO "
                   W-PARM-TERMO " PARA OS ALUNOS DO CADALU - "
                   "REMATRICULA NAO EXECUTADA."
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       LE-CADHIST SECTION.
           READ CADHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADHIST - STATUS: "
                   W-CADHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-RESULTADO SECTION.
           IF TERMO-HIST EQUAL W-PARM-TERMO
               PERFORM PROCURA-ALUNO
               IF W-ACHOU EQUAL "SIM"
                   MOVE STATUS-HIST TO TA-STATUS (W-I)
                   MOVE MEDIA-HIST TO TA-MEDIA (W-I)
                   ADD 1 TO CT-RESULTADOS
               END-IF
           END-IF.
           PERFORM LE-CADHIST.

       PROCURA-ALUNO SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-ALUNO UNTIL W-I GREATER THAN CT-TAB-ALUNOS
               OR W-ACHOU EQUAL "SIM".

       TESTA-ALUNO SECTION.
           IF TA-TURMA (W-I) EQUAL TURMA-HIST AND
              TA-COD (W-I) EQUAL COD-HIST
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       CARREGA-COBRADOS SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSAL.
           PERFORM LE-MENSAL.
           PERFORM GUARDA-COBRADO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MENSAL.

       LE-MENSAL SECTION.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-MENSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE MENSAL - STATUS: "
                   W-MENSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-COBRADO SECTION.
           IF MEN-COMPET EQUAL W-PARM-COMPET
               ADD 1 TO CT-TAB-COBRADOS
               IF CT-TAB-COBRADOS GREATER THAN 2000
                   DISPLAY "ERRO: MAIS DE 2000 COBRANCAS NA "
                       "COMPETENCIA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE MEN-COD-ALU TO TC-COD (CT-TAB-COBRADOS)
           END-IF.
           PERFORM LE-MENSAL.

      *    SEM O BOLSAS.DAT TODOS PAGAM A MENSALIDADE CHEIA
       CARREGA-BOLSAS SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT BOLSAS.
           PERFORM LE-BOLSA.
           PERFORM GUARDA-BOLSA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE BOLSAS.

       LE-BOLSA SECTION.
           READ BOLSAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-BOLSAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE BOLSAS - STATUS: "
                   W-BOLSAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-BOLSA SECTION.
           ADD 1 TO CT-TAB-BOLSAS.
           IF CT-TAB-BOLSAS GREATER THAN 2000
               DISPLAY "ERRO: BOLSAS.DAT EXCEDE O LIMITE DE 2000 "
                   "BOLSAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE BOL-COD-ALU TO TB-COD-ALU (CT-TAB-BOLSAS).
           MOVE BOL-MOTIVO TO TB-MOTIVO (CT-TAB-BOLSAS).
           MOVE BOL-TIPO TO TB-TIPO (CT-TAB-BOLSAS).
           MOVE BOL-PERCENTUAL TO TB-PERCENTUAL (CT-TAB-BOLSAS).
           MOVE BOL-VALOR TO TB-VALOR (CT-TAB-BOLSAS).
           MOVE BOL-VIG-INI TO TB-VIG-INI (CT-TAB-BOLSAS).
           MOVE BOL-VIG-FIM TO TB-VIG-FIM (CT-TAB-BOLSAS).
           PERFORM LE-BOLSA.

      *================================================================*
      * CADA ALUNO VAI AO SORT COM A TURMA DE DESTINO E A PRIORIDADE
      * NA VAGA

       ROT-ENTRADA SECTION.
           MOVE ZEROS TO W-J.
           PERFORM LIBERA-ALUNO CT-TAB-ALUNOS TIMES.

       LIBERA-ALUNO SECTION.
           ADD 1 TO W-J.
           MOVE TA-COD (W-J) TO COD-TRAB.
           MOVE TA-TURMA (W-J) TO TURMA-ANT-TRAB.
           MOVE TA-NOME (W-J) TO NOME-TRAB.
           MOVE TA-NOTAS (W-J) TO NOTAS-TRAB.
           MOVE TA-MEDIA (W-J) TO MEDIA-TRAB.
           IF TA-STATUS (W-J) EQUAL "APROVADO"
               PERFORM PROCURA-PROGRESSAO
               IF W-ACHOU EQUAL "SIM"
                   MOVE TP-TURMA-PARA (W-I) TO DEST-TRAB
                   MOVE 3 TO PRIOR-TRAB
                   MOVE "PROMOVIDO" TO SIT-TRAB
               ELSE
                   MOVE ZEROS TO DEST-TRAB
                   MOVE 4 TO PRIOR-TRAB
                   MOVE "CONCLUINTE" TO SIT-TRAB
               END-IF
           ELSE
               MOVE TA-TURMA (W-J) TO DEST-TRAB
               IF TA-STATUS (W-J) EQUAL "REPROVADO" OR
                  TA-STATUS (W-J) EQUAL "REPROV.FREQ"
                   MOVE 2 TO PRIOR-TRAB
                   MOVE "RETIDO" TO SIT-TRAB
               ELSE
                   MOVE 1 TO PRIOR-TRAB
                   MOVE "PENDENTE" TO SIT-TRAB
               END-IF
           END-IF.
           RELEASE REG-TRAB.

       PROCURA-PROGRESSAO SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-PROGRESSAO UNTIL W-I GREATER THAN
               CT-TAB-PROG OR W-ACHOU EQUAL "SIM".

       TESTA-PROGRESSAO SECTION.
           IF TP-TURMA-DE (W-I) EQUAL TA-TURMA (W-J)
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM TRATA-TURMA UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELPROM.
           IF W-RELPROM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELPROM - STATUS: "
                   W-RELPROM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CADALU.
           IF W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR CADALU - STATUS: "
                   W-CADALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND MENSAL.
           IF W-MENSAL-STATUS NOT EQUAL "00" AND
              W-MENSAL-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR MENSAL - STATUS: "
                   W-MENSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND DESCMENS.
           IF W-DESCMENS-STATUS NOT EQUAL "00" AND
              W-DESCMENS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR DESCMENS - STATUS: "
                   W-DESCMENS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND LISTESP.
           IF W-LISTESP-STATUS NOT EQUAL "00" AND
              W-LISTESP-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR LISTESP - STATUS: "
                   W-LISTESP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      *    QUEBRA DA TURMA DE DESTINO: AS VAGAS SAO CONTADAS DO ZERO,
      *    POIS TODOS OS ALUNOS DA TURMA NO NOVO TERMO PASSAM AQUI
       TRATA-TURMA SECTION.
           MOVE DEST-TRAB TO W-DEST-ATUAL.
           MOVE ZEROS TO CT-OCUPACAO CT-ESPERA-TURMA.
           MOVE ZEROS TO W-CAPACIDADE W-VALOR-TURMA.
           MOVE "(NAO CADASTRADA)" TO VAR-CURSO.
           PERFORM PROCURA-TURMA.
           IF W-ACHOU EQUAL "SIM"
               MOVE TT-CAPACIDADE (W-I) TO W-CAPACIDADE
               MOVE TT-MENSALIDADE (W-I) TO W-VALOR-TURMA
               MOVE TT-CURSO (W-I) TO VAR-CURSO.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO.
           PERFORM IMP-CAB-TURMA.
           PERFORM TRATA-ALUNO UNTIL FIM-TRAB EQUAL "SIM" OR
               DEST-TRAB NOT EQUAL W-DEST-ATUAL.
           IF W-DEST-ATUAL NOT EQUAL ZEROS
               PERFORM IMP-TOTAL-TURMA.

      *    O CONCLUINTE SAI DO CADALU; O PENDENTE FICA COMO ESTA, COM
      *    AS NOTAS DO TERMO, E OCUPA A VAGA SEM DISPUTA; OS DEMAIS
      *    ENTRAM ENQUANTO HOUVER VAGA
       TRATA-ALUNO SECTION.
           IF SIT-TRAB EQUAL "CONCLUINTE"
               MOVE "CONCLUINTE" TO W-SITUACAO-IMP
               ADD 1 TO CT-CONCLUINTES
           ELSE
               IF SIT-TRAB EQUAL "PENDENTE"
                   ADD 1 TO CT-OCUPACAO
                   MOVE NOTAS-TRAB TO NOTAS-ALU
                   PERFORM GRAVA-CADALU
                   MOVE "RESULTADO PENDENTE" TO W-SITUACAO-IMP
                   ADD 1 TO CT-PENDENTES
               ELSE
                   IF CT-OCUPACAO LESS THAN W-CAPACIDADE
                       ADD 1 TO CT-OCUPACAO
                       MOVE ZEROS TO NOTAS-ALU
                       PERFORM GRAVA-CADALU
                       PERFORM GERA-COBRANCA
                       PERFORM CONTA-REMATRICULA
                   ELSE
                       PERFORM GRAVA-LISTESP
                   END-IF
               END-IF
           END-IF.
           PERFORM IMP-DETALHE.
           PERFORM LEITURA.

       CONTA-REMATRICULA SECTION.
           IF SIT-TRAB EQUAL "PROMOVIDO"
               MOVE "PROMOVIDO" TO W-SITUACAO-IMP
               ADD 1 TO CT-PROMOVIDOS
           ELSE
               MOVE "RETIDO" TO W-SITUACAO-IMP
               ADD 1 TO CT-RETIDOS.

       GRAVA-CADALU SECTION.
           MOVE DEST-TRAB TO TURMA-ALU.
           MOVE COD-TRAB TO COD-ALU.
           MOVE NOME-TRAB TO NOME-ALU.
           WRITE REG-ALU.
           IF W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CADALU - STATUS: "
                   W-CADALU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-LISTESP SECTION.
           MOVE DEST-TRAB TO ESP-TURMA.
           MOVE COD-TRAB TO ESP-COD-ALU.
           MOVE NOME-TRAB TO ESP-NOME.
           MOVE TURMA-ANT-TRAB TO ESP-TURMA-ANT.
           MOVE SIT-TRAB TO ESP-SITUACAO.
           MOVE MEDIA-TRAB TO ESP-MEDIA.
           MOVE W-DATA-ESTAT TO ESP-DATA.
           WRITE REG-LISTESP.
           IF W-LISTESP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE LISTESP - STATUS: "
                   W-LISTESP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF SIT-TRAB EQUAL "PROMOVIDO"
               MOVE "ESPERA - PROMOVIDO" TO W-SITUACAO-IMP
           ELSE
               MOVE "ESPERA - RETIDO" TO W-SITUACAO-IMP.
           ADD 1 TO CT-ESPERA-TURMA.
           ADD 1 TO CT-ESPERA.

      *================================================================*
      * PRIMEIRA MENSALIDADE DO NOVO TERMO, COM AS BOLSAS VIGENTES NA
      * COMPETENCIA, COMO NO GERMENS; O GERMENS DO MES NAO COBRA DE
      * NOVO QUEM JA FOI COBRADO AQUI

       GERA-COBRANCA SECTION.
           PERFORM VERIFICA-JA-COBRADO.
           IF W-ACHOU EQUAL "SIM"
               ADD 1 TO CT-JA-COBRADOS
           ELSE
               PERFORM GRAVA-COBRANCA.

       VERIFICA-JA-COBRADO SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-JA-COBRADO UNTIL W-I GREATER THAN
               CT-TAB-COBRADOS OR W-ACHOU EQUAL "SIM".

       TESTA-JA-COBRADO SECTION.
           IF TC-COD (W-I) EQUAL COD-TRAB
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       GRAVA-COBRANCA SECTION.
           PERFORM APLICA-BOLSAS.
           MOVE DEST-TRAB TO MEN-TURMA.
           MOVE COD-TRAB TO MEN-COD-ALU.
           MOVE W-PARM-COMPET TO MEN-COMPET.
           MOVE W-VALOR-TURMA TO MEN-VALOR-BRUTO.
           MOVE W-DESCONTO TO MEN-DESCONTO.
           COMPUTE MEN-VALOR = W-VALOR-TURMA - W-DESCONTO.
           MOVE ZEROS TO MEN-DT-PAGTO.
           MOVE ZEROS TO MEN-VALOR-PAGO.
           MOVE "A" TO MEN-SIT.
           IF MEN-VALOR EQUAL ZEROS
               MOVE W-DATA-QUITACAO TO MEN-DT-PAGTO
               MOVE "P" TO MEN-SIT.
           WRITE REG-MENSAL.
           IF W-MENSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE MENSAL - STATUS: "
                   W-MENSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-COBRANCAS.

       APLICA-BOLSAS SECTION.
           MOVE ZEROS TO W-DESCONTO.
           MOVE 1 TO W-I.
           PERFORM TESTA-BOLSA UNTIL W-I GREATER THAN CT-TAB-BOLSAS.

       TESTA-BOLSA SECTION.
           IF TB-COD-ALU (W-I) EQUAL COD-TRAB AND
              TB-VIG-INI (W-I) NOT GREATER THAN W-COMPET-INV AND
              TB-VIG-FIM (W-I) NOT LESS THAN W-COMPET-INV
               PERFORM CALCULA-DESCONTO.
           ADD 1 TO W-I.

       CALCULA-DESCONTO SECTION.
           IF TB-TIPO (W-I) EQUAL "P"
               COMPUTE W-DESC-BOLSA ROUNDED = W-VALOR-TURMA
                   * TB-PERCENTUAL (W-I) / 100
           ELSE
               MOVE TB-VALOR (W-I) TO W-DESC-BOLSA.
           IF W-DESCONTO + W-DESC-BOLSA GREATER THAN W-VALOR-TURMA
               COMPUTE W-DESC-BOLSA = W-VALOR-TURMA - W-DESCONTO.
           IF W-DESC-BOLSA GREATER THAN ZEROS
               ADD W-DESC-BOLSA TO W-DESCONTO
               PERFORM GRAVA-DESCONTO.

       GRAVA-DESCONTO SECTION.
           MOVE W-PARM-COMPET TO DM-COMPET.
           MOVE DEST-TRAB TO DM-TURMA.
           MOVE COD-TRAB TO DM-COD-ALU.
           MOVE TB-MOTIVO (W-I) TO DM-MOTIVO.
           MOVE W-DESC-BOLSA TO DM-VALOR.
           WRITE REG-DESCMENS.
           IF W-DESCMENS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE DESCMENS - STATUS: "
                   W-DESCMENS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       PROCURA-TURMA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-TURMA UNTIL W-I GREATER THAN CT-TAB-TURMAS
               OR W-ACHOU EQUAL "SIM".

       TESTA-TURMA SECTION.
           IF TT-CODIGO (W-I) EQUAL W-DEST-ATUAL
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       IMP-CAB-TURMA SECTION.
           IF W-DEST-ATUAL EQUAL ZEROS
               WRITE REL-PROM FROM CAB-CONCLUINTES AFTER ADVANCING
                   2 LINES
           ELSE
               MOVE W-DEST-ATUAL TO VAR-TURMA
               MOVE W-CAPACIDADE TO VAR-VAGAS
               WRITE REL-PROM FROM CAB-TURMA AFTER ADVANCING 2 LINES.
           WRITE REL-PROM FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.

       IMP-DETALHE SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               PERFORM IMP-CAB-TURMA.
           MOVE COD-TRAB TO DET-COD.
           MOVE NOME-TRAB TO DET-NOME.
           MOVE TURMA-ANT-TRAB TO DET-TURMA-ANT.
           MOVE MEDIA-TRAB TO DET-MEDIA.
           MOVE W-SITUACAO-IMP TO DET-SITUACAO.
           WRITE REL-PROM FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELPROM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELPROM - STATUS: "
                   W-RELPROM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       IMP-TOTAL-TURMA SECTION.
           MOVE CT-OCUPACAO TO TOT-OCUPADAS.
           MOVE CT-ESPERA-TURMA TO TOT-ESPERA.
           WRITE REL-PROM FROM LIN-TOTAL-TURMA AFTER ADVANCING
               2 LINES.
           ADD 2 TO CT-LIN.

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-PROM.
           WRITE REL-PROM AFTER ADVANCING PAGE.
           WRITE REL-PROM FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-PROM FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           IF CT-LIN GREATER THAN 30
               PERFORM CABECALHO.
           MOVE SPACES TO REL-PROM.
           WRITE REL-PROM AFTER ADVANCING 2 LINES.
           MOVE "ALUNOS NO CADALU:" TO ROT-ESTAT.
           MOVE CT-ALUNOS TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "RESULTADOS DO TERMO:" TO ROT-ESTAT.
           MOVE CT-RESULTADOS TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PROMOVIDOS:" TO ROT-ESTAT.
           MOVE CT-PROMOVIDOS TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "RETIDOS:" TO ROT-ESTAT.
           MOVE CT-RETIDOS TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CONCLUINTES:" TO ROT-ESTAT.
           MOVE CT-CONCLUINTES TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PENDENTES:" TO ROT-ESTAT.
           MOVE CT-PENDENTES TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LISTA DE ESPERA:" TO ROT-ESTAT.
           MOVE CT-ESPERA TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "MENSALIDADES GERADAS:" TO ROT-ESTAT.
           MOVE CT-COBRANCAS TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "JA COBRADOS NA COMPETENCIA:" TO ROT-ESTAT.
           MOVE CT-JA-COBRADOS TO VAL-ESTAT.
           WRITE REL-PROM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-PROM FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

      *    LISTA DE ESPERA E RESULTADO PENDENTE SAO AVISO PARA A
      *    SECRETARIA
       FIM SECTION.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELPROM CADALU MENSAL DESCMENS LISTESP.
           DISPLAY "PROMOVIDOS.............: " CT-PROMOVIDOS.
           DISPLAY "RETIDOS................: " CT-RETIDOS.
           DISPLAY "CONCLUINTES............: " CT-CONCLUINTES.
           DISPLAY "PENDENTES..............: " CT-PENDENTES.
           DISPLAY "LISTA DE ESPERA........: " CT-ESPERA.
           DISPLAY "MENSALIDADES GERADAS...: " CT-COBRANCAS.
           IF CT-ESPERA GREATER THAN ZEROS OR
              CT-PENDENTES GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
