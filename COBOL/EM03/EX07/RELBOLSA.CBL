       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELBOLSA.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        RELATORIO MENSAL DOS DESCONTOS E BOLSAS NAS
      *                MENSALIDADES. LE OS DESCONTOS CONCEDIDOS PELO
      *                GERMENS (DESCMENS.DAT) NA COMPETENCIA PEDIDA NO
      *                PARAMETRO (MMAAAA, COMO NO GERMENS; SEM
      *                PARAMETRO, O MES CORRENTE) E LISTA, POR TURMA,
      *                O NUMERO DE ALUNOS E O VALOR DESCONTADO EM CADA
      *                MOTIVO (TABELA MOTBOLSA), COM O TOTAL DA TURMA;
      *                NO FIM, O RESUMO DA ESCOLA POR MOTIVO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCMENS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-DESCMENS-STATUS.
           SELECT TURMAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-TURMAS-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELBOLSA ASSIGN TO DISK
               FILE STATUS IS W-RELBOLSA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DESCMENS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESCMENS.DAT".
       01 REG-DESCMENS.
           COPY DESCMENS.

       FD TURMAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TURMAS.DAT".
       01 REG-TURMA.
           COPY TURMA.

       SD TRAB.
       01 REG-TRAB.
           02 TURMA-TRAB           PIC 9(03).
           02 MOTIVO-TRAB          PIC X(02).
           02 VALOR-TRAB           PIC 9(05)V99.

       FD RELBOLSA LABEL RECORD IS OMITTED.
       01 REL-BOLSA                PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-PARM-OK            PIC X(03) VALUE "SIM".

      *    QUEBRAS DO RELATORIO: TURMA E MOTIVO
       77 W-TURMA-ATUAL        PIC 9(03) VALUE ZEROS.
       77 W-MOTIVO-ATUAL       PIC X(02) VALUE SPACES.
       77 CT-ALUNOS-MOT        PIC 9(05) VALUE ZEROS.
       77 CT-ALUNOS-TURMA      PIC 9(05) VALUE ZEROS.
       77 W-VALOR-MOT          PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-TURMA        PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-GERAL        PIC 9(08)V99 VALUE ZEROS.
       77 CT-ALUNOS-GERAL      PIC 9(05) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(06) VALUE ZEROS.
       77 CT-DO-MES            PIC 9(06) VALUE ZEROS.
       77 CT-TURMAS            PIC 9(06) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-DESCMENS-STATUS    PIC X(02) VALUE "00".
       77 W-TURMAS-STATUS      PIC X(02) VALUE "00".
       77 W-RELBOLSA-STATUS    PIC X(02) VALUE "00".

      *    COMPETENCIA MMAAAA; EM BRANCO, O MES CORRENTE
       01 W-PARM-EXEC.
           02 W-PARM-COMPET.
             03 W-PARM-MES     PIC 9(02).
             03 W-PARM-ANO     PIC 9(04).
           02 FILLER           PIC X(04).

       01 RED-W-DATA-ESTAT.
           02 W-DATA-ESTAT-ANO PIC 9(04).
           02 W-DATA-ESTAT-MES PIC 9(02).
           02 W-DATA-ESTAT-DIA PIC 9(02).

      *================================================================*
      * TABELAS

       01 TABELA-MOTIVOS.
      *    MOTIVOS DE BOLSA COMPARTILHADOS COM A MANBOLSA
           COPY MOTBOLSA.
       01 RED-TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS.
           02 TAB-MOT-OCR OCCURS 6 TIMES.
             03 TMB-CODIGO     PIC X(02).
             03 TMB-NOME       PIC X(20).
       77 CT-TAB-MOTIVOS       PIC 9(04) VALUE 6.

      *    RESUMO DA ESCOLA, NA ORDEM DA TABELA DE MOTIVOS; A ULTIMA
      *    POSICAO JUNTA OS CODIGOS FORA DA TABELA
       01 TAB-RESUMO.
           02 TAB-RES-OCR OCCURS 7 TIMES.
             03 TR-ALUNOS      PIC 9(05).
             03 TR-VALOR       PIC 9(08)V99.

       77 CT-TAB-TURMAS        PIC 9(04) VALUE ZEROS.
       01 TAB-TURMAS.
           02 TAB-TURMA-OCR OCCURS 100 TIMES.
             03 TT-CODIGO      PIC 9(03).
             03 TT-CURSO       PIC X(20).

      *================================================================*

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "COLEGIO TURISMAR - SAO PAULO".
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(38) VALUE
              "DESCONTOS E BOLSAS NAS MENSALIDADES - ".
           02 VAR-MES PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-ANO PIC 9(04).
           02 FILLER PIC X(18) VALUE SPACES.

       01 CAB-TURMA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "TURMA: ".
           02 VAR-TURMA PIC 9(03).
           02 FILLER PIC X(03) VALUE " - ".
           02 VAR-CURSO PIC X(20).
           02 FILLER PIC X(45) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(27) VALUE "MOTIVO".
           02 FILLER PIC X(06) VALUE "ALUNOS".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "VALOR".
           02 FILLER PIC X(28) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(02).
           02 FILLER PIC X(03) VALUE " - ".
           02 DET-NOME-MOTIVO PIC X(22).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-ALUNOS PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-VALOR PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(28) VALUE SPACES.

       01 LIN-TOTAL.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ROT-TOTAL PIC X(28).
           02 TOT-ALUNOS PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 TOT-VALOR PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(28) VALUE SPACES.

       01 CAB-RESUMO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
              "RESUMO DA ESCOLA POR MOTIVO DE DESCONTO".
           02 FILLER PIC X(37) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-ESTAT-VALOR.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "TOTAL DE DESCONTOS NO MES:".
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
       PGM-RELBOLSA.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           SORT TRAB ASCENDING KEY TURMA-TRAB, MOTIVO-TRAB
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
               MOVE W-DATA-ESTAT TO RED-W-DATA-ESTAT
               MOVE W-DATA-ESTAT-MES TO W-PARM-MES
               MOVE W-DATA-ESTAT-ANO TO W-PARM-ANO.
           IF W-PARM-COMPET NOT NUMERIC
               MOVE "NAO" TO W-PARM-OK
           ELSE
               IF W-PARM-MES LESS THAN 1 OR
                  W-PARM-MES GREATER THAN 12
                   MOVE "NAO" TO W-PARM-OK.
           IF W-PARM-OK NOT EQUAL "SIM"
               DISPLAY "COMPETENCIA INVALIDA (MMAAAA): " W-PARM-COMPET
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-MES TO VAR-MES.
           MOVE W-PARM-ANO TO VAR-ANO.
           MOVE ZEROS TO TAB-RESUMO.

      *    A TURMA QUE SAIU DO CADASTRO AINDA APARECE, SEM O CURSO
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
           PERFORM LE-TURMA.

      *================================================================*
      * SO OS DESCONTOS DA COMPETENCIA VAO AO SORT; SEM O DESCMENS
      * (NENHUMA BOLSA CONCEDIDA AINDA) O RELATORIO SAI ZERADO

       ROT-ENTRADA SECTION.
           OPEN INPUT DESCMENS.
           IF W-DESCMENS-STATUS EQUAL "35"
               DISPLAY "DESCMENS.DAT INEXISTENTE - NENHUM DESCONTO "
                   "CONCEDIDO"
           ELSE
               IF W-DESCMENS-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR DESCMENS - STATUS: "
                       W-DESCMENS-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-DESCMENS
                   PERFORM SELECIONA-DESCONTO UNTIL FIM-ARQ EQUAL
                       "SIM"
                   CLOSE DESCMENS
               END-IF
           END-IF.

       LE-DESCMENS SECTION.
           READ DESCMENS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-DESCMENS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE DESCMENS - STATUS: "
                   W-DESCMENS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-DESCONTO SECTION.
           IF DM-COMPET EQUAL W-PARM-COMPET
               ADD 1 TO CT-DO-MES
               MOVE DM-TURMA TO TURMA-TRAB
               MOVE DM-MOTIVO TO MOTIVO-TRAB
               MOVE DM-VALOR TO VALOR-TRAB
               RELEASE REG-TRAB.
           PERFORM LE-DESCMENS.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM TRATA-TURMA UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELBOLSA.
           IF W-RELBOLSA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELBOLSA - STATUS: "
                   W-RELBOLSA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       TRATA-TURMA SECTION.
           MOVE TURMA-TRAB TO W-TURMA-ATUAL.
           MOVE ZEROS TO CT-ALUNOS-TURMA W-VALOR-TURMA.
           ADD 1 TO CT-TURMAS.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO.
           PERFORM IMP-CAB-TURMA.
           PERFORM TRATA-MOTIVO UNTIL FIM-TRAB EQUAL "SIM" OR
               TURMA-TRAB NOT EQUAL W-TURMA-ATUAL.
           PERFORM IMP-TOTAL-TURMA.

       TRATA-MOTIVO SECTION.
           MOVE MOTIVO-TRAB TO W-MOTIVO-ATUAL.
           MOVE ZEROS TO CT-ALUNOS-MOT W-VALOR-MOT.
           PERFORM SOMA-DESCONTO UNTIL FIM-TRAB EQUAL "SIM" OR
               TURMA-TRAB NOT EQUAL W-TURMA-ATUAL OR
               MOTIVO-TRAB NOT EQUAL W-MOTIVO-ATUAL.
           PERFORM IMP-DETALHE.

      *    CADA LINHA DO DESCMENS E UM ALUNO NAQUELE MOTIVO
       SOMA-DESCONTO SECTION.
           ADD 1 TO CT-ALUNOS-MOT.
           ADD VALOR-TRAB TO W-VALOR-MOT.
           PERFORM LEITURA.

       IMP-CAB-TURMA SECTION.
           MOVE W-TURMA-ATUAL TO VAR-TURMA.
           PERFORM PROCURA-TURMA.
           IF W-ACHOU EQUAL "SIM"
               MOVE TT-CURSO (W-I) TO VAR-CURSO
           ELSE
               MOVE "(NAO CADASTRADA)" TO VAR-CURSO.
           WRITE REL-BOLSA FROM CAB-TURMA AFTER ADVANCING 2 LINES.
           WRITE REL-BOLSA FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.

       IMP-DETALHE SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               PERFORM IMP-CAB-TURMA.
           PERFORM PROCURA-MOTIVO.
           MOVE W-MOTIVO-ATUAL TO DET-MOTIVO.
           IF W-ACHOU EQUAL "SIM"
               MOVE TMB-NOME (W-I) TO DET-NOME-MOTIVO
           ELSE
               MOVE "(MOTIVO NAO CADASTRADO)" TO DET-NOME-MOTIVO
               MOVE 7 TO W-I.
           MOVE CT-ALUNOS-MOT TO DET-ALUNOS.
           MOVE W-VALOR-MOT TO DET-VALOR.
           WRITE REL-BOLSA FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELBOLSA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELBOLSA - STATUS: "
                   W-RELBOLSA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD CT-ALUNOS-MOT TO TR-ALUNOS (W-I).
           ADD W-VALOR-MOT TO TR-VALOR (W-I).
           ADD CT-ALUNOS-MOT TO CT-ALUNOS-TURMA.
           ADD W-VALOR-MOT TO W-VALOR-TURMA.

       IMP-TOTAL-TURMA SECTION.
           MOVE "TOTAL DA TURMA" TO ROT-TOTAL.
           MOVE CT-ALUNOS-TURMA TO TOT-ALUNOS.
           MOVE W-VALOR-TURMA TO TOT-VALOR.
           WRITE REL-BOLSA FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           ADD CT-ALUNOS-TURMA TO CT-ALUNOS-GERAL.
           ADD W-VALOR-TURMA TO W-VALOR-GERAL.

      *================================================================*
      * RESUMO POR MOTIVO, EM PAGINA PROPRIA

       IMP-RESUMO SECTION.
           PERFORM CABECALHO.
           WRITE REL-BOLSA FROM CAB-RESUMO AFTER ADVANCING 2 LINES.
           WRITE REL-BOLSA FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           ADD 4 TO CT-LIN.
           MOVE ZEROS TO W-I.
           PERFORM IMP-LINHA-RESUMO 7 TIMES.
           MOVE "TOTAL DA ESCOLA" TO ROT-TOTAL.
           MOVE CT-ALUNOS-GERAL TO TOT-ALUNOS.
           MOVE W-VALOR-GERAL TO TOT-VALOR.
           WRITE REL-BOLSA FROM LIN-TOTAL AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

      *    O MOTIVO SEM DESCONTO NO MES TAMBEM SAI, ZERADO; A LINHA
      *    DOS CODIGOS FORA DA TABELA SO SAI QUANDO HOUVER
       IMP-LINHA-RESUMO SECTION.
           ADD 1 TO W-I.
           IF W-I NOT GREATER THAN CT-TAB-MOTIVOS
               MOVE TMB-CODIGO (W-I) TO DET-MOTIVO
               MOVE TMB-NOME (W-I) TO DET-NOME-MOTIVO
           ELSE
               MOVE "??" TO DET-MOTIVO
               MOVE "(MOTIVO NAO CADASTRADO)" TO DET-NOME-MOTIVO.
           IF W-I NOT GREATER THAN CT-TAB-MOTIVOS OR
              TR-ALUNOS (W-I) GREATER THAN ZEROS
               MOVE TR-ALUNOS (W-I) TO DET-ALUNOS
               MOVE TR-VALOR (W-I) TO DET-VALOR
               WRITE REL-BOLSA FROM DETALHE AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.

      *================================================================*
      * PESQUISAS NAS TABELAS

       PROCURA-TURMA SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-TURMA UNTIL W-I GREATER THAN CT-TAB-TURMAS
               OR W-ACHOU EQUAL "SIM".

       TESTA-TURMA SECTION.
           IF TT-CODIGO (W-I) EQUAL W-TURMA-ATUAL
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       PROCURA-MOTIVO SECTION.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-MOTIVO UNTIL W-I GREATER THAN CT-TAB-MOTIVOS
               OR W-ACHOU EQUAL "SIM".

       TESTA-MOTIVO SECTION.
           IF TMB-CODIGO (W-I) EQUAL W-MOTIVO-ATUAL
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-BOLSA.
           WRITE REL-BOLSA AFTER ADVANCING PAGE.
           WRITE REL-BOLSA FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-BOLSA FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO.
           MOVE SPACES TO REL-BOLSA.
           WRITE REL-BOLSA AFTER ADVANCING 2 LINES.
           MOVE "LINHAS LIDAS DO DESCMENS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-BOLSA FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "DESCONTOS DA COMPETENCIA:" TO ROT-ESTAT.
           MOVE CT-DO-MES TO VAL-ESTAT.
           WRITE REL-BOLSA FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TURMAS COM DESCONTO:" TO ROT-ESTAT.
           MOVE CT-TURMAS TO VAL-ESTAT.
           WRITE REL-BOLSA FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-VALOR-GERAL TO VAL-ESTAT-VALOR.
           WRITE REL-BOLSA FROM DET-ESTAT-VALOR AFTER ADVANCING
               1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-BOLSA FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM IMP-RESUMO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELBOLSA.
