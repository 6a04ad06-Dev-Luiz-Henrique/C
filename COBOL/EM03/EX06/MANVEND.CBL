      *                DEDUZ. OS DOIS ARQUIVOS SAO CARREGADOS EM
      *                TABELA NA ABERTURA E REGRAVADOS INTEIROS NO
      *                ENCERRAMENTO, COMO O CICLO DO CORREXC.
      *                A SITUACAO (A = ATIVO, I = DESLIGADO) E
      *                MARCADA PELO EX06 NA RESCISAO; A INCLUSAO
      *                GRAVA "A" E A ALTERACAO PRESERVA A MARCA.
      *                TODA ADMISSAO E TODA MUDANCA DE SALARIO FEITA
      *                AQUI VAI AO HISTORICO SALARIAL (SALHIST.DAT)
      *                JUNTO COM A REGRAVACAO DO CADASTRO, COM A DATA
      *                DO DIA COMO VIGENCIA.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) NAO ABRE A MANUTENCAO
      *                (RETORNO 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEPSEC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-DEPSEC-STATUS.
           SELECT SALHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-SALHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       FD DEPEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
           02 DS-NOME-DEP          PIC X(20).
           02 DS-NOME-SEC          PIC X(20).

      *    HISTORICO SALARIAL, ACRESCIDO NO ENCERRAMENTO
       FD SALHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALHIST.DAT".
       01 REG-SALHIST.
           COPY SALHIST.

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-FUNC-POS           PIC 9(03) VALUE ZEROS.
       77 W-DS-ACHOU           PIC X(03) VALUE "NAO".
       77 W-DS-I               PIC 9(03) VALUE ZEROS.
       77 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 W-PERIODO-ABERTO     PIC X(03) VALUE "SIM".

      *    ESTATISTICAS DE EXECUCAO
       77 CT-FUNCIONARIOS      PIC 9(03) VALUE ZEROS.
       77 CT-INCLUIDOS         PIC 9(03) VALUE ZEROS.
       77 CT-ALTERADOS         PIC 9(03) VALUE ZEROS.
       77 CT-EXCLUIDOS         PIC 9(03) VALUE ZEROS.
       77 CT-HISTORICO         PIC 9(03) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-DEPEND-STATUS      PIC X(02) VALUE "00".
       77 W-DEPSEC-STATUS      PIC X(02) VALUE "00".
       77 W-SALHIST-STATUS     PIC X(02) VALUE "00".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR
           02 W-DEPQTD-DIGITADA PIC 9(02).

      *    FUNCIONARIOS EM MANUTENCAO; EXCLUIDO = "S" NAO VOLTA AO
      *    ARQUIVO (NEM SEUS DEPENDENTES). SAL-ORIGINAL E O SALARIO
      *    LIDO DO CADASTRO (ZERO NA INCLUSAO) E SERVE PARA SABER SE
      *    HOUVE MUDANCA A REGISTRAR NO HISTORICO
       01 TAB-FUNC.
           02 TAB-FUNC-OCR OCCURS 500 TIMES.
             03 TF-COD-DEP     PIC X(01).
             03 TF-SALARIO     PIC 9(07)V99.
             03 TF-DESCONTO    PIC 9(05)V99.
             03 TF-DEPENDENTES PIC 9(02).
             03 TF-SITUACAO    PIC X(01).
             03 TF-EXCLUIDO    PIC X(01).
             03 TF-SAL-ORIGINAL PIC 9(07)V99.

      *    DEPARTAMENTOS/SECOES VALIDOS
       01 TAB-DEPSEC.
           DISPLAY "MANUTENCAO DO CADASTRO DE FUNCIONARIOS - "
               "CADVEND.DAT".
           DISPLAY " ".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *    MES DE HOJE FECHADO PELA CONTABILIDADE (VALPER): A
      *    MANUTENCAO NAO ABRE PARA NAO GRAVAR HISTORICO NELE
           CALL "VALPER" USING W-DATA-HOJE W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-DEPSEC.
           PERFORM CARREGA-CADVEND.
           PERFORM CARREGA-DEPEND.
           MOVE NOME-ENT TO TF-NOME (CT-FUNCIONARIOS).
           MOVE VENDA-ENT TO TF-VENDA (CT-FUNCIONARIOS).
           MOVE SALARIO-ENT TO TF-SALARIO (CT-FUNCIONARIOS).
           MOVE SALARIO-ENT TO TF-SAL-ORIGINAL (CT-FUNCIONARIOS).
           MOVE DESCONTO-ENT TO TF-DESCONTO (CT-FUNCIONARIOS).
           MOVE ZEROS TO TF-DEPENDENTES (CT-FUNCIONARIOS).
           MOVE SITUACAO-ENT TO TF-SITUACAO (CT-FUNCIONARIOS).
           MOVE "N" TO TF-EXCLUIDO (CT-FUNCIONARIOS).
           PERFORM LE-CADVEND.

               END-IF
               MOVE CT-FUNCIONARIOS TO W-FUNC-POS
               PERFORM MONTA-FUNC
               MOVE ZEROS TO TF-SAL-ORIGINAL (W-FUNC-POS)
               MOVE "A" TO TF-SITUACAO (W-FUNC-POS)
               ADD 1 TO CT-INCLUIDOS
               DISPLAY "FUNCIONARIO INCLUIDO."
           END-IF.
               DISPLAY "VENDAS.......: " TF-VENDA (W-FUNC-POS)
               DISPLAY "DESCONTO.....: " TF-DESCONTO (W-FUNC-POS)
               DISPLAY "DEPENDENTES..: " TF-DEPENDENTES (W-FUNC-POS)
               DISPLAY "SITUACAO.....: " TF-SITUACAO (W-FUNC-POS)
           END-IF.

      *================================================================*
               DISPLAY "ERRO AO REGRAVAR DEPEND - STATUS: "
                   W-DEPEND-STATUS
               STOP RUN.
           OPEN EXTEND SALHIST.
           IF W-SALHIST-STATUS EQUAL "35"
               OPEN OUTPUT SALHIST.
           IF W-SALHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA DE SALHIST - STATUS: "
                   W-SALHIST-STATUS
               STOP RUN.
           MOVE ZEROS TO W-FUNC-I.
           PERFORM GRAVA-FUNC CT-FUNCIONARIOS TIMES.
           CLOSE CADVEND DEPEND SALHIST.
           DISPLAY "FUNCIONARIOS INCLUIDOS.: " CT-INCLUIDOS.
           DISPLAY "FUNCIONARIOS ALTERADOS.: " CT-ALTERADOS.
           DISPLAY "FUNCIONARIOS EXCLUIDOS.: " CT-EXCLUIDOS.
           DISPLAY "MUDANCAS DE SALARIO....: " CT-HISTORICO.
           DISPLAY "FIM DA MANUTENCAO.".

       GRAVA-FUNC.
               MOVE TF-VENDA (W-FUNC-I) TO VENDA-ENT
               MOVE TF-SALARIO (W-FUNC-I) TO SALARIO-ENT
               MOVE TF-DESCONTO (W-FUNC-I) TO DESCONTO-ENT
               MOVE TF-SITUACAO (W-FUNC-I) TO SITUACAO-ENT
               WRITE REG-ENT
               IF W-CADVEND-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE CADVEND - STATUS: "
                       STOP RUN
                   END-IF
               END-IF
               IF TF-SALARIO (W-FUNC-I) NOT EQUAL
                  TF-SAL-ORIGINAL (W-FUNC-I)
                   PERFORM GRAVA-HISTORICO
               END-IF
           END-IF.

      *    ADMISSAO (SALARIO ORIGINAL ZERO) OU ALTERACAO INDIVIDUAL,
      *    VIGENTE NA DATA DA MANUTENCAO
       GRAVA-HISTORICO.
           MOVE TF-COD-VEN (W-FUNC-I) TO HIS-COD-VEN.
           MOVE W-DATA-HOJE TO HIS-VIGENCIA.
           MOVE TF-SAL-ORIGINAL (W-FUNC-I) TO HIS-SAL-ANT.
           MOVE TF-SALARIO (W-FUNC-I) TO HIS-SAL-NOVO.
           IF TF-SAL-ORIGINAL (W-FUNC-I) EQUAL ZEROS
               MOVE "ADMISSAO" TO HIS-MOTIVO
           ELSE
               MOVE "ALTERACAO INDIVIDUAL" TO HIS-MOTIVO.
           WRITE REG-SALHIST.
           IF W-SALHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE SALHIST - STATUS: "
                   W-SALHIST-STATUS
               STOP RUN.
           ADD 1 TO CT-HISTORICO.
