       IDENTIFICATION DIVISION.
       PROGRAM-ID.     KPIPAG.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        PAGINA GERENCIAL DO MES: JUNTA OS INDICADORES
      *                COLETADOS PELO KPICOL EM CADA SUBSISTEMA
      *                (KPIMES.DAT, REUNIDO PELO MENSAL.BAT) AO
      *                HISTORICO KPIHIST.DAT (O VALOR NOVO DE UM MES E
      *                INDICADOR SUBSTITUI O GUARDADO) E IMPRIME UMA
      *                UNICA PAGINA (RELKPI) COM VENDAS, VIAGENS E
      *                RECEBIVEIS, ESCOLA, FOLHA, ESTOQUE E STREAM
      *                NOTURNO, CADA INDICADOR NO MES, NO MES ANTERIOR
      *                E NO MESMO MES DO ANO ANTERIOR, COM AS VARIACOES
      *                PERCENTUAIS (NOS INDICADORES EM PERCENTUAL, A
      *                DIFERENCA EM PONTOS). MES SEM VALOR SAI N/D.
      *                O MES VEM DA LINHA DE COMANDO (AAAAMM) OU, SEM
      *                ELE, E O ANTERIOR AO DA DATA DE NEGOCIO, COMO
      *                NO KPICOL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KPIHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-KPIHIST-STATUS.
           SELECT OPTIONAL KPIMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-KPIMES-STATUS.
           SELECT RELKPI ASSIGN TO DISK
               FILE STATUS IS W-RELKPI-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD KPIHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "KPIHIST.DAT".
       01 REG-KPIHIST.
           COPY KPIMES.

       FD KPIMES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "KPIMES.DAT".
       01 REG-KPIMES.
           COPY KPIMES.

       FD RELKPI LABEL RECORD IS OMITTED.
       01 REL-KPI                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 W-I              PIC 9(04) VALUE ZEROS.
       77 W-IND            PIC 9(02) VALUE ZEROS.
       77 W-ACHOU          PIC X(03) VALUE "NAO".
       77 CT-HIST-LIDOS    PIC 9(05) VALUE ZEROS.
       77 CT-MES-LIDOS     PIC 9(05) VALUE ZEROS.
       77 CT-MES-NOVOS     PIC 9(05) VALUE ZEROS.

      *    MES PEDIDO NA LINHA DE COMANDO
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES-X  PIC X(06).
           02 RED-W-PARM-ANOMES REDEFINES W-PARM-ANOMES-X.
             03 W-PARM-ANOMES  PIC 9(06).
           02 FILLER           PIC X(74).

      *    DATA DE NEGOCIO E OS TRES MESES DA PAGINA
       01 W-DATA-NEG.
           02 W-NEG-AAAA       PIC 9(04).
           02 W-NEG-MM         PIC 9(02).
           02 W-NEG-DD         PIC 9(02).
       01 W-MES-REF.
           02 W-REF-AAAA       PIC 9(04).
           02 W-REF-MM         PIC 9(02).
       01 RED-W-MES-REF REDEFINES W-MES-REF.
           02 W-REF-ANOMES     PIC 9(06).
       77 W-ANOMES-ANT     PIC 9(06) VALUE ZEROS.
       77 W-ANOMES-AA      PIC 9(06) VALUE ZEROS.

      *    HISTORICO DOS INDICADORES EM TABELA
       77 CT-TAB-KPI       PIC 9(04) VALUE ZEROS.
       01 TAB-KPI.
           02 TAB-KPI-OCR OCCURS 3000 TIMES.
             03 TK-ANOMES      PIC 9(06).
             03 TK-IND         PIC 9(02).
             03 TK-VALOR       PIC S9(11)V99.

      *    CHAVE PROCURADA NA TABELA E VALOR ACHADO
       77 W-BUSCA-ANOMES   PIC 9(06) VALUE ZEROS.
       77 W-BUSCA-IND      PIC 9(02) VALUE ZEROS.

      *    VALORES DO INDICADOR NOS TRES MESES DA LINHA
       77 W-VAL-MES        PIC S9(11)V99 VALUE ZEROS.
       77 W-VAL-ANT        PIC S9(11)V99 VALUE ZEROS.
       77 W-VAL-AA         PIC S9(11)V99 VALUE ZEROS.
       77 W-TEM-MES        PIC X(03) VALUE "NAO".
       77 W-TEM-ANT        PIC X(03) VALUE "NAO".
       77 W-TEM-AA         PIC X(03) VALUE "NAO".
       77 W-VAL-BASE       PIC S9(11)V99 VALUE ZEROS.
       77 W-VARIACAO       PIC S9(05) VALUE ZEROS.
       77 W-VAR-OK         PIC X(03) VALUE "NAO".

      *    ROTULO E TIPO DE CADA INDICADOR (V VALOR, Q QUANTIDADE,
      *    P PERCENTUAL), NA ORDEM DO KPIMES.CPY
       01 TABELA-ROTULOS.
           02 DEF-ROTULOS.
             03 FILLER PIC X(25) VALUE "VVENDAS BRUTAS".
             03 FILLER PIC X(25) VALUE "VDEVOLUCOES".
             03 FILLER PIC X(25) VALUE "VVENDAS LIQUIDAS".
             03 FILLER PIC X(25) VALUE "VMETA DE VENDAS".
             03 FILLER PIC X(25) VALUE "P% DA META ATINGIDO".
             03 FILLER PIC X(25) VALUE "VACUMULADO DO ANO".
             03 FILLER PIC X(25) VALUE "QVIAGENS REALIZADAS".
             03 FILLER PIC X(25) VALUE "VRECEITA DAS VIAGENS".
             03 FILLER PIC X(25) VALUE "VA RECEBER EM ABERTO".
             03 FILLER PIC X(25) VALUE "P% DO A RECEBER VENCIDO".
             03 FILLER PIC X(25) VALUE "QMENSALIDADES EM ATRASO".
             03 FILLER PIC X(25) VALUE "VVALOR EM ATRASO".
             03 FILLER PIC X(25) VALUE "QFUNCIONARIOS NA FOLHA".
             03 FILLER PIC X(25) VALUE "VCUSTO BRUTO NO ANO".
             03 FILLER PIC X(25) VALUE "VVALOR A CUSTO".
             03 FILLER PIC X(25) VALUE "QITENS ABAIXO DO MINIMO".
             03 FILLER PIC X(25) VALUE "QPASSOS EXECUTADOS".
             03 FILLER PIC X(25) VALUE "QPASSOS COM FALHA".
       01 RED-TABELA-ROTULOS REDEFINES TABELA-ROTULOS.
           02 ROTULO-OCR OCCURS 18 TIMES.
             03 TIPO-IND       PIC X(01).
             03 ROTULO-IND     PIC X(24).

      *    FILE STATUS DOS ARQUIVOS
       77 W-KPIHIST-STATUS PIC X(02) VALUE "00".
       77 W-KPIMES-STATUS  PIC X(02) VALUE "00".
       77 W-RELKPI-STATUS  PIC X(02) VALUE "00".

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

       01 CAB-01.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(32) VALUE
              "PAGINA GERENCIAL DO MES".
           02 FILLER PIC X(24) VALUE SPACES.

       01 CAB-02.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "MES DE REFERENCIA".
           02 CAB-MES-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-MES-AAAA PIC 9999.
           02 FILLER PIC X(48) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(25) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "          MES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(13) VALUE " MES ANTERIOR".
           02 FILLER PIC X(06) VALUE "  VAR%".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(13) VALUE " ANO ANTERIOR".
           02 FILLER PIC X(06) VALUE "  VAR%".

       01 CAB-04.
           02 FILLER PIC X(25) VALUE SPACES.
           02 CAB-MES-1 PIC X(13).
           02 FILLER PIC X(02) VALUE SPACES.
           02 CAB-MES-2 PIC X(13).
           02 FILLER PIC X(08) VALUE SPACES.
           02 CAB-MES-3 PIC X(13).
           02 FILLER PIC X(06) VALUE SPACES.

      *    MES/ANO DE UMA COLUNA, ALINHADO A DIREITA
       01 W-CAB-MES.
           02 FILLER PIC X(06) VALUE SPACES.
           02 W-CAB-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 W-CAB-AAAA PIC 9999.

       01 CAB-GRUPO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 CAB-GRUPO-NOME PIC X(30).
           02 FILLER PIC X(49) VALUE SPACES.

      *    CADA VALOR TEM TRES VISOES: MONETARIA, QUANTIDADE E N/D
       01 DET-KPI.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-ROTULO PIC X(22).
           02 DET-VAL-MES PIC -ZZZZZZZZ9,99.
           02 DET-QTD-MES REDEFINES DET-VAL-MES PIC -ZZZZZZZZZZZ9.
           02 DET-ND-MES REDEFINES DET-VAL-MES PIC X(13).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VAL-ANT PIC -ZZZZZZZZ9,99.
           02 DET-QTD-ANT REDEFINES DET-VAL-ANT PIC -ZZZZZZZZZZZ9.
           02 DET-ND-ANT REDEFINES DET-VAL-ANT PIC X(13).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VAR-ANT PIC ----9.
           02 DET-VAR-ANT-X REDEFINES DET-VAR-ANT PIC X(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VAL-AA PIC -ZZZZZZZZ9,99.
           02 DET-QTD-AA REDEFINES DET-VAL-AA PIC -ZZZZZZZZZZZ9.
           02 DET-ND-AA REDEFINES DET-VAL-AA PIC X(13).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VAR-AA PIC ----9.
           02 DET-VAR-AA-X REDEFINES DET-VAR-AA PIC X(05).

       01 DET-NOTA.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(79) VALUE
              "VAR% SOBRE MES E ANO ANTERIORES (PONTOS NOS INDICADORES E
      -       "M %); N/D SEM VALOR".

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-KPIPAG.
           PERFORM INICIO.
           PERFORM CARREGA-HISTORICO.
           PERFORM JUNTA-MES.
           PERFORM GRAVA-HISTORICO.
           PERFORM IMP-PAGINA.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ANOMES-X NUMERIC AND
              W-PARM-ANOMES-X NOT EQUAL "000000"
               MOVE W-PARM-ANOMES TO W-REF-ANOMES
               IF W-REF-MM LESS THAN 1 OR W-REF-MM GREATER THAN 12
                   DISPLAY "MES INVALIDO NO PARAMETRO: "
                       W-PARM-ANOMES-X
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               CALL "DATAPROC" USING W-DATA-NEG
               MOVE W-NEG-AAAA TO W-REF-AAAA
               MOVE W-NEG-MM TO W-REF-MM
               IF W-REF-MM EQUAL 1
                   MOVE 12 TO W-REF-MM
                   SUBTRACT 1 FROM W-REF-AAAA
               ELSE
                   SUBTRACT 1 FROM W-REF-MM
               END-IF
           END-IF.
           IF W-REF-MM EQUAL 1
               COMPUTE W-ANOMES-ANT = (W-REF-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE W-ANOMES-ANT = W-REF-ANOMES - 1.
           COMPUTE W-ANOMES-AA = W-REF-ANOMES - 100.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.

      *================================================================*
      * HISTORICO EM TABELA, ACRESCIDO DOS INDICADORES DO MES

       CARREGA-HISTORICO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT KPIHIST.
           IF W-KPIHIST-STATUS NOT EQUAL "00" AND
              W-KPIHIST-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR KPIHIST - STATUS: "
                   W-KPIHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-KPIHIST.
           PERFORM CARREGA-KPI UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE KPIHIST.

       LE-KPIHIST.
           READ KPIHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-KPIHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE KPIHIST - STATUS: "
                   W-KPIHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-KPI.
           ADD 1 TO CT-HIST-LIDOS.
           MOVE KPI-ANOMES OF REG-KPIHIST TO W-BUSCA-ANOMES.
           MOVE KPI-INDICADOR OF REG-KPIHIST TO W-BUSCA-IND.
           PERFORM INCLUI-KPI.
           MOVE KPI-VALOR OF REG-KPIHIST TO TK-VALOR (CT-TAB-KPI).
           PERFORM LE-KPIHIST.

       INCLUI-KPI.
           ADD 1 TO CT-TAB-KPI.
           IF CT-TAB-KPI GREATER THAN 3000
               DISPLAY "ERRO: KPIHIST.DAT EXCEDE O LIMITE DE 3000 "
                   "INDICADORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-BUSCA-ANOMES TO TK-ANOMES (CT-TAB-KPI).
           MOVE W-BUSCA-IND TO TK-IND (CT-TAB-KPI).

       JUNTA-MES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT KPIMES.
           IF W-KPIMES-STATUS NOT EQUAL "00" AND
              W-KPIMES-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR KPIMES - STATUS: "
                   W-KPIMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-KPIMES.
           PERFORM JUNTA-KPI UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE KPIMES.

       LE-KPIMES.
           READ KPIMES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-KPIMES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE KPIMES - STATUS: "
                   W-KPIMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    MES E INDICADOR JA GUARDADOS (PAGINA REPETIDA) TEM O VALOR
      *    SUBSTITUIDO; OS DEMAIS ENTRAM NO FIM DA TABELA
       JUNTA-KPI.
           ADD 1 TO CT-MES-LIDOS.
           MOVE KPI-ANOMES OF REG-KPIMES TO W-BUSCA-ANOMES.
           MOVE KPI-INDICADOR OF REG-KPIMES TO W-BUSCA-IND.
           PERFORM PROCURA-KPI.
           IF W-ACHOU EQUAL "NAO"
               PERFORM INCLUI-KPI
               MOVE CT-TAB-KPI TO W-I
               ADD 1 TO CT-MES-NOVOS.
           MOVE KPI-VALOR OF REG-KPIMES TO TK-VALOR (W-I).
           PERFORM LE-KPIMES.

       PROCURA-KPI.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-KPI UNTIL W-I GREATER THAN CT-TAB-KPI
               OR W-ACHOU EQUAL "SIM".

       TESTA-KPI.
           IF TK-ANOMES (W-I) EQUAL W-BUSCA-ANOMES AND
              TK-IND (W-I) EQUAL W-BUSCA-IND
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       GRAVA-HISTORICO.
           OPEN OUTPUT KPIHIST.
           IF W-KPIHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR KPIHIST - STATUS: "
                   W-KPIHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO W-I.
           PERFORM GRAVA-KPIHIST CT-TAB-KPI TIMES.
           CLOSE KPIHIST.

       GRAVA-KPIHIST.
           MOVE TK-ANOMES (W-I) TO KPI-ANOMES OF REG-KPIHIST.
           MOVE TK-IND (W-I) TO KPI-INDICADOR OF REG-KPIHIST.
           MOVE TK-VALOR (W-I) TO KPI-VALOR OF REG-KPIHIST.
           WRITE REG-KPIHIST.
           IF W-KPIHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE KPIHIST - STATUS: "
                   W-KPIHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO W-I.

      *================================================================*
      * PAGINA: UM GRUPO POR SUBSISTEMA, UMA LINHA POR INDICADOR

       IMP-PAGINA.
           OPEN OUTPUT RELKPI.
           IF W-RELKPI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELKPI - STATUS: "
                   W-RELKPI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-REF-MM TO CAB-MES-MM.
           MOVE W-REF-AAAA TO CAB-MES-AAAA.
           MOVE W-REF-MM TO W-CAB-MM.
           MOVE W-REF-AAAA TO W-CAB-AAAA.
           MOVE W-CAB-MES TO CAB-MES-1.
           DIVIDE W-ANOMES-ANT BY 100 GIVING W-CAB-AAAA
               REMAINDER W-CAB-MM.
           MOVE W-CAB-MES TO CAB-MES-2.
           DIVIDE W-ANOMES-AA BY 100 GIVING W-CAB-AAAA
               REMAINDER W-CAB-MM.
           MOVE W-CAB-MES TO CAB-MES-3.
           MOVE SPACES TO REL-KPI.
           WRITE REL-KPI AFTER ADVANCING PAGE.
           WRITE REL-KPI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-KPI FROM CAB-02 AFTER ADVANCING 2 LINES.
           WRITE REL-KPI FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REL-KPI FROM CAB-04 AFTER ADVANCING 1 LINE.
           MOVE 1 TO W-IND.
           PERFORM IMP-INDICADOR 18 TIMES.

       IMP-INDICADOR.
           EVALUATE W-IND
             WHEN 1
               MOVE "VENDAS" TO CAB-GRUPO-NOME
               PERFORM IMP-GRUPO
             WHEN 7
               MOVE "VIAGENS E RECEBIVEIS" TO CAB-GRUPO-NOME
               PERFORM IMP-GRUPO
             WHEN 11
               MOVE "ESCOLA" TO CAB-GRUPO-NOME
               PERFORM IMP-GRUPO
             WHEN 13
               MOVE "FOLHA DE PAGAMENTO" TO CAB-GRUPO-NOME
               PERFORM IMP-GRUPO
             WHEN 15
               MOVE "ESTOQUE" TO CAB-GRUPO-NOME
               PERFORM IMP-GRUPO
             WHEN 17
               MOVE "STREAM NOTURNO" TO CAB-GRUPO-NOME
               PERFORM IMP-GRUPO
           END-EVALUATE.
           MOVE W-IND TO W-BUSCA-IND.
           MOVE W-REF-ANOMES TO W-BUSCA-ANOMES.
           PERFORM PROCURA-KPI.
           MOVE W-ACHOU TO W-TEM-MES.
           IF W-ACHOU EQUAL "SIM"
               MOVE TK-VALOR (W-I) TO W-VAL-MES.
           MOVE W-ANOMES-ANT TO W-BUSCA-ANOMES.
           PERFORM PROCURA-KPI.
           MOVE W-ACHOU TO W-TEM-ANT.
           IF W-ACHOU EQUAL "SIM"
               MOVE TK-VALOR (W-I) TO W-VAL-ANT.
           MOVE W-ANOMES-AA TO W-BUSCA-ANOMES.
           PERFORM PROCURA-KPI.
           MOVE W-ACHOU TO W-TEM-AA.
           IF W-ACHOU EQUAL "SIM"
               MOVE TK-VALOR (W-I) TO W-VAL-AA.
           MOVE ROTULO-IND (W-IND) TO DET-ROTULO.
           PERFORM MONTA-VALORES.
           PERFORM MONTA-VARIACOES.
           WRITE REL-KPI FROM DET-KPI AFTER ADVANCING 1 LINE.
           IF W-RELKPI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELKPI - STATUS: "
                   W-RELKPI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO W-IND.

       IMP-GRUPO.
           WRITE REL-KPI FROM CAB-GRUPO AFTER ADVANCING 2 LINES.

       MONTA-VALORES.
           IF W-TEM-MES EQUAL "NAO"
               MOVE "          N/D" TO DET-ND-MES
           ELSE
               IF TIPO-IND (W-IND) EQUAL "Q"
                   MOVE W-VAL-MES TO DET-QTD-MES
               ELSE
                   MOVE W-VAL-MES TO DET-VAL-MES
               END-IF
           END-IF.
           IF W-TEM-ANT EQUAL "NAO"
               MOVE "          N/D" TO DET-ND-ANT
           ELSE
               IF TIPO-IND (W-IND) EQUAL "Q"
                   MOVE W-VAL-ANT TO DET-QTD-ANT
               ELSE
                   MOVE W-VAL-ANT TO DET-VAL-ANT
               END-IF
           END-IF.
           IF W-TEM-AA EQUAL "NAO"
               MOVE "          N/D" TO DET-ND-AA
           ELSE
               IF TIPO-IND (W-IND) EQUAL "Q"
                   MOVE W-VAL-AA TO DET-QTD-AA
               ELSE
                   MOVE W-VAL-AA TO DET-VAL-AA
               END-IF
           END-IF.

      *    VARIACAO SOBRE O MES ANTERIOR E SOBRE O ANO ANTERIOR: SEM UM
      *    DOS DOIS VALORES, OU COM BASE NAO POSITIVA, SAI N/D
       MONTA-VARIACOES.
           MOVE "  N/D" TO DET-VAR-ANT-X.
           IF W-TEM-MES EQUAL "SIM" AND W-TEM-ANT EQUAL "SIM"
               MOVE W-VAL-ANT TO W-VAL-BASE
               PERFORM CALCULA-VARIACAO
               IF W-VAR-OK EQUAL "SIM"
                   MOVE W-VARIACAO TO DET-VAR-ANT
               END-IF
           END-IF.
           MOVE "  N/D" TO DET-VAR-AA-X.
           IF W-TEM-MES EQUAL "SIM" AND W-TEM-AA EQUAL "SIM"
               MOVE W-VAL-AA TO W-VAL-BASE
               PERFORM CALCULA-VARIACAO
               IF W-VAR-OK EQUAL "SIM"
                   MOVE W-VARIACAO TO DET-VAR-AA
               END-IF
           END-IF.

       CALCULA-VARIACAO.
           MOVE "SIM" TO W-VAR-OK.
           IF TIPO-IND (W-IND) EQUAL "P"
               COMPUTE W-VARIACAO ROUNDED = W-VAL-MES - W-VAL-BASE
                   ON SIZE ERROR MOVE "NAO" TO W-VAR-OK
               END-COMPUTE
           ELSE
               IF W-VAL-BASE NOT GREATER THAN ZEROS
                   MOVE "NAO" TO W-VAR-OK
               ELSE
                   COMPUTE W-VARIACAO ROUNDED =
                       (W-VAL-MES - W-VAL-BASE) * 100 /
                       W-VAL-BASE
                       ON SIZE ERROR MOVE "NAO" TO W-VAR-OK
                   END-COMPUTE
               END-IF
           END-IF.
           IF W-VAR-OK EQUAL "SIM" AND
              (W-VARIACAO GREATER THAN 9999 OR
               W-VARIACAO LESS THAN -999)
               MOVE "NAO" TO W-VAR-OK.

      *================================================================*

       TERMINO.
           WRITE REL-KPI FROM DET-NOTA AFTER ADVANCING 2 LINES.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-KPI FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
               LINES.
           CLOSE RELKPI.
           DISPLAY "KPIPAG - HISTORICO: " CT-HIST-LIDOS
               " LIDOS, " CT-MES-LIDOS " DO MES, " CT-MES-NOVOS
               " NOVOS".
           DISPLAY "PAGINA GERENCIAL EMITIDA - RELKPI.".
