       IDENTIFICATION DIVISION.
       PROGRAM-ID.     KPICOL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        COLETA DOS INDICADORES GERENCIAIS DO MES, UM
      *                SUBSISTEMA POR RODADA (PARAMETRO DA LINHA DE
      *                COMANDO, SEGUIDO OPCIONALMENTE DO MES AAAAMM; SEM
      *                ELE, O MES ANTERIOR AO DA DATA DE NEGOCIO):
      *                  VEN - VENDAS BRUTAS, DEVOLUCOES E LIQUIDAS DO
      *                        VENDHIST.DAT, META DO METAS.DAT (SOMA
      *                        DAS METAS DE ESTADO) E ACUMULADO DO ANO
      *                        DO VENDYTD.DAT;
      *                  CLI - VIAGENS E RECEITA DO VISITAS.DAT, A
      *                        RECEBER EM ABERTO E PERCENTUAL VENCIDO
      *                        NO FIM DO MES DO CONTREC.DAT;
      *                  ALU - MENSALIDADES EM ATRASO NO FIM DO MES
      *                        (COMPETENCIA ATE O MES, ABERTA OU PAGA
      *                        DEPOIS DELE) DO MENSAL.DAT;
      *                  FOL - FUNCIONARIOS E CUSTO BRUTO DA FOLHA NO
      *                        ANO DO FOLHAYTD.DAT;
      *                  EST - VALOR DO ESTOQUE A CUSTO E ITENS ABAIXO
      *                        DO MINIMO DO ATUMERC.DAT;
      *                  BAT - PASSOS E FALHAS DO STREAM NOTURNO DO
      *                        EXECHIST.DAT.
      *                O QUE TEM DATA NO ARQUIVO (VENDAS, VIAGENS,
      *                MENSALIDADES, STREAM) E APURADO TAMBEM PARA O MES
      *                ANTERIOR E O MESMO MES DO ANO ANTERIOR; O QUE SO
      *                EXISTE COMO SALDO DE HOJE SAI SO PARA O MES, E O
      *                KPIPAG BUSCA OS ANTERIORES NO SEU HISTORICO.
      *                ARQUIVO AUSENTE NAO GERA O INDICADOR. GRAVA O
      *                KPICOL.DAT DO DIRETORIO, REUNIDO PELO MENSAL.BAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDHIST ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL METAS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL VENDYTD ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL VISITAS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL CONTREC ASSIGN TO DISK ORGANIZATION IS
               INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL MENSAL ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL FOLHAYTD ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL ATUMERC ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT OPTIONAL EXECHIST ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQ-STATUS.
           SELECT KPICOL ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-KPICOL-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *================================================================*
      * VENDAS (DIRETORIO EX05)

      *    REGISTRO ANTIGO NAO TRAZ AS DEVOLUCOES (VEM EM BRANCO)
       FD VENDHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDHIST.DAT".
       01 REG-HIST.
           02 HIST-ESTADO          PIC X(02).
           02 HIST-ANOMES          PIC 9(06).
           02 HIST-VALOR           PIC S9(09)V99.
           02 HIST-DATA-RODADA     PIC 9(08).
           02 HIST-DEVOLUCAO       PIC 9(09)V99.

       FD METAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "METAS.DAT".
       01 REG-META.
           02 META-ESTADO          PIC X(02).
           02 META-VENDEDOR        PIC 9(05).
           02 META-VALOR           PIC 9(09)V99.

       FD VENDYTD LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDYTD.DAT".
       01 REG-YTD.
           02 YTD-ANO              PIC 9(04).
           02 YTD-TOTAL            PIC 9(09)V99.

      *================================================================*
      * CLIENTES E VIAGENS (DIRETORIO CADCLI)

       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".
       01 REG-TIT.
           COPY CONTREC.

      *================================================================*
      * ESCOLA (DIRETORIO EX07)

       FD MENSAL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MENSAL.
           02 MEN-TURMA        PIC 9(03).
           02 MEN-COD-ALU      PIC 9(07).
           02 MEN-COMPET       PIC 9(06).
           02 RED-MEN-COMPET REDEFINES MEN-COMPET.
             03 MEN-COMPET-MM  PIC 9(02).
             03 MEN-COMPET-AAAA PIC 9(04).
           02 MEN-VALOR        PIC 9(05)V99.
           02 MEN-DT-PAGTO     PIC 9(08).
           02 RED-MEN-DT-PAGTO REDEFINES MEN-DT-PAGTO.
             03 MEN-PAGTO-DD   PIC 9(02).
             03 MEN-PAGTO-MM   PIC 9(02).
             03 MEN-PAGTO-AAAA PIC 9(04).
           02 MEN-VALOR-PAGO   PIC 9(05)V99.
           02 MEN-SIT          PIC X(01).
           02 MEN-VALOR-BRUTO  PIC 9(05)V99.
           02 MEN-DESCONTO     PIC 9(05)V99.

      *================================================================*
      * FOLHA (DIRETORIO EX06)

       FD FOLHAYTD LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHAYTD.DAT".
       01 REG-FYTD.
           02 FYTD-ANO             PIC 9(04).
           02 FYTD-COD-VEN         PIC 9(05).
           02 FYTD-NOME            PIC X(20).
           02 FYTD-BRUTO           PIC 9(09)V99.
           02 FYTD-INSS            PIC 9(09)V99.
           02 FYTD-IRRF            PIC 9(09)V99.
           02 FYTD-LIQ             PIC S9(09)V99.

      *================================================================*
      * ESTOQUE (DIRETORIO EX03 DO EM04)

       FD ATUMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUMERC.DAT".
       01 REG-ATUMERC.
           02 COD-MERC-ATUMERC         PIC 9(03).
           02 DESCRICAO-ATUMERC        PIC X(30).
           02 ESTOQ-MIN-ATUMERC        PIC 9(03).
           02 QNTD-ESTOQ-ATUMERC       PIC 9(03).
           02 PRECO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 COD-FORN-ATUMERC         PIC 9(03).
           02 CLASSE-ABC-ATUMERC       PIC X(01).

      *================================================================*
      * STREAM NOTURNO (DIRETORIO EM03)

       FD EXECHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "EXECHIST.DAT".
       01 REG-EXECHIST.
           02 LOG-PROGRAMA         PIC X(08).
           02 LOG-DATA             PIC 9(08).
           02 LOG-HORA-INI         PIC 9(06).
           02 LOG-HORA-FIM         PIC 9(06).
           02 LOG-RC               PIC 9(02).
           02 LOG-LIDOS            PIC 9(05).
           02 LOG-GRAVADOS         PIC 9(05).

      *================================================================*

       FD KPICOL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "KPICOL.DAT".
       01 REG-KPI.
           COPY KPIMES.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 W-ARQ-EXISTE     PIC X(03) VALUE "NAO".
       77 W-P              PIC 9(01) VALUE ZEROS.
       77 W-ANOMES-REG     PIC 9(06) VALUE ZEROS.
       77 W-DATA-REG       PIC 9(08) VALUE ZEROS.

      *    SUBSISTEMA E MES PEDIDOS NA LINHA DE COMANDO
       01 W-PARM-EXEC.
           02 W-PARM-SUBSIS    PIC X(03).
           02 FILLER           PIC X(01).
           02 W-PARM-ANOMES-X  PIC X(06).
           02 RED-W-PARM-ANOMES REDEFINES W-PARM-ANOMES-X.
             03 W-PARM-ANOMES  PIC 9(06).
           02 FILLER           PIC X(70).

      *    DATA DE NEGOCIO E MES DE REFERENCIA
       01 W-DATA-NEG.
           02 W-NEG-AAAA       PIC 9(04).
           02 W-NEG-MM         PIC 9(02).
           02 W-NEG-DD         PIC 9(02).
       01 W-MES-REF.
           02 W-REF-AAAA       PIC 9(04).
           02 W-REF-MM         PIC 9(02).
       01 RED-W-MES-REF REDEFINES W-MES-REF.
           02 W-REF-ANOMES     PIC 9(06).

      *    PRIMEIRO DIA DO MES SEGUINTE AO DE REFERENCIA (VENCIDO E O
      *    QUE VENCEU ANTES DELE)
       01 W-CORTE.
           02 W-CORTE-AAAA     PIC 9(04).
           02 W-CORTE-MM       PIC 9(02).
           02 W-CORTE-DD       PIC 9(02).
       01 RED-W-CORTE REDEFINES W-CORTE.
           02 W-CORTE-NUM      PIC 9(08).

      *    OS TRES MESES DA PAGINA: 1 O MES, 2 O ANTERIOR E 3 O MESMO
      *    MES DO ANO ANTERIOR, CADA UM COM DOIS ACUMULADORES. MES
      *    PASSADO SEM NENHUM REGISTRO NO ARQUIVO (JA EXPURGADO PELA
      *    RETENCAO) NAO E GRAVADO, PARA NAO ZERAR O VALOR GUARDADO NO
      *    KPIHIST.DAT
       01 TAB-PERIODOS.
           02 TAB-PER-OCR OCCURS 3 TIMES.
             03 TP-ANOMES      PIC 9(06).
             03 TP-ACHOU       PIC X(03).
             03 TP-VALOR-1     PIC S9(11)V99.
             03 TP-VALOR-2     PIC S9(11)V99.

      *    ACUMULADORES DOS SALDOS DO MES
       77 W-SOMA-1         PIC S9(11)V99 VALUE ZEROS.
       77 W-SOMA-2         PIC S9(11)V99 VALUE ZEROS.
       77 W-QTD            PIC 9(07) VALUE ZEROS.
       77 W-ACHOU          PIC X(03) VALUE "NAO".

      *    INDICADOR A GRAVAR
       77 W-KPI-ANOMES     PIC 9(06) VALUE ZEROS.
       77 W-KPI-IND        PIC 9(02) VALUE ZEROS.
       77 W-KPI-VALOR      PIC S9(11)V99 VALUE ZEROS.
       77 CT-GRAVADOS      PIC 9(03) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-ARQ-STATUS     PIC X(02) VALUE "00".
       77 W-KPICOL-STATUS  PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-KPICOL.
           PERFORM INICIO.
           EVALUATE W-PARM-SUBSIS
             WHEN "VEN"
               PERFORM COLETA-VENDAS
             WHEN "CLI"
               PERFORM COLETA-CLIENTES
             WHEN "ALU"
               PERFORM COLETA-ESCOLA
             WHEN "FOL"
               PERFORM COLETA-FOLHA
             WHEN "EST"
               PERFORM COLETA-ESTOQUE
             WHEN "BAT"
               PERFORM COLETA-STREAM
           END-EVALUATE.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-SUBSIS NOT EQUAL "VEN" AND
              W-PARM-SUBSIS NOT EQUAL "CLI" AND
              W-PARM-SUBSIS NOT EQUAL "ALU" AND
              W-PARM-SUBSIS NOT EQUAL "FOL" AND
              W-PARM-SUBSIS NOT EQUAL "EST" AND
              W-PARM-SUBSIS NOT EQUAL "BAT"
               DISPLAY "SUBSISTEMA INVALIDO NO PARAMETRO: "
                   W-PARM-SUBSIS " (VEN, CLI, ALU, FOL, EST OU BAT)"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM DEFINE-MESES.
           OPEN OUTPUT KPICOL.
           IF W-KPICOL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR KPICOL - STATUS: "
                   W-KPICOL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    MES INFORMADO NO PARAMETRO OU, SEM ELE, O MES ANTERIOR AO
      *    DA DATA DE NEGOCIO (A PAGINA SAI NO PRIMEIRO DIA UTIL)
       DEFINE-MESES.
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
           MOVE W-REF-ANOMES TO TP-ANOMES (1).
           IF W-REF-MM EQUAL 1
               COMPUTE TP-ANOMES (2) = (W-REF-AAAA - 1) * 100 + 12
           ELSE
               COMPUTE TP-ANOMES (2) = W-REF-ANOMES - 1.
           COMPUTE TP-ANOMES (3) = W-REF-ANOMES - 100.
           IF W-REF-MM EQUAL 12
               COMPUTE W-CORTE-AAAA = W-REF-AAAA + 1
               MOVE 1 TO W-CORTE-MM
           ELSE
               MOVE W-REF-AAAA TO W-CORTE-AAAA
               COMPUTE W-CORTE-MM = W-REF-MM + 1.
           MOVE 1 TO W-CORTE-DD.
           MOVE ZEROS TO TP-VALOR-1 (1) TP-VALOR-2 (1)
                         TP-VALOR-1 (2) TP-VALOR-2 (2)
                         TP-VALOR-1 (3) TP-VALOR-2 (3).
           MOVE "SIM" TO TP-ACHOU (1).
           MOVE "NAO" TO TP-ACHOU (2) TP-ACHOU (3).

      *    LOCALIZA O MES DO REGISTRO (W-ANOMES-REG) ENTRE OS TRES DA
      *    PAGINA; FORA DELES, W-P FICA ZERO
       LOCALIZA-PERIODO.
           MOVE ZEROS TO W-P.
           IF W-ANOMES-REG EQUAL TP-ANOMES (1)
               MOVE 1 TO W-P
           ELSE
               IF W-ANOMES-REG EQUAL TP-ANOMES (2)
                   MOVE 2 TO W-P
               ELSE
                   IF W-ANOMES-REG EQUAL TP-ANOMES (3)
                       MOVE 3 TO W-P
                   END-IF
               END-IF
           END-IF.
           IF W-P GREATER THAN ZEROS
               MOVE "SIM" TO TP-ACHOU (W-P).

      *    ABERTURA COMUM; ARQUIVO AUSENTE DEIXA W-ARQ-EXISTE "NAO"
       TESTA-ABERTURA.
           MOVE "NAO" TO FIM-ARQ.
           MOVE "SIM" TO W-ARQ-EXISTE.
           IF W-ARQ-STATUS EQUAL "05"
               MOVE "NAO" TO W-ARQ-EXISTE
           ELSE
               IF W-ARQ-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVO DO SUBSISTEMA "
                       W-PARM-SUBSIS " - STATUS: " W-ARQ-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       TESTA-LEITURA.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-ARQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQUIVO DO SUBSISTEMA "
                   W-PARM-SUBSIS " - STATUS: " W-ARQ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    GRAVA OS DOIS ACUMULADORES DOS TRES MESES COMO OS
      *    INDICADORES W-KPI-IND E W-KPI-IND + 1
       GRAVA-PERIODOS.
           MOVE 1 TO W-P.
           PERFORM GRAVA-UM-PERIODO 3 TIMES.

       GRAVA-UM-PERIODO.
           IF TP-ACHOU (W-P) EQUAL "SIM"
               MOVE TP-ANOMES (W-P) TO W-KPI-ANOMES
               MOVE TP-VALOR-1 (W-P) TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               ADD 1 TO W-KPI-IND
               MOVE TP-VALOR-2 (W-P) TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               SUBTRACT 1 FROM W-KPI-IND.
           ADD 1 TO W-P.

       GRAVA-KPI.
           MOVE W-KPI-ANOMES TO KPI-ANOMES.
           MOVE W-KPI-IND TO KPI-INDICADOR.
           MOVE W-KPI-VALOR TO KPI-VALOR.
           WRITE REG-KPI.
           IF W-KPICOL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE KPICOL - STATUS: "
                   W-KPICOL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-GRAVADOS.

      *================================================================*
      * VENDAS: LIQUIDO E DEVOLUCOES DOS TRES MESES PELO VENDHIST;
      * META E ACUMULADO DO ANO SO PARA O MES

       COLETA-VENDAS.
           OPEN INPUT VENDHIST.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-VENDHIST.
           PERFORM ACUMULA-VENDHIST UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE VENDHIST
               MOVE 1 TO W-P
               PERFORM GRAVA-VENDAS 3 TIMES.
           PERFORM COLETA-METAS.
           PERFORM COLETA-VENDYTD.

       LE-VENDHIST.
           READ VENDHIST AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-VENDHIST.
           MOVE HIST-ANOMES TO W-ANOMES-REG.
           PERFORM LOCALIZA-PERIODO.
           IF W-P GREATER THAN ZEROS
               ADD HIST-VALOR TO TP-VALOR-1 (W-P)
               IF HIST-DEVOLUCAO NUMERIC
                   ADD HIST-DEVOLUCAO TO TP-VALOR-2 (W-P)
               END-IF
           END-IF.
           PERFORM LE-VENDHIST.

      *    BRUTO = LIQUIDO + DEVOLUCOES
       GRAVA-VENDAS.
           IF TP-ACHOU (W-P) EQUAL "SIM"
               MOVE TP-ANOMES (W-P) TO W-KPI-ANOMES
               MOVE 1 TO W-KPI-IND
               COMPUTE W-KPI-VALOR = TP-VALOR-1 (W-P) +
                   TP-VALOR-2 (W-P)
               PERFORM GRAVA-KPI
               MOVE 2 TO W-KPI-IND
               MOVE TP-VALOR-2 (W-P) TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               MOVE 3 TO W-KPI-IND
               MOVE TP-VALOR-1 (W-P) TO W-KPI-VALOR
               PERFORM GRAVA-KPI.
           ADD 1 TO W-P.

      *    META DA EMPRESA = SOMA DAS METAS DE ESTADO (VENDEDOR 00000);
      *    AS METAS DE VENDEDOR SAO PARTE DELAS
       COLETA-METAS.
           MOVE ZEROS TO W-SOMA-1.
           OPEN INPUT METAS.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-METAS.
           PERFORM ACUMULA-META UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE METAS
               MOVE W-REF-ANOMES TO W-KPI-ANOMES
               MOVE 4 TO W-KPI-IND
               MOVE W-SOMA-1 TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               IF W-SOMA-1 GREATER THAN ZEROS
                   MOVE 5 TO W-KPI-IND
                   COMPUTE W-KPI-VALOR ROUNDED =
                       TP-VALOR-1 (1) * 100 / W-SOMA-1
                   PERFORM GRAVA-KPI
               END-IF
           END-IF.

       LE-METAS.
           READ METAS AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-META.
           IF META-VENDEDOR EQUAL ZEROS
               ADD META-VALOR TO W-SOMA-1.
           PERFORM LE-METAS.

      *    O VENDYTD SO VALE PARA O MES SE AINDA E DO MESMO ANO (NA
      *    VIRADA O EX05 JA O ZEROU PARA O ANO NOVO)
       COLETA-VENDYTD.
           OPEN INPUT VENDYTD.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-VENDYTD.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              YTD-ANO EQUAL W-REF-AAAA
               MOVE W-REF-ANOMES TO W-KPI-ANOMES
               MOVE 6 TO W-KPI-IND
               MOVE YTD-TOTAL TO W-KPI-VALOR
               PERFORM GRAVA-KPI.
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE VENDYTD.

       LE-VENDYTD.
           READ VENDYTD AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

      *================================================================*
      * CLIENTES: VIAGENS E RECEITA DOS TRES MESES PELA DATA DA
      * VISITA; A RECEBER EM ABERTO SO PARA O MES

       COLETA-CLIENTES.
           OPEN INPUT VISITAS.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-VISITAS.
           PERFORM ACUMULA-VISITA UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE VISITAS
               MOVE 7 TO W-KPI-IND
               PERFORM GRAVA-PERIODOS.
           PERFORM COLETA-CONTREC.

       LE-VISITAS.
           READ VISITAS AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-VISITA.
           COMPUTE W-ANOMES-REG = AAAA-VISITA * 100 + MM-VISITA.
           PERFORM LOCALIZA-PERIODO.
           IF W-P GREATER THAN ZEROS
               ADD 1 TO TP-VALOR-1 (W-P)
               ADD VALOR-VISITA TO TP-VALOR-2 (W-P).
           PERFORM LE-VISITAS.

      *    ABERTO = PARCELAS COM SITUACAO "A"; VENCIDO = ABERTO COM
      *    VENCIMENTO ANTERIOR AO PRIMEIRO DIA DO MES SEGUINTE
       COLETA-CONTREC.
           MOVE ZEROS TO W-SOMA-1 W-SOMA-2.
           OPEN INPUT CONTREC.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-CONTREC.
           PERFORM ACUMULA-TITULO UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE CONTREC
               MOVE W-REF-ANOMES TO W-KPI-ANOMES
               MOVE 9 TO W-KPI-IND
               MOVE W-SOMA-1 TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               MOVE 10 TO W-KPI-IND
               MOVE ZEROS TO W-KPI-VALOR
               IF W-SOMA-1 GREATER THAN ZEROS
                   COMPUTE W-KPI-VALOR ROUNDED =
                       W-SOMA-2 * 100 / W-SOMA-1
               END-IF
               PERFORM GRAVA-KPI
           END-IF.

       LE-CONTREC.
           READ CONTREC AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-TITULO.
           IF SIT-TIT EQUAL "A"
               ADD VALOR-TIT TO W-SOMA-1
               COMPUTE W-DATA-REG = AAAA-VENC-TIT * 10000 +
                   MM-VENC-TIT * 100 + DD-VENC-TIT
               IF W-DATA-REG LESS THAN W-CORTE-NUM
                   ADD VALOR-TIT TO W-SOMA-2
               END-IF
           END-IF.
           PERFORM LE-CONTREC.

      *================================================================*
      * ESCOLA: EM ATRASO NO FIM DE CADA UM DOS TRES MESES A
      * MENSALIDADE DE COMPETENCIA ATE O MES (VENCE NO DIA 10) QUE
      * AINDA ESTA ABERTA OU FOI PAGA SO DEPOIS DAQUELE MES

       COLETA-ESCOLA.
           OPEN INPUT MENSAL.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-MENSAL.
           PERFORM ACUMULA-MENSAL UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE MENSAL
               MOVE 11 TO W-KPI-IND
               PERFORM GRAVA-PERIODOS.

       LE-MENSAL.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-MENSAL.
           COMPUTE W-ANOMES-REG = MEN-COMPET-AAAA * 100 +
               MEN-COMPET-MM.
           COMPUTE W-DATA-REG = MEN-PAGTO-AAAA * 100 + MEN-PAGTO-MM.
           MOVE 1 TO W-P.
           PERFORM TESTA-ATRASO 3 TIMES.
           PERFORM LE-MENSAL.

       TESTA-ATRASO.
           IF W-ANOMES-REG NOT GREATER THAN TP-ANOMES (W-P)
               MOVE "SIM" TO TP-ACHOU (W-P)
               IF MEN-SIT EQUAL "A" OR
                  (MEN-SIT EQUAL "P" AND
                   W-DATA-REG GREATER THAN TP-ANOMES (W-P))
                   ADD 1 TO TP-VALOR-1 (W-P)
                   ADD MEN-VALOR TO TP-VALOR-2 (W-P)
               END-IF
           END-IF.
           ADD 1 TO W-P.

      *================================================================*
      * FOLHA: FUNCIONARIOS E BRUTO ACUMULADO NO ANO DO MES (NA
      * VIRADA DO ANO O ACUMULADO JA E DO ANO NOVO E NADA SAI)

       COLETA-FOLHA.
           MOVE ZEROS TO W-SOMA-1 W-QTD.
           OPEN INPUT FOLHAYTD.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-FOLHAYTD.
           PERFORM ACUMULA-FOLHA UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE FOLHAYTD.
           IF W-QTD GREATER THAN ZEROS
               MOVE W-REF-ANOMES TO W-KPI-ANOMES
               MOVE 13 TO W-KPI-IND
               MOVE W-QTD TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               MOVE 14 TO W-KPI-IND
               MOVE W-SOMA-1 TO W-KPI-VALOR
               PERFORM GRAVA-KPI.

       LE-FOLHAYTD.
           READ FOLHAYTD AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-FOLHA.
           IF FYTD-ANO EQUAL W-REF-AAAA
               ADD 1 TO W-QTD
               ADD FYTD-BRUTO TO W-SOMA-1.
           PERFORM LE-FOLHAYTD.

      *================================================================*
      * ESTOQUE: VALOR A CUSTO E ITENS ABAIXO DO MINIMO, SO PARA O MES

       COLETA-ESTOQUE.
           MOVE ZEROS TO W-SOMA-1 W-QTD.
           OPEN INPUT ATUMERC.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-ATUMERC.
           PERFORM ACUMULA-ITEM UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE ATUMERC
               MOVE W-REF-ANOMES TO W-KPI-ANOMES
               MOVE 15 TO W-KPI-IND
               MOVE W-SOMA-1 TO W-KPI-VALOR
               PERFORM GRAVA-KPI
               MOVE 16 TO W-KPI-IND
               MOVE W-QTD TO W-KPI-VALOR
               PERFORM GRAVA-KPI.

       LE-ATUMERC.
           READ ATUMERC AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-ITEM.
           COMPUTE W-SOMA-1 = W-SOMA-1 +
               QNTD-ESTOQ-ATUMERC * CUSTO-UNIT-ATUMERC.
           IF QNTD-ESTOQ-ATUMERC LESS THAN ESTOQ-MIN-ATUMERC
               ADD 1 TO W-QTD.
           PERFORM LE-ATUMERC.

      *================================================================*
      * STREAM NOTURNO: PASSOS E PASSOS COM RETORNO DIFERENTE DE ZERO
      * DOS TRES MESES PELA DATA DE NEGOCIO DO DIARIO

       COLETA-STREAM.
           OPEN INPUT EXECHIST.
           PERFORM TESTA-ABERTURA.
           PERFORM LE-EXECHIST.
           PERFORM ACUMULA-PASSO UNTIL FIM-ARQ EQUAL "SIM".
           IF W-ARQ-EXISTE EQUAL "SIM"
               CLOSE EXECHIST
               MOVE 17 TO W-KPI-IND
               PERFORM GRAVA-PERIODOS.

       LE-EXECHIST.
           READ EXECHIST AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA.

       ACUMULA-PASSO.
           DIVIDE LOG-DATA BY 100 GIVING W-ANOMES-REG.
           PERFORM LOCALIZA-PERIODO.
           IF W-P GREATER THAN ZEROS
               ADD 1 TO TP-VALOR-1 (W-P)
               IF LOG-RC NOT EQUAL ZEROS
                   ADD 1 TO TP-VALOR-2 (W-P)
               END-IF
           END-IF.
           PERFORM LE-EXECHIST.

      *================================================================*

       TERMINO.
           CLOSE KPICOL.
           DISPLAY "KPICOL " W-PARM-SUBSIS " MES " W-REF-ANOMES ": "
               CT-GRAVADOS " INDICADOR(ES) GRAVADO(S)".
