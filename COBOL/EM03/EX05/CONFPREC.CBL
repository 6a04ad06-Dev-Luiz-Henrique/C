       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CONFPREC.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONFERENCIA DE PRECO DAS VENDAS ANTES DO EX05:
      *                LE O MOVIMENTO BRUTO DO DIA (VENDBRUT.DAT, COPIA
      *                DO VENDA.DAT CONSOLIDADO PELO CONSBR) E COMPARA
      *                O VALOR DE CADA VENDA DE MERCADORIA COM O PRECO
      *                DE TABELA DO CADMERC.DAT VEZES A QUANTIDADE. A
      *                VENDA ABAIXO DO CUSTO, OU COM DESCONTO ACIMA DA
      *                TOLERANCIA (PERCENTUAL NA LINHA DE COMANDO; SEM
      *                PARAMETRO, 05%), E ACRESCENTADA AO VENDRETD.DAT E
      *                SAI NO RELATORIO RELCPREC POR FILIAL E VENDEDOR;
      *                AS DEMAIS, MAIS AS VENDAS RETIDAS ANTES E JA
      *                LIBERADAS PELO SUPERVISOR NO LIBVEND
      *                (VENDLIB.DAT), FORMAM O VENDA.DAT QUE O EX05
      *                CLASSIFICA E QUE ALIMENTA A BASE DE COMISSAO.
      *                CANCELAMENTO, SERVICO (CODIGO ZERADO) E CODIGO
      *                FORA DO CADMERC (APONTADO PELO VENDMOV) PASSAM
      *                SEM CONFERENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDBRUT ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VENDBRUT-STATUS.
      *    VENDAS LIBERADAS PELO SUPERVISOR; O ARQUIVO PODE NAO EXISTIR
           SELECT OPTIONAL VENDLIB ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VENDLIB-STATUS.
           SELECT ARQVENDA ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-ARQVENDA-STATUS.
           SELECT CADMERC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-MERC-CADMERC
               FILE STATUS IS W-CADMERC-STATUS.
           SELECT VENDRETD ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VENDRETD-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELCPREC ASSIGN TO DISK
               FILE STATUS IS W-RELCPREC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VENDBRUT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDBRUT.DAT".
       01 REG-BRUT.
           02 ESTADO-BRUT         PIC X(02).
           02 NR-VENDEDOR-BRUT    PIC 9(05).
           02 NOME-VENDEDOR-BRUT  PIC X(20).
           02 VALOR-VENDA-BRUT    PIC 9(07)V99.
           02 DATA-VENDA-BRUT     PIC 9(08).
           02 TIPO-VENDA-BRUT     PIC X(01).
           02 COD-MERC-BRUT       PIC 9(03).
           02 QTD-VENDA-BRUT      PIC 9(03).
           02 FILIAL-BRUT         PIC 9(02).

       FD VENDLIB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDLIB.DAT".
       01 REG-LIB                 PIC X(58).

       FD ARQVENDA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDA.DAT".
       01 REG-ENT                 PIC X(58).

       FD CADMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMERC.DAT".
       01 REG-CADMERC.
           02 COD-MERC-CADMERC         PIC 9(03).
           02 DESCRICAO-CADMERC        PIC X(30).
           02 ESTOQ-MIN-CADMERC        PIC 9(03).
           02 QNTD-ESTOQ-CADMERC       PIC 9(03).
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

      *    VENDAS RETIDAS NO DIA: A VENDA COMO VEIO, O VALOR DE TABELA
      *    E O DE CUSTO DA QUANTIDADE, O MOTIVO ("C" ABAIXO DO CUSTO,
      *    "D" DESCONTO ACIMA DA TOLERANCIA) E A DATA DA RETENCAO
       FD VENDRETD LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDRETD.DAT".
       01 REG-RETD.
           02 RETD-VENDA              PIC X(58).
           02 RETD-VALOR-TABELA       PIC 9(07)V99.
           02 RETD-VALOR-CUSTO        PIC 9(07)V99.
           02 RETD-MOTIVO             PIC X(01).
           02 RETD-DATA               PIC 9(08).

       SD TRAB.
       01 REG-TRAB.
           02 VENDA-TRAB.
             03 ESTADO-TRAB        PIC X(02).
             03 NR-VENDEDOR-TRAB   PIC 9(05).
             03 NOME-VENDEDOR-TRAB PIC X(20).
             03 VALOR-VENDA-TRAB   PIC 9(07)V99.
             03 DATA-VENDA-TRAB    PIC 9(08).
             03 TIPO-VENDA-TRAB    PIC X(01).
             03 COD-MERC-TRAB      PIC 9(03).
             03 QTD-VENDA-TRAB     PIC 9(03).
             03 FILIAL-TRAB        PIC 9(02).
           02 VALOR-TABELA-TRAB    PIC 9(07)V99.
           02 VALOR-CUSTO-TRAB     PIC 9(07)V99.
           02 MOTIVO-TRAB          PIC X(01).

       FD RELCPREC LABEL RECORD IS OMITTED.
       01 REL-CPREC               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-MOTIVO             PIC X(01) VALUE SPACE.
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

      *    TOLERANCIA DE DESCONTO EM PERCENTUAL INTEIRO
       01 W-PARM-TOLERANCIA.
           02 W-TOLERANCIA     PIC 9(02).

      *    VALORES DA VENDA CONFERIDA
       77 W-VALOR-TABELA       PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-CUSTO        PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-MINIMO       PIC 9(07)V99 VALUE ZEROS.
       77 W-DESCONTO           PIC S9(07)V99 VALUE ZEROS.
       77 W-PERC-DESCONTO      PIC S9(03)V9 VALUE ZEROS.

      *    QUEBRAS POR FILIAL E VENDEDOR
       77 W-FILIAL             PIC 9(02) VALUE ZEROS.
       77 W-VENDEDOR           PIC 9(05) VALUE ZEROS.
       77 W-PRIMEIRA           PIC X(03) VALUE "SIM".
       77 CT-VENDEDOR          PIC 9(04) VALUE ZEROS.
       77 W-DESC-VENDEDOR      PIC S9(09)V99 VALUE ZEROS.
       77 CT-FILIAL            PIC 9(04) VALUE ZEROS.
       77 W-DESC-FILIAL        PIC S9(09)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-CONFERIDOS        PIC 9(05) VALUE ZEROS.
       77 CT-RET-CUSTO         PIC 9(05) VALUE ZEROS.
       77 CT-RET-DESCONTO      PIC 9(05) VALUE ZEROS.
       77 CT-LIBERADOS         PIC 9(05) VALUE ZEROS.
       77 CT-GRAVADOS          PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).
       01 W-DATA-RETENCAO.
           02 W-RET-DD         PIC 9(02).
           02 W-RET-MM         PIC 9(02).
           02 W-RET-AAAA       PIC 9(04).

      *    FILE STATUS DOS ARQUIVOS
       77 W-VENDBRUT-STATUS    PIC X(02) VALUE "00".
       77 W-VENDLIB-STATUS     PIC X(02) VALUE "00".
       77 W-ARQVENDA-STATUS    PIC X(02) VALUE "00".
       77 W-CADMERC-STATUS     PIC X(02) VALUE "00".
       77 W-VENDRETD-STATUS    PIC X(02) VALUE "00".
       77 W-RELCPREC-STATUS    PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
              "VENDAS RETIDAS - PRECO ABAIXO DA TABELA".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "TOLERANCIA DE DESCONTO: ".
           02 VAR-TOLERANCIA PIC Z9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(35) VALUE SPACES.

       01 CAB-COLUNAS.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "DATA".
           02 FILLER PIC X(05) VALUE "MERC".
           02 FILLER PIC X(05) VALUE "QTD".
           02 FILLER PIC X(12) VALUE "     VALOR".
           02 FILLER PIC X(12) VALUE "    TABELA".
           02 FILLER PIC X(08) VALUE " DESC%".
           02 FILLER PIC X(20) VALUE "MOTIVO".

       01 CAB-FILIAL.
           02 FILLER PIC X(08) VALUE "FILIAL: ".
           02 VAR-FILIAL PIC 9(02).
           02 FILLER PIC X(70) VALUE SPACES.

       01 CAB-VENDEDOR.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VENDEDOR: ".
           02 VAR-VENDEDOR PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-NOME PIC X(20).
           02 FILLER PIC X(41) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-DATA PIC 99/99/9999.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-COD PIC 9(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-QTD PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-TABELA PIC ZZZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-PERC PIC -ZZ9,9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(16).
           02 FILLER PIC X(04) VALUE SPACES.

       01 ROD-VENDEDOR.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(24) VALUE "VENDAS RETIDAS VENDEDOR:".
           02 VAR-CT-VENDEDOR PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  DESCONTO: ".
           02 VAR-DESC-VENDEDOR PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(20) VALUE SPACES.

       01 ROD-FILIAL.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(28) VALUE "VENDAS RETIDAS DA FILIAL:".
           02 VAR-CT-FILIAL PIC ZZZ9.
           02 FILLER PIC X(13) VALUE "  DESCONTO: ".
           02 VAR-DESC-FILIAL PIC -ZZZZZZZZ9,99.
           02 FILLER PIC X(20) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(34).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CONFPREC.
           SORT TRAB ASCENDING KEY FILIAL-TRAB, NR-VENDEDOR-TRAB,
               COD-MERC-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * CONFERENCIA: A VENDA APROVADA VAI DIRETO PARA O VENDA.DAT; A
      * RETIDA ENTRA NA CLASSIFICACAO DO RELATORIO. AS LIBERADAS PELO
      * SUPERVISOR SAO ACRESCENTADAS SEM NOVA CONFERENCIA.

       ROT-ENTRADA SECTION.
           ACCEPT W-PARM-TOLERANCIA FROM COMMAND-LINE.
           IF W-TOLERANCIA NOT NUMERIC OR W-TOLERANCIA EQUAL ZEROS
               MOVE 05 TO W-TOLERANCIA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-DD TO W-RET-DD.
           MOVE W-HOJE-MM TO W-RET-MM.
           MOVE W-HOJE-AAAA TO W-RET-AAAA.
           OPEN INPUT VENDBRUT CADMERC OUTPUT ARQVENDA.
           IF W-VENDBRUT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR VENDBRUT - STATUS: "
                   W-VENDBRUT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-ARQVENDA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR ARQVENDA - STATUS: "
                   W-ARQVENDA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-BRUTO.
           PERFORM CONFERE-VENDA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VENDBRUT CADMERC.
           PERFORM ACRESCENTA-LIBERADAS.
           CLOSE ARQVENDA.

       LE-BRUTO SECTION.
           READ VENDBRUT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VENDBRUT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VENDBRUT - STATUS: "
                   W-VENDBRUT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *    SO A VENDA DE MERCADORIA CADASTRADA E CONFERIDA; A VENDA
      *    ABAIXO DO CUSTO E RETIDA MESMO DENTRO DA TOLERANCIA
       CONFERE-VENDA SECTION.
           MOVE SPACE TO W-MOTIVO.
           MOVE "NAO" TO W-ENCONTROU.
           IF (TIPO-VENDA-BRUT EQUAL "V" OR TIPO-VENDA-BRUT EQUAL
              SPACE) AND COD-MERC-BRUT NOT EQUAL ZEROS AND
              QTD-VENDA-BRUT NOT EQUAL ZEROS
               PERFORM LE-CADMERC-POR-COD.
           IF W-ENCONTROU EQUAL "SIM"
               ADD 1 TO CT-CONFERIDOS
               COMPUTE W-VALOR-TABELA =
                   PRECO-UNIT-CADMERC * QTD-VENDA-BRUT
               COMPUTE W-VALOR-CUSTO =
                   CUSTO-UNIT-CADMERC * QTD-VENDA-BRUT
               COMPUTE W-VALOR-MINIMO ROUNDED =
                   W-VALOR-TABELA * (100 - W-TOLERANCIA) / 100
               IF VALOR-VENDA-BRUT LESS THAN W-VALOR-CUSTO
                   MOVE "C" TO W-MOTIVO
                   ADD 1 TO CT-RET-CUSTO
               ELSE
                   IF VALOR-VENDA-BRUT LESS THAN W-VALOR-MINIMO
                       MOVE "D" TO W-MOTIVO
                       ADD 1 TO CT-RET-DESCONTO
                   END-IF
               END-IF
           END-IF.
           IF W-MOTIVO EQUAL SPACE
               PERFORM GRAVA-VENDA
           ELSE
               MOVE REG-BRUT TO VENDA-TRAB
               MOVE W-VALOR-TABELA TO VALOR-TABELA-TRAB
               MOVE W-VALOR-CUSTO TO VALOR-CUSTO-TRAB
               MOVE W-MOTIVO TO MOTIVO-TRAB
               RELEASE REG-TRAB
           END-IF.
           PERFORM LE-BRUTO.

       LE-CADMERC-POR-COD SECTION.
           MOVE "SIM" TO W-ENCONTROU.
           MOVE COD-MERC-BRUT TO COD-MERC-CADMERC.
           READ CADMERC
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

       GRAVA-VENDA SECTION.
           WRITE REG-ENT FROM REG-BRUT.
           IF W-ARQVENDA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ARQVENDA - STATUS: "
                   W-ARQVENDA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-GRAVADOS.

       ACRESCENTA-LIBERADAS SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT VENDLIB.
           IF W-VENDLIB-STATUS NOT EQUAL "00" AND
              W-VENDLIB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR VENDLIB - STATUS: "
                   W-VENDLIB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-LIBERADA.
           PERFORM GRAVA-LIBERADA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VENDLIB.

       LE-LIBERADA SECTION.
           READ VENDLIB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VENDLIB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VENDLIB - STATUS: "
                   W-VENDLIB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-LIBERADA SECTION.
           WRITE REG-ENT FROM REG-LIB.
           IF W-ARQVENDA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ARQVENDA - STATUS: "
                   W-ARQVENDA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIBERADOS.
           ADD 1 TO CT-GRAVADOS.
           PERFORM LE-LIBERADA.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

      *    AS RETIDAS SE ACUMULAM ATE O LIBVEND AS RECOLHER
       INICIO SECTION.
           OPEN EXTEND VENDRETD.
           IF W-VENDRETD-STATUS EQUAL "35"
               OPEN OUTPUT VENDRETD
           END-IF.
           IF W-VENDRETD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR VENDRETD - STATUS: "
                   W-VENDRETD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELCPREC.
           IF W-RELCPREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELCPREC - STATUS: "
                   W-RELCPREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-TOLERANCIA TO VAR-TOLERANCIA.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF W-PRIMEIRA EQUAL "SIM" OR FILIAL-TRAB NOT EQUAL W-FILIAL
               PERFORM IMP-ROD-VENDEDOR
               PERFORM IMP-ROD-FILIAL
               PERFORM IMP-CAB-FILIAL
               PERFORM IMP-CAB-VENDEDOR
           ELSE
               IF NR-VENDEDOR-TRAB NOT EQUAL W-VENDEDOR
                   PERFORM IMP-ROD-VENDEDOR
                   PERFORM IMP-CAB-VENDEDOR
               END-IF
           END-IF.
           MOVE "NAO" TO W-PRIMEIRA.
           PERFORM IMP-DETALHE.
           PERFORM GRAVA-RETIDA.
           PERFORM LEITURA.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-CPREC.
           WRITE REL-CPREC AFTER ADVANCING PAGE.
           WRITE REL-CPREC FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-CPREC FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-CPREC FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMP-CAB-FILIAL SECTION.
           MOVE FILIAL-TRAB TO W-FILIAL.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           MOVE FILIAL-TRAB TO VAR-FILIAL.
           WRITE REL-CPREC FROM CAB-FILIAL AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMP-CAB-VENDEDOR SECTION.
           MOVE NR-VENDEDOR-TRAB TO W-VENDEDOR.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           MOVE NR-VENDEDOR-TRAB TO VAR-VENDEDOR.
           MOVE NOME-VENDEDOR-TRAB TO VAR-NOME.
           WRITE REL-CPREC FROM CAB-VENDEDOR AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

      *    DESCONTO SOBRE A TABELA, EM VALOR E EM PERCENTUAL
       IMP-DETALHE SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               PERFORM IMP-CAB-VENDEDOR.
           COMPUTE W-DESCONTO = VALOR-TABELA-TRAB - VALOR-VENDA-TRAB.
           IF VALOR-TABELA-TRAB EQUAL ZEROS
               MOVE ZEROS TO W-PERC-DESCONTO
           ELSE
               COMPUTE W-PERC-DESCONTO ROUNDED =
                   W-DESCONTO * 100 / VALOR-TABELA-TRAB.
           MOVE DATA-VENDA-TRAB TO DET-DATA.
           MOVE COD-MERC-TRAB TO DET-COD.
           MOVE QTD-VENDA-TRAB TO DET-QTD.
           MOVE VALOR-VENDA-TRAB TO DET-VALOR.
           MOVE VALOR-TABELA-TRAB TO DET-TABELA.
           MOVE W-PERC-DESCONTO TO DET-PERC.
           IF MOTIVO-TRAB EQUAL "C"
               MOVE "ABAIXO DO CUSTO" TO DET-MOTIVO
           ELSE
               MOVE "DESCONTO ALTO" TO DET-MOTIVO.
           WRITE REL-CPREC FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELCPREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELCPREC - STATUS: "
                   W-RELCPREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-VENDEDOR.
           ADD W-DESCONTO TO W-DESC-VENDEDOR.

       IMP-ROD-VENDEDOR SECTION.
           IF CT-VENDEDOR GREATER THAN ZEROS
               MOVE CT-VENDEDOR TO VAR-CT-VENDEDOR
               MOVE W-DESC-VENDEDOR TO VAR-DESC-VENDEDOR
               WRITE REL-CPREC FROM ROD-VENDEDOR AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
               ADD CT-VENDEDOR TO CT-FILIAL
               ADD W-DESC-VENDEDOR TO W-DESC-FILIAL
               MOVE ZEROS TO CT-VENDEDOR
               MOVE ZEROS TO W-DESC-VENDEDOR
           END-IF.

       IMP-ROD-FILIAL SECTION.
           IF CT-FILIAL GREATER THAN ZEROS
               MOVE CT-FILIAL TO VAR-CT-FILIAL
               MOVE W-DESC-FILIAL TO VAR-DESC-FILIAL
               WRITE REL-CPREC FROM ROD-FILIAL AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
               MOVE ZEROS TO CT-FILIAL
               MOVE ZEROS TO W-DESC-FILIAL
           END-IF.

      *    A RETIDA FICA PARA O SUPERVISOR LIBERAR NO LIBVEND
       GRAVA-RETIDA SECTION.
           MOVE SPACES TO REG-RETD.
           MOVE VENDA-TRAB TO RETD-VENDA.
           MOVE VALOR-TABELA-TRAB TO RETD-VALOR-TABELA.
           MOVE VALOR-CUSTO-TRAB TO RETD-VALOR-CUSTO.
           MOVE MOTIVO-TRAB TO RETD-MOTIVO.
           MOVE W-DATA-RETENCAO TO RETD-DATA.
           WRITE REG-RETD.
           IF W-VENDRETD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VENDRETD - STATUS: "
                   W-VENDRETD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-CPREC.
           WRITE REL-CPREC AFTER ADVANCING 2 LINES.
           MOVE "VENDAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-CPREC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VENDAS CONFERIDAS COM O CADMERC:" TO ROT-ESTAT.
           MOVE CT-CONFERIDOS TO VAL-ESTAT.
           WRITE REL-CPREC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "RETIDAS ABAIXO DO CUSTO:" TO ROT-ESTAT.
           MOVE CT-RET-CUSTO TO VAL-ESTAT.
           WRITE REL-CPREC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "RETIDAS POR DESCONTO:" TO ROT-ESTAT.
           MOVE CT-RET-DESCONTO TO VAL-ESTAT.
           WRITE REL-CPREC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LIBERADAS PELO SUPERVISOR:" TO ROT-ESTAT.
           MOVE CT-LIBERADOS TO VAL-ESTAT.
           WRITE REL-CPREC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "GRAVADAS NO VENDA.DAT:" TO ROT-ESTAT.
           MOVE CT-GRAVADOS TO VAL-ESTAT.
           WRITE REL-CPREC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-CPREC FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ROD-VENDEDOR.
           PERFORM IMP-ROD-FILIAL.
           PERFORM IMP-ESTATISTICAS.
           CLOSE VENDRETD RELCPREC.
