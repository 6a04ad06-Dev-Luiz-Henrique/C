       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NOTAFIS.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        EMISSAO DAS NOTAS FISCAIS DE VENDA: CADA VENDA
      *                TIPO "V" (OU EM BRANCO) DO VENDA.DAT RECEBE O
      *                PROXIMO NUMERO DA SEQUENCIA DA SUA FILIAL
      *                (NFCTRL.DAT) E SAI IMPRESSA NO RELNF COM A
      *                DESCRICAO DO CADMERC, QUANTIDADE, PRECO UNITARIO
      *                E O ICMS PELA ALIQUOTA DO ESTADO NO TABICMS.DAT.
      *                CADA NUMERO EMITIDO E GRAVADO NO REGISTRO DE
      *                NOTAS NFREG.DAT (FILIAL + NUMERO). O
      *                CANCELAMENTO (TIPO "C") ANULA A NOTA EMITIDA
      *                MAIS RECENTE DA MESMA FILIAL COM O MESMO
      *                VENDEDOR, MERCADORIA, QUANTIDADE E VALOR; SEM
      *                NOTA CORRESPONDENTE ELE SAI NO RELATORIO PARA
      *                CONFERENCIA. AS LACUNAS E DUPLICIDADES DO
      *                REGISTRO SAO LISTADAS PELO RELNFSEQ. A NOTA
      *                ANULADA QUE FOI EMITIDA EM MES ANTERIOR AO DA
      *                DATA DE NEGOCIO (COMISSAO JA PAGA) VAI PARA O
      *                DEVCOM.DAT, DE ONDE O ESTCOM DO EX06 CALCULA O
      *                ESTORNO DA COMISSAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVENDA ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-ARQVENDA-STATUS.
           SELECT CADMERC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-MERC-CADMERC
               FILE STATUS IS W-CADMERC-STATUS.
           SELECT TABICMS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-TABICMS-STATUS.
      *    ULTIMO NUMERO EMITIDO POR FILIAL; NA PRIMEIRA EMISSAO O
      *    ARQUIVO AINDA NAO EXISTE
           SELECT OPTIONAL NFCTRL ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-NFCTRL-STATUS.
           SELECT NFREG ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-NFR
               FILE STATUS IS W-NFREG-STATUS.
           SELECT RELNF ASSIGN TO DISK
               FILE STATUS IS W-RELNF-STATUS.
      *    DEVOLUCOES DE MESES ANTERIORES; ACUMULA POR EXTEND ATE O
      *    STREAM NOTURNO LEVAR PARA O EX06
           SELECT DEVCOM ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-DEVCOM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ARQVENDA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDA.DAT".
       01 REG-ENT.
           02 ESTADO-ENT          PIC X(02).
           02 NR-VENDEDOR         PIC 9(05).
           02 NOME-VENDEDOR       PIC X(20).
           02 VALOR-VENDA         PIC 9(07)V99.
           02 DATA-VENDA          PIC 9(08).
           02 TIPO-VENDA          PIC X(01).
           02 COD-MERC-VENDA      PIC 9(03).
           02 QTD-VENDA           PIC 9(03).
           02 FILIAL-VENDA        PIC 9(02).

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

       FD TABICMS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "TABICMS.DAT".
       01 REG-TABICMS.
           02 ICMS-ESTADO          PIC X(02).
           02 ICMS-TAXA            PIC 9V999.

       FD NFCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFCTRL.DAT".
       01 REG-NFCTRL.
           02 FILIAL-NFC           PIC 9(02).
           02 ULTIMO-NFC           PIC 9(06).

      *    REGISTRO DE NOTAS: SITUACAO "E" EMITIDA, "A" ANULADA PELO
      *    CANCELAMENTO; DATAS EM DDMMAAAA
       FD NFREG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFREG.DAT".
       01 REG-NFREG.
           02 CHAVE-NFR.
             03 FILIAL-NFR         PIC 9(02).
             03 NUM-NFR            PIC 9(06).
           02 SITUACAO-NFR         PIC X(01).
           02 DT-EMISSAO-NFR       PIC 9(08).
           02 ESTADO-NFR           PIC X(02).
           02 VENDEDOR-NFR         PIC 9(05).
           02 COD-MERC-NFR         PIC 9(03).
           02 QTD-NFR              PIC 9(03).
           02 VALOR-NFR            PIC 9(07)V99.
           02 ALIQ-ICMS-NFR        PIC 9V999.
           02 VALOR-ICMS-NFR       PIC 9(07)V99.
           02 DT-REGISTRO-NFR      PIC 9(08).
           02 DT-ANULACAO-NFR      PIC 9(08).

       FD RELNF LABEL RECORD IS OMITTED.
       01 REL-NF                   PIC X(80).

       FD DEVCOM LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCOM.DAT".
       01 REG-DEVCOM.
           COPY DEVCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-NFREG        PIC X(03) VALUE "NAO".
       77 W-ENCONTROU      PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.

      *    SEQUENCIA POR FILIAL: A FILIAL 00 OCUPA A POSICAO 1
       77 W-NFC-I          PIC 9(03) VALUE ZEROS.
       01 TAB-NFCTRL.
           02 TAB-NFC-OCR OCCURS 100 TIMES.
             03 TNC-ULTIMO PIC 9(06).

      *    ALIQUOTAS DE ICMS POR ESTADO
       77 FIM-TABICMS      PIC X(03) VALUE "NAO".
       77 CT-TAB-ICMS      PIC 9(02) VALUE ZEROS.
       77 W-ICMS-I         PIC 9(02) VALUE ZEROS.
       77 W-ICMS-ACHOU     PIC X(03) VALUE "NAO".
       77 W-TAXA-ICMS      PIC 9V999 VALUE ZEROS.
       77 W-ICMS-VENDA     PIC 9(07)V99 VALUE ZEROS.
       01 TAB-ICMS.
           02 TAB-ICMS-OCR OCCURS 27 TIMES.
             03 TIC-ESTADO PIC X(02).
             03 TIC-TAXA   PIC 9V999.

      *    NOTA A ANULAR PELO CANCELAMENTO
       77 W-NUM-ANULAR     PIC 9(06) VALUE ZEROS.
       77 W-PRECO-UNIT     PIC 9(07)V99 VALUE ZEROS.

      *    MES DA EMISSAO DA NOTA ANULADA CONTRA O MES DA DATA DE
      *    NEGOCIO (DATAPROC): EMITIDA ANTES, A COMISSAO JA FOI PAGA
       77 W-DEVCOM-ABERTO  PIC X(03) VALUE "NAO".
       77 W-ANOMES-NOTA    PIC 9(06) VALUE ZEROS.
       01 W-DATA-NEGOCIO.
           02 W-NEG-ANOMES PIC 9(06).
           02 W-NEG-DD     PIC 9(02).
       01 W-DATA-EMISSAO.
           02 W-EMI-DD     PIC 9(02).
           02 W-EMI-MM     PIC 9(02).
           02 W-EMI-AAAA   PIC 9(04).

      *================================================================*
      * TOTAIS DE CONTROLE DA EMISSAO

       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-EMITIDAS      PIC 9(05) VALUE ZEROS.
       77 CT-ANULADAS      PIC 9(05) VALUE ZEROS.
       77 CT-SEM-NOTA      PIC 9(05) VALUE ZEROS.
       77 CT-DEVCOM        PIC 9(05) VALUE ZEROS.
       77 W-TOTAL-NOTAS    PIC 9(09)V99 VALUE ZEROS.
       77 W-TOTAL-ICMS     PIC 9(09)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE.
           02 W-HOJE-AAAA  PIC 9(04).
           02 W-HOJE-MM    PIC 9(02).
           02 W-HOJE-DD    PIC 9(02).
       01 W-DATA-REGISTRO.
           02 W-REG-DD     PIC 9(02).
           02 W-REG-MM     PIC 9(02).
           02 W-REG-AAAA   PIC 9(04).

      *    FILE STATUS DOS ARQUIVOS
       77 W-ARQVENDA-STATUS PIC X(02) VALUE "00".
       77 W-CADMERC-STATUS PIC X(02) VALUE "00".
       77 W-TABICMS-STATUS PIC X(02) VALUE "00".
       77 W-NFCTRL-STATUS  PIC X(02) VALUE "00".
       77 W-NFREG-STATUS   PIC X(02) VALUE "00".
       77 W-RELNF-STATUS   PIC X(02) VALUE "00".
       77 W-DEVCOM-STATUS  PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(38) VALUE
              "NOTAS FISCAIS DE VENDA EMITIDAS".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 LIN-SEPARA.
           02 FILLER PIC X(80) VALUE ALL "-".

       01 NF-01.
           02 FILLER PIC X(19) VALUE "NOTA FISCAL NUMERO ".
           02 NF-NUMERO PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "FILIAL: ".
           02 NF-FILIAL PIC 9(02).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "EMISSAO: ".
           02 NF-EMISSAO PIC 99/99/9999.
           02 FILLER PIC X(18) VALUE SPACES.

       01 NF-02.
           02 FILLER PIC X(10) VALUE "VENDEDOR: ".
           02 NF-VENDEDOR PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 NF-NOME PIC X(20).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "ESTADO: ".
           02 NF-ESTADO PIC X(02).
           02 FILLER PIC X(29) VALUE SPACES.

       01 NF-03.
           02 FILLER PIC X(05) VALUE "COD".
           02 FILLER PIC X(32) VALUE "DESCRICAO".
           02 FILLER PIC X(05) VALUE "QTD".
           02 FILLER PIC X(14) VALUE "  PRECO UNIT.".
           02 FILLER PIC X(14) VALUE "   VALOR TOTAL".
           02 FILLER PIC X(10) VALUE SPACES.

       01 NF-ITEM.
           02 NF-COD PIC 9(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 NF-DESCRICAO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 NF-QTD PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 NF-PRECO PIC ZZZZZZ9,99.
           02 FILLER PIC X(04) VALUE SPACES.
           02 NF-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(12) VALUE SPACES.

       01 NF-ICMS.
           02 FILLER PIC X(37) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "ICMS ALIQUOTA: ".
           02 NF-ALIQ PIC 9,999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 NF-VALOR-ICMS PIC ZZZZZZ9,99.
           02 FILLER PIC X(11) VALUE SPACES.

       01 NF-ANULADA.
           02 FILLER PIC X(19) VALUE "NOTA FISCAL NUMERO ".
           02 NFA-NUMERO PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "FILIAL: ".
           02 NFA-FILIAL PIC 9(02).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(37) VALUE
              "ANULADA POR CANCELAMENTO DA VENDA".

       01 NF-SEM-NOTA.
           02 FILLER PIC X(31) VALUE "CANCELAMENTO SEM NOTA - FILIAL ".
           02 NFS-FILIAL PIC 9(02).
           02 FILLER PIC X(07) VALUE "  VEND ".
           02 NFS-VENDEDOR PIC 9(05).
           02 FILLER PIC X(07) VALUE "  MERC ".
           02 NFS-COD PIC 9(03).
           02 FILLER PIC X(06) VALUE "  QTD ".
           02 NFS-QTD PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 NFS-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(04) VALUE SPACES.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(32).
           02 VAL-CTRL PIC ZZZZ9.
           02 FILLER   PIC X(33) VALUE SPACES.

       01 DET-CTRL-VALOR.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL-VALOR PIC X(32).
           02 VAL-CTRL-VALOR PIC ZZZZZZZZ9,99.
           02 FILLER   PIC X(26) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-NOTAFIS.
           PERFORM INICIO.
           PERFORM EMITE-NOTA UNTIL FIM-ARQ EQUAL "SIM".
      *    OS CANCELAMENTOS SO SAO TRATADOS DEPOIS DE TODAS AS
      *    EMISSOES, PARA ANULAR TAMBEM A VENDA CANCELADA NO MESMO DIA
           CLOSE ARQVENDA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQVENDA.
           PERFORM VERIFICA-ABERTURA.
           PERFORM LEITURA.
           PERFORM ANULA-NOTA UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-DATA-ESTAT TO W-DATA-HOJE.
           MOVE W-HOJE-DD TO W-REG-DD.
           MOVE W-HOJE-MM TO W-REG-MM.
           MOVE W-HOJE-AAAA TO W-REG-AAAA.
           CALL "DATAPROC" USING W-DATA-NEGOCIO.
           PERFORM CARREGA-NFCTRL.
           PERFORM CARREGA-ICMS.
           OPEN I-O NFREG.
           IF W-NFREG-STATUS EQUAL "35"
               OPEN OUTPUT NFREG
               CLOSE NFREG
               OPEN I-O NFREG
           END-IF.
           IF W-NFREG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR NFREG - STATUS: "
                   W-NFREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM ACERTA-SEQUENCIA.
           OPEN INPUT ARQVENDA CADMERC OUTPUT RELNF.
           PERFORM VERIFICA-ABERTURA.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELNF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELNF - STATUS: "
                   W-RELNF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

       VERIFICA-ABERTURA.
           IF W-ARQVENDA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR ARQVENDA - STATUS: "
                   W-ARQVENDA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * CARGA DA SEQUENCIA DE CADA FILIAL; FILIAL SEM LINHA NO
      * NFCTRL.DAT COMECA DO NUMERO 1

       CARREGA-NFCTRL.
           MOVE ZEROS TO TAB-NFCTRL.
           OPEN INPUT NFCTRL.
           IF W-NFCTRL-STATUS NOT EQUAL "00" AND
              W-NFCTRL-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR NFCTRL - STATUS: "
                   W-NFCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-NFCTRL.
           PERFORM GUARDA-NFCTRL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE NFCTRL.
           MOVE "NAO" TO FIM-ARQ.

       LE-NFCTRL.
           READ NFCTRL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-NFCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE NFCTRL - STATUS: "
                   W-NFCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-NFCTRL.
           COMPUTE W-NFC-I = FILIAL-NFC + 1.
           MOVE ULTIMO-NFC TO TNC-ULTIMO (W-NFC-I).
           PERFORM LE-NFCTRL.

      *    RODADA INTERROMPIDA DEPOIS DE GRAVAR NOTAS E ANTES DE
      *    REGRAVAR O NFCTRL.DAT: A SEQUENCIA CONTINUA DO MAIOR NUMERO
      *    JA REGISTRADO, SEM REPETIR NEM PULAR NUMERO
       ACERTA-SEQUENCIA.
           MOVE "NAO" TO FIM-NFREG.
           PERFORM LE-NFREG-SEQ.
           PERFORM CONFERE-SEQUENCIA UNTIL FIM-NFREG EQUAL "SIM".

       LE-NFREG-SEQ.
           READ NFREG NEXT RECORD AT END MOVE "SIM" TO FIM-NFREG.
           IF FIM-NFREG NOT EQUAL "SIM" AND
              W-NFREG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE NFREG - STATUS: "
                   W-NFREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CONFERE-SEQUENCIA.
           COMPUTE W-NFC-I = FILIAL-NFR + 1.
           IF NUM-NFR GREATER THAN TNC-ULTIMO (W-NFC-I)
               DISPLAY "NFCTRL DA FILIAL " FILIAL-NFR
                   " ATRASADO - SEQUENCIA RETOMADA DA NOTA " NUM-NFR
               MOVE NUM-NFR TO TNC-ULTIMO (W-NFC-I).
           PERFORM LE-NFREG-SEQ.

      *    SEM TABICMS.DAT AS NOTAS SAEM SEM ICMS, COMO NO EX05
       CARREGA-ICMS.
           OPEN INPUT TABICMS.
           IF W-TABICMS-STATUS NOT EQUAL "00"
               MOVE "SIM" TO FIM-TABICMS
           ELSE
               PERFORM LEITURA-ICMS
               PERFORM CARREGA-TAB-ICMS UNTIL FIM-TABICMS EQUAL "SIM"
               CLOSE TABICMS
           END-IF.

       LEITURA-ICMS.
           READ TABICMS AT END MOVE "SIM" TO FIM-TABICMS.
           IF FIM-TABICMS NOT EQUAL "SIM" AND
              W-TABICMS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE TABICMS - STATUS: "
                   W-TABICMS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-ICMS.
           ADD 1 TO CT-TAB-ICMS.
           IF CT-TAB-ICMS GREATER THAN 27
               DISPLAY "ERRO: TABICMS.DAT EXCEDE O LIMITE DE 27 "
                   "ALIQUOTAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ICMS-ESTADO TO TIC-ESTADO (CT-TAB-ICMS).
           MOVE ICMS-TAXA TO TIC-TAXA (CT-TAB-ICMS).
           PERFORM LEITURA-ICMS.

       BUSCA-TAXA-ICMS.
           MOVE ZEROS TO W-TAXA-ICMS.
           MOVE "NAO" TO W-ICMS-ACHOU.
           MOVE 1 TO W-ICMS-I.
           PERFORM BUSCA-TAXA-ICMS-LINHA UNTIL W-ICMS-I GREATER THAN
               CT-TAB-ICMS OR W-ICMS-ACHOU EQUAL "SIM".

       BUSCA-TAXA-ICMS-LINHA.
           IF TIC-ESTADO (W-ICMS-I) EQUAL ESTADO-ENT
               MOVE "SIM" TO W-ICMS-ACHOU
               MOVE TIC-TAXA (W-ICMS-I) TO W-TAXA-ICMS
           ELSE
               ADD 1 TO W-ICMS-I.

      *================================================================*

       LEITURA.
           READ ARQVENDA AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-ARQVENDA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQVENDA - STATUS: "
                   W-ARQVENDA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * EMISSAO: O NUMERO SO E CONSUMIDO QUANDO A NOTA ENTRA NO
      * REGISTRO; NUMERO JA EXISTENTE NO NFREG.DAT DERRUBA A RODADA

       EMITE-NOTA.
           ADD 1 TO CT-LIDOS.
           IF TIPO-VENDA NOT EQUAL "C"
               COMPUTE W-NFC-I = FILIAL-VENDA + 1
               PERFORM BUSCA-TAXA-ICMS
               COMPUTE W-ICMS-VENDA ROUNDED = VALOR-VENDA * W-TAXA-ICMS
               PERFORM GRAVA-NFREG
               PERFORM IMP-NOTA
           END-IF.
           PERFORM LEITURA.

       GRAVA-NFREG.
           MOVE SPACES TO REG-NFREG.
           MOVE FILIAL-VENDA TO FILIAL-NFR.
           COMPUTE NUM-NFR = TNC-ULTIMO (W-NFC-I) + 1.
           MOVE "E" TO SITUACAO-NFR.
           MOVE DATA-VENDA TO DT-EMISSAO-NFR.
           MOVE ESTADO-ENT TO ESTADO-NFR.
           MOVE NR-VENDEDOR TO VENDEDOR-NFR.
           MOVE COD-MERC-VENDA TO COD-MERC-NFR.
           MOVE QTD-VENDA TO QTD-NFR.
           MOVE VALOR-VENDA TO VALOR-NFR.
           MOVE W-TAXA-ICMS TO ALIQ-ICMS-NFR.
           MOVE W-ICMS-VENDA TO VALOR-ICMS-NFR.
           MOVE W-DATA-REGISTRO TO DT-REGISTRO-NFR.
           MOVE ZEROS TO DT-ANULACAO-NFR.
           WRITE REG-NFREG
               INVALID KEY
                   DISPLAY "NOTA " FILIAL-NFR "/" NUM-NFR
                       " JA CONSTA DO NFREG - SEQUENCIA DA FILIAL "
                       "FORA DE ORDEM NO NFCTRL"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           IF W-NFREG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE NFREG - STATUS: "
                   W-NFREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE NUM-NFR TO TNC-ULTIMO (W-NFC-I).
           ADD 1 TO CT-EMITIDAS.
           ADD VALOR-VENDA TO W-TOTAL-NOTAS.
           ADD W-ICMS-VENDA TO W-TOTAL-ICMS.

      *    SERVICO (CODIGO ZERADO) OU MERCADORIA FORA DO CADMERC SAI
      *    COM A DESCRICAO GENERICA; O PRECO UNITARIO E O PRATICADO
       IMP-NOTA.
           IF CT-LIN GREATER THAN 34
               PERFORM CABECALHO.
           MOVE NUM-NFR TO NF-NUMERO.
           MOVE FILIAL-VENDA TO NF-FILIAL.
           MOVE DATA-VENDA TO NF-EMISSAO.
           MOVE NR-VENDEDOR TO NF-VENDEDOR.
           MOVE NOME-VENDEDOR TO NF-NOME.
           MOVE ESTADO-ENT TO NF-ESTADO.
           MOVE COD-MERC-VENDA TO NF-COD.
           IF COD-MERC-VENDA EQUAL ZEROS
               MOVE "SERVICO" TO NF-DESCRICAO
           ELSE
               PERFORM LE-CADMERC-POR-COD
               IF W-ENCONTROU EQUAL "SIM"
                   MOVE DESCRICAO-CADMERC TO NF-DESCRICAO
               ELSE
                   MOVE "MERCADORIA NAO CADASTRADA" TO NF-DESCRICAO
               END-IF
           END-IF.
           IF QTD-VENDA EQUAL ZEROS
               MOVE 1 TO NF-QTD
               MOVE VALOR-VENDA TO W-PRECO-UNIT
           ELSE
               MOVE QTD-VENDA TO NF-QTD
               COMPUTE W-PRECO-UNIT ROUNDED = VALOR-VENDA / QTD-VENDA
           END-IF.
           MOVE W-PRECO-UNIT TO NF-PRECO.
           MOVE VALOR-VENDA TO NF-VALOR.
           MOVE W-TAXA-ICMS TO NF-ALIQ.
           MOVE W-ICMS-VENDA TO NF-VALOR-ICMS.
           WRITE REL-NF FROM LIN-SEPARA AFTER ADVANCING 1 LINE.
           WRITE REL-NF FROM NF-01 AFTER ADVANCING 1 LINE.
           WRITE REL-NF FROM NF-02 AFTER ADVANCING 1 LINE.
           WRITE REL-NF FROM NF-03 AFTER ADVANCING 2 LINES.
           WRITE REL-NF FROM NF-ITEM AFTER ADVANCING 1 LINE.
           WRITE REL-NF FROM NF-ICMS AFTER ADVANCING 1 LINE.
           IF W-RELNF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELNF - STATUS: "
                   W-RELNF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 7 TO CT-LIN.

       LE-CADMERC-POR-COD.
           MOVE "SIM" TO W-ENCONTROU.
           MOVE COD-MERC-VENDA TO COD-MERC-CADMERC.
           READ CADMERC
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

      *================================================================*
      * ANULACAO: PERCORRE AS NOTAS DA FILIAL E FICA COM A ULTIMA
      * EMITIDA QUE CORRESPONDE AO CANCELAMENTO

       ANULA-NOTA.
           IF TIPO-VENDA EQUAL "C"
               MOVE ZEROS TO W-NUM-ANULAR
               PERFORM PROCURA-NOTA
               IF W-NUM-ANULAR EQUAL ZEROS
                   PERFORM IMP-SEM-NOTA
               ELSE
                   PERFORM GRAVA-ANULACAO
               END-IF
           END-IF.
           PERFORM LEITURA.

       PROCURA-NOTA.
           MOVE "NAO" TO FIM-NFREG.
           MOVE FILIAL-VENDA TO FILIAL-NFR.
           MOVE ZEROS TO NUM-NFR.
           START NFREG KEY IS NOT LESS THAN CHAVE-NFR
               INVALID KEY MOVE "SIM" TO FIM-NFREG
           END-START.
           PERFORM LE-PROXIMA-NOTA.
           PERFORM CONFERE-NOTA UNTIL FIM-NFREG EQUAL "SIM".

       LE-PROXIMA-NOTA.
           IF FIM-NFREG NOT EQUAL "SIM"
               READ NFREG NEXT RECORD
                   AT END MOVE "SIM" TO FIM-NFREG
               END-READ
               IF FIM-NFREG NOT EQUAL "SIM" AND
                  FILIAL-NFR NOT EQUAL FILIAL-VENDA
                   MOVE "SIM" TO FIM-NFREG
               END-IF
           END-IF.

       CONFERE-NOTA.
           IF SITUACAO-NFR EQUAL "E" AND
              VENDEDOR-NFR EQUAL NR-VENDEDOR AND
              COD-MERC-NFR EQUAL COD-MERC-VENDA AND
              QTD-NFR EQUAL QTD-VENDA AND
              VALOR-NFR EQUAL VALOR-VENDA
               MOVE NUM-NFR TO W-NUM-ANULAR.
           PERFORM LE-PROXIMA-NOTA.

       GRAVA-ANULACAO.
           MOVE FILIAL-VENDA TO FILIAL-NFR.
           MOVE W-NUM-ANULAR TO NUM-NFR.
           READ NFREG
               INVALID KEY
                   DISPLAY "ERRO NA RELEITURA DE NFREG - STATUS: "
                       W-NFREG-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE "A" TO SITUACAO-NFR.
           MOVE W-DATA-REGISTRO TO DT-ANULACAO-NFR.
           REWRITE REG-NFREG.
           IF W-NFREG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA REGRAVACAO DE NFREG - STATUS: "
                   W-NFREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-ANULADAS.
           MOVE DT-EMISSAO-NFR TO W-DATA-EMISSAO.
           COMPUTE W-ANOMES-NOTA = W-EMI-AAAA * 100 + W-EMI-MM.
           IF W-ANOMES-NOTA LESS THAN W-NEG-ANOMES
               PERFORM GRAVA-DEVCOM.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE NUM-NFR TO NFA-NUMERO.
           MOVE FILIAL-NFR TO NFA-FILIAL.
           WRITE REL-NF FROM LIN-SEPARA AFTER ADVANCING 1 LINE.
           WRITE REL-NF FROM NF-ANULADA AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

      *    VENDA DE MES JA FECHADO NA FOLHA: A DEVOLUCAO FICA
      *    REGISTRADA PARA O ESTORNO DA COMISSAO, COM A DATA DA VENDA
      *    ORIGINAL (EMISSAO DA NOTA) E A DATA DO CANCELAMENTO
       GRAVA-DEVCOM.
           IF W-DEVCOM-ABERTO NOT EQUAL "SIM"
               OPEN EXTEND DEVCOM
               IF W-DEVCOM-STATUS EQUAL "35"
                   OPEN OUTPUT DEVCOM
               END-IF
               IF W-DEVCOM-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR DEVCOM - STATUS: "
                       W-DEVCOM-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "SIM" TO W-DEVCOM-ABERTO
           END-IF.
           MOVE W-DATA-NEGOCIO TO DV-DATA-REG.
           MOVE NR-VENDEDOR TO DV-COD-VEN.
           MOVE NOME-VENDEDOR TO DV-NOME.
           MOVE FILIAL-NFR TO DV-FILIAL.
           MOVE NUM-NFR TO DV-NUM-NF.
           MOVE COD-MERC-VENDA TO DV-COD-MERC.
           MOVE QTD-VENDA TO DV-QTD.
           MOVE VALOR-VENDA TO DV-VALOR.
           MOVE DT-EMISSAO-NFR TO DV-DT-VENDA.
           MOVE DATA-VENDA TO DV-DT-DEVOL.
           WRITE REG-DEVCOM.
           IF W-DEVCOM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE DEVCOM - STATUS: "
                   W-DEVCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-DEVCOM.

       IMP-SEM-NOTA.
           ADD 1 TO CT-SEM-NOTA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE FILIAL-VENDA TO NFS-FILIAL.
           MOVE NR-VENDEDOR TO NFS-VENDEDOR.
           MOVE COD-MERC-VENDA TO NFS-COD.
           MOVE QTD-VENDA TO NFS-QTD.
           MOVE VALOR-VENDA TO NFS-VALOR.
           WRITE REL-NF FROM LIN-SEPARA AFTER ADVANCING 1 LINE.
           WRITE REL-NF FROM NF-SEM-NOTA AFTER ADVANCING 1 LINE.
           ADD 2 TO CT-LIN.

      *================================================================*

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-NF.
           WRITE REL-NF AFTER ADVANCING PAGE.
           WRITE REL-NF FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-NF.
           WRITE REL-NF AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-CONTROLE.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE SPACES TO REL-NF.
           WRITE REL-NF AFTER ADVANCING 2 LINES.

           MOVE "VENDAS LIDAS" TO ROT-CTRL.
           MOVE CT-LIDOS TO VAL-CTRL.
           WRITE REL-NF FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "NOTAS EMITIDAS" TO ROT-CTRL.
           MOVE CT-EMITIDAS TO VAL-CTRL.
           WRITE REL-NF FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "NOTAS ANULADAS" TO ROT-CTRL.
           MOVE CT-ANULADAS TO VAL-CTRL.
           WRITE REL-NF FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "CANCELAMENTOS SEM NOTA" TO ROT-CTRL.
           MOVE CT-SEM-NOTA TO VAL-CTRL.
           WRITE REL-NF FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "DEVOLUCOES DE MESES ANTERIORES" TO ROT-CTRL.
           MOVE CT-DEVCOM TO VAL-CTRL.
           WRITE REL-NF FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "VALOR TOTAL DAS NOTAS EMITIDAS" TO ROT-CTRL-VALOR.
           MOVE W-TOTAL-NOTAS TO VAL-CTRL-VALOR.
           WRITE REL-NF FROM DET-CTRL-VALOR AFTER ADVANCING 1 LINE.

           MOVE "ICMS DESTACADO" TO ROT-CTRL-VALOR.
           MOVE W-TOTAL-ICMS TO VAL-CTRL-VALOR.
           WRITE REL-NF FROM DET-CTRL-VALOR AFTER ADVANCING 1 LINE.

           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-NF FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.

      *================================================================*
      * REGRAVACAO DA SEQUENCIA: SO AS FILIAIS COM NOTA EMITIDA

       TERMINO.
           PERFORM IMP-CONTROLE.
           CLOSE ARQVENDA CADMERC NFREG RELNF.
           IF W-DEVCOM-ABERTO EQUAL "SIM"
               CLOSE DEVCOM.
           OPEN OUTPUT NFCTRL.
           IF W-NFCTRL-STATUS NOT EQUAL "00" AND
              W-NFCTRL-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR NFCTRL - STATUS: "
                   W-NFCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-NFC-I.
           PERFORM GRAVA-NFCTRL 100 TIMES.
           CLOSE NFCTRL.

       GRAVA-NFCTRL.
           ADD 1 TO W-NFC-I.
           IF TNC-ULTIMO (W-NFC-I) GREATER THAN ZEROS
               COMPUTE FILIAL-NFC = W-NFC-I - 1
               MOVE TNC-ULTIMO (W-NFC-I) TO ULTIMO-NFC
               WRITE REG-NFCTRL
               IF W-NFCTRL-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE NFCTRL - STATUS: "
                       W-NFCTRL-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
