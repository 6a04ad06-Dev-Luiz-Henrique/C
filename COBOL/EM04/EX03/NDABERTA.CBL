       IDENTIFICATION DIVISION.
       PROGRAM-ID.     NDABERTA.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        LISTA MENSAL DAS NOTAS DE DEBITO EM ABERTO NO
      *                REGISTRO NOTADEB.DAT (MANTIDO PELO DEVFORN),
      *                ISTO E, AS DEVOLUCOES A FORNECEDOR CUJO CREDITO
      *                AINDA NAO FOI EMITIDO. AGRUPA POR FORNECEDOR E
      *                NUMERO DA NOTA, MOSTRA A IDADE DA NOTA EM DIAS
      *                (MES COMERCIAL DE 30 DIAS) NA DATA DO
      *                PROCESSAMENTO, COM SUBTOTAL POR FORNECEDOR E
      *                TOTAL GERAL NO RELATORIO RELNDABT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NOTADEB ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-NOTADEB-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT CADFORN ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADFORN-STATUS.
           SELECT RELNDABT ASSIGN TO DISK
               FILE STATUS IS W-RELNDABT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD NOTADEB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NOTADEB.DAT".
       01 REG-NOTADEB.
           02 ND-NUM               PIC 9(05).
           02 ND-DATA              PIC 9(08).
           02 ND-FORN              PIC 9(03).
           02 ND-NUM-PED           PIC 9(05).
           02 ND-COD-MERC          PIC 9(03).
           02 ND-LOTE              PIC 9(05).
           02 ND-QTD               PIC 9(04).
           02 ND-CUSTO             PIC 9(04)V9(02).
           02 ND-VALOR             PIC 9(07)V9(02).
           02 ND-MOTIVO            PIC X(01).
           02 ND-SITUACAO          PIC X(01).
           02 ND-DATA-CRED         PIC 9(08).

       SD TRAB.
       01 REG-TRAB.
           02 FORN-TRAB            PIC 9(03).
           02 NUM-TRAB             PIC 9(05).
           02 DATA-TRAB            PIC 9(08).
           02 RED-DATA-TRAB REDEFINES DATA-TRAB.
             03 AAAA-TRAB          PIC 9(04).
             03 MM-TRAB            PIC 9(02).
             03 DD-TRAB            PIC 9(02).
           02 PED-TRAB             PIC 9(05).
           02 COD-TRAB             PIC 9(03).
           02 QTD-TRAB             PIC 9(04).
           02 VALOR-TRAB           PIC 9(07)V9(02).
           02 MOTIVO-TRAB          PIC X(01).

       FD CADFORN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 COD-FORN             PIC 9(03).
           02 NOME-FORN            PIC X(30).
           02 CNPJ-FORN            PIC 9(14).
           02 PRAZO-FORN           PIC 9(03).

       FD RELNDABT LABEL RECORD IS OMITTED.
       01 REL-NDABT                PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-I              PIC 9(03) VALUE ZEROS.
       77 W-ACHOU          PIC X(03) VALUE "NAO".

      *    QUEBRA POR FORNECEDOR
       77 WFORN            PIC 9(03) VALUE ZEROS.
       77 W-TEM-FORN       PIC X(03) VALUE "NAO".
       77 CT-NOTAS-FORN    PIC 9(05) VALUE ZEROS.
       77 W-VALOR-FORN     PIC 9(09)V9(02) VALUE ZEROS.
       77 W-IDADE          PIC S9(05) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-ABERTAS       PIC 9(05) VALUE ZEROS.
       77 CT-FORNECEDORES  PIC 9(05) VALUE ZEROS.
       77 W-VALOR-TOTAL    PIC 9(09)V9(02) VALUE ZEROS.
       01 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       01 RED-DATA-ESTAT REDEFINES W-DATA-ESTAT.
           02 W-ESTAT-AAAA PIC 9(04).
           02 W-ESTAT-MM   PIC 9(02).
           02 W-ESTAT-DD   PIC 9(02).
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-NOTADEB-STATUS  PIC X(02) VALUE "00".
       77 W-CADFORN-STATUS  PIC X(02) VALUE "00".
       77 W-RELNDABT-STATUS PIC X(02) VALUE "00".

      *    FORNECEDORES, PARA O NOME NA QUEBRA
       77 CT-TAB-FORN      PIC 9(03) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           02 TAB-FORN-OCR OCCURS 50 TIMES.
             03 TF-COD     PIC 9(03).
             03 TF-NOME    PIC X(30).

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(38) VALUE
              "NOTAS DE DEBITO A FORNECEDOR EM ABERTO".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "NOTA ".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "EMISSAO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "PEDIDO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "MERC".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE " QTD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MOTIVO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "       VALOR".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "IDADE".
           02 FILLER PIC X(10) VALUE SPACES.

       01 DET-FORN.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "FORNECEDOR: ".
           02 DET-FORN-COD PIC 9(03).
           02 FILLER PIC X(03) VALUE " - ".
           02 DET-FORN-NOME PIC X(30).
           02 FILLER PIC X(30) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NUM PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DD PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 DET-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 DET-AAAA PIC 9999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-PED PIC 9(05).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-COD PIC 9(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-QTD PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VALOR PIC Z.ZZZ.ZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-IDADE PIC ZZZ9.
           02 FILLER PIC X(10) VALUE SPACES.

       01 DET-SUBTOTAL.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "TOTAL DO FORNEC.".
           02 SUB-NOTAS PIC ZZZZ9.
           02 FILLER PIC X(06) VALUE " NOTAS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 SUB-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(14) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "TOTAL GERAL".
           02 TOT-NOTAS PIC ZZZZ9.
           02 FILLER PIC X(06) VALUE " NOTAS".
           02 FILLER PIC X(01) VALUE SPACES.
           02 TOT-VALOR PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(14) VALUE SPACES.

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
       PGM-NDABERTA.
           CALL "DATAPROC" USING W-DATA-ESTAT.
           SORT TRAB ASCENDING KEY FORN-TRAB, NUM-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SO AS NOTAS EM ABERTO ENTRAM NO SORT

       ROT-ENTRADA SECTION.
           OPEN INPUT NOTADEB.
           IF W-NOTADEB-STATUS NOT EQUAL "00" AND
              W-NOTADEB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR NOTADEB - STATUS: "
                   W-NOTADEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LIBERA-NOTADEB UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE NOTADEB.

       LIBERA-NOTADEB SECTION.
           READ NOTADEB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-NOTADEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE NOTADEB - STATUS: "
                   W-NOTADEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS
               IF ND-SITUACAO EQUAL "A"
                   MOVE ND-FORN TO FORN-TRAB
                   MOVE ND-NUM TO NUM-TRAB
                   MOVE ND-DATA TO DATA-TRAB
                   MOVE ND-NUM-PED TO PED-TRAB
                   MOVE ND-COD-MERC TO COD-TRAB
                   MOVE ND-QTD TO QTD-TRAB
                   MOVE ND-VALOR TO VALOR-TRAB
                   MOVE ND-MOTIVO TO MOTIVO-TRAB
                   RELEASE REG-TRAB
               END-IF
           END-IF.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADFORN.
           IF W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CADFORN.
           PERFORM GUARDA-FORNECEDOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFORN.
           MOVE "NAO" TO FIM-ARQ.
           OPEN OUTPUT RELNDABT.
           IF W-RELNDABT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELNDABT - STATUS: "
                   W-RELNDABT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

       LE-CADFORN SECTION.
           READ CADFORN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-FORNECEDOR SECTION.
           ADD 1 TO CT-TAB-FORN.
           IF CT-TAB-FORN GREATER THAN 50
               DISPLAY "ERRO: CADFORN.DAT EXCEDE O LIMITE DE 50 "
                   "FORNECEDORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-FORN TO TF-COD (CT-TAB-FORN).
           MOVE NOME-FORN TO TF-NOME (CT-TAB-FORN).
           PERFORM LE-CADFORN.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

      *================================================================*

       PRINCIPAL SECTION.
           IF FORN-TRAB NOT EQUAL WFORN OR W-TEM-FORN EQUAL "NAO"
               PERFORM FECHA-FORNECEDOR
               MOVE FORN-TRAB TO WFORN
               MOVE "SIM" TO W-TEM-FORN
               PERFORM IMP-FORNECEDOR
           END-IF.
           PERFORM IMP-NOTA.
           PERFORM LEITURA.

      *================================================================*
      * QUEBRA DE FORNECEDOR: SUBTOTAL DAS NOTAS EM ABERTO

       FECHA-FORNECEDOR SECTION.
           IF W-TEM-FORN EQUAL "SIM"
               MOVE CT-NOTAS-FORN TO SUB-NOTAS
               MOVE W-VALOR-FORN TO SUB-VALOR
               WRITE REL-NDABT FROM DET-SUBTOTAL AFTER ADVANCING
                   1 LINE
               ADD 2 TO CT-LIN
               ADD 1 TO CT-FORNECEDORES
               MOVE ZEROS TO CT-NOTAS-FORN
               MOVE ZEROS TO W-VALOR-FORN
           END-IF.

       IMP-FORNECEDOR SECTION.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           MOVE WFORN TO DET-FORN-COD.
           MOVE "FORNECEDOR NAO CADASTRADO" TO DET-FORN-NOME.
           MOVE 1 TO W-I.
           MOVE "NAO" TO W-ACHOU.
           PERFORM TESTA-FORNECEDOR UNTIL W-I GREATER THAN
               CT-TAB-FORN OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE TF-NOME (W-I) TO DET-FORN-NOME.
           WRITE REL-NDABT FROM DET-FORN AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       TESTA-FORNECEDOR SECTION.
           IF TF-COD (W-I) EQUAL WFORN
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*
      * IDADE EM DIAS PELO MES COMERCIAL DE 30 DIAS

       IMP-NOTA SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           COMPUTE W-IDADE = ((W-ESTAT-AAAA - AAAA-TRAB) * 360)
                           + ((W-ESTAT-MM - MM-TRAB) * 30)
                           + (W-ESTAT-DD - DD-TRAB).
           IF W-IDADE LESS THAN ZEROS
               MOVE ZEROS TO W-IDADE.
           MOVE NUM-TRAB TO DET-NUM.
           MOVE DD-TRAB TO DET-DD.
           MOVE MM-TRAB TO DET-MM.
           MOVE AAAA-TRAB TO DET-AAAA.
           MOVE PED-TRAB TO DET-PED.
           MOVE COD-TRAB TO DET-COD.
           MOVE QTD-TRAB TO DET-QTD.
           EVALUATE MOTIVO-TRAB
             WHEN "A"
               MOVE "AVARIADA" TO DET-MOTIVO
             WHEN "E"
               MOVE "ERRADA" TO DET-MOTIVO
             WHEN OTHER
               MOVE "OUTROS" TO DET-MOTIVO
           END-EVALUATE.
           MOVE VALOR-TRAB TO DET-VALOR.
           MOVE W-IDADE TO DET-IDADE.
           WRITE REL-NDABT FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELNDABT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELNDABT - STATUS: "
                   W-RELNDABT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-NOTAS-FORN.
           ADD 1 TO CT-ABERTAS.
           ADD VALOR-TRAB TO W-VALOR-FORN.
           ADD VALOR-TRAB TO W-VALOR-TOTAL.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-NDABT.
           WRITE REL-NDABT AFTER ADVANCING PAGE.
           WRITE REL-NDABT FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-NDABT FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-NDABT.
           WRITE REL-NDABT AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE CT-ABERTAS TO TOT-NOTAS.
           MOVE W-VALOR-TOTAL TO TOT-VALOR.
           WRITE REL-NDABT FROM DET-TOTAL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-NDABT.
           WRITE REL-NDABT AFTER ADVANCING 2 LINES.
           MOVE "NOTAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-NDABT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "NOTAS EM ABERTO:" TO ROT-ESTAT.
           MOVE CT-ABERTAS TO VAL-ESTAT.
           WRITE REL-NDABT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "FORNECEDORES COM NOTA ABERTA:" TO ROT-ESTAT.
           MOVE CT-FORNECEDORES TO VAL-ESTAT.
           WRITE REL-NDABT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-NDABT FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM FECHA-FORNECEDOR.
           IF CT-ABERTAS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELNDABT.
