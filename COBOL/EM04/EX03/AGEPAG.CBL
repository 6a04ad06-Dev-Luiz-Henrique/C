       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AGEPAG.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        AGING DO CONTAS A PAGAR, NOS MOLDES DO AGEREC:
      *                LE OS TITULOS ABERTOS DE CONTPAG.DAT (GERADOS
      *                PELO RECEBMER A CADA ENTREGA), CLASSIFICA POR
      *                FORNECEDOR E VENCIMENTO E IMPRIME O RELATORIO
      *                RELAGEP COM O SALDO ABERTO POR FORNECEDOR
      *                DISTRIBUIDO NAS FAIXAS A VENCER, 1-30, 31-60,
      *                61-90 E MAIS DE 90 DIAS DE ATRASO (CONVENCAO
      *                30/360) SOBRE A DATA DE NEGOCIO DO DATAPROC, COM
      *                TOTAL GERAL POR FAIXA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTPAG ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-CONTPAG-STATUS.
           SELECT CADFORN ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADFORN-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELAGEP ASSIGN TO DISK
               FILE STATUS IS W-RELAGEP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CONTAS A PAGAR DO RECEBMER, DATAS EM AAAAMMDD
       FD CONTPAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTPAG.DAT".
       01 REG-CONTPAG.
           02 CP-NUM                   PIC 9(06).
           02 CP-FORN                  PIC 9(03).
           02 CP-NUM-PED               PIC 9(05).
           02 CP-COD-MERC              PIC 9(03).
           02 CP-QTD                   PIC 9(04).
           02 CP-DATA-REC              PIC 9(08).
           02 CP-VENC                  PIC 9(08).
           02 CP-VALOR                 PIC 9(07)V99.
           02 CP-SITUACAO              PIC X(01).
           02 CP-DATA-PAG              PIC 9(08).

       FD CADFORN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 COD-FORN             PIC 9(03).
           02 NOME-FORN            PIC X(30).
           02 CNPJ-FORN            PIC 9(14).
           02 PRAZO-FORN           PIC 9(03).

       SD TRAB.
       01 REG-TRAB.
           02 FORN-TRAB          PIC 9(03).
           02 VENC-TRAB.
             03 VENC-AAAA-TRAB   PIC 9(04).
             03 VENC-MM-TRAB     PIC 9(02).
             03 VENC-DD-TRAB     PIC 9(02).
           02 NUM-TRAB           PIC 9(06).
           02 VALOR-TRAB         PIC 9(07)V99.

       FD RELAGEP LABEL RECORD IS OMITTED.
       01 REL-AGEP               PIC X(96).

       WORKING-STORAGE SECTION.
       77 FIM-TIT              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(03) VALUE ZEROS.
       77 W-FORN-POS           PIC 9(03) VALUE ZEROS.
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

       77 WFORN                PIC 9(03) VALUE ZEROS.
       77 W-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.

      *    SALDOS DO FORNECEDOR E DA COMPANHIA POR FAIXA DE ATRASO
       01 W-FAIXAS-FORN.
           02 W-FORN-AVENCER   PIC 9(09)V99 VALUE ZEROS.
           02 W-FORN-F30       PIC 9(09)V99 VALUE ZEROS.
           02 W-FORN-F60       PIC 9(09)V99 VALUE ZEROS.
           02 W-FORN-F90       PIC 9(09)V99 VALUE ZEROS.
           02 W-FORN-FMAIS     PIC 9(09)V99 VALUE ZEROS.
       01 W-FAIXAS-COMP.
           02 W-COMP-AVENCER   PIC 9(11)V99 VALUE ZEROS.
           02 W-COMP-F30       PIC 9(11)V99 VALUE ZEROS.
           02 W-COMP-F60       PIC 9(11)V99 VALUE ZEROS.
           02 W-COMP-F90       PIC 9(11)V99 VALUE ZEROS.
           02 W-COMP-FMAIS     PIC 9(11)V99 VALUE ZEROS.

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).
       01 W-DATA-ESTAT REDEFINES W-DATA-HOJE PIC 9(08).

      *    FORNECEDORES, PARA O NOME NO RELATORIO
       77 CT-TAB-FORN          PIC 9(03) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           02 TAB-FORN-OCR OCCURS 50 TIMES.
             03 TF-COD         PIC 9(03).
             03 TF-NOME        PIC X(30).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-ABERTOS           PIC 9(05) VALUE ZEROS.
       77 CT-FORNECEDORES      PIC 9(05) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CONTPAG-STATUS     PIC X(02) VALUE "00".
       77 W-CADFORN-STATUS     PIC X(02) VALUE "00".
       77 W-RELAGEP-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "AGING DO CONTAS A PAGAR A FORNECEDORES".
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-COLUNAS.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "FORNECEDOR".
           02 FILLER PIC X(10) VALUE "  A VENCER".
           02 FILLER PIC X(10) VALUE "      1-30".
           02 FILLER PIC X(10) VALUE "     31-60".
           02 FILLER PIC X(10) VALUE "     61-90".
           02 FILLER PIC X(10) VALUE "       90+".
           02 FILLER PIC X(12) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-FORN PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME PIC X(26).
           02 DET-AVENCER PIC ZZZZZZ9,99.
           02 DET-F30 PIC ZZZZZZ9,99.
           02 DET-F60 PIC ZZZZZZ9,99.
           02 DET-F90 PIC ZZZZZZ9,99.
           02 DET-FMAIS PIC ZZZZZZ9,99.
           02 FILLER PIC X(12) VALUE SPACES.

       01 ROD-COMPANHIA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "TOTAL DA COMPANHIA".
           02 ROD-AVENCER PIC ZZZZZZ9,99.
           02 ROD-F30 PIC ZZZZZZ9,99.
           02 ROD-F60 PIC ZZZZZZ9,99.
           02 ROD-F90 PIC ZZZZZZ9,99.
           02 ROD-FMAIS PIC ZZZZZZ9,99.
           02 FILLER PIC X(12) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-AGEPAG.
           CALL "DATAPROC" USING W-DATA-ESTAT.
           PERFORM CARREGA-CADFORN.
           SORT TRAB ASCENDING KEY FORN-TRAB, VENC-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*

       CARREGA-CADFORN SECTION.
           OPEN INPUT CADFORN.
           IF W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CADFORN.
           PERFORM GUARDA-FORNECEDOR UNTIL FIM-TIT EQUAL "SIM".
           CLOSE CADFORN.
           MOVE "NAO" TO FIM-TIT.

       LE-CADFORN SECTION.
           READ CADFORN AT END MOVE "SIM" TO FIM-TIT.
           IF FIM-TIT NOT EQUAL "SIM" AND
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

      *================================================================*
      * SELECAO: SOMENTE TITULOS ABERTOS ENTRAM NO AGING; O PAGO PELO
      * SELPAG FICA DE FORA.

       ROT-ENTRADA SECTION.
           OPEN INPUT CONTPAG.
           IF W-CONTPAG-STATUS NOT EQUAL "00" AND
              W-CONTPAG-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-TITULO.
           PERFORM SELECIONA-TITULO UNTIL FIM-TIT EQUAL "SIM".
           CLOSE CONTPAG.

       LE-TITULO SECTION.
           READ CONTPAG AT END MOVE "SIM" TO FIM-TIT.
           IF FIM-TIT NOT EQUAL "SIM" AND
              W-CONTPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-TIT NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-TITULO SECTION.
           IF CP-SITUACAO EQUAL "A"
               MOVE CP-FORN TO FORN-TRAB
               MOVE CP-VENC TO VENC-TRAB
               MOVE CP-NUM TO NUM-TRAB
               MOVE CP-VALOR TO VALOR-TRAB
               RELEASE REG-TRAB
               ADD 1 TO CT-ABERTOS
           END-IF.
           PERFORM LE-TITULO.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELAGEP.
           IF W-RELAGEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELAGEP - STATUS: "
                   W-RELAGEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           IF FORN-TRAB NOT EQUAL WFORN
               PERFORM IMP-DET-FORNECEDOR
               MOVE FORN-TRAB TO WFORN
           END-IF.
           PERFORM CLASSIFICA-FAIXA.
           PERFORM LEITURA.

      *================================================================*
      * DIAS DE ATRASO NA CONVENCAO 30/360, COMO NO AGEREC.

       CLASSIFICA-FAIXA SECTION.
           COMPUTE W-DIAS-ATRASO =
               ((W-HOJE-AAAA - VENC-AAAA-TRAB) * 360)
               + ((W-HOJE-MM - VENC-MM-TRAB) * 30)
               + (W-HOJE-DD - VENC-DD-TRAB).
           EVALUATE TRUE
             WHEN W-DIAS-ATRASO NOT GREATER THAN ZEROS
               ADD VALOR-TRAB TO W-FORN-AVENCER
               ADD VALOR-TRAB TO W-COMP-AVENCER
             WHEN W-DIAS-ATRASO NOT GREATER THAN 30
               ADD VALOR-TRAB TO W-FORN-F30
               ADD VALOR-TRAB TO W-COMP-F30
             WHEN W-DIAS-ATRASO NOT GREATER THAN 60
               ADD VALOR-TRAB TO W-FORN-F60
               ADD VALOR-TRAB TO W-COMP-F60
             WHEN W-DIAS-ATRASO NOT GREATER THAN 90
               ADD VALOR-TRAB TO W-FORN-F90
               ADD VALOR-TRAB TO W-COMP-F90
             WHEN OTHER
               ADD VALOR-TRAB TO W-FORN-FMAIS
               ADD VALOR-TRAB TO W-COMP-FMAIS
           END-EVALUATE.

      *================================================================*
      * A LINHA DO FORNECEDOR SAI QUANDO O CODIGO MUDA E NO FIM; O
      * CADFORN NAO TEM CODIGO ZERO, ENTAO WFORN ZERADO E O COMECO

       IMP-DET-FORNECEDOR SECTION.
           IF WFORN NOT EQUAL ZEROS
               PERFORM BUSCA-NOME-FORNECEDOR
               MOVE WFORN TO DET-FORN
               MOVE W-FORN-AVENCER TO DET-AVENCER
               MOVE W-FORN-F30 TO DET-F30
               MOVE W-FORN-F60 TO DET-F60
               MOVE W-FORN-F90 TO DET-F90
               MOVE W-FORN-FMAIS TO DET-FMAIS
               WRITE REL-AGEP FROM DETALHE AFTER ADVANCING 1 LINE
               IF W-RELAGEP-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE RELAGEP - STATUS: "
                       W-RELAGEP-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-LIN
               ADD 1 TO CT-FORNECEDORES
               MOVE ZEROS TO W-FORN-AVENCER W-FORN-F30 W-FORN-F60
                   W-FORN-F90 W-FORN-FMAIS
           END-IF.

       BUSCA-NOME-FORNECEDOR SECTION.
           MOVE ZEROS TO W-FORN-POS.
           MOVE 1 TO W-I.
           PERFORM TESTA-FORNECEDOR UNTIL W-I GREATER THAN CT-TAB-FORN
               OR W-FORN-POS NOT EQUAL ZEROS.
           IF W-FORN-POS NOT EQUAL ZEROS
               MOVE TF-NOME (W-FORN-POS) TO DET-NOME
           ELSE
               MOVE "(NAO CADASTRADO)" TO DET-NOME.

       TESTA-FORNECEDOR SECTION.
           IF TF-COD (W-I) EQUAL WFORN
               MOVE W-I TO W-FORN-POS
           ELSE
               ADD 1 TO W-I.

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-AGEP.
           WRITE REL-AGEP AFTER ADVANCING PAGE.
           WRITE REL-AGEP FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-AGEP FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-AGEP.
           WRITE REL-AGEP AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ROD-COMPANHIA SECTION.
           MOVE W-COMP-AVENCER TO ROD-AVENCER.
           MOVE W-COMP-F30 TO ROD-F30.
           MOVE W-COMP-F60 TO ROD-F60.
           MOVE W-COMP-F90 TO ROD-F90.
           MOVE W-COMP-FMAIS TO ROD-FMAIS.
           WRITE REL-AGEP FROM ROD-COMPANHIA AFTER ADVANCING 2 LINES.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-AGEP.
           WRITE REL-AGEP AFTER ADVANCING 2 LINES.
           MOVE "TITULOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-AGEP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TITULOS ABERTOS:" TO ROT-ESTAT.
           MOVE CT-ABERTOS TO VAL-ESTAT.
           WRITE REL-AGEP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "FORNECEDORES COM SALDO:" TO ROT-ESTAT.
           MOVE CT-FORNECEDORES TO VAL-ESTAT.
           WRITE REL-AGEP FROM DET-ESTAT AFTER ADVANCING 1 LINE.

       FIM SECTION.
           IF CT-ABERTOS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-DET-FORNECEDOR.
           PERFORM IMP-ROD-COMPANHIA.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELAGEP.
