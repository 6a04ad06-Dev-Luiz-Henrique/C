       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELNFSEQ.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONTROLE DA SEQUENCIA DAS NOTAS FISCAIS: PERCORRE
      *                O REGISTRO NFREG.DAT NA ORDEM DE FILIAL E NUMERO
      *                E LISTA NO RELNFSEQ AS LACUNAS (NUMERO ENTRE 1 E
      *                O ULTIMO EMITIDO SEGUNDO O NFCTRL.DAT QUE NAO
      *                CONSTA DO REGISTRO), OS NUMEROS REGISTRADOS
      *                ACIMA DO ULTIMO DO NFCTRL E AS POSSIVEIS
      *                DUPLICIDADES: DUAS NOTAS NAO ANULADAS DA MESMA
      *                FILIAL, DATA, VENDEDOR, MERCADORIA, QUANTIDADE E
      *                VALOR, COMO NA VENDA EMITIDA DE NOVO QUANDO A
      *                NOITE E REINICIADA. AS NOTAS ANULADAS TAMBEM
      *                OCUPAM SEU NUMERO E NAO SAO LACUNA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NFCTRL ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-NFCTRL-STATUS.
           SELECT NFREG ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-NFR
               FILE STATUS IS W-NFREG-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELNFSEQ ASSIGN TO DISK
               FILE STATUS IS W-RELNFSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD NFCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "NFCTRL.DAT".
       01 REG-NFCTRL.
           02 FILIAL-NFC           PIC 9(02).
           02 ULTIMO-NFC           PIC 9(06).

      *    MESMO LAYOUT GRAVADO PELO NOTAFIS
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

       SD TRAB.
       01 REG-TRAB.
           02 FILIAL-TRAB          PIC 9(02).
           02 DT-EMISSAO-TRAB      PIC 9(08).
           02 VENDEDOR-TRAB        PIC 9(05).
           02 COD-MERC-TRAB        PIC 9(03).
           02 QTD-TRAB             PIC 9(03).
           02 VALOR-TRAB           PIC 9(07)V99.
           02 NUM-TRAB             PIC 9(06).

       FD RELNFSEQ LABEL RECORD IS OMITTED.
       01 REL-SEQ                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

      *    ULTIMO NUMERO POR FILIAL (FILIAL 00 NA POSICAO 1) E
      *    ULTIMO NUMERO VISTO NO REGISTRO
       77 W-NFC-I              PIC 9(03) VALUE ZEROS.
       01 TAB-NFCTRL.
           02 TAB-NFC-OCR OCCURS 100 TIMES.
             03 TNC-ULTIMO     PIC 9(06).
             03 TNC-VISTO      PIC 9(06).

       77 W-FILIAL             PIC 9(02) VALUE ZEROS.
       77 W-ESPERADO           PIC 9(06) VALUE ZEROS.
       77 W-LACUNA-INI         PIC 9(06) VALUE ZEROS.
       77 W-LACUNA-FIM         PIC 9(06) VALUE ZEROS.

      *    NOTA ANTERIOR NA ORDEM DE CONFERENCIA DE DUPLICIDADE
       01 W-NOTA-ANT.
           02 W-ANT-FILIAL         PIC 9(02).
           02 W-ANT-EMISSAO        PIC 9(08).
           02 W-ANT-VENDEDOR       PIC 9(05).
           02 W-ANT-COD-MERC       PIC 9(03).
           02 W-ANT-QTD            PIC 9(03).
           02 W-ANT-VALOR          PIC 9(07)V99.
       77 W-ANT-NUM            PIC 9(06) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-ANULADAS          PIC 9(05) VALUE ZEROS.
       77 CT-LACUNAS           PIC 9(05) VALUE ZEROS.
       77 CT-ACIMA             PIC 9(05) VALUE ZEROS.
       77 CT-DUPLICADAS        PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-NFCTRL-STATUS      PIC X(02) VALUE "00".
       77 W-NFREG-STATUS       PIC X(02) VALUE "00".
       77 W-RELNFSEQ-STATUS    PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(48) VALUE
              "CONTROLE DA SEQUENCIA DAS NOTAS FISCAIS".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-LACUNAS.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "LACUNAS E NUMEROS FORA DO CONTROLE".
           02 FILLER PIC X(26) VALUE SPACES.

       01 CAB-DUPLICADAS.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "POSSIVEIS DUPLICIDADES (MESMA VENDA EM DUAS NOTAS)".
           02 FILLER PIC X(26) VALUE SPACES.

       01 DET-LACUNA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "FILIAL: ".
           02 DET-LAC-FILIAL PIC 9(02).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "NOTAS: ".
           02 DET-LAC-INI PIC 9(06).
           02 FILLER PIC X(03) VALUE " A ".
           02 DET-LAC-FIM PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-LAC-MOTIVO PIC X(30).
           02 FILLER PIC X(06) VALUE SPACES.

       01 DET-DUPLICADA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "FILIAL: ".
           02 DET-DUP-FILIAL PIC 9(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "NF: ".
           02 DET-DUP-NUM PIC 9(06).
           02 FILLER PIC X(03) VALUE " E ".
           02 DET-DUP-ANT PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DUP-DATA PIC 99/99/9999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DUP-VENDEDOR PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DUP-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(14) VALUE SPACES.

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
       PGM-RELNFSEQ.
           SORT TRAB ASCENDING KEY FILIAL-TRAB, DT-EMISSAO-TRAB,
               VENDEDOR-TRAB, COD-MERC-TRAB, QTD-TRAB, VALOR-TRAB,
               NUM-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * LACUNAS: O REGISTRO E LIDO NA ORDEM DA CHAVE E CADA NUMERO
      * DEVE SER O SEGUINTE DO ANTERIOR DA MESMA FILIAL; AS NOTAS NAO
      * ANULADAS SEGUEM PARA A CLASSIFICACAO DE DUPLICIDADE

       ROT-ENTRADA SECTION.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM CARREGA-NFCTRL.
           OPEN INPUT NFREG.
           IF W-NFREG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR NFREG - STATUS: "
                   W-NFREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELNFSEQ.
           IF W-RELNFSEQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELNFSEQ - STATUS: "
                   W-RELNFSEQ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CABECALHO.
           WRITE REL-SEQ FROM CAB-LACUNAS AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.
           PERFORM LE-NFREG.
           PERFORM CONFERE-NUMERO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE NFREG.
           MOVE ZEROS TO W-NFC-I.
           PERFORM CONFERE-FIM-FILIAL 100 TIMES.

       CARREGA-NFCTRL SECTION.
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

       LE-NFCTRL SECTION.
           READ NFCTRL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-NFCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE NFCTRL - STATUS: "
                   W-NFCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-NFCTRL SECTION.
           COMPUTE W-NFC-I = FILIAL-NFC + 1.
           MOVE ULTIMO-NFC TO TNC-ULTIMO (W-NFC-I).
           PERFORM LE-NFCTRL.

       LE-NFREG SECTION.
           READ NFREG NEXT RECORD AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-NFREG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE NFREG - STATUS: "
                   W-NFREG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       CONFERE-NUMERO SECTION.
           COMPUTE W-NFC-I = FILIAL-NFR + 1.
           COMPUTE W-ESPERADO = TNC-VISTO (W-NFC-I) + 1.
           IF NUM-NFR GREATER THAN W-ESPERADO
               MOVE FILIAL-NFR TO W-FILIAL
               MOVE W-ESPERADO TO W-LACUNA-INI
               COMPUTE W-LACUNA-FIM = NUM-NFR - 1
               MOVE "NAO REGISTRADAS" TO DET-LAC-MOTIVO
               PERFORM IMP-LACUNA
               ADD 1 TO CT-LACUNAS.
           IF NUM-NFR GREATER THAN TNC-ULTIMO (W-NFC-I)
               MOVE FILIAL-NFR TO W-FILIAL
               MOVE NUM-NFR TO W-LACUNA-INI
               MOVE NUM-NFR TO W-LACUNA-FIM
               MOVE "ACIMA DO ULTIMO DO NFCTRL" TO DET-LAC-MOTIVO
               PERFORM IMP-LACUNA
               ADD 1 TO CT-ACIMA.
           MOVE NUM-NFR TO TNC-VISTO (W-NFC-I).
           IF SITUACAO-NFR EQUAL "A"
               ADD 1 TO CT-ANULADAS
           ELSE
               MOVE FILIAL-NFR TO FILIAL-TRAB
               MOVE DT-EMISSAO-NFR TO DT-EMISSAO-TRAB
               MOVE VENDEDOR-NFR TO VENDEDOR-TRAB
               MOVE COD-MERC-NFR TO COD-MERC-TRAB
               MOVE QTD-NFR TO QTD-TRAB
               MOVE VALOR-NFR TO VALOR-TRAB
               MOVE NUM-NFR TO NUM-TRAB
               RELEASE REG-TRAB
           END-IF.
           PERFORM LE-NFREG.

      *    NUMEROS DO FIM DA SEQUENCIA QUE O NFCTRL DA COMO EMITIDOS
      *    E QUE NAO CHEGARAM AO REGISTRO
       CONFERE-FIM-FILIAL SECTION.
           ADD 1 TO W-NFC-I.
           IF TNC-ULTIMO (W-NFC-I) GREATER THAN TNC-VISTO (W-NFC-I)
               COMPUTE W-FILIAL = W-NFC-I - 1
               COMPUTE W-LACUNA-INI = TNC-VISTO (W-NFC-I) + 1
               MOVE TNC-ULTIMO (W-NFC-I) TO W-LACUNA-FIM
               MOVE "NAO REGISTRADAS" TO DET-LAC-MOTIVO
               PERFORM IMP-LACUNA
               ADD 1 TO CT-LACUNAS.

       IMP-LACUNA SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE W-FILIAL TO DET-LAC-FILIAL.
           MOVE W-LACUNA-INI TO DET-LAC-INI.
           MOVE W-LACUNA-FIM TO DET-LAC-FIM.
           WRITE REL-SEQ FROM DET-LACUNA AFTER ADVANCING 1 LINE.
           IF W-RELNFSEQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELNFSEQ - STATUS: "
                   W-RELNFSEQ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

      *================================================================*
      * DUPLICIDADES: NOTAS VIZINHAS NA CLASSIFICACAO COM A MESMA
      * VENDA

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           MOVE SPACES TO W-NOTA-ANT.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           WRITE REL-SEQ FROM CAB-DUPLICADAS AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF FILIAL-TRAB EQUAL W-ANT-FILIAL AND
              DT-EMISSAO-TRAB EQUAL W-ANT-EMISSAO AND
              VENDEDOR-TRAB EQUAL W-ANT-VENDEDOR AND
              COD-MERC-TRAB EQUAL W-ANT-COD-MERC AND
              QTD-TRAB EQUAL W-ANT-QTD AND
              VALOR-TRAB EQUAL W-ANT-VALOR
               PERFORM IMP-DUPLICADA.
           MOVE FILIAL-TRAB TO W-ANT-FILIAL.
           MOVE DT-EMISSAO-TRAB TO W-ANT-EMISSAO.
           MOVE VENDEDOR-TRAB TO W-ANT-VENDEDOR.
           MOVE COD-MERC-TRAB TO W-ANT-COD-MERC.
           MOVE QTD-TRAB TO W-ANT-QTD.
           MOVE VALOR-TRAB TO W-ANT-VALOR.
           MOVE NUM-TRAB TO W-ANT-NUM.
           PERFORM LEITURA.

       IMP-DUPLICADA SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE FILIAL-TRAB TO DET-DUP-FILIAL.
           MOVE NUM-TRAB TO DET-DUP-NUM.
           MOVE W-ANT-NUM TO DET-DUP-ANT.
           MOVE DT-EMISSAO-TRAB TO DET-DUP-DATA.
           MOVE VENDEDOR-TRAB TO DET-DUP-VENDEDOR.
           MOVE VALOR-TRAB TO DET-DUP-VALOR.
           WRITE REL-SEQ FROM DET-DUPLICADA AFTER ADVANCING 1 LINE.
           IF W-RELNFSEQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELNFSEQ - STATUS: "
                   W-RELNFSEQ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-DUPLICADAS.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-SEQ.
           WRITE REL-SEQ AFTER ADVANCING PAGE.
           WRITE REL-SEQ FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SEQ.
           WRITE REL-SEQ AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-SEQ.
           WRITE REL-SEQ AFTER ADVANCING 2 LINES.
           MOVE "NOTAS NO REGISTRO:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-SEQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "NOTAS ANULADAS:" TO ROT-ESTAT.
           MOVE CT-ANULADAS TO VAL-ESTAT.
           WRITE REL-SEQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "LACUNAS NA SEQUENCIA:" TO ROT-ESTAT.
           MOVE CT-LACUNAS TO VAL-ESTAT.
           WRITE REL-SEQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "NUMEROS ACIMA DO NFCTRL:" TO ROT-ESTAT.
           MOVE CT-ACIMA TO VAL-ESTAT.
           WRITE REL-SEQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "POSSIVEIS DUPLICIDADES:" TO ROT-ESTAT.
           MOVE CT-DUPLICADAS TO VAL-ESTAT.
           WRITE REL-SEQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-SEQ FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELNFSEQ.
