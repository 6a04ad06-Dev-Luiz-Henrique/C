       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ESTCOM.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        ESTORNO DA COMISSAO DAS DEVOLUCOES DE VENDAS DE
      *                MESES ANTERIORES: CADA DEVOLUCAO DO DEVCOM.DAT
      *                REGISTRADA NA COMPETENCIA DA DATA DE NEGOCIO
      *                (GRAVADA PELO NOTAFIS NO EX05) TEM A COMISSAO
      *                RECALCULADA PELA TAXA EFETIVAMENTE PAGA NO MES
      *                DA VENDA ORIGINAL, GUARDADA NO HISTORICO DA
      *                FOLHA FOLHIST.DAT. O RELESTC LISTA POR VENDEDOR
      *                CADA DEVOLUCAO COM A NOTA, A DATA DA VENDA, A
      *                MERCADORIA, A QUANTIDADE, O VALOR, A DATA DA
      *                DEVOLUCAO, A TAXA E O VALOR ESTORNADO, COM OS
      *                TOTAIS DO VENDEDOR E GERAL. VENDA SEM COMISSAO
      *                REGISTRADA NO HISTORICO SAI NO RELATORIO SEM
      *                ESTORNO. O ESTCOM.DAT LEVA UM REGISTRO POR
      *                VENDEDOR PARA O DESCONTO NA FOLHA MENSAL DO EX06.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEVCOM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-DEVCOM-STATUS.
           SELECT OPTIONAL FOLHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLHIST-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT ESTCOM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-ESTCOM-STATUS.
           SELECT RELESTC ASSIGN TO DISK
               FILE STATUS IS W-RELESTC-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    DEVOLUCOES DE MESES ANTERIORES, GRAVADAS PELO NOTAFIS
       FD DEVCOM LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCOM.DAT".
       01 REG-DEVCOM.
           COPY DEVCOM.

      *    HISTORICO DA FOLHA MENSAL, MANTIDO PELO REVFOL
       FD FOLHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHIST.DAT".
       01 REG-FOLHIST.
           COPY FOLMES.

       SD TRAB.
       01 REG-TRAB.
           02 COD-VEN-TRAB         PIC 9(05).
           02 FILIAL-TRAB          PIC 9(02).
           02 NUM-NF-TRAB          PIC 9(06).
           02 NOME-TRAB            PIC X(20).
           02 COD-MERC-TRAB        PIC 9(03).
           02 QTD-TRAB             PIC 9(03).
           02 VALOR-TRAB           PIC 9(07)V99.
           02 DT-VENDA-TRAB        PIC 9(08).
           02 DT-DEVOL-TRAB        PIC 9(08).
           02 TAXA-TRAB            PIC 9V999.
           02 ESTORNO-TRAB         PIC 9(07)V99.
           02 ACHOU-TRAB           PIC X(03).

      *    ESTORNO DA COMPETENCIA POR VENDEDOR, LIDO PELO EX06
       FD ESTCOM LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTCOM.DAT".
       01 REG-ESTCOM.
           COPY ESTCOM.

       FD RELESTC LABEL RECORD IS OMITTED.
       01 REL-ESTC                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

      *    COMPETENCIA DA DATA DE NEGOCIO (DATAPROC)
       01 W-DATA-NEGOCIO.
           02 W-NEG-ANOMES         PIC 9(06).
           02 W-NEG-DD             PIC 9(02).
       77 W-ANOMES-REG         PIC 9(06) VALUE ZEROS.

      *    DEVOLUCOES DA COMPETENCIA, COM O MES DA VENDA ORIGINAL E A
      *    TAXA ACHADA NO HISTORICO
       77 CT-DEV               PIC 9(03) VALUE ZEROS.
       77 W-DEV-I              PIC 9(03) VALUE ZEROS.
       01 TAB-DEV.
           02 TAB-DEV-OCR OCCURS 500 TIMES.
             03 TDV-COD-VEN        PIC 9(05).
             03 TDV-NOME           PIC X(20).
             03 TDV-FILIAL         PIC 9(02).
             03 TDV-NUM-NF         PIC 9(06).
             03 TDV-MERC           PIC 9(03).
             03 TDV-QTD            PIC 9(03).
             03 TDV-VALOR          PIC 9(07)V99.
             03 TDV-DT-VENDA       PIC 9(08).
             03 TDV-DT-DEVOL       PIC 9(08).
             03 TDV-ANOMES-VENDA   PIC 9(06).
             03 TDV-TAXA           PIC 9V999.
             03 TDV-ACHOU          PIC X(03).

      *    QUEBRA POR VENDEDOR
       77 W-TEM-VENDEDOR       PIC X(03) VALUE "NAO".
       77 W-VEN-ATUAL          PIC 9(05) VALUE ZEROS.
       77 W-TOT-VENDEDOR       PIC 9(07)V99 VALUE ZEROS.
       77 W-TOT-GERAL          PIC 9(09)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDAS             PIC 9(05) VALUE ZEROS.
       77 CT-OUTRA-COMP        PIC 9(05) VALUE ZEROS.
       77 CT-SEM-HIST          PIC 9(05) VALUE ZEROS.
       77 CT-VENDEDORES        PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-DEVCOM-STATUS      PIC X(02) VALUE "00".
       77 W-FOLHIST-STATUS     PIC X(02) VALUE "00".
       77 W-ESTCOM-STATUS      PIC X(02) VALUE "00".
       77 W-RELESTC-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(52) VALUE
              "ESTORNO DE COMISSAO - DEVOLUCOES DE MESES ANTERIORES".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "COMPETENCIA: ".
           02 VAR-COMP PIC 9(06).
           02 FILLER PIC X(59) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(10) VALUE " FL/NOTA".
           02 FILLER PIC X(11) VALUE "   VENDA".
           02 FILLER PIC X(04) VALUE " MER".
           02 FILLER PIC X(04) VALUE " QTD".
           02 FILLER PIC X(11) VALUE "      VALOR".
           02 FILLER PIC X(11) VALUE " DEVOLUCAO".
           02 FILLER PIC X(06) VALUE "  TAXA".
           02 FILLER PIC X(11) VALUE "    ESTORNO".
           02 FILLER PIC X(12) VALUE SPACES.

       01 DET-VENDEDOR.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VENDEDOR: ".
           02 DET-VEN-COD PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VEN-NOME PIC X(20).
           02 FILLER PIC X(42) VALUE SPACES.

       01 DET-DEVOLUCAO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-FILIAL PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-NUM-NF PIC 9(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DT-VENDA PIC 99/99/9999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-MERC PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-QTD PIC ZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DT-DEVOL PIC 99/99/9999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-TAXA PIC 9,999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-ESTORNO PIC ZZZZZZ9,99.
           02 FILLER PIC X(12) VALUE SPACES.

       01 DET-SEM-HIST.
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
              "SEM COMISSAO NO HISTORICO - NADA A ESTORNAR".
           02 FILLER PIC X(19) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-TOTAL PIC X(34).
           02 VAL-TOTAL PIC ZZZZZZZZZZ9,99.
           02 FILLER PIC X(22) VALUE SPACES.

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
       PGM-ESTCOM.
           SORT TRAB ASCENDING KEY COD-VEN-TRAB, FILIAL-TRAB,
               NUM-NF-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SELECAO DAS DEVOLUCOES DA COMPETENCIA E BUSCA DA TAXA PAGA NO
      * MES DA VENDA ORIGINAL; O HISTORICO SO E LIDO UMA VEZ

       ROT-ENTRADA SECTION.
           CALL "DATAPROC" USING W-DATA-NEGOCIO.
           MOVE W-DATA-NEGOCIO TO W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM CARREGA-DEVCOM.
           PERFORM PROCURA-HISTORICO.
           MOVE ZEROS TO W-DEV-I.
           PERFORM LIBERA-DEVOLUCAO CT-DEV TIMES.

       CARREGA-DEVCOM SECTION.
           OPEN INPUT DEVCOM.
           IF W-DEVCOM-STATUS NOT EQUAL "00" AND
              W-DEVCOM-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR DEVCOM - STATUS: "
                   W-DEVCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-DEVCOM.
           PERFORM GUARDA-DEVCOM UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE DEVCOM.

       LE-DEVCOM SECTION.
           READ DEVCOM AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-DEVCOM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE DEVCOM - STATUS: "
                   W-DEVCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDAS.

      *    DEVOLUCAO REGISTRADA EM OUTRA COMPETENCIA JA FOI (OU AINDA
      *    SERA) ESTORNADA NA FOLHA DAQUELE MES
       GUARDA-DEVCOM SECTION.
           COMPUTE W-ANOMES-REG = DV-DATA-REG / 100.
           IF W-ANOMES-REG NOT EQUAL W-NEG-ANOMES
               ADD 1 TO CT-OUTRA-COMP
           ELSE
               ADD 1 TO CT-DEV
               IF CT-DEV GREATER THAN 500
                   DISPLAY "ERRO: DEVCOM.DAT EXCEDE O LIMITE DE 500 "
                       "DEVOLUCOES NA COMPETENCIA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE DV-COD-VEN TO TDV-COD-VEN (CT-DEV)
               MOVE DV-NOME TO TDV-NOME (CT-DEV)
               MOVE DV-FILIAL TO TDV-FILIAL (CT-DEV)
               MOVE DV-NUM-NF TO TDV-NUM-NF (CT-DEV)
               MOVE DV-COD-MERC TO TDV-MERC (CT-DEV)
               MOVE DV-QTD TO TDV-QTD (CT-DEV)
               MOVE DV-VALOR TO TDV-VALOR (CT-DEV)
               MOVE DV-DT-VENDA TO TDV-DT-VENDA (CT-DEV)
               MOVE DV-DT-DEVOL TO TDV-DT-DEVOL (CT-DEV)
               COMPUTE TDV-ANOMES-VENDA (CT-DEV) =
                   DV-VENDA-AAAA * 100 + DV-VENDA-MM
               MOVE ZEROS TO TDV-TAXA (CT-DEV)
               MOVE "NAO" TO TDV-ACHOU (CT-DEV)
           END-IF.
           PERFORM LE-DEVCOM.

      *    A FOLHA DE CADA MES FICA NO HISTORICO COM A BASE E A TAXA DA
      *    COMISSAO PAGA; REGISTRO ANTERIOR A ESSES CAMPOS NAO TEM TAXA
       PROCURA-HISTORICO SECTION.
           IF CT-DEV GREATER THAN ZEROS
               OPEN INPUT FOLHIST
               IF W-FOLHIST-STATUS NOT EQUAL "00" AND
                  W-FOLHIST-STATUS NOT EQUAL "05"
                   DISPLAY "ERRO AO ABRIR FOLHIST - STATUS: "
                       W-FOLHIST-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "NAO" TO FIM-ARQ
               PERFORM LE-FOLHIST
               PERFORM CONFERE-HISTORICO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE FOLHIST
           END-IF.

       LE-FOLHIST SECTION.
           READ FOLHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FOLHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FOLHIST - STATUS: "
                   W-FOLHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CONFERE-HISTORICO SECTION.
           IF FM-TAXA-COM NUMERIC
               MOVE ZEROS TO W-DEV-I
               PERFORM APLICA-TAXA CT-DEV TIMES.
           PERFORM LE-FOLHIST.

       APLICA-TAXA SECTION.
           ADD 1 TO W-DEV-I.
           IF TDV-ANOMES-VENDA (W-DEV-I) EQUAL FM-ANOMES AND
              TDV-COD-VEN (W-DEV-I) EQUAL FM-COD-VEN
               MOVE FM-TAXA-COM TO TDV-TAXA (W-DEV-I)
               MOVE "SIM" TO TDV-ACHOU (W-DEV-I).

       LIBERA-DEVOLUCAO SECTION.
           ADD 1 TO W-DEV-I.
           MOVE TDV-COD-VEN (W-DEV-I) TO COD-VEN-TRAB.
           MOVE TDV-FILIAL (W-DEV-I) TO FILIAL-TRAB.
           MOVE TDV-NUM-NF (W-DEV-I) TO NUM-NF-TRAB.
           MOVE TDV-NOME (W-DEV-I) TO NOME-TRAB.
           MOVE TDV-MERC (W-DEV-I) TO COD-MERC-TRAB.
           MOVE TDV-QTD (W-DEV-I) TO QTD-TRAB.
           MOVE TDV-VALOR (W-DEV-I) TO VALOR-TRAB.
           MOVE TDV-DT-VENDA (W-DEV-I) TO DT-VENDA-TRAB.
           MOVE TDV-DT-DEVOL (W-DEV-I) TO DT-DEVOL-TRAB.
           MOVE TDV-TAXA (W-DEV-I) TO TAXA-TRAB.
           MOVE TDV-ACHOU (W-DEV-I) TO ACHOU-TRAB.
           COMPUTE ESTORNO-TRAB ROUNDED = TDV-VALOR (W-DEV-I)
               * TDV-TAXA (W-DEV-I).
           RELEASE REG-TRAB.

      *================================================================*
      * RELATORIO POR VENDEDOR E ESTORNO DA COMPETENCIA; VENDEDOR SEM
      * VALOR A ESTORNAR NAO VAI PARA A FOLHA

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT ESTCOM.
           IF W-ESTCOM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR ESTCOM - STATUS: "
                   W-ESTCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELESTC.
           IF W-RELESTC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELESTC - STATUS: "
                   W-RELESTC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CABECALHO.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF COD-VEN-TRAB NOT EQUAL W-VEN-ATUAL OR
              W-TEM-VENDEDOR EQUAL "NAO"
               PERFORM FECHA-VENDEDOR
               MOVE COD-VEN-TRAB TO W-VEN-ATUAL
               MOVE "SIM" TO W-TEM-VENDEDOR
               PERFORM IMP-VENDEDOR
           END-IF.
           PERFORM IMP-DEVOLUCAO.
           ADD ESTORNO-TRAB TO W-TOT-VENDEDOR.
           PERFORM LEITURA.

       IMP-VENDEDOR SECTION.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           MOVE COD-VEN-TRAB TO DET-VEN-COD.
           MOVE NOME-TRAB TO DET-VEN-NOME.
           WRITE REL-ESTC FROM DET-VENDEDOR AFTER ADVANCING 2 LINES.
           PERFORM VERIFICA-RELESTC.
           ADD 2 TO CT-LIN.

       IMP-DEVOLUCAO SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE FILIAL-TRAB TO DET-FILIAL.
           MOVE NUM-NF-TRAB TO DET-NUM-NF.
           MOVE DT-VENDA-TRAB TO DET-DT-VENDA.
           MOVE COD-MERC-TRAB TO DET-MERC.
           MOVE QTD-TRAB TO DET-QTD.
           MOVE VALOR-TRAB TO DET-VALOR.
           MOVE DT-DEVOL-TRAB TO DET-DT-DEVOL.
           MOVE TAXA-TRAB TO DET-TAXA.
           MOVE ESTORNO-TRAB TO DET-ESTORNO.
           WRITE REL-ESTC FROM DET-DEVOLUCAO AFTER ADVANCING 1 LINE.
           PERFORM VERIFICA-RELESTC.
           ADD 1 TO CT-LIN.
           IF ACHOU-TRAB EQUAL "NAO"
               WRITE REL-ESTC FROM DET-SEM-HIST AFTER ADVANCING 1 LINE
               PERFORM VERIFICA-RELESTC
               ADD 1 TO CT-LIN
               ADD 1 TO CT-SEM-HIST
           END-IF.

       FECHA-VENDEDOR SECTION.
           IF W-TEM-VENDEDOR EQUAL "SIM"
               MOVE "TOTAL ESTORNADO DO VENDEDOR" TO ROT-TOTAL
               MOVE W-TOT-VENDEDOR TO VAL-TOTAL
               WRITE REL-ESTC FROM DET-TOTAL AFTER ADVANCING 1 LINE
               PERFORM VERIFICA-RELESTC
               ADD 1 TO CT-LIN
               IF W-TOT-VENDEDOR GREATER THAN ZEROS
                   PERFORM GRAVA-ESTCOM
               END-IF
               ADD W-TOT-VENDEDOR TO W-TOT-GERAL
               MOVE ZEROS TO W-TOT-VENDEDOR
           END-IF.

       GRAVA-ESTCOM SECTION.
           MOVE W-VEN-ATUAL TO EC-COD-VEN.
           MOVE W-TOT-VENDEDOR TO EC-VALOR.
           MOVE W-DATA-ESTAT TO EC-DATA.
           WRITE REG-ESTCOM.
           IF W-ESTCOM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ESTCOM - STATUS: "
                   W-ESTCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-VENDEDORES.

       VERIFICA-RELESTC SECTION.
           IF W-RELESTC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELESTC - STATUS: "
                   W-RELESTC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE W-NEG-ANOMES TO VAR-COMP.
           MOVE SPACES TO REL-ESTC.
           WRITE REL-ESTC AFTER ADVANCING PAGE.
           WRITE REL-ESTC FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-ESTC FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-ESTC FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-ESTC.
           WRITE REL-ESTC AFTER ADVANCING 2 LINES.
           MOVE "TOTAL GERAL ESTORNADO" TO ROT-TOTAL.
           MOVE W-TOT-GERAL TO VAL-TOTAL.
           WRITE REL-ESTC FROM DET-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "DEVOLUCOES LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDAS TO VAL-ESTAT.
           WRITE REL-ESTC FROM DET-ESTAT AFTER ADVANCING 2 LINES.
           MOVE "DE OUTRAS COMPETENCIAS:" TO ROT-ESTAT.
           MOVE CT-OUTRA-COMP TO VAL-ESTAT.
           WRITE REL-ESTC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "DEVOLUCOES DA COMPETENCIA:" TO ROT-ESTAT.
           MOVE CT-DEV TO VAL-ESTAT.
           WRITE REL-ESTC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "SEM COMISSAO NO HISTORICO:" TO ROT-ESTAT.
           MOVE CT-SEM-HIST TO VAL-ESTAT.
           WRITE REL-ESTC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VENDEDORES COM ESTORNO:" TO ROT-ESTAT.
           MOVE CT-VENDEDORES TO VAL-ESTAT.
           WRITE REL-ESTC FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-ESTC FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM FECHA-VENDEDOR.
           IF CT-LIN GREATER THAN 32
               PERFORM CABECALHO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE ESTCOM RELESTC.
