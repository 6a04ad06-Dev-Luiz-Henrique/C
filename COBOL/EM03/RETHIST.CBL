       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RETHIST.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        RETENCAO MENSAL DOS HISTORICOS QUE SO CRESCEM
      *                (MOVHIST, AUDEND, AUDPREC, ATIVLOG, EXECHIST,
      *                TRANSREG, FOLHIST E DEVCOM), DIRIGIDA PELO
      *                PARAMETRO RETPARM.DAT DE CADA DIRETORIO (NOME DO
      *                HISTORICO E MESES A MANTER): OS REGISTROS
      *                ANTERIORES AO PRIMEIRO DIA DO MES DE CORTE
      *                (MES DA DATA DE NEGOCIO DO
      *                DATAPROC MENOS OS MESES DE RETENCAO) SAO
      *                TRANSFERIDOS PARA ARQUIVOS MORTOS DATADOS PELO
      *                MES DO MOVIMENTO (EX. AUDEND-202501.ARQ,
      *                ESTENDIDOS A CADA RETENCAO) E ANOTADOS NO
      *                CATALOGO ARQCAT.DAT, E O HISTORICO VIVO E
      *                REGRAVADO SO COM OS RECENTES. O RELATORIO
      *                RELRET MOSTRA POR HISTORICO A QUANTIDADE ANTES,
      *                A TRANSFERIDA E A QUE FICOU, CONFERIDA POR
      *                RELEITURA, E O TOTAL GUARDADO NO ARQUIVO MORTO.
      *                SE A CONTAGEM NAO FECHAR, A RETENCAO PARA COM
      *                RETORNO 8. RODA NO DIRETORIO DE CADA HISTORICO,
      *                COMO O BKPMAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETPARM ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-RETPARM-STATUS.
           SELECT OPTIONAL HISTVIVO ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-VIVO-STATUS.
           SELECT HISTMORTO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MORTO-STATUS.
           SELECT HISTMANT ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MANT-STATUS.
           SELECT OPTIONAL ARQCAT ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-ARQCAT-STATUS.
           SELECT RELRET ASSIGN TO DISK
               FILE STATUS IS W-RELRET-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    PARAMETRO DE RETENCAO: HISTORICO E MESES A MANTER
       FD RETPARM LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETPARM.DAT".
       01 REG-RETPARM.
           02 RET-ARQUIVO          PIC X(12).
           02 RET-MESES            PIC 9(03).

      *    O HISTORICO E O ARQUIVO MORTO SAO TRATADOS COMO TEXTO; A
      *    DATA DE CADA REGISTRO E TIRADA NA POSICAO PROPRIA DO
      *    LAYOUT DE CADA HISTORICO (W-POS-DATA)
       FD HISTVIVO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-VIVO.
       01 REG-VIVO                 PIC X(200).

       FD HISTMORTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-MORTO.
       01 REG-MORTO                PIC X(200).

      *    REGISTROS QUE FICAM, ATE VOLTAREM PARA O HISTORICO VIVO
       FD HISTMANT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETHIST.TMP".
       01 REG-MANT                 PIC X(200).

       FD ARQCAT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REG-ARQCAT.
           COPY ARQCAT.

       FD RELRET LABEL RECORD IS OMITTED.
       01 REL-RET                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-PARM         PIC X(03) VALUE "NAO".
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 W-VIVO-EXISTE    PIC X(03) VALUE "NAO".
       77 W-MORTO-ABERTO   PIC X(03) VALUE "NAO".
       77 W-ACHOU          PIC X(03) VALUE "NAO".
       77 W-ARQ-VIVO       PIC X(12) VALUE SPACES.
       77 W-ARQ-MORTO      PIC X(20) VALUE SPACES.
       77 W-BASE-ARQ       PIC X(08) VALUE SPACES.
       77 W-POS-DATA       PIC 9(03) VALUE ZEROS.
       77 W-AAAAMM-ABERTO  PIC 9(06) VALUE ZEROS.
       77 W-MESES-TOTAL    PIC 9(06) VALUE ZEROS.
       77 W-RESTO          PIC 9(02) VALUE ZEROS.
       77 W-I              PIC 9(03) VALUE ZEROS.
       77 W-IC             PIC 9(03) VALUE ZEROS.
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.

      *    DATA DE NEGOCIO E DATA DE CORTE
       01 W-DATA-NEG.
           02 W-NEG-AAAA       PIC 9(04).
           02 W-NEG-MM         PIC 9(02).
           02 W-NEG-DD         PIC 9(02).
       01 W-CORTE.
           02 W-CORTE-AAAA     PIC 9(04).
           02 W-CORTE-MM       PIC 9(02).
           02 W-CORTE-DD       PIC 9(02).
       01 RED-W-CORTE REDEFINES W-CORTE.
           02 W-CORTE-NUM      PIC 9(08).

      *    DATA DO REGISTRO EM TRANSITO
       01 W-DATA-REG-X         PIC X(08).
       01 RED-W-DATA-REG REDEFINES W-DATA-REG-X.
           02 W-DATA-REG       PIC 9(08).
       01 RED2-W-DATA-REG REDEFINES W-DATA-REG-X.
           02 W-AAAAMM-REG     PIC 9(06).
           02 FILLER           PIC 9(02).

      *    CONTAGENS DO HISTORICO E TOTAIS DA RODADA
       77 CT-ANTES         PIC 9(07) VALUE ZEROS.
       77 CT-ARQUIVADOS    PIC 9(07) VALUE ZEROS.
       77 CT-MANTIDOS      PIC 9(07) VALUE ZEROS.
       77 CT-DEPOIS        PIC 9(07) VALUE ZEROS.
       77 CT-DEVOLVIDOS    PIC 9(07) VALUE ZEROS.
       77 CT-MORTO-ANTES   PIC 9(07) VALUE ZEROS.
       77 CT-MORTO-DEPOIS  PIC 9(07) VALUE ZEROS.
       77 CT-HISTORICOS    PIC 9(02) VALUE ZEROS.
       77 TT-ANTES         PIC 9(07) VALUE ZEROS.
       77 TT-ARQUIVADOS    PIC 9(07) VALUE ZEROS.
       77 TT-DEPOIS        PIC 9(07) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-RETPARM-STATUS PIC X(02) VALUE "00".
       77 W-VIVO-STATUS    PIC X(02) VALUE "00".
       77 W-MORTO-STATUS   PIC X(02) VALUE "00".
       77 W-MANT-STATUS    PIC X(02) VALUE "00".
       77 W-ARQCAT-STATUS  PIC X(02) VALUE "00".
       77 W-RELRET-STATUS  PIC X(02) VALUE "00".

      *================================================================*
      * CATALOGO DOS ARQUIVOS MORTOS EM TABELA, REGRAVADO A CADA
      * HISTORICO; TC-QTD-RODADA E O QUE ESTA RETENCAO ACRESCENTOU

       77 CT-TAB-CAT           PIC 9(03) VALUE ZEROS.
       01 TAB-CATALOGO.
           02 TAB-CAT-OCR OCCURS 500 TIMES.
             03 TC-ARQUIVO     PIC X(12).
             03 TC-AAAAMM      PIC 9(06).
             03 TC-NOME-MORTO  PIC X(20).
             03 TC-QTD         PIC 9(07).
             03 TC-DATA-RETENCAO PIC 9(08).
             03 TC-QTD-RODADA  PIC 9(07).

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(42) VALUE "RETENCAO DOS HISTORICOS".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "DATA DE NEGOCIO: ".
           02 VAR-DATA-NEG PIC 9(08).
           02 FILLER PIC X(39) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "HISTORICO".
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MESES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CORTE EM".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ANTES".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "P/MORTO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DEPOIS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "MORTO".
           02 FILLER PIC X(14) VALUE SPACES.

       01 DET-HISTORICO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ARQUIVO PIC X(12).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-MESES PIC ZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CORTE PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ANTES PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ARQUIVADOS PIC ZZZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DEPOIS PIC ZZZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-MORTO PIC ZZZZZZ9.
           02 FILLER PIC X(14) VALUE SPACES.

       01 DET-MORTO-LIN.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "ARQUIVO MORTO ".
           02 DET-NOME-MORTO PIC X(20).
           02 FILLER PIC X(12) VALUE "  ACRESCIDOS".
           02 DET-QTD-RODADA PIC ZZZZZZ9.
           02 FILLER PIC X(08) VALUE "  TOTAL ".
           02 DET-QTD-MORTO PIC ZZZZZZ9.
           02 FILLER PIC X(06) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ROT-ESTAT PIC X(36).
           02 VAL-ESTAT PIC ZZZZZZ9.
           02 FILLER PIC X(35) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-RETHIST.
           PERFORM INICIO.
           PERFORM PROCESSA-PARAMETRO UNTIL FIM-PARM EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           OPEN INPUT RETPARM.
           IF W-RETPARM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RETPARM - STATUS: "
                   W-RETPARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELRET.
           IF W-RELRET-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELRET - STATUS: "
                   W-RELRET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CALL "DATAPROC" USING W-DATA-NEG.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM CARREGA-CATALOGO.
           PERFORM LE-PARAMETRO.

       LE-PARAMETRO.
           READ RETPARM AT END MOVE "SIM" TO FIM-PARM.
           IF FIM-PARM NOT EQUAL "SIM" AND
              W-RETPARM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RETPARM - STATUS: "
                   W-RETPARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       CARREGA-CATALOGO.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ARQCAT.
           IF W-ARQCAT-STATUS NOT EQUAL "00" AND
              W-ARQCAT-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CATALOGO.
           PERFORM CARREGA-UM-CATALOGO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ARQCAT.

       LE-CATALOGO.
           READ ARQCAT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-ARQCAT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       CARREGA-UM-CATALOGO.
           ADD 1 TO CT-TAB-CAT.
           IF CT-TAB-CAT GREATER THAN 500
               DISPLAY "ERRO: ARQCAT.DAT EXCEDE O LIMITE DE 500 "
                   "ARQUIVOS MORTOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE CAT-ARQUIVO TO TC-ARQUIVO (CT-TAB-CAT).
           MOVE CAT-AAAAMM TO TC-AAAAMM (CT-TAB-CAT).
           MOVE CAT-NOME-MORTO TO TC-NOME-MORTO (CT-TAB-CAT).
           MOVE CAT-QTD TO TC-QTD (CT-TAB-CAT).
           MOVE CAT-DATA-RETENCAO TO TC-DATA-RETENCAO (CT-TAB-CAT).
           MOVE ZEROS TO TC-QTD-RODADA (CT-TAB-CAT).
           PERFORM LE-CATALOGO.

      *================================================================*
      * UM HISTORICO POR LINHA DO PARAMETRO: SEPARA OS ANTIGOS NOS
      * ARQUIVOS MORTOS, ANOTA O CATALOGO, DEVOLVE OS RECENTES AO
      * HISTORICO VIVO E CONFERE AS CONTAGENS

       PROCESSA-PARAMETRO.
           MOVE RET-ARQUIVO TO W-ARQ-VIVO.
           EVALUATE RET-ARQUIVO
             WHEN "MOVHIST.DAT "
               MOVE 74 TO W-POS-DATA
             WHEN "AUDEND.DAT  "
               MOVE 4 TO W-POS-DATA
             WHEN "AUDPREC.DAT "
               MOVE 4 TO W-POS-DATA
             WHEN "ATIVLOG.DAT "
               MOVE 6 TO W-POS-DATA
             WHEN "EXECHIST.DAT"
               MOVE 9 TO W-POS-DATA
             WHEN "TRANSREG.DAT"
               MOVE 19 TO W-POS-DATA
             WHEN "FOLHIST.DAT "
               MOVE 7 TO W-POS-DATA
             WHEN "DEVCOM.DAT  "
               MOVE 1 TO W-POS-DATA
             WHEN OTHER
               DISPLAY "HISTORICO DESCONHECIDO NO PARAMETRO: "
                   RET-ARQUIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           IF RET-MESES NOT NUMERIC OR RET-MESES EQUAL ZEROS
               DISPLAY "MESES DE RETENCAO INVALIDOS PARA "
                   RET-ARQUIVO ": " RET-MESES
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM CALCULA-CORTE.
           PERFORM SOMA-MORTO.
           MOVE CT-MORTO-DEPOIS TO CT-MORTO-ANTES.
           PERFORM SEPARA-HISTORICO.
           PERFORM GRAVA-CATALOGO.
           PERFORM DEVOLVE-MANTIDOS.
           PERFORM CONFERE-HISTORICO.
           PERFORM IMP-HISTORICO.
           ADD 1 TO CT-HISTORICOS.
           PERFORM LE-PARAMETRO.

      *    CORTE NO PRIMEIRO DIA DO MES QUE FICA RET-MESES ATRAS DO
      *    MES DA DATA DE NEGOCIO; O MES CORRENTE NUNCA E TRANSFERIDO
       CALCULA-CORTE.
           COMPUTE W-MESES-TOTAL = W-NEG-AAAA * 12 + W-NEG-MM - 1
               - RET-MESES.
           DIVIDE W-MESES-TOTAL BY 12 GIVING W-CORTE-AAAA
               REMAINDER W-RESTO.
           COMPUTE W-CORTE-MM = W-RESTO + 1.
           MOVE 01 TO W-CORTE-DD.

       SOMA-MORTO.
           MOVE ZEROS TO CT-MORTO-DEPOIS.
           MOVE 1 TO W-I.
           PERFORM SOMA-UM-MORTO CT-TAB-CAT TIMES.

       SOMA-UM-MORTO.
           IF TC-ARQUIVO (W-I) EQUAL W-ARQ-VIVO
               ADD TC-QTD (W-I) TO CT-MORTO-DEPOIS.
           ADD 1 TO W-I.

      *================================================================*

       SEPARA-HISTORICO.
           MOVE ZEROS TO CT-ANTES CT-ARQUIVADOS CT-MANTIDOS.
           MOVE "NAO" TO FIM-ARQ W-MORTO-ABERTO.
           MOVE "SIM" TO W-VIVO-EXISTE.
           OPEN INPUT HISTVIVO.
           IF W-VIVO-STATUS EQUAL "05"
               MOVE "NAO" TO W-VIVO-EXISTE
               MOVE "SIM" TO FIM-ARQ
           ELSE
               IF W-VIVO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR " W-ARQ-VIVO " - STATUS: "
                       W-VIVO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT HISTMANT.
           IF W-MANT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RETHIST.TMP - STATUS: "
                   W-MANT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               PERFORM LE-VIVO.
           PERFORM SEPARA-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE HISTVIVO HISTMANT.
           IF W-MORTO-ABERTO EQUAL "SIM"
               CLOSE HISTMORTO.

       LE-VIVO.
           READ HISTVIVO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VIVO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE " W-ARQ-VIVO " - STATUS: "
                   W-VIVO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *    REGISTRO SEM DATA VALIDA NA POSICAO DO LAYOUT FICA NO VIVO
       SEPARA-REGISTRO.
           ADD 1 TO CT-ANTES.
           MOVE REG-VIVO (W-POS-DATA:8) TO W-DATA-REG-X.
           IF W-DATA-REG-X NUMERIC AND
              W-DATA-REG LESS THAN W-CORTE-NUM
               PERFORM ARQUIVA-REGISTRO
           ELSE
               PERFORM MANTEM-REGISTRO.
           PERFORM LE-VIVO.

       ARQUIVA-REGISTRO.
           IF W-MORTO-ABERTO NOT EQUAL "SIM" OR
              W-AAAAMM-REG NOT EQUAL W-AAAAMM-ABERTO
               PERFORM TROCA-MORTO.
           WRITE REG-MORTO FROM REG-VIVO.
           IF W-MORTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE " W-ARQ-MORTO
                   " - STATUS: " W-MORTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-ARQUIVADOS.
           ADD 1 TO TC-QTD (W-IC).
           ADD 1 TO TC-QTD-RODADA (W-IC).

       MANTEM-REGISTRO.
           WRITE REG-MANT FROM REG-VIVO.
           IF W-MANT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RETHIST.TMP - STATUS: "
                   W-MANT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-MANTIDOS.

      *    UM ARQUIVO MORTO POR HISTORICO E MES DO MOVIMENTO, ABERTO
      *    EM EXTENSAO PARA RECEBER TAMBEM AS RETENCOES SEGUINTES
       TROCA-MORTO.
           IF W-MORTO-ABERTO EQUAL "SIM"
               CLOSE HISTMORTO.
           MOVE SPACES TO W-BASE-ARQ.
           UNSTRING W-ARQ-VIVO DELIMITED BY "." INTO W-BASE-ARQ.
           MOVE SPACES TO W-ARQ-MORTO.
           STRING W-BASE-ARQ DELIMITED BY SPACE
               "-" W-AAAAMM-REG ".ARQ" DELIMITED BY SIZE
               INTO W-ARQ-MORTO.
           OPEN EXTEND HISTMORTO.
           IF W-MORTO-STATUS EQUAL "35"
               OPEN OUTPUT HISTMORTO
           END-IF.
           IF W-MORTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " W-ARQ-MORTO " - STATUS: "
                   W-MORTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE "SIM" TO W-MORTO-ABERTO.
           MOVE W-AAAAMM-REG TO W-AAAAMM-ABERTO.
           PERFORM LOCALIZA-CATALOGO.

       LOCALIZA-CATALOGO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-IC.
           PERFORM TESTA-CATALOGO UNTIL W-IC GREATER THAN CT-TAB-CAT
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU NOT EQUAL "SIM"
               ADD 1 TO CT-TAB-CAT
               IF CT-TAB-CAT GREATER THAN 500
                   DISPLAY "ERRO: ARQCAT.DAT EXCEDE O LIMITE DE 500 "
                       "ARQUIVOS MORTOS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CT-TAB-CAT TO W-IC
               MOVE W-ARQ-VIVO TO TC-ARQUIVO (W-IC)
               MOVE W-AAAAMM-REG TO TC-AAAAMM (W-IC)
               MOVE W-ARQ-MORTO TO TC-NOME-MORTO (W-IC)
               MOVE ZEROS TO TC-QTD (W-IC) TC-QTD-RODADA (W-IC)
           END-IF.
           MOVE W-DATA-NEG TO TC-DATA-RETENCAO (W-IC).

       TESTA-CATALOGO.
           IF TC-ARQUIVO (W-IC) EQUAL W-ARQ-VIVO AND
              TC-AAAAMM (W-IC) EQUAL W-AAAAMM-REG
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-IC.

      *================================================================*
      * O CATALOGO E GRAVADO ANTES DE O HISTORICO VIVO SER
      * REGRAVADO, PARA NENHUM ARQUIVO MORTO FICAR FORA DELE

       GRAVA-CATALOGO.
           OPEN OUTPUT ARQCAT.
           IF W-ARQCAT-STATUS NOT EQUAL "00" AND
              W-ARQCAT-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO W-I.
           PERFORM GRAVA-UM-CATALOGO CT-TAB-CAT TIMES.
           CLOSE ARQCAT.

       GRAVA-UM-CATALOGO.
           MOVE TC-ARQUIVO (W-I) TO CAT-ARQUIVO.
           MOVE TC-AAAAMM (W-I) TO CAT-AAAAMM.
           MOVE TC-NOME-MORTO (W-I) TO CAT-NOME-MORTO.
           MOVE TC-QTD (W-I) TO CAT-QTD.
           MOVE TC-DATA-RETENCAO (W-I) TO CAT-DATA-RETENCAO.
           WRITE REG-ARQCAT.
           IF W-ARQCAT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE ARQCAT - STATUS: "
                   W-ARQCAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO W-I.

      *    SEM NADA TRANSFERIDO O HISTORICO VIVO NAO E REGRAVADO
       DEVOLVE-MANTIDOS.
           MOVE ZEROS TO CT-DEVOLVIDOS.
           IF CT-ARQUIVADOS GREATER THAN ZEROS
               MOVE "NAO" TO FIM-ARQ
               OPEN INPUT HISTMANT OUTPUT HISTVIVO
               IF W-MANT-STATUS NOT EQUAL "00" OR
                  W-VIVO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO REGRAVAR " W-ARQ-VIVO
                       " - STATUS: " W-MANT-STATUS " " W-VIVO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LE-MANTIDO
               PERFORM DEVOLVE-UM-MANTIDO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE HISTMANT HISTVIVO
           END-IF.

       LE-MANTIDO.
           READ HISTMANT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-MANT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RETHIST.TMP - STATUS: "
                   W-MANT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

       DEVOLVE-UM-MANTIDO.
           WRITE REG-VIVO FROM REG-MANT.
           IF W-VIVO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE " W-ARQ-VIVO " - STATUS: "
                   W-VIVO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-DEVOLVIDOS.
           PERFORM LE-MANTIDO.

      *    CONTROLE: ANTES = TRANSFERIDOS + MANTIDOS, O VIVO RELIDO
      *    TEM OS MANTIDOS E O MORTO CRESCEU O QUE FOI TRANSFERIDO
       CONFERE-HISTORICO.
           MOVE ZEROS TO CT-DEPOIS.
           MOVE "NAO" TO FIM-ARQ.
           IF W-VIVO-EXISTE EQUAL "SIM"
               OPEN INPUT HISTVIVO
               PERFORM LE-VIVO
               PERFORM CONTA-VIVO UNTIL FIM-ARQ EQUAL "SIM"
               CLOSE HISTVIVO
           END-IF.
           PERFORM SOMA-MORTO.
           IF CT-ANTES NOT EQUAL CT-ARQUIVADOS + CT-MANTIDOS OR
              CT-DEPOIS NOT EQUAL CT-MANTIDOS OR
              CT-MORTO-DEPOIS NOT EQUAL CT-MORTO-ANTES + CT-ARQUIVADOS
               DISPLAY "RETENCAO DE " W-ARQ-VIVO " NAO CONFERE: ANTES "
                   CT-ANTES " TRANSFERIDOS " CT-ARQUIVADOS
                   " DEPOIS " CT-DEPOIS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "RETENCAO DE " W-ARQ-VIVO " CONFERIDA: "
               CT-ARQUIVADOS " TRANSFERIDOS, " CT-DEPOIS " MANTIDOS.".
           ADD CT-ANTES TO TT-ANTES.
           ADD CT-ARQUIVADOS TO TT-ARQUIVADOS.
           ADD CT-DEPOIS TO TT-DEPOIS.

       CONTA-VIVO.
           ADD 1 TO CT-DEPOIS.
           PERFORM LE-VIVO.

      *================================================================*

       IMP-HISTORICO.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE W-ARQ-VIVO TO DET-ARQUIVO.
           MOVE RET-MESES TO DET-MESES.
           MOVE W-CORTE-NUM TO DET-CORTE.
           MOVE CT-ANTES TO DET-ANTES.
           MOVE CT-ARQUIVADOS TO DET-ARQUIVADOS.
           MOVE CT-DEPOIS TO DET-DEPOIS.
           MOVE CT-MORTO-DEPOIS TO DET-MORTO.
           WRITE REL-RET FROM DET-HISTORICO AFTER ADVANCING 2 LINES.
           PERFORM VERIFICA-GRAVACAO-REL.
           ADD 2 TO CT-LIN.
           MOVE 1 TO W-I.
           PERFORM IMP-MORTO CT-TAB-CAT TIMES.

      *    SO OS ARQUIVOS MORTOS QUE ESTA RETENCAO ESTENDEU
       IMP-MORTO.
           IF TC-ARQUIVO (W-I) EQUAL W-ARQ-VIVO AND
              TC-QTD-RODADA (W-I) GREATER THAN ZEROS
               IF CT-LIN GREATER THAN 40
                   PERFORM CABECALHO
               END-IF
               MOVE TC-NOME-MORTO (W-I) TO DET-NOME-MORTO
               MOVE TC-QTD-RODADA (W-I) TO DET-QTD-RODADA
               MOVE TC-QTD (W-I) TO DET-QTD-MORTO
               WRITE REL-RET FROM DET-MORTO-LIN AFTER ADVANCING 1 LINE
               PERFORM VERIFICA-GRAVACAO-REL
               ADD 1 TO CT-LIN
           END-IF.
           ADD 1 TO W-I.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE W-DATA-NEG TO VAR-DATA-NEG.
           MOVE SPACES TO REL-RET.
           WRITE REL-RET AFTER ADVANCING PAGE.
           WRITE REL-RET FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-RET FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-RET FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO CT-LIN.

       VERIFICA-GRAVACAO-REL.
           IF W-RELRET-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELRET - STATUS: "
                   W-RELRET-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       TERMINO.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE SPACES TO REL-RET.
           WRITE REL-RET AFTER ADVANCING 2 LINES.
           MOVE "HISTORICOS PROCESSADOS" TO ROT-ESTAT.
           MOVE CT-HISTORICOS TO VAL-ESTAT.
           WRITE REL-RET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS ANTES DA RETENCAO" TO ROT-ESTAT.
           MOVE TT-ANTES TO VAL-ESTAT.
           WRITE REL-RET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TRANSFERIDOS PARA ARQUIVO MORTO" TO ROT-ESTAT.
           MOVE TT-ARQUIVADOS TO VAL-ESTAT.
           WRITE REL-RET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS DEPOIS DA RETENCAO" TO ROT-ESTAT.
           MOVE TT-DEPOIS TO VAL-ESTAT.
           WRITE REL-RET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-RET FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
               LINES.
           CLOSE RETPARM RELRET.
           DISPLAY "RETENCAO CONCLUIDA - RELRET.".
