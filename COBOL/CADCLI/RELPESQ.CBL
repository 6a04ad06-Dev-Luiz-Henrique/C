       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELPESQ.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        QUADRO MENSAL DE SATISFACAO POR DESTINO: LE AS
      *                PESQUISAS POS-VIAGEM DE PESQUISA.DAT (DIGITADAS
      *                PELO MANPESQ) DOS DOZE MESES QUE TERMINAM NO MES
      *                DE APURACAO (AAAAMM NA LINHA DE COMANDO; SEM
      *                PARAMETRO, O MES CORRENTE), CLASSIFICA POR
      *                DESTINO E MES DA VIAGEM E IMPRIME NO RELPESQ AS
      *                MEDIAS DAS QUATRO NOTAS E O NPS DA NOTA GERAL
      *                (PERCENTUAL DE PROMOTORES, 9-10, MENOS O DE
      *                DETRATORES, 0-6) POR MES E NO PERIODO. O
      *                DESTINO QUE, NO MES DE APURACAO, TEM O MINIMO DE
      *                RESPOSTAS E FICA ABAIXO DO NPS OU DA MEDIA GERAL
      *                MINIMOS VAI PARA A LISTA DE EXCECAO RELPEXC DA
      *                EQUIPE DE PRODUTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PESQUISA ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-PESQ
               FILE STATUS IS W-PESQUISA-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELPESQ ASSIGN TO DISK
               FILE STATUS IS W-RELPESQ-STATUS.
           SELECT RELPEXC ASSIGN TO DISK
               FILE STATUS IS W-RELPEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PESQUISA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PESQUISA.DAT".

           01 REG-PESQ.
           COPY PESQUISA.

       SD TRAB.
       01 REG-TRAB.
           02 DESTINO-TRAB       PIC X(30).
           02 ANOMES-TRAB        PIC 9(06).
           02 RED-ANOMES-TRAB REDEFINES ANOMES-TRAB.
             03 AAAA-TRAB        PIC 9(04).
             03 MM-TRAB          PIC 9(02).
           02 NOTA-HOTEL-TRAB    PIC 9(02).
           02 NOTA-TRANSP-TRAB   PIC 9(02).
           02 NOTA-GUIA-TRAB     PIC 9(02).
           02 NOTA-GERAL-TRAB    PIC 9(02).

       FD RELPESQ LABEL RECORD IS OMITTED.
       01 REL-PESQ               PIC X(80).

       FD RELPEXC LABEL RECORD IS OMITTED.
       01 REL-PEXC               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 CT-LIN-EXC           PIC 9(02) VALUE 41.
       77 CT-PAG-EXC           PIC 9(03) VALUE ZEROS.

       77 WDESTINO             PIC X(30) VALUE SPACES.
       77 WANOMES              PIC 9(06) VALUE ZEROS.
       77 W-TEM-DESTINO        PIC X(03) VALUE "NAO".

      *================================================================*
      * LIMITES DA LISTA DE EXCECAO, AVALIADOS NO MES DE APURACAO: COM
      * MENOS RESPOSTAS QUE O MINIMO O DESTINO NAO E JULGADO

       77 W-RESP-MINIMAS       PIC 9(03) VALUE 5.
       77 W-NPS-MINIMO         PIC S9(03) VALUE ZEROS.
       77 W-MEDIA-MINIMA       PIC 9(02)V9 VALUE 7,0.

      *    ACUMULADORES DO MES (M) E DO DESTINO NO PERIODO (D)
       01 W-ACUM-MES.
           02 CT-RESP-M        PIC 9(05).
           02 SOMA-HOTEL-M     PIC 9(07).
           02 SOMA-TRANSP-M    PIC 9(07).
           02 SOMA-GUIA-M      PIC 9(07).
           02 SOMA-GERAL-M     PIC 9(07).
           02 CT-PROMOTOR-M    PIC 9(05).
           02 CT-DETRATOR-M    PIC 9(05).
       01 W-ACUM-DEST.
           02 CT-RESP-D        PIC 9(05).
           02 SOMA-HOTEL-D     PIC 9(07).
           02 SOMA-TRANSP-D    PIC 9(07).
           02 SOMA-GUIA-D      PIC 9(07).
           02 SOMA-GERAL-D     PIC 9(07).
           02 CT-PROMOTOR-D    PIC 9(05).
           02 CT-DETRATOR-D    PIC 9(05).

      *    VALORES CALCULADOS DA LINHA IMPRESSA
       77 W-MEDIA-HOTEL        PIC 9(02)V9 VALUE ZEROS.
       77 W-MEDIA-TRANSP       PIC 9(02)V9 VALUE ZEROS.
       77 W-MEDIA-GUIA         PIC 9(02)V9 VALUE ZEROS.
       77 W-MEDIA-GERAL        PIC 9(02)V9 VALUE ZEROS.
       77 W-NPS                PIC S9(03) VALUE ZEROS.
       01 W-ROTULO-MES.
           02 W-ROT-MM         PIC 9(02).
           02 FILLER           PIC X(01) VALUE "/".
           02 W-ROT-AAAA       PIC 9(04).

      *    MES DE APURACAO, AAAAMM, PELA LINHA DE COMANDO, E O INICIO
      *    DA JANELA DE DOZE MESES
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES     PIC 9(06).
       01 W-ANOMES-APUR         PIC 9(06) VALUE ZEROS.
       01 RED-W-ANOMES-APUR REDEFINES W-ANOMES-APUR.
           02 W-APUR-AAAA       PIC 9(04).
           02 W-APUR-MM         PIC 9(02).
       01 W-ANOMES-INI          PIC 9(06) VALUE ZEROS.
       01 RED-W-ANOMES-INI REDEFINES W-ANOMES-INI.
           02 W-INI-AAAA        PIC 9(04).
           02 W-INI-MM          PIC 9(02).
       01 W-ANOMES-PESQ         PIC 9(06) VALUE ZEROS.
       01 RED-W-ANOMES-PESQ REDEFINES W-ANOMES-PESQ.
           02 W-PESQ-AAAA       PIC 9(04).
           02 W-PESQ-MM         PIC 9(02).

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-SELECIONADOS      PIC 9(05) VALUE ZEROS.
       77 CT-DESTINOS          PIC 9(05) VALUE ZEROS.
       77 CT-EXCECOES          PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-PESQUISA-STATUS    PIC X(02) VALUE "00".
       77 W-RELPESQ-STATUS     PIC X(02) VALUE "00".
       77 W-RELPEXC-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "QUADRO DE SATISFACAO POR DESTINO - ATE ".
           02 VAR-MM-CAB PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA-CAB PIC 9(04).
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "MES".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE " RESP".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "HOTEL".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "TRANSP".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "GUIA".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "GERAL".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "NPS".
           02 FILLER PIC X(23) VALUE SPACES.

       01 CAB-DESTINO.
           02 FILLER PIC X(09) VALUE "DESTINO: ".
           02 VAR-DESTINO-CAB PIC X(30).
           02 FILLER PIC X(41) VALUE SPACES.

       01 DET-MES.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-ROTULO PIC X(07).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-RESP PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-HOTEL PIC Z9,9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-TRANSP PIC Z9,9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-GUIA PIC Z9,9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-GERAL PIC Z9,9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-NPS PIC -ZZ9.
           02 FILLER PIC X(23) VALUE SPACES.

       01 CAB-EXC-01.
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "DESTINOS ABAIXO DO MINIMO DE SATISFACAO ".
           02 VAR-MM-EXC PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA-EXC PIC 9(04).
           02 FILLER PIC X(13) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG-EXC PIC ZZ9.

       01 CAB-EXC-02.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESTINO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE " RESP".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "GERAL".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(04) VALUE " NPS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "MOTIVO".
           02 FILLER PIC X(15) VALUE SPACES.

       01 DET-EXC.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-EXC-DESTINO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-EXC-RESP PIC ZZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-EXC-GERAL PIC Z9,9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-EXC-NPS PIC -ZZ9.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-EXC-MOTIVO PIC X(21).

       01 CAB-ESTAT-TIT.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE
               "ESTATISTICAS DE EXECUCAO".
           02 FILLER PIC X(28) VALUE SPACES.

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
       PGM-RELPESQ.
           SORT TRAB ASCENDING KEY DESTINO-TRAB, ANOMES-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SELECAO: PESQUISAS DE VIAGENS DENTRO DA JANELA DE DOZE MESES,
      * COM O MES DA VIAGEM LIBERADO EM AAAAMM PARA A ORDENACAO.

       ROT-ENTRADA SECTION.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ANOMES NUMERIC AND
              W-PARM-ANOMES NOT EQUAL ZEROS
               MOVE W-PARM-ANOMES TO W-ANOMES-APUR
           ELSE
               MOVE W-HOJE-AAAA TO W-APUR-AAAA
               MOVE W-HOJE-MM TO W-APUR-MM.
           IF W-APUR-MM LESS THAN 1 OR W-APUR-MM GREATER THAN 12
               DISPLAY "MES DE APURACAO INVALIDO - INFORMAR AAAAMM "
                   "NA LINHA DE COMANDO."
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-APUR-MM EQUAL 12
               MOVE W-APUR-AAAA TO W-INI-AAAA
               MOVE 1 TO W-INI-MM
           ELSE
               COMPUTE W-INI-AAAA = W-APUR-AAAA - 1
               COMPUTE W-INI-MM = W-APUR-MM + 1.
           OPEN INPUT PESQUISA.
           IF W-PESQUISA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PESQUISA - STATUS: "
                   W-PESQUISA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PESQUISA.
           PERFORM SELECIONA-PESQUISA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PESQUISA.

       LE-PESQUISA SECTION.
           READ PESQUISA NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PESQUISA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PESQUISA - STATUS: "
                   W-PESQUISA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-PESQUISA SECTION.
           MOVE AAAA-PESQ TO W-PESQ-AAAA.
           MOVE MM-PESQ TO W-PESQ-MM.
           IF W-ANOMES-PESQ NOT LESS THAN W-ANOMES-INI AND
              W-ANOMES-PESQ NOT GREATER THAN W-ANOMES-APUR
               MOVE DESTINO-PESQ TO DESTINO-TRAB
               MOVE W-ANOMES-PESQ TO ANOMES-TRAB
               MOVE NOTA-HOTEL-PESQ TO NOTA-HOTEL-TRAB
               MOVE NOTA-TRANSP-PESQ TO NOTA-TRANSP-TRAB
               MOVE NOTA-GUIA-PESQ TO NOTA-GUIA-TRAB
               MOVE NOTA-GERAL-PESQ TO NOTA-GERAL-TRAB
               RELEASE REG-TRAB
               ADD 1 TO CT-SELECIONADOS
           END-IF.
           PERFORM LE-PESQUISA.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELPESQ RELPEXC.
           IF W-RELPESQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELPESQ - STATUS: "
                   W-RELPESQ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELPEXC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELPEXC - STATUS: "
                   W-RELPEXC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-APUR-MM TO VAR-MM-CAB VAR-MM-EXC.
           MOVE W-APUR-AAAA TO VAR-AAAA-CAB VAR-AAAA-EXC.
           MOVE ZEROS TO W-ACUM-MES.
           MOVE ZEROS TO W-ACUM-DEST.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      *================================================================*
      * QUEBRA POR DESTINO E POR MES DA VIAGEM

       PRINCIPAL SECTION.
           IF DESTINO-TRAB NOT EQUAL WDESTINO OR
              W-TEM-DESTINO EQUAL "NAO"
               PERFORM FECHA-MES
               PERFORM FECHA-DESTINO
               MOVE DESTINO-TRAB TO WDESTINO
               MOVE ANOMES-TRAB TO WANOMES
               MOVE "SIM" TO W-TEM-DESTINO
               PERFORM IMP-CAB-DESTINO
           ELSE
               IF ANOMES-TRAB NOT EQUAL WANOMES
                   PERFORM FECHA-MES
                   MOVE ANOMES-TRAB TO WANOMES
               END-IF
           END-IF.
           ADD 1 TO CT-RESP-M.
           ADD NOTA-HOTEL-TRAB TO SOMA-HOTEL-M.
           ADD NOTA-TRANSP-TRAB TO SOMA-TRANSP-M.
           ADD NOTA-GUIA-TRAB TO SOMA-GUIA-M.
           ADD NOTA-GERAL-TRAB TO SOMA-GERAL-M.
           IF NOTA-GERAL-TRAB GREATER THAN 8
               ADD 1 TO CT-PROMOTOR-M
           ELSE
               IF NOTA-GERAL-TRAB LESS THAN 7
                   ADD 1 TO CT-DETRATOR-M
               END-IF
           END-IF.
           PERFORM LEITURA.

       IMP-CAB-DESTINO SECTION.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE WDESTINO TO VAR-DESTINO-CAB.
           WRITE REL-PESQ FROM CAB-DESTINO AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           ADD 1 TO CT-DESTINOS.

      *    O MES FECHADO E IMPRESSO, JULGADO QUANDO E O MES DE
      *    APURACAO E SOMADO AO PERIODO DO DESTINO
       FECHA-MES SECTION.
           IF CT-RESP-M GREATER THAN ZEROS
               COMPUTE W-MEDIA-HOTEL ROUNDED = SOMA-HOTEL-M / CT-RESP-M
               COMPUTE W-MEDIA-TRANSP ROUNDED =
                   SOMA-TRANSP-M / CT-RESP-M
               COMPUTE W-MEDIA-GUIA ROUNDED = SOMA-GUIA-M / CT-RESP-M
               COMPUTE W-MEDIA-GERAL ROUNDED = SOMA-GERAL-M / CT-RESP-M
               COMPUTE W-NPS ROUNDED =
                   (CT-PROMOTOR-M - CT-DETRATOR-M) * 100 / CT-RESP-M
               MOVE WANOMES TO W-ANOMES-PESQ
               MOVE W-PESQ-MM TO W-ROT-MM
               MOVE W-PESQ-AAAA TO W-ROT-AAAA
               MOVE W-ROTULO-MES TO DET-ROTULO
               MOVE CT-RESP-M TO DET-RESP
               PERFORM IMP-DET-MES
               IF WANOMES EQUAL W-ANOMES-APUR
                   PERFORM JULGA-DESTINO
               END-IF
               ADD CT-RESP-M TO CT-RESP-D
               ADD SOMA-HOTEL-M TO SOMA-HOTEL-D
               ADD SOMA-TRANSP-M TO SOMA-TRANSP-D
               ADD SOMA-GUIA-M TO SOMA-GUIA-D
               ADD SOMA-GERAL-M TO SOMA-GERAL-D
               ADD CT-PROMOTOR-M TO CT-PROMOTOR-D
               ADD CT-DETRATOR-M TO CT-DETRATOR-D
               MOVE ZEROS TO W-ACUM-MES
           END-IF.

       FECHA-DESTINO SECTION.
           IF CT-RESP-D GREATER THAN ZEROS
               COMPUTE W-MEDIA-HOTEL ROUNDED = SOMA-HOTEL-D / CT-RESP-D
               COMPUTE W-MEDIA-TRANSP ROUNDED =
                   SOMA-TRANSP-D / CT-RESP-D
               COMPUTE W-MEDIA-GUIA ROUNDED = SOMA-GUIA-D / CT-RESP-D
               COMPUTE W-MEDIA-GERAL ROUNDED = SOMA-GERAL-D / CT-RESP-D
               COMPUTE W-NPS ROUNDED =
                   (CT-PROMOTOR-D - CT-DETRATOR-D) * 100 / CT-RESP-D
               MOVE "PERIODO" TO DET-ROTULO
               MOVE CT-RESP-D TO DET-RESP
               PERFORM IMP-DET-MES
               MOVE ZEROS TO W-ACUM-DEST
           END-IF.

       IMP-DET-MES SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE W-MEDIA-HOTEL TO DET-HOTEL.
           MOVE W-MEDIA-TRANSP TO DET-TRANSP.
           MOVE W-MEDIA-GUIA TO DET-GUIA.
           MOVE W-MEDIA-GERAL TO DET-GERAL.
           MOVE W-NPS TO DET-NPS.
           WRITE REL-PESQ FROM DET-MES AFTER ADVANCING 1 LINE.
           IF W-RELPESQ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELPESQ - STATUS: "
                   W-RELPESQ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

      *================================================================*
      * LISTA DE EXCECAO DA EQUIPE DE PRODUTO

       JULGA-DESTINO SECTION.
           IF CT-RESP-M NOT LESS THAN W-RESP-MINIMAS
               IF W-NPS LESS THAN W-NPS-MINIMO
                   MOVE "NPS ABAIXO DO MINIMO" TO DET-EXC-MOTIVO
                   PERFORM IMP-DET-EXC
               ELSE
                   IF W-MEDIA-GERAL LESS THAN W-MEDIA-MINIMA
                       MOVE "MEDIA GERAL BAIXA" TO DET-EXC-MOTIVO
                       PERFORM IMP-DET-EXC
                   END-IF
               END-IF
           END-IF.

       IMP-DET-EXC SECTION.
           IF CT-LIN-EXC GREATER THAN 40
               PERFORM CABECALHO-EXC.
           MOVE WDESTINO TO DET-EXC-DESTINO.
           MOVE CT-RESP-M TO DET-EXC-RESP.
           MOVE W-MEDIA-GERAL TO DET-EXC-GERAL.
           MOVE W-NPS TO DET-EXC-NPS.
           WRITE REL-PEXC FROM DET-EXC AFTER ADVANCING 1 LINE.
           IF W-RELPEXC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELPEXC - STATUS: "
                   W-RELPEXC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN-EXC.
           ADD 1 TO CT-EXCECOES.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-PESQ.
           WRITE REL-PESQ AFTER ADVANCING PAGE.
           WRITE REL-PESQ FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-PESQ FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       CABECALHO-EXC SECTION.
           ADD 1 TO CT-PAG-EXC.
           MOVE CT-PAG-EXC TO VAR-PAG-EXC.
           MOVE SPACES TO REL-PEXC.
           WRITE REL-PEXC AFTER ADVANCING PAGE.
           WRITE REL-PEXC FROM CAB-EXC-01 AFTER ADVANCING 1 LINE.
           WRITE REL-PEXC FROM CAB-EXC-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN-EXC.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-PESQ.
           WRITE REL-PESQ AFTER ADVANCING 2 LINES.
           WRITE REL-PESQ FROM CAB-ESTAT-TIT AFTER ADVANCING 1 LINE.
           MOVE "PESQUISAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-PESQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PESQUISAS NO PERIODO:" TO ROT-ESTAT.
           MOVE CT-SELECIONADOS TO VAL-ESTAT.
           WRITE REL-PESQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "DESTINOS AVALIADOS:" TO ROT-ESTAT.
           MOVE CT-DESTINOS TO VAL-ESTAT.
           WRITE REL-PESQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "DESTINOS NA LISTA DE EXCECAO:" TO ROT-ESTAT.
           MOVE CT-EXCECOES TO VAL-ESTAT.
           WRITE REL-PESQ FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-PESQ FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM FECHA-MES.
           PERFORM FECHA-DESTINO.
           IF CT-EXCECOES EQUAL ZEROS
               PERFORM CABECALHO-EXC
               MOVE "NENHUM DESTINO ABAIXO DO MINIMO NO MES."
                   TO REL-PEXC
               WRITE REL-PEXC AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELPESQ RELPEXC.
