       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELCAMB.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        VARIACAO CAMBIAL DAS RESERVAS EM MOEDA
      *                ESTRANGEIRA: PASSA O CONTAS A RECEBER CONTREC.DAT
      *                E, PARA CADA PARCELA PAGA OU ABERTA DE TITULO
      *                CUJA RESERVA (MESMO NUMERO E CPF EM RESERVAS.DAT,
      *                NAO CANCELADA) FOI VENDIDA EM MOEDA ESTRANGEIRA,
      *                CONVERTE O VALOR DA PARCELA DE VOLTA A MOEDA PELA
      *                TAXA DA VENDA E COMPARA COM O QUE ESSE VALOR NA
      *                MOEDA CUSTA PELA TAXA DO DIA DO PAGAMENTO
      *                (PARCELA PAGA - VARIACAO REALIZADA) OU PELA TAXA
      *                EM VIGOR HOJE (PARCELA ABERTA - VARIACAO NAO
      *                REALIZADA E EXPOSICAO NA MOEDA). VARIACAO
      *                POSITIVA E GANHO: O REAL RECEBIDO COMPRA MAIS
      *                MOEDA DO QUE A OPERADORA COBRA. AS TAXAS VEM DE
      *                CAMBIO.DAT PELA SUBROTINA TAXACAMB. O RELCAMB
      *                SAI CLASSIFICADO POR MOEDA, COM TOTAIS POR MOEDA
      *                PARA O FINANCEIRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTREC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-CONTREC-STATUS.
           SELECT RESERVAS ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NUM-RES
               FILE STATUS IS W-RESERVAS-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELCAMB ASSIGN TO DISK
               FILE STATUS IS W-RELCAMB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

       FD RESERVAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

           01 REG-RES.
           COPY RESERVA.

       SD TRAB.
       01 REG-TRAB.
           02 MOEDA-TRAB         PIC X(03).
           02 NUM-TRAB           PIC 9(06).
           02 PARC-TRAB          PIC 9(02).
           02 SIT-TRAB           PIC X(01).
           02 VALOR-TRAB         PIC 9(07)V99.
           02 TAXA-TRAB          PIC 9(03)V9(04).
           02 DT-REF-TRAB        PIC 9(08).

       FD RELCAMB LABEL RECORD IS OMITTED.
       01 REL-CAMB               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-RES-ENCONTRADA     PIC X(03) VALUE "NAO".

       77 WMOEDA               PIC X(03) VALUE SPACES.
       77 W-TEM-MOEDA          PIC X(03) VALUE "NAO".

      *    CONVERSAO DA PARCELA: VALOR NA MOEDA PELA TAXA DA VENDA E
      *    CUSTO EM REAIS PELA TAXA DA DATA DE REFERENCIA
       77 W-TAXA-REF           PIC 9(03)V9(04) VALUE ZEROS.
       77 W-DATA-TAXA          PIC 9(08) VALUE ZEROS.
       77 W-TAXA-ACHOU         PIC X(03) VALUE "NAO".
       77 W-VALOR-MOEDA        PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-REF          PIC 9(09)V99 VALUE ZEROS.
       77 W-VARIACAO           PIC S9(09)V99 VALUE ZEROS.

      *    TOTAIS DA MOEDA
       01 W-ACUM-MOEDA.
           02 TOT-REALIZADA-M  PIC S9(11)V99.
           02 TOT-ABERTO-M     PIC 9(11)V99.
           02 TOT-ABERTO-MOE-M PIC 9(11)V99.
           02 TOT-NAO-REAL-M   PIC S9(11)V99.

      *    DATA DO PAGAMENTO (DDMMAAAA) VIRADA PARA AAAAMMDD
       01 W-DATA-PAGTO         PIC 9(08) VALUE ZEROS.
       01 RED-W-DATA-PAGTO REDEFINES W-DATA-PAGTO.
           02 W-PAGTO-DD       PIC 9(02).
           02 W-PAGTO-MM       PIC 9(02).
           02 W-PAGTO-AAAA     PIC 9(04).
       01 W-DATA-REF.
           02 W-REF-AAAA       PIC 9(04).
           02 W-REF-MM         PIC 9(02).
           02 W-REF-DD         PIC 9(02).

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-SELECIONADOS      PIC 9(05) VALUE ZEROS.
       77 CT-SEM-RESERVA       PIC 9(05) VALUE ZEROS.
       77 CT-SEM-COTACAO       PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CONTREC-STATUS     PIC X(02) VALUE "00".
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".
       77 W-RELCAMB-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
              "VARIACAO CAMBIAL DAS RESERVAS EM MOEDA EM ".
           02 VAR-DD-CAB PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-MM-CAB PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA-CAB PIC 9(04).
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(09) VALUE "RESERVA/P".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(01) VALUE "S".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "  VALOR R$".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "TX VENDA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA REF".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "  TX REF".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VAL. MOEDA".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "  VARIACAO".
           02 FILLER PIC X(06) VALUE SPACES.

       01 CAB-MOEDA.
           02 FILLER PIC X(07) VALUE "MOEDA: ".
           02 VAR-MOEDA-CAB PIC X(03).
           02 FILLER PIC X(70) VALUE SPACES.

       01 DET-TIT.
           02 DET-NUM PIC 9(06).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-PARC PIC 9(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-SIT PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-TAXA-VENDA PIC ZZ9,9999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-REF-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-REF-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-REF-AAAA PIC 9(04).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-TAXA-REF PIC ZZ9,9999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALOR-MOEDA PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VARIACAO PIC -ZZZZZ9,99.
           02 FILLER PIC X(06) VALUE SPACES.

       01 DET-SEM-COTACAO.
           02 DET-SC-NUM PIC 9(06).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-SC-PARC PIC 9(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-SC-SIT PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SC-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SC-TAXA-VENDA PIC ZZ9,9999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SC-REF-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-SC-REF-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-SC-REF-AAAA PIC 9(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "SEM COTACAO NA DATA - NAO APURADA".

       01 DET-TOTAL.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-TOT-ROTULO PIC X(40).
           02 DET-TOT-VALOR PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(18) VALUE SPACES.

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
       PGM-RELCAMB.
           SORT TRAB ASCENDING KEY MOEDA-TRAB, NUM-TRAB, PARC-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SELECAO: PARCELAS PAGAS E ABERTAS DAS RESERVAS EM MOEDA
      * ESTRANGEIRA. A DATA DE REFERENCIA DA TAXA E A DO PAGAMENTO NA
      * PARCELA PAGA E A DE HOJE NA ABERTA.

       ROT-ENTRADA SECTION.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTREC.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT RESERVAS.
           IF W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-TITULO.
           PERFORM SELECIONA-TITULO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CONTREC RESERVAS.

       LE-TITULO SECTION.
           READ CONTREC NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-TITULO SECTION.
           IF SIT-TIT EQUAL "P" OR SIT-TIT EQUAL "A"
               PERFORM LE-RESERVA
               IF W-RES-ENCONTRADA EQUAL "NAO"
                   ADD 1 TO CT-SEM-RESERVA
               ELSE
                   IF MOEDA-RES NOT EQUAL "BRL" AND
                      MOEDA-RES NOT EQUAL SPACES AND
                      SIT-RES NOT EQUAL "C" AND
                      TAXA-RES GREATER THAN ZEROS
                       PERFORM LIBERA-TITULO
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-TITULO.

      *    O TITULO TEM O NUMERO DA RESERVA; TITULO DE OUTRO CPF COM
      *    O MESMO NUMERO NAO E DA RESERVA
       LE-RESERVA SECTION.
           MOVE "SIM" TO W-RES-ENCONTRADA.
           MOVE NUM-TIT TO NUM-RES.
           READ RESERVAS
               INVALID KEY MOVE "NAO" TO W-RES-ENCONTRADA
           END-READ.
           IF W-RES-ENCONTRADA EQUAL "SIM" AND
              CPF-RES NOT EQUAL CPF-TIT
               MOVE "NAO" TO W-RES-ENCONTRADA.

       LIBERA-TITULO SECTION.
           MOVE MOEDA-RES TO MOEDA-TRAB.
           MOVE NUM-TIT TO NUM-TRAB.
           MOVE PARC-TIT TO PARC-TRAB.
           MOVE SIT-TIT TO SIT-TRAB.
           MOVE VALOR-TIT TO VALOR-TRAB.
           MOVE TAXA-RES TO TAXA-TRAB.
           IF SIT-TIT EQUAL "P"
               MOVE DT-PAGTO-TIT TO W-DATA-PAGTO
               MOVE W-PAGTO-AAAA TO W-REF-AAAA
               MOVE W-PAGTO-MM TO W-REF-MM
               MOVE W-PAGTO-DD TO W-REF-DD
               MOVE W-DATA-REF TO DT-REF-TRAB
           ELSE
               MOVE W-DATA-HOJE TO DT-REF-TRAB.
           RELEASE REG-TRAB.
           ADD 1 TO CT-SELECIONADOS.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELCAMB.
           IF W-RELCAMB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELCAMB - STATUS: "
                   W-RELCAMB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-HOJE-DD TO VAR-DD-CAB.
           MOVE W-HOJE-MM TO VAR-MM-CAB.
           MOVE W-HOJE-AAAA TO VAR-AAAA-CAB.
           MOVE ZEROS TO W-ACUM-MOEDA.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      *================================================================*
      * QUEBRA POR MOEDA; CADA PARCELA E APURADA PELA TAXA DA SUA
      * DATA DE REFERENCIA

       PRINCIPAL SECTION.
           IF MOEDA-TRAB NOT EQUAL WMOEDA OR W-TEM-MOEDA EQUAL "NAO"
               PERFORM FECHA-MOEDA
               MOVE MOEDA-TRAB TO WMOEDA
               MOVE "SIM" TO W-TEM-MOEDA
               PERFORM IMP-CAB-MOEDA
           END-IF.
           MOVE DT-REF-TRAB TO W-DATA-REF.
           CALL "TAXACAMB" USING MOEDA-TRAB DT-REF-TRAB W-TAXA-REF
               W-DATA-TAXA W-TAXA-ACHOU.
           IF W-TAXA-ACHOU EQUAL "NAO"
               PERFORM IMP-SEM-COTACAO
           ELSE
               PERFORM APURA-VARIACAO
               PERFORM IMP-DET-TIT
           END-IF.
           PERFORM LEITURA.

      *    A PARCELA EM REAIS VALE, NA MOEDA, O QUE A TAXA DA VENDA
      *    COMPROU; A VARIACAO E O QUE ESSA MOEDA CUSTA A MAIS OU A
      *    MENOS NA DATA DE REFERENCIA
       APURA-VARIACAO SECTION.
           COMPUTE W-VALOR-MOEDA ROUNDED = VALOR-TRAB / TAXA-TRAB.
           COMPUTE W-VALOR-REF ROUNDED = W-VALOR-MOEDA * W-TAXA-REF.
           COMPUTE W-VARIACAO = VALOR-TRAB - W-VALOR-REF.
           IF SIT-TRAB EQUAL "P"
               ADD W-VARIACAO TO TOT-REALIZADA-M
           ELSE
               ADD VALOR-TRAB TO TOT-ABERTO-M
               ADD W-VALOR-MOEDA TO TOT-ABERTO-MOE-M
               ADD W-VARIACAO TO TOT-NAO-REAL-M.

       IMP-CAB-MOEDA SECTION.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE WMOEDA TO VAR-MOEDA-CAB.
           WRITE REL-CAMB FROM CAB-MOEDA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMP-DET-TIT SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE NUM-TRAB TO DET-NUM.
           MOVE PARC-TRAB TO DET-PARC.
           MOVE SIT-TRAB TO DET-SIT.
           MOVE VALOR-TRAB TO DET-VALOR.
           MOVE TAXA-TRAB TO DET-TAXA-VENDA.
           MOVE W-REF-DD TO DET-REF-DD.
           MOVE W-REF-MM TO DET-REF-MM.
           MOVE W-REF-AAAA TO DET-REF-AAAA.
           MOVE W-TAXA-REF TO DET-TAXA-REF.
           MOVE W-VALOR-MOEDA TO DET-VALOR-MOEDA.
           MOVE W-VARIACAO TO DET-VARIACAO.
           WRITE REL-CAMB FROM DET-TIT AFTER ADVANCING 1 LINE.
           PERFORM TESTA-GRAVACAO.
           ADD 1 TO CT-LIN.

       IMP-SEM-COTACAO SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE NUM-TRAB TO DET-SC-NUM.
           MOVE PARC-TRAB TO DET-SC-PARC.
           MOVE SIT-TRAB TO DET-SC-SIT.
           MOVE VALOR-TRAB TO DET-SC-VALOR.
           MOVE TAXA-TRAB TO DET-SC-TAXA-VENDA.
           MOVE W-REF-DD TO DET-SC-REF-DD.
           MOVE W-REF-MM TO DET-SC-REF-MM.
           MOVE W-REF-AAAA TO DET-SC-REF-AAAA.
           WRITE REL-CAMB FROM DET-SEM-COTACAO AFTER ADVANCING 1 LINE.
           PERFORM TESTA-GRAVACAO.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-SEM-COTACAO.

       TESTA-GRAVACAO SECTION.
           IF W-RELCAMB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELCAMB - STATUS: "
                   W-RELCAMB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    TOTAIS DA MOEDA: A VARIACAO REALIZADA NAS PARCELAS PAGAS E,
      *    NAS ABERTAS, A EXPOSICAO EM REAIS E NA MOEDA COM A VARIACAO
      *    QUE TERIAM PELA TAXA DE HOJE
       FECHA-MOEDA SECTION.
           IF W-TEM-MOEDA EQUAL "SIM"
               IF CT-LIN GREATER THAN 36
                   PERFORM CABECALHO
               END-IF
               MOVE "VARIACAO REALIZADA (PARCELAS PAGAS):" TO
                   DET-TOT-ROTULO
               MOVE TOT-REALIZADA-M TO DET-TOT-VALOR
               WRITE REL-CAMB FROM DET-TOTAL AFTER ADVANCING 2 LINES
               MOVE "EM ABERTO EM REAIS:" TO DET-TOT-ROTULO
               MOVE TOT-ABERTO-M TO DET-TOT-VALOR
               WRITE REL-CAMB FROM DET-TOTAL AFTER ADVANCING 1 LINE
               MOVE "EXPOSICAO EM ABERTO NA MOEDA:" TO DET-TOT-ROTULO
               MOVE TOT-ABERTO-MOE-M TO DET-TOT-VALOR
               WRITE REL-CAMB FROM DET-TOTAL AFTER ADVANCING 1 LINE
               MOVE "VARIACAO NAO REALIZADA (TAXA DE HOJE):" TO
                   DET-TOT-ROTULO
               MOVE TOT-NAO-REAL-M TO DET-TOT-VALOR
               WRITE REL-CAMB FROM DET-TOTAL AFTER ADVANCING 1 LINE
               PERFORM TESTA-GRAVACAO
               ADD 5 TO CT-LIN
               MOVE ZEROS TO W-ACUM-MOEDA
           END-IF.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-CAMB.
           WRITE REL-CAMB AFTER ADVANCING PAGE.
           WRITE REL-CAMB FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-CAMB FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-CAMB.
           WRITE REL-CAMB AFTER ADVANCING 2 LINES.
           WRITE REL-CAMB FROM CAB-ESTAT-TIT AFTER ADVANCING 1 LINE.
           MOVE "PARCELAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-CAMB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PARCELAS EM MOEDA ESTRANGEIRA:" TO ROT-ESTAT.
           MOVE CT-SELECIONADOS TO VAL-ESTAT.
           WRITE REL-CAMB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PARCELAS SEM COTACAO:" TO ROT-ESTAT.
           MOVE CT-SEM-COTACAO TO VAL-ESTAT.
           WRITE REL-CAMB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TITULOS SEM RESERVA:" TO ROT-ESTAT.
           MOVE CT-SEM-RESERVA TO VAL-ESTAT.
           WRITE REL-CAMB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-CAMB FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM FECHA-MOEDA.
           IF CT-SELECIONADOS EQUAL ZEROS
               MOVE "NENHUMA PARCELA DE RESERVA EM MOEDA ESTRANGEIRA."
                   TO REL-CAMB
               WRITE REL-CAMB AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELCAMB.
