      *                VIAGEM E IMPRIME O RELATORIO RELPARTI COM AS
      *                PARTIDAS POR DIA, NOME DO CLIENTE (CADCLI.DAT),
      *                DESTINO E VALOR, COM TOTAL DE PARTIDAS POR DIA.
      *                DENTRO DO DIA AS RESERVAS SAO AGRUPADAS POR
      *                PACOTE, COM OS LUGARES VENDIDOS CONTRA OS
      *                OFERECIDOS NO CATALOGO PACOTES.DAT, E CADA
      *                RESERVA MOSTRA QUANTOS PASSAGEIROS LEVA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT PACOTES ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PAC
               FILE STATUS IS W-PACOTES-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELPARTI ASSIGN TO DISK
               FILE STATUS IS W-RELPARTI-STATUS.
           01 REG-ENT.
           COPY CADCLI.

       FD PACOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".

           01 REG-PAC.
           COPY PACOTE.

       SD TRAB.
       01 REG-TRAB.
           02 NUM-TRAB           PIC 9(06).
             03 AAAA-TRAB        PIC 9(04).
             03 MM-TRAB          PIC 9(02).
             03 DD-TRAB          PIC 9(02).
           02 COD-PAC-TRAB       PIC X(06).
           02 DESTINO-TRAB       PIC X(30).
           02 VALOR-TRAB         PIC 9(07)V99.
           02 QTD-PAS-TRAB       PIC 9(02).

       FD RELPARTI LABEL RECORD IS OMITTED.
       01 REL-PARTI              PIC X(80).
           02 WDATA-AAAA       PIC 9(04).
           02 WDATA-MM         PIC 9(02).
           02 WDATA-DD         PIC 9(02).
       77 WPACOTE              PIC X(06) VALUE SPACES.
       77 W-PAC-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-LIVRES             PIC 9(03) VALUE ZEROS.
       77 CT-PART-DIA          PIC 9(04) VALUE ZEROS.
       77 W-VALOR-DIA          PIC 9(09)V99 VALUE ZEROS.
       77 CT-PAX-DIA           PIC 9(04) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
      *    FILE STATUS DOS ARQUIVOS
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-PACOTES-STATUS     PIC X(02) VALUE "00".
       77 W-RELPARTI-STATUS    PIC X(02) VALUE "00".

       01 CAB-01.
           02 VAR-DIA-AAAA PIC 9(04).
           02 FILLER PIC X(61) VALUE SPACES.

       01 CAB-PACOTE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "PACOTE: ".
           02 VAR-PACOTE PIC X(06).
           02 FILLER PIC X(12) VALUE "  LUGARES: ".
           02 VAR-VAGAS PIC ZZ9.
           02 FILLER PIC X(12) VALUE "  VENDIDOS: ".
           02 VAR-VENDIDAS PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  LIVRES: ".
           02 VAR-LIVRES PIC ZZ9.
           02 VAR-LOTADA PIC X(09).
           02 FILLER PIC X(12) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-NUM PIC 9(06).
           02 DET-DESTINO PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-QTD PIC Z9.
           02 FILLER PIC X(01) VALUE SPACES.

       01 ROD-DIA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 VAR-PART-DIA PIC ZZZ9.
           02 FILLER PIC X(09) VALUE "  VALOR: ".
           02 VAR-VALOR-DIA PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(14) VALUE "  PASSAGEIROS:".
           02 VAR-PAX-DIA PIC ZZZ9.
           02 FILLER PIC X(04) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-RELPART.
           SORT TRAB ASCENDING KEY DT-TRAB, COD-PAC-TRAB,
               DESTINO-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.
               MOVE AAAA-RES TO AAAA-TRAB
               MOVE MM-RES TO MM-TRAB
               MOVE DD-RES TO DD-TRAB
               MOVE COD-PAC-RES TO COD-PAC-TRAB
               MOVE DESTINO-RES TO DESTINO-TRAB
               MOVE VALOR-RES TO VALOR-TRAB
               MOVE QTD-PAS-RES TO QTD-PAS-TRAB
               RELEASE REG-TRAB
               ADD 1 TO CT-ATIVAS
           END-IF.
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PACOTES.
           IF W-PACOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PACOTES - STATUS: "
                   W-PACOTES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELPARTI.
           IF W-RELPARTI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELPARTI - STATUS: "
               PERFORM IMP-ROD-DIA
               MOVE DT-TRAB TO WDATA
               PERFORM IMP-CAB-DIA
               MOVE SPACES TO WPACOTE
               PERFORM IMP-CAB-PACOTE
           ELSE
               IF COD-PAC-TRAB NOT EQUAL WPACOTE
                   PERFORM IMP-CAB-PACOTE
               END-IF
           END-IF.
           PERFORM IMP-DETALHE.
           ADD 1 TO CT-PART-DIA.
           ADD VALOR-TRAB TO W-VALOR-DIA.
           ADD QTD-PAS-TRAB TO CT-PAX-DIA.
           PERFORM LEITURA.

      *================================================================*
           WRITE REL-PARTI FROM CAB-DIA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

      *    OCUPACAO DA PARTIDA SEGUNDO O CATALOGO; AS RESERVAS SEM
      *    PACOTE SAO LISTADAS SEM LINHA DE OCUPACAO
       IMP-CAB-PACOTE SECTION.
           MOVE COD-PAC-TRAB TO WPACOTE.
           IF COD-PAC-TRAB NOT EQUAL SPACES
               PERFORM BUSCA-PACOTE
               IF W-PAC-ENCONTRADO EQUAL "SIM"
                   MOVE COD-PAC TO VAR-PACOTE
                   MOVE VAGAS-PAC TO VAR-VAGAS
                   MOVE VENDIDAS-PAC TO VAR-VENDIDAS
                   IF VENDIDAS-PAC LESS THAN VAGAS-PAC
                       COMPUTE W-LIVRES = VAGAS-PAC - VENDIDAS-PAC
                       MOVE SPACES TO VAR-LOTADA
                   ELSE
                       MOVE ZEROS TO W-LIVRES
                       MOVE "  LOTADA" TO VAR-LOTADA
                   END-IF
                   MOVE W-LIVRES TO VAR-LIVRES
                   WRITE REL-PARTI FROM CAB-PACOTE AFTER ADVANCING
                       1 LINE
                   ADD 1 TO CT-LIN
               END-IF
           END-IF.

       BUSCA-PACOTE SECTION.
           MOVE "SIM" TO W-PAC-ENCONTRADO.
           MOVE COD-PAC-TRAB TO COD-PAC.
           READ PACOTES
               INVALID KEY MOVE "NAO" TO W-PAC-ENCONTRADO
           END-READ.

       IMP-DETALHE SECTION.
           MOVE NUM-TRAB TO DET-NUM.
           PERFORM BUSCA-NOME-CLIENTE.
           MOVE DESTINO-TRAB TO DET-DESTINO.
           MOVE VALOR-TRAB TO DET-VALOR.
           MOVE QTD-PAS-TRAB TO DET-QTD.
           WRITE REL-PARTI FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELPARTI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELPARTI - STATUS: "
           IF CT-PART-DIA GREATER THAN ZEROS
               MOVE CT-PART-DIA TO VAR-PART-DIA
               MOVE W-VALOR-DIA TO VAR-VALOR-DIA
               MOVE CT-PAX-DIA TO VAR-PAX-DIA
               WRITE REL-PARTI FROM ROD-DIA AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
               MOVE ZEROS TO CT-PART-DIA
               MOVE ZEROS TO W-VALOR-DIA
               MOVE ZEROS TO CT-PAX-DIA
           END-IF.

      *================================================================*
               PERFORM CABECALHO.
           PERFORM IMP-ROD-DIA.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CADCLI PACOTES RELPARTI.
