       IDENTIFICATION DIVISION.
       PROGRAM-ID.             TAXACAMB.
       AUTHOR.                 LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.           FATEC-SP.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.
       SECURITY.               APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.  SUBROTINA DA TAXA DE CAMBIO EM VIGOR: RECEBE A MOEDA
      *          E UMA DATA (AAAAMMDD) E DEVOLVE A COTACAO DE
      *          CAMBIO.DAT DE DATA MAIS RECENTE QUE NAO PASSE DA
      *          DATA PEDIDA, COM A DATA DESSA COTACAO E "SIM". SEM
      *          COTACAO ANTERIOR A DATA, OU SEM O ARQUIVO, DEVOLVE
      *          TAXA ZERO E "NAO" E A CHAMADORA DECIDE O QUE FAZER.
      *          USADA NA RESERVA DE PACOTE EM MOEDA ESTRANGEIRA
      *          (MANRES), NO PRECO DE REFERENCIA DO CATALOGO
      *          (MANPAC) E NA VARIACAO CAMBIAL DO RELCAMB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           OBJECT-COMPUTER.    LG-PC.
           SOURCE-COMPUTER.    LG-PC.
           SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CAMB
               FILE STATUS IS WS-CAMBIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CAMBIO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAMBIO.DAT".
       01 REG-CAMB.
           COPY CAMBIO.

       WORKING-STORAGE SECTION.
           77 WS-CAMBIO-STATUS     PIC X(02) VALUE "00".
           77 WS-FIM-ARQ           PIC X(03) VALUE "NAO".

       LINKAGE SECTION.
           01 LK-CAMB-MOEDA        PIC X(03).
           01 LK-CAMB-DATA         PIC 9(08).
           01 LK-CAMB-TAXA         PIC 9(03)V9(04).
           01 LK-CAMB-DATA-TAXA    PIC 9(08).
           01 LK-CAMB-ACHOU        PIC X(03).

       PROCEDURE DIVISION USING LK-CAMB-MOEDA LK-CAMB-DATA
               LK-CAMB-TAXA LK-CAMB-DATA-TAXA LK-CAMB-ACHOU.
       OBTEM-TAXA.
           MOVE "NAO" TO LK-CAMB-ACHOU.
           MOVE ZEROS TO LK-CAMB-TAXA LK-CAMB-DATA-TAXA.
           OPEN INPUT CAMBIO.
           IF WS-CAMBIO-STATUS NOT EQUAL "00"
               DISPLAY "CAMBIO.DAT INDISPONIVEL - STATUS: "
                   WS-CAMBIO-STATUS
           ELSE
               PERFORM PROCURA-TAXA
               CLOSE CAMBIO
           END-IF.
           GOBACK.

      *    AS COTACOES DA MOEDA SAO LIDAS EM ORDEM DE DATA A PARTIR DA
      *    PRIMEIRA; FICA A ULTIMA QUE NAO PASSA DA DATA PEDIDA
       PROCURA-TAXA.
           MOVE "NAO" TO WS-FIM-ARQ.
           MOVE LK-CAMB-MOEDA TO MOEDA-CAMB.
           MOVE ZEROS TO DT-CAMB.
           START CAMBIO KEY IS NOT LESS THAN CHAVE-CAMB
               INVALID KEY MOVE "SIM" TO WS-FIM-ARQ
           END-START.
           IF WS-FIM-ARQ EQUAL "NAO"
               PERFORM LE-COTACAO.
           PERFORM TESTA-COTACAO UNTIL WS-FIM-ARQ EQUAL "SIM".

       LE-COTACAO.
           READ CAMBIO NEXT RECORD
               AT END MOVE "SIM" TO WS-FIM-ARQ
           END-READ.

       TESTA-COTACAO.
           IF MOEDA-CAMB NOT EQUAL LK-CAMB-MOEDA OR
              DT-CAMB GREATER THAN LK-CAMB-DATA
               MOVE "SIM" TO WS-FIM-ARQ
           ELSE
               MOVE TAXA-CAMB TO LK-CAMB-TAXA
               MOVE DT-CAMB TO LK-CAMB-DATA-TAXA
               MOVE "SIM" TO LK-CAMB-ACHOU
               PERFORM LE-COTACAO
           END-IF.
