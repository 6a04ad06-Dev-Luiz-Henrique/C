       IDENTIFICATION DIVISION.
       PROGRAM-ID.             VALPER.
       AUTHOR.                 LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.           FATEC-SP.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.
       SECURITY.               APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.  SUBROTINA DA TRAVA DE PERIODO CONTABIL, IRMA DA
      *          DATAPROC: RECEBE A DATA DE NEGOCIO (AAAAMMDD) DE UM
      *          PROGRAMA QUE LANCA (LOTE DO RAZAO, ACUMULADO DO ANO
      *          OU TRILHA) E CONFERE O MES CONTRA O PERIODO.DAT
      *          MANTIDO PELA CONSOLE MANPER. DEVOLVE "SIM" PARA MES
      *          ABERTO OU AUSENTE DO ARQUIVO (SEM ARQUIVO, TUDO ESTA
      *          ABERTO) E "NAO" PARA MES FECHADO, JA AVISANDO O
      *          OPERADOR DE QUEM FECHOU E QUANDO; O CHAMADOR PARA COM
      *          RETORNO 8 ANTES DE GRAVAR QUALQUER COISA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           OBJECT-COMPUTER.    LG-PC.
           SOURCE-COMPUTER.    LG-PC.
           SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS WS-PERIODO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PERIODO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODO.DAT".
       01 REG-PERIODO.
           COPY PERIODO.

       WORKING-STORAGE SECTION.
           77 WS-PERIODO-STATUS    PIC X(02) VALUE "00".
           77 WS-FIM-ARQ           PIC X(03) VALUE "NAO".
           77 WS-ACHOU             PIC X(03) VALUE "NAO".
           77 WS-ANOMES            PIC 9(06) VALUE ZEROS.

       LINKAGE SECTION.
           01 LK-PER-DATA          PIC 9(08).
           01 LK-PER-ABERTO        PIC X(03).

       PROCEDURE DIVISION USING LK-PER-DATA LK-PER-ABERTO.
       CONFERE-PERIODO.
           MOVE "SIM" TO LK-PER-ABERTO.
           DIVIDE LK-PER-DATA BY 100 GIVING WS-ANOMES.
           MOVE "NAO" TO WS-FIM-ARQ.
           MOVE "NAO" TO WS-ACHOU.
           OPEN INPUT PERIODO.
           IF WS-PERIODO-STATUS EQUAL "00"
               PERFORM LE-PERIODO
               PERFORM TESTA-PERIODO UNTIL WS-FIM-ARQ EQUAL "SIM"
                   OR WS-ACHOU EQUAL "SIM"
               CLOSE PERIODO
           ELSE
               IF WS-PERIODO-STATUS NOT EQUAL "35"
                   DISPLAY "ERRO AO ABRIR PERIODO - STATUS: "
                       WS-PERIODO-STATUS
                   MOVE "NAO" TO LK-PER-ABERTO
               END-IF
           END-IF.
           GOBACK.

      *    ERRO DE LEITURA NAO PODE DEIXAR LANCAR EM MES FECHADO:
      *    RESPONDE FECHADO E O CHAMADOR PARA
       LE-PERIODO.
           READ PERIODO AT END MOVE "SIM" TO WS-FIM-ARQ.
           IF WS-FIM-ARQ NOT EQUAL "SIM" AND
              WS-PERIODO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PERIODO - STATUS: "
                   WS-PERIODO-STATUS
               MOVE "NAO" TO LK-PER-ABERTO
               MOVE "SIM" TO WS-FIM-ARQ.

       TESTA-PERIODO.
           IF PER-ANOMES EQUAL WS-ANOMES
               MOVE "SIM" TO WS-ACHOU
               IF PER-SITUACAO EQUAL "F"
                   MOVE "NAO" TO LK-PER-ABERTO
                   DISPLAY "PERIODO " WS-ANOMES " FECHADO PELA "
                       "CONTABILIDADE (" PER-OPERADOR " EM "
                       PER-DATA ") - DATA DE NEGOCIO " LK-PER-DATA
                       " NAO PODE SER LANCADA"
               END-IF
           ELSE
               PERFORM LE-PERIODO.
