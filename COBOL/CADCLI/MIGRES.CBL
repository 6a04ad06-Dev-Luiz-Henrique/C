       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MIGRES.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        MIGRACAO UNICA DOS CAMPOS DE PACOTE E DE
      *                PASSAGEIROS NO RESERVAS.DAT EXISTENTE: AS
      *                RESERVAS ANTERIORES AO CATALOGO FICAM SEM PACOTE
      *                (CODIGO EM BRANCO), COM UM PASSAGEIRO (O
      *                TITULAR) E NENHUMA SEQUENCIA USADA EM
      *                PASSAG.DAT, DE FORMA QUE O MANRES, O RELPART E
      *                O EFETRES AS TRATEM COMO RESERVAS INDIVIDUAIS.
      *                O CODIGO DO VENDEDOR, ACRESCENTADO DEPOIS, E
      *                ZERADO (VENDA DIRETA) NAS RESERVAS QUE AINDA NAO
      *                O TEM, MESMO AS JA MIGRADAS NA PRIMEIRA PASSADA.
      *                DO MESMO MODO, AS RESERVAS SEM MOEDA FICAM EM
      *                REAIS ("BRL", TAXA 1 E VALOR NA MOEDA IGUAL AO
      *                VALOR DA RESERVA). O NUMERO DO VISTO FICA EM
      *                BRANCO (NAO ANOTADO) ONDE O CAMPO AINDA NAO
      *                EXISTIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVAS ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-RES
               FILE STATUS IS W-RESERVAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RESERVAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

           01 REG-RES.
           COPY RESERVA.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-MIGRADOS          PIC 9(05) VALUE ZEROS.
       77 W-MIGRAR             PIC X(03) VALUE "NAO".

      *    FILE STATUS DO ARQUIVO
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-MIGRES.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "MIGRACAO DOS CAMPOS DE PACOTE, PASSAGEIROS, "
               "VENDEDOR E MOEDA - RESERVAS.DAT".
           OPEN I-O RESERVAS.
           IF W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

      *================================================================*

       LEITURA.
           READ RESERVAS NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*

       PRINCIPAL.
           MOVE "NAO" TO W-MIGRAR.
           IF QTD-PAS-RES NOT NUMERIC OR
              ULT-PAS-RES NOT NUMERIC OR
              QTD-PAS-RES EQUAL ZEROS
               MOVE SPACES TO COD-PAC-RES
               MOVE 1 TO QTD-PAS-RES
               MOVE ZEROS TO ULT-PAS-RES
               MOVE "SIM" TO W-MIGRAR
           END-IF.
           IF COD-VEN-RES NOT NUMERIC
               MOVE ZEROS TO COD-VEN-RES
               MOVE "SIM" TO W-MIGRAR
           END-IF.
           IF MOEDA-RES EQUAL SPACES OR
              TAXA-RES NOT NUMERIC OR
              VALOR-MOEDA-RES NOT NUMERIC
               MOVE "BRL" TO MOEDA-RES
               MOVE VALOR-RES TO VALOR-MOEDA-RES
               MOVE 1 TO TAXA-RES
               MOVE "SIM" TO W-MIGRAR
           END-IF.
           IF NUM-VISTO-RES EQUAL LOW-VALUES
               MOVE SPACES TO NUM-VISTO-RES
               MOVE "SIM" TO W-MIGRAR
           END-IF.
           IF W-MIGRAR EQUAL "SIM"
               REWRITE REG-RES
               IF W-RESERVAS-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA REGRAVACAO DE RESERVAS - STATUS: "
                       W-RESERVAS-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-MIGRADOS
           END-IF.
           PERFORM LEITURA.

      *================================================================*

       TERMINO.
           CLOSE RESERVAS.
           DISPLAY "REGISTROS LIDOS....: " CT-LIDOS.
           DISPLAY "REGISTROS MIGRADOS.: " CT-MIGRADOS.
           DISPLAY "FIM DA MIGRACAO.".
