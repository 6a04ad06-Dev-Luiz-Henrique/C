       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MIGPAC.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        MIGRACAO UNICA DOS CAMPOS DE MOEDA NO
      *                PACOTES.DAT EXISTENTE: OS PACOTES ANTERIORES AO
      *                CAMBIO FICAM EM REAIS ("BRL"), COM O PRECO NA
      *                MOEDA IGUAL AO PRECO DE TABELA, DE FORMA QUE O
      *                MANPAC E O MANRES OS TRATEM SEM CONVERSAO. OS
      *                CAMPOS DE DOCUMENTOS, ACRESCENTADOS DEPOIS, SAO
      *                PREENCHIDOS NOS PACOTES QUE AINDA NAO OS TEM: O
      *                RETORNO FICA NA DATA DA PARTIDA ATE A
      *                ALTERACAO NO MANPAC, O PACOTE EM MOEDA
      *                ESTRANGEIRA E MARCADO INTERNACIONAL E NENHUM
      *                EXIGE VISTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACOTES ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PAC
               FILE STATUS IS W-PACOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PACOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".

           01 REG-PAC.
           COPY PACOTE.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-MIGRADOS          PIC 9(05) VALUE ZEROS.
       77 W-MIGRAR             PIC X(03) VALUE "NAO".

      *    FILE STATUS DO ARQUIVO
       77 W-PACOTES-STATUS    PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-MIGPAC.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "MIGRACAO DOS CAMPOS DE MOEDA E DOCUMENTOS - "
               "PACOTES.DAT".
           OPEN I-O PACOTES.
           IF W-PACOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PACOTES - STATUS: "
                   W-PACOTES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA.

      *================================================================*

       LEITURA.
           READ PACOTES NEXT RECORD
               AT END MOVE "SIM" TO FIM-ARQ
           END-READ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PACOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PACOTES - STATUS: "
                   W-PACOTES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*

       PRINCIPAL.
           MOVE "NAO" TO W-MIGRAR.
           IF MOEDA-PAC EQUAL SPACES OR
              PRECO-MOEDA-PAC NOT NUMERIC
               MOVE "BRL" TO MOEDA-PAC
               MOVE PRECO-PAC TO PRECO-MOEDA-PAC
               MOVE "SIM" TO W-MIGRAR
           END-IF.
           IF DT-RETORNO-PAC NOT NUMERIC OR
              DT-RETORNO-PAC EQUAL ZEROS
               MOVE DT-PARTIDA-PAC TO DT-RETORNO-PAC
               IF MOEDA-PAC EQUAL "BRL"
                   MOVE "N" TO INTERNAC-PAC
               ELSE
                   MOVE "S" TO INTERNAC-PAC
               END-IF
               MOVE "N" TO VISTO-PAC
               MOVE "SIM" TO W-MIGRAR
           END-IF.
           IF W-MIGRAR EQUAL "SIM"
               REWRITE REG-PAC
               IF W-PACOTES-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA REGRAVACAO DE PACOTES - STATUS: "
                       W-PACOTES-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-MIGRADOS
           END-IF.
           PERFORM LEITURA.

      *================================================================*

       TERMINO.
           CLOSE PACOTES.
           DISPLAY "REGISTROS LIDOS....: " CT-LIDOS.
           DISPLAY "REGISTROS MIGRADOS.: " CT-MIGRADOS.
           DISPLAY "FIM DA MIGRACAO.".
