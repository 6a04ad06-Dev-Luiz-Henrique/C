       IDENTIFICATION DIVISION.
       PROGRAM-ID.             BUSCACEP.
       AUTHOR.                 LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.           FATEC-SP.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.
       SECURITY.               APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.  SUBROTINA DE CONSULTA AO DIRETORIO DE CEPS: RECEBE UM
      *          CEP E DEVOLVE O LOGRADOURO OU LOCALIDADE, A CIDADE E A
      *          SIGLA DO ESTADO DA FAIXA DE CEPDIR.DAT QUE O CONTEM,
      *          COM "SIM". CEP FORA DE TODAS AS FAIXAS, OU SEM O
      *          ARQUIVO, DEVOLVE BRANCOS E "NAO" E A CHAMADORA DECIDE
      *          O QUE FAZER. USADA NA MANUTENCAO DE CLIENTES
      *          (MANCLI), NA CRITICA DE MOVIMENTOS (VALMOV) E NA
      *          CONFERENCIA DOS ENDERECOS DO CADASTRO (CEPCLI).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           OBJECT-COMPUTER.    LG-PC.
           SOURCE-COMPUTER.    LG-PC.
           SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPDIR ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FIM-DIR
               FILE STATUS IS WS-CEPDIR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CEPDIR LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPDIR.DAT".
       01 REG-CEPDIR.
           COPY CEPDIR.

       WORKING-STORAGE SECTION.
           77 WS-CEPDIR-STATUS     PIC X(02) VALUE "00".
           77 WS-FIM-ARQ           PIC X(03) VALUE "NAO".

       LINKAGE SECTION.
           01 LK-CEP               PIC 9(08).
           01 LK-CEP-LOGRA         PIC X(40).
           01 LK-CEP-CIDADE        PIC X(30).
           01 LK-CEP-UF            PIC X(02).
           01 LK-CEP-ACHOU         PIC X(03).

       PROCEDURE DIVISION USING LK-CEP LK-CEP-LOGRA LK-CEP-CIDADE
               LK-CEP-UF LK-CEP-ACHOU.
       OBTEM-CEP.
           MOVE "NAO" TO LK-CEP-ACHOU.
           MOVE SPACES TO LK-CEP-LOGRA LK-CEP-CIDADE LK-CEP-UF.
           OPEN INPUT CEPDIR.
           IF WS-CEPDIR-STATUS NOT EQUAL "00"
               DISPLAY "CEPDIR.DAT INDISPONIVEL - STATUS: "
                   WS-CEPDIR-STATUS
           ELSE
               PERFORM PROCURA-FAIXA
               CLOSE CEPDIR
           END-IF.
           GOBACK.

      *    A PRIMEIRA FAIXA CUJO CEP FINAL NAO E MENOR QUE O PROCURADO
      *    E A UNICA QUE PODE CONTE-LO; VALE SE O CEP INICIAL DELA NAO
      *    PASSA DO PROCURADO
       PROCURA-FAIXA.
           MOVE "NAO" TO WS-FIM-ARQ.
           MOVE LK-CEP TO CEP-FIM-DIR.
           START CEPDIR KEY IS NOT LESS THAN CEP-FIM-DIR
               INVALID KEY MOVE "SIM" TO WS-FIM-ARQ
           END-START.
           IF WS-FIM-ARQ EQUAL "NAO"
               READ CEPDIR NEXT RECORD
                   AT END MOVE "SIM" TO WS-FIM-ARQ
               END-READ.
           IF WS-FIM-ARQ EQUAL "NAO" AND
              CEP-INI-DIR NOT GREATER THAN LK-CEP
               MOVE LOGRA-DIR TO LK-CEP-LOGRA
               MOVE CIDADE-DIR TO LK-CEP-CIDADE
               MOVE UF-DIR TO LK-CEP-UF
               MOVE "SIM" TO LK-CEP-ACHOU.
