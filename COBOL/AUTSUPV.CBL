       IDENTIFICATION DIVISION.
       PROGRAM-ID.             AUTSUPV.
       AUTHOR.                 LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.           FATEC-SP.
       DATE-WRITTEN.           15/10/2026.
       DATE-COMPILED.
       SECURITY.               APENAS O AUTOR PODE MODIFICAR.
      *REMARKS.  SUBROTINA DE AUTORIZACAO DE SUPERVISOR, IRMA DA
      *          OPERSGN: PEDE O CODIGO DO SUPERVISOR UMA VEZ E O
      *          CONFERE CONTRA O CADASTRO OPERADOR.DAT, ONDE O
      *          SUPERVISOR TEM PERFIL "S". DEVOLVE O CODIGO E "SIM"
      *          SO PARA SUPERVISOR CADASTRADO; CODIGO EM BRANCO,
      *          DESCONHECIDO OU DE OPERADOR COMUM DEVOLVE "NAO" E A
      *          CONSOLE CHAMADORA MANTEM O BLOQUEIO. A LIBERACAO E
      *          CARIMBADA NA TRILHA DE ATIVIDADE PELA CHAMADORA,
      *          VIA ATIVLOG, COM O CODIGO DO SUPERVISOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           OBJECT-COMPUTER.    LG-PC.
           SOURCE-COMPUTER.    LG-PC.
           SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADOR ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OPERADOR LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REG-OPERADOR.
           02 OPER-CODIGO      PIC X(05).
           02 OPER-NOME        PIC X(20).
           02 OPER-PERFIL      PIC X(01).

       WORKING-STORAGE SECTION.
           77 WS-OPERADOR-STATUS   PIC X(02) VALUE "00".
           77 WS-FIM-ARQ           PIC X(03) VALUE "NAO".
           77 WS-ACHOU             PIC X(03) VALUE "NAO".
           77 WS-ENTRADA           PIC X(05) VALUE SPACES.
           77 WS-NOME              PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
           01 LK-SUPV-CODIGO       PIC X(05).
           01 LK-SUPV-AUTORIZADO   PIC X(03).

       PROCEDURE DIVISION USING LK-SUPV-CODIGO LK-SUPV-AUTORIZADO.
       AUTORIZA-SUPERVISOR.
           MOVE "NAO" TO LK-SUPV-AUTORIZADO.
           MOVE SPACES TO LK-SUPV-CODIGO.
           DISPLAY "CODIGO DO SUPERVISOR (5 CARACTERES): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA NOT EQUAL SPACES
               PERFORM PROCURA-SUPERVISOR.
           IF LK-SUPV-AUTORIZADO EQUAL "SIM"
               DISPLAY "LIBERADO POR: " WS-NOME
           ELSE
               DISPLAY "SUPERVISOR NAO AUTORIZADO - BLOQUEIO MANTIDO.".
           GOBACK.

      *    O CADASTRO E PEQUENO E E PASSADO DO INICIO; SEM O
      *    ARQUIVO NAO HA LIBERACAO
       PROCURA-SUPERVISOR.
           MOVE "NAO" TO WS-FIM-ARQ.
           MOVE "NAO" TO WS-ACHOU.
           OPEN INPUT OPERADOR.
           IF WS-OPERADOR-STATUS NOT EQUAL "00"
               DISPLAY "OPERADOR.DAT INDISPONIVEL - STATUS: "
                   WS-OPERADOR-STATUS
           ELSE
               PERFORM LE-OPERADOR
               PERFORM TESTA-OPERADOR UNTIL WS-FIM-ARQ EQUAL "SIM"
                   OR WS-ACHOU EQUAL "SIM"
               CLOSE OPERADOR
           END-IF.

       LE-OPERADOR.
           READ OPERADOR AT END MOVE "SIM" TO WS-FIM-ARQ.
           IF WS-FIM-ARQ NOT EQUAL "SIM" AND
              WS-OPERADOR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE OPERADOR - STATUS: "
                   WS-OPERADOR-STATUS
               STOP RUN.

       TESTA-OPERADOR.
           IF OPER-CODIGO EQUAL WS-ENTRADA
               MOVE "SIM" TO WS-ACHOU
               IF OPER-PERFIL EQUAL "S"
                   MOVE "SIM" TO LK-SUPV-AUTORIZADO
                   MOVE OPER-CODIGO TO LK-SUPV-CODIGO
                   MOVE OPER-NOME TO WS-NOME
               END-IF
           ELSE
               PERFORM LE-OPERADOR.
