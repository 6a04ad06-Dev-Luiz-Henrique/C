       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LIBFOL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        LIBERACAO DA FOLHA RETIDA PELA REVISAO DO
      *                REVFOL: O OPERADOR CONFERE NO RELREVF AS
      *                OCORRENCIAS DA FOLHA (VARIACAO DO LIQUIDO,
      *                NOVOS E AUSENTES) E A LIBERACAO EXIGE O CODIGO
      *                DO SUPERVISOR (AUTSUPV) E FICA NA TRILHA DE
      *                ATIVIDADE (ATIVLOG). A FOLHA LIBERADA VAI PARA O
      *                FOLLIB.DAT COM A COMPETENCIA, A QUANTIDADE E O
      *                TOTAL LIQUIDO; O REVFOL DA RETOMADA DO STREAM
      *                (NOITE REINICIO) SO A RECONHECE SE ESTES
      *                VALORES NAO MUDARAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FOLREV ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLREV-STATUS.
           SELECT FOLLIB ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLLIB-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    SITUACAO DA ULTIMA REVISAO GRAVADA PELO REVFOL
       FD FOLREV LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLREV.DAT".
       01 REG-FOLREV.
           COPY FOLREV.

      *    FOLHAS LIBERADAS PELO SUPERVISOR
       FD FOLLIB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLLIB.DAT".
       01 REG-FOLLIB.
           COPY FOLREV.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 W-TOTAL-EDIT         PIC -ZZZZZZZZZZ9,99.

      *    IDENTIFICACAO DO OPERADOR (OPERSGN), LIBERACAO DE
      *    SUPERVISOR (AUTSUPV) E TRILHA DE ATIVIDADE (ATIVLOG)
       77 W-OPERADOR           PIC X(05) VALUE SPACES.
       77 W-OPER-NOME          PIC X(20) VALUE SPACES.
       77 W-SUPERVISOR         PIC X(05) VALUE SPACES.
       77 W-SUPV-AUTORIZADO    PIC X(03) VALUE "NAO".
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       01 W-LOG-CHAVE.
           02 W-LOG-ANOMES     PIC 9(06).
           02 W-LOG-QTD        PIC 9(05).
           02 FILLER           PIC X(03).

      *    FILE STATUS DOS ARQUIVOS
       77 W-FOLREV-STATUS      PIC X(02) VALUE "00".
       77 W-FOLLIB-STATUS      PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-LIBFOL.
           PERFORM INICIO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-OPCAO UNTIL W-CAMPO-OK EQUAL "SIM".
           DISPLAY "FIM DA LIBERACAO.".
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "LIBERACAO DA FOLHA RETIDA NA REVISAO".
           DISPLAY " ".
      *    A CONSOLE SO ABRE COM OPERADOR IDENTIFICADO
           MOVE "LIBFOL  " TO W-LOG-PROGRAMA.
           CALL "OPERSGN" USING W-OPERADOR W-OPER-NOME.
           PERFORM LE-FOLREV.
           DISPLAY "FOLHA RETIDA NA REVISAO:".
           DISPLAY "  COMPETENCIA...: " RV-ANOMES OF REG-FOLREV.
           DISPLAY "  FUNCIONARIOS..: " RV-QTD OF REG-FOLREV.
           MOVE RV-TOTAL-LIQ OF REG-FOLREV TO W-TOTAL-EDIT.
           DISPLAY "  TOTAL LIQUIDO.: " W-TOTAL-EDIT.
           DISPLAY "  OCORRENCIAS...: " RV-OCORRENCIAS OF REG-FOLREV.
           DISPLAY "  LIMITE........: " RV-PERCENTUAL OF REG-FOLREV
               "%".
           DISPLAY "CONFIRA AS OCORRENCIAS NO RELATORIO RELREVF.".
           DISPLAY " ".

      *    SO HA O QUE LIBERAR QUANDO A ULTIMA REVISAO FICOU RETIDA
       LE-FOLREV.
           OPEN INPUT FOLREV.
           IF W-FOLREV-STATUS NOT EQUAL "00" AND
              W-FOLREV-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR FOLREV - STATUS: "
                   W-FOLREV-STATUS
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           READ FOLREV AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FOLREV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FOLREV - STATUS: "
                   W-FOLREV-STATUS
               STOP RUN.
           CLOSE FOLREV.
           IF FIM-ARQ EQUAL "SIM"
               DISPLAY "NENHUMA REVISAO DE FOLHA REGISTRADA."
               STOP RUN.
           IF RV-SITUACAO OF REG-FOLREV NOT EQUAL "R"
               DISPLAY "A FOLHA " RV-ANOMES OF REG-FOLREV
                   " NAO ESTA RETIDA - NADA A LIBERAR."
               STOP RUN.

      *================================================================*

       ACEITA-OPCAO.
           DISPLAY "L PARA LIBERAR, M PARA MANTER RETIDA: ".
           ACCEPT W-OPCAO.
           IF W-OPCAO EQUAL "M" OR W-OPCAO EQUAL SPACE
               DISPLAY "FOLHA MANTIDA RETIDA."
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               IF W-OPCAO EQUAL "L"
                   PERFORM LIBERA-FOLHA
                   MOVE "SIM" TO W-CAMPO-OK
               ELSE
                   DISPLAY "OPCAO INVALIDA - DIGITE L OU M"
               END-IF
           END-IF.

      *    SEM O SUPERVISOR A FOLHA CONTINUA RETIDA
       LIBERA-FOLHA.
           CALL "AUTSUPV" USING W-SUPERVISOR W-SUPV-AUTORIZADO.
           IF W-SUPV-AUTORIZADO NOT EQUAL "SIM"
               DISPLAY "LIBERACAO NAO AUTORIZADA - FOLHA MANTIDA "
                   "RETIDA."
           ELSE
               PERFORM GRAVA-FOLLIB
           END-IF.

       GRAVA-FOLLIB.
           CALL "DATAPROC" USING W-DATA-HOJE.
           OPEN EXTEND FOLLIB.
           IF W-FOLLIB-STATUS EQUAL "35"
               OPEN OUTPUT FOLLIB
           END-IF.
           IF W-FOLLIB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR FOLLIB - STATUS: "
                   W-FOLLIB-STATUS
               STOP RUN.
           MOVE REG-FOLREV TO REG-FOLLIB.
           MOVE "L" TO RV-SITUACAO OF REG-FOLLIB.
           MOVE W-SUPERVISOR TO RV-SUPERVISOR OF REG-FOLLIB.
           MOVE W-DATA-HOJE TO RV-DATA-LIB OF REG-FOLLIB.
           WRITE REG-FOLLIB.
           IF W-FOLLIB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE FOLLIB - STATUS: "
                   W-FOLLIB-STATUS
               STOP RUN.
           CLOSE FOLLIB.
           MOVE "LIBFOLHA" TO W-LOG-ACAO.
           MOVE SPACES TO W-LOG-CHAVE.
           MOVE RV-ANOMES OF REG-FOLREV TO W-LOG-ANOMES.
           MOVE RV-QTD OF REG-FOLREV TO W-LOG-QTD.
           CALL "ATIVLOG" USING W-SUPERVISOR W-LOG-PROGRAMA
               W-LOG-ACAO W-LOG-CHAVE.
           DISPLAY "FOLHA LIBERADA. RETOME O STREAM NOTURNO COM "
               "NOITE REINICIO PARA O REVFOL SOLTAR O RELBANCO.".
