       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CTLPASSO.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONTROLE DE PASSOS DO STREAM NOTURNO: O
      *                NOITE.BAT CHAMA ESTE PROGRAMA ANTES E DEPOIS DE
      *                CADA PASSO E A SITUACAO DE CADA UM FICA NO
      *                PASSOS.DAT (COPY PASSOS), COM A DATA DE NEGOCIO
      *                DO DATAPROC. ACAO E PASSO NA LINHA DE COMANDO:
      *                NOVA       - ABRE A NOITE: TODOS OS PASSOS
      *                             VOLTAM A "NAO INICIADO" NA NOVA
      *                             DATA; RECUSADA SE A NOITE DESTA
      *                             DATA JA COMECOU.
      *                REINICIO   - RETOMA A NOITE DESTA DATA; OS
      *                             PASSOS CONCLUIDOS SAO PULADOS.
      *                FORCA [P]  - DEVOLVE A "NAO INICIADO" TODOS
      *                             OS PASSOS DA DATA, OU SO O PASSO
      *                             P, PARA O OPERADOR REEXECUTAR.
      *                INICIO P   - MARCA P EM EXECUCAO; SE P JA FOI
      *                             CONCLUIDO NESTA DATA, NAO RODA
      *                             DE NOVO (RETORNO 2, PULAR).
      *                OK P       - MARCA P CONCLUIDO.
      *                FALHA P    - MARCA P COM FALHA.
      *                RETORNO 0 SEGUE, 2 PULA O PASSO E 1 PARA O
      *                STREAM. ASSIM UM STREAM INTERROMPIDO NAO RODA
      *                DUAS VEZES UM PASSO QUE ACUMULA (BKPMAST, EX05,
      *                EX06) NA MESMA DATA DE NEGOCIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PASSOS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-PASSOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PASSOS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PASSOS.DAT".
       01 REG-PASSO.
           COPY PASSOS.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 W-ACHOU          PIC X(03) VALUE "NAO".
       77 W-I              PIC 9(02) VALUE ZEROS.
       77 W-DATA-NEG       PIC 9(08) VALUE ZEROS.
       77 CT-INICIADOS     PIC 9(02) VALUE ZEROS.
       77 CT-FORCADOS      PIC 9(02) VALUE ZEROS.

      *    A HORA DO SISTEMA VEM EM HHMMSSCC; O PASSO GUARDA HHMMSS
       01 W-HORA-SISTEMA.
           02 W-HORA           PIC 9(06).
           02 FILLER           PIC 9(02).

       01 W-LINHA-COMANDO      PIC X(40) VALUE SPACES.
       77 W-PARM-ACAO          PIC X(08) VALUE SPACES.
       77 W-PARM-PASSO         PIC X(08) VALUE SPACES.

      *    FILE STATUS DOS ARQUIVOS
       77 W-PASSOS-STATUS  PIC X(02) VALUE "00".

      *================================================================*
      * PASSOS DO STREAM EM TABELA, REGRAVADOS A CADA CHAMADA

       77 CT-TAB-PASSOS        PIC 9(02) VALUE ZEROS.
       01 TAB-PASSOS.
           02 TAB-PASSO-OCR OCCURS 50 TIMES.
             03 TP-PASSO       PIC X(08).
             03 TP-SITUACAO    PIC X(01).
             03 TP-DATA-NEG    PIC 9(08).
             03 TP-HORA-INI    PIC 9(06).
             03 TP-HORA-FIM    PIC 9(06).
             03 TP-EXECUCOES   PIC 9(02).

       PROCEDURE DIVISION.
       PGM-CTLPASSO.
           PERFORM INICIO.
           EVALUATE W-PARM-ACAO
             WHEN "NOVA"
               PERFORM ABRE-NOITE
             WHEN "REINICIO"
               PERFORM REINICIA-NOITE
             WHEN "FORCA"
               PERFORM FORCA-PASSOS
             WHEN "INICIO"
               PERFORM INICIA-PASSO
             WHEN "OK"
               PERFORM CONCLUI-PASSO
             WHEN "FALHA"
               PERFORM FALHA-PASSO
             WHEN OTHER
               DISPLAY "ACAO INVALIDA: " W-PARM-ACAO
               DISPLAY "USO: CTLPASSO NOVA | REINICIO | FORCA [PASSO]"
                   " | INICIO PASSO | OK PASSO | FALHA PASSO"
               MOVE 1 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *================================================================*

       INICIO.
           ACCEPT W-LINHA-COMANDO FROM COMMAND-LINE.
           UNSTRING W-LINHA-COMANDO DELIMITED BY ALL SPACE
               INTO W-PARM-ACAO W-PARM-PASSO.
           CALL "DATAPROC" USING W-DATA-NEG.
           ACCEPT W-HORA-SISTEMA FROM TIME.
           PERFORM CARREGA-PASSOS.

       CARREGA-PASSOS.
           OPEN INPUT PASSOS.
           IF W-PASSOS-STATUS NOT EQUAL "00" AND
              W-PASSOS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PASSOS - STATUS: "
                   W-PASSOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PASSOS.
           PERFORM CARREGA-UM-PASSO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PASSOS.

       LE-PASSOS.
           READ PASSOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PASSOS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PASSOS - STATUS: "
                   W-PASSOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UM-PASSO.
           ADD 1 TO CT-TAB-PASSOS.
           IF CT-TAB-PASSOS GREATER THAN 50
               DISPLAY "ERRO: PASSOS.DAT EXCEDE O LIMITE DE 50 "
                   "PASSOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE PAS-PASSO TO TP-PASSO (CT-TAB-PASSOS).
           MOVE PAS-SITUACAO TO TP-SITUACAO (CT-TAB-PASSOS).
           MOVE PAS-DATA-NEG TO TP-DATA-NEG (CT-TAB-PASSOS).
           MOVE PAS-HORA-INI TO TP-HORA-INI (CT-TAB-PASSOS).
           MOVE PAS-HORA-FIM TO TP-HORA-FIM (CT-TAB-PASSOS).
           MOVE PAS-EXECUCOES TO TP-EXECUCOES (CT-TAB-PASSOS).
           PERFORM LE-PASSOS.

      *================================================================*
      * ABERTURA DA NOITE: UMA NOITE JA COMECADA NESTA DATA DE
      * NEGOCIO SO CONTINUA POR REINICIO OU FORCA

       ABRE-NOITE.
           MOVE ZEROS TO CT-INICIADOS.
           MOVE 1 TO W-I.
           PERFORM CONTA-INICIADO CT-TAB-PASSOS TIMES.
           IF CT-INICIADOS GREATER THAN ZEROS
               DISPLAY "NOITE DE " W-DATA-NEG " JA INICIADA ("
                   CT-INICIADOS " PASSOS) - USAR NOITE REINICIO OU "
                   "NOITE FORCA"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO W-I.
           PERFORM ZERA-PASSO CT-TAB-PASSOS TIMES.
           PERFORM GRAVA-PASSOS.
           DISPLAY "NOITE DE " W-DATA-NEG " ABERTA.".

      *    UMA NOITE ANTERIOR QUE FICOU INCOMPLETA NAO IMPEDE A NOVA,
      *    MAS FICA AVISADA
       CONTA-INICIADO.
           IF TP-DATA-NEG (W-I) EQUAL W-DATA-NEG AND
              TP-SITUACAO (W-I) NOT EQUAL "N"
               ADD 1 TO CT-INICIADOS.
           IF TP-DATA-NEG (W-I) NOT EQUAL W-DATA-NEG AND
              (TP-SITUACAO (W-I) EQUAL "E" OR
               TP-SITUACAO (W-I) EQUAL "F")
               DISPLAY "AVISO: PASSO " TP-PASSO (W-I) " FICOU "
                   "INCOMPLETO NA NOITE DE " TP-DATA-NEG (W-I).
           ADD 1 TO W-I.

       ZERA-PASSO.
           MOVE "N" TO TP-SITUACAO (W-I).
           MOVE W-DATA-NEG TO TP-DATA-NEG (W-I).
           MOVE ZEROS TO TP-HORA-INI (W-I) TP-HORA-FIM (W-I).
           MOVE ZEROS TO TP-EXECUCOES (W-I).
           ADD 1 TO W-I.

      *    O REINICIO SO VALE PARA A NOITE DA MESMA DATA DE NEGOCIO;
      *    OS PASSOS NAO SAO ALTERADOS AQUI, QUEM PULA OS CONCLUIDOS
      *    E O INICIO DE CADA PASSO
       REINICIA-NOITE.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-DATA-NOITE UNTIL W-I GREATER THAN
               CT-TAB-PASSOS OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU NOT EQUAL "SIM"
               DISPLAY "NAO HA NOITE DE " W-DATA-NEG " PARA "
                   "REINICIAR - USAR NOITE"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           DISPLAY "NOITE DE " W-DATA-NEG " REINICIADA; PASSOS "
               "CONCLUIDOS SERAO PULADOS.".

       TESTA-DATA-NOITE.
           IF TP-DATA-NEG (W-I) EQUAL W-DATA-NEG
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *    FORCA SEM PASSO LIBERA A NOITE TODA DA DATA; COM PASSO, SO
      *    AQUELE
       FORCA-PASSOS.
           MOVE ZEROS TO CT-FORCADOS.
           MOVE 1 TO W-I.
           PERFORM FORCA-UM-PASSO CT-TAB-PASSOS TIMES.
           IF W-PARM-PASSO NOT EQUAL SPACES AND
              CT-FORCADOS EQUAL ZEROS
               DISPLAY "PASSO " W-PARM-PASSO " NAO REGISTRADO NA "
                   "NOITE DE " W-DATA-NEG
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM GRAVA-PASSOS.
           DISPLAY "PASSOS LIBERADOS PARA REEXECUCAO: " CT-FORCADOS.

       FORCA-UM-PASSO.
           IF W-PARM-PASSO EQUAL SPACES OR
              W-PARM-PASSO EQUAL TP-PASSO (W-I)
               MOVE "N" TO TP-SITUACAO (W-I)
               MOVE W-DATA-NEG TO TP-DATA-NEG (W-I)
               ADD 1 TO CT-FORCADOS.
           ADD 1 TO W-I.

      *================================================================*
      * SITUACAO DE UM PASSO

      *    PASSO CONCLUIDO NESTA DATA NAO RODA DE NOVO; O PASSO QUE
      *    FICOU EM EXECUCAO (QUEDA DA MAQUINA) OU FALHOU E RETOMADO
       INICIA-PASSO.
           PERFORM EXIGE-PASSO.
           PERFORM PROCURA-PASSO.
           IF W-ACHOU NOT EQUAL "SIM"
               PERFORM INCLUI-PASSO.
           IF TP-DATA-NEG (W-I) NOT EQUAL W-DATA-NEG
               MOVE "N" TO TP-SITUACAO (W-I)
               MOVE W-DATA-NEG TO TP-DATA-NEG (W-I)
               MOVE ZEROS TO TP-EXECUCOES (W-I).
           IF TP-SITUACAO (W-I) EQUAL "O"
               DISPLAY "PASSO " W-PARM-PASSO " JA CONCLUIDO NA NOITE "
                   "DE " W-DATA-NEG " - NAO REEXECUTADO"
               MOVE 2 TO RETURN-CODE
           ELSE
               IF TP-SITUACAO (W-I) EQUAL "E"
                   DISPLAY "AVISO: PASSO " W-PARM-PASSO " FICOU EM "
                       "EXECUCAO NA RODADA ANTERIOR - REEXECUTADO"
               END-IF
               MOVE "E" TO TP-SITUACAO (W-I)
               MOVE W-HORA TO TP-HORA-INI (W-I)
               MOVE ZEROS TO TP-HORA-FIM (W-I)
               ADD 1 TO TP-EXECUCOES (W-I)
               PERFORM GRAVA-PASSOS
           END-IF.

       CONCLUI-PASSO.
           PERFORM EXIGE-PASSO.
           PERFORM PROCURA-PASSO.
           PERFORM EXIGE-PASSO-INICIADO.
           MOVE "O" TO TP-SITUACAO (W-I).
           MOVE W-HORA TO TP-HORA-FIM (W-I).
           PERFORM GRAVA-PASSOS.

       FALHA-PASSO.
           PERFORM EXIGE-PASSO.
           PERFORM PROCURA-PASSO.
           PERFORM EXIGE-PASSO-INICIADO.
           MOVE "F" TO TP-SITUACAO (W-I).
           MOVE W-HORA TO TP-HORA-FIM (W-I).
           PERFORM GRAVA-PASSOS.

       EXIGE-PASSO.
           IF W-PARM-PASSO EQUAL SPACES
               DISPLAY "INFORMAR O PASSO APOS A ACAO " W-PARM-ACAO
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       EXIGE-PASSO-INICIADO.
           IF W-ACHOU NOT EQUAL "SIM"
               DISPLAY "PASSO " W-PARM-PASSO " NAO FOI INICIADO"
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       PROCURA-PASSO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-PASSO UNTIL W-I GREATER THAN CT-TAB-PASSOS
               OR W-ACHOU EQUAL "SIM".

       TESTA-PASSO.
           IF TP-PASSO (W-I) EQUAL W-PARM-PASSO
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *    PASSO NOVO NO NOITE.BAT ENTRA NO CONTROLE NA PRIMEIRA VEZ
      *    QUE RODA
       INCLUI-PASSO.
           ADD 1 TO CT-TAB-PASSOS.
           IF CT-TAB-PASSOS GREATER THAN 50
               DISPLAY "ERRO: PASSOS.DAT EXCEDE O LIMITE DE 50 "
                   "PASSOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CT-TAB-PASSOS TO W-I.
           MOVE W-PARM-PASSO TO TP-PASSO (W-I).
           MOVE "N" TO TP-SITUACAO (W-I).
           MOVE W-DATA-NEG TO TP-DATA-NEG (W-I).
           MOVE ZEROS TO TP-HORA-INI (W-I) TP-HORA-FIM (W-I).
           MOVE ZEROS TO TP-EXECUCOES (W-I).

      *================================================================*

       GRAVA-PASSOS.
           OPEN OUTPUT PASSOS.
           IF W-PASSOS-STATUS NOT EQUAL "00" AND
              W-PASSOS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR PASSOS - STATUS: "
                   W-PASSOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE 1 TO W-I.
           PERFORM GRAVA-UM-PASSO CT-TAB-PASSOS TIMES.
           CLOSE PASSOS.

       GRAVA-UM-PASSO.
           MOVE TP-PASSO (W-I) TO PAS-PASSO.
           MOVE TP-SITUACAO (W-I) TO PAS-SITUACAO.
           MOVE TP-DATA-NEG (W-I) TO PAS-DATA-NEG.
           MOVE TP-HORA-INI (W-I) TO PAS-HORA-INI.
           MOVE TP-HORA-FIM (W-I) TO PAS-HORA-FIM.
           MOVE TP-EXECUCOES (W-I) TO PAS-EXECUCOES.
           WRITE REG-PASSO.
           IF W-PASSOS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PASSOS - STATUS: "
                   W-PASSOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO W-I.
