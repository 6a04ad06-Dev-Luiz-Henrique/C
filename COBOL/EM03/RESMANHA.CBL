      *                PELO NOITE.BAT, IMPRIMINDO UMA UNICA PAGINA
      *                (RELMANHA) COM O RESULTADO DE CADA PASSO E OS
      *                TOTAIS DE EXCECAO, PARA O PRIMEIRO CAFE DIZER
      *                SE A NOITE FOI LIMPA. EM SEGUIDA LISTA A
      *                SITUACAO DE CADA PASSO NO CONTROLE PASSOS.DAT
      *                DO CTLPASSO (NAO INICIADO, EM EXECUCAO,
      *                CONCLUIDO OU FALHOU, COM A DATA DE NEGOCIO),
      *                PARA O OPERADOR SABER DE ONDE O NOITE REINICIO
      *                VAI RETOMAR. POR FIM, AS CONTAGENS DA
      *                CONFERENCIA DE INTEGRIDADE (INTEGCT.DAT DO
      *                INTEGR, UMA LINHA POR SUBSISTEMA) DIZEM QUANTOS
      *                ORFAOS E DIVERGENCIAS O RELINTEG TRAZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL RELERRO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-ARQEXC-STATUS.
           SELECT OPTIONAL PASSOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PASSOS-STATUS.
           SELECT OPTIONAL INTEGCT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-INTEGCT-STATUS.
           SELECT RELMANHA ASSIGN TO DISK
               FILE STATUS IS W-RELMANHA-STATUS.

           02 ERRO-COD-X           PIC X(03).
           02 FILLER               PIC X(73).

       FD PASSOS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PASSOS.DAT".
       01 REG-PASSO.
           COPY PASSOS.

       FD INTEGCT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INTEGCT.DAT".
       01 REG-INTEGCT.
           COPY INTEGCT.

       FD RELMANHA LABEL RECORD IS OMITTED.
       01 REL-MANHA                PIC X(80).

       77 CT-PASSOS        PIC 9(02) VALUE ZEROS.
       77 CT-PASSOS-ERRO   PIC 9(02) VALUE ZEROS.
       77 W-CONTADOR       PIC 9(05) VALUE ZEROS.
       77 CT-SIT-CONCLUIDO PIC 9(02) VALUE ZEROS.
       77 CT-SIT-FALHOU    PIC 9(02) VALUE ZEROS.
       77 CT-SIT-EXECUCAO  PIC 9(02) VALUE ZEROS.
       77 CT-SIT-NAO-INIC  PIC 9(02) VALUE ZEROS.
       77 CT-ACHADOS-INTEG PIC 9(05) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
      *    FILE STATUS DOS ARQUIVOS
       77 W-EXECLOG-STATUS PIC X(02) VALUE "00".
       77 W-ARQEXC-STATUS  PIC X(02) VALUE "00".
       77 W-PASSOS-STATUS  PIC X(02) VALUE "00".
       77 W-INTEGCT-STATUS PIC X(02) VALUE "00".
       77 W-RELMANHA-STATUS PIC X(02) VALUE "00".

       01 CAB-01.
           02 DET-GRAVADOS PIC ZZZZ9.
           02 FILLER PIC X(31) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PASSO".
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "DATA NEG".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "SITUACAO".
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "INICIO".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "TERMINO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "EXEC".
           02 FILLER PIC X(16) VALUE SPACES.

       01 DET-SITPASSO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-SP-PASSO PIC X(08).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-SP-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-SP-SITUACAO PIC X(12).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-SP-HORA-INI PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-SP-HORA-FIM PIC 9(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-SP-EXECUCOES PIC Z9.
           02 FILLER PIC X(18) VALUE SPACES.

       01 DET-EXCECAO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ROT-EXCECAO PIC X(36).
           02 VAL-EXCECAO PIC ZZZZ9.
           02 FILLER PIC X(37) VALUE SPACES.

       01 CAB-04.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "INTEGRIDADE".
           02 FILLER PIC X(09) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "CONFERIDOS".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "ORFAOS".
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "DIVERGENCIAS".
           02 FILLER PIC X(22) VALUE SPACES.

       01 DET-INTEG.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-INT-SUBSIS PIC X(18).
           02 FILLER PIC X(05) VALUE SPACES.
           02 DET-INT-CONFERIDOS PIC ZZZZZZ9.
           02 FILLER PIC X(05) VALUE SPACES.
           02 DET-INT-ORFAOS PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE SPACES.
           02 DET-INT-DIVERG PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           PERFORM INICIO.
           PERFORM IMP-PASSO UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM IMP-EXCECOES.
           PERFORM IMP-SITUACAO-PASSOS.
           PERFORM IMP-INTEGRIDADE.
           PERFORM TERMINO.
           STOP RUN.

              ERRO-COD-X NUMERIC
               ADD 1 TO W-CONTADOR.

      *================================================================*
      * SITUACAO DOS PASSOS NO CONTROLE DO CTLPASSO; SEM PASSOS.DAT
      * (STREAM AINDA SEM CONTROLE) SO O CABECALHO SAI

       IMP-SITUACAO-PASSOS.
           WRITE REL-MANHA FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-MANHA.
           WRITE REL-MANHA AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PASSOS.
           IF W-PASSOS-STATUS NOT EQUAL "00" AND
              W-PASSOS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PASSOS - STATUS: "
                   W-PASSOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PASSOS.
           PERFORM IMP-UM-PASSO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PASSOS.

       LE-PASSOS.
           READ PASSOS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PASSOS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PASSOS - STATUS: "
                   W-PASSOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       IMP-UM-PASSO.
           MOVE PAS-PASSO TO DET-SP-PASSO.
           MOVE PAS-DATA-NEG TO DET-SP-DATA.
           MOVE PAS-HORA-INI TO DET-SP-HORA-INI.
           MOVE PAS-HORA-FIM TO DET-SP-HORA-FIM.
           MOVE PAS-EXECUCOES TO DET-SP-EXECUCOES.
           EVALUATE PAS-SITUACAO
             WHEN "O"
               MOVE "CONCLUIDO" TO DET-SP-SITUACAO
               ADD 1 TO CT-SIT-CONCLUIDO
             WHEN "F"
               MOVE "FALHOU" TO DET-SP-SITUACAO
               ADD 1 TO CT-SIT-FALHOU
             WHEN "E"
               MOVE "EM EXECUCAO" TO DET-SP-SITUACAO
               ADD 1 TO CT-SIT-EXECUCAO
             WHEN OTHER
               MOVE "NAO INICIADO" TO DET-SP-SITUACAO
               ADD 1 TO CT-SIT-NAO-INIC
           END-EVALUATE.
           WRITE REL-MANHA FROM DET-SITPASSO AFTER ADVANCING 1 LINE.
           IF W-RELMANHA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELMANHA - STATUS: "
                   W-RELMANHA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-PASSOS.

      *================================================================*
      * CONTAGENS DA CONFERENCIA DE INTEGRIDADE POR SUBSISTEMA; SEM
      * INTEGCT.DAT (NOITE INTERROMPIDA ANTES DO INTEGR) SO O
      * CABECALHO SAI

       IMP-INTEGRIDADE.
           WRITE REL-MANHA FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-MANHA.
           WRITE REL-MANHA AFTER ADVANCING 1 LINE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT INTEGCT.
           IF W-INTEGCT-STATUS NOT EQUAL "00" AND
              W-INTEGCT-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR INTEGCT - STATUS: "
                   W-INTEGCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-INTEGCT.
           PERFORM IMP-UMA-INTEGRIDADE UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE INTEGCT.

       LE-INTEGCT.
           READ INTEGCT AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-INTEGCT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE INTEGCT - STATUS: "
                   W-INTEGCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       IMP-UMA-INTEGRIDADE.
           EVALUATE ICT-SUBSISTEMA
             WHEN "CLI"
               MOVE "CLIENTES/VIAGENS" TO DET-INT-SUBSIS
             WHEN "ALU"
               MOVE "ESCOLA" TO DET-INT-SUBSIS
             WHEN "EST"
               MOVE "ESTOQUE" TO DET-INT-SUBSIS
             WHEN "FOL"
               MOVE "FOLHA" TO DET-INT-SUBSIS
             WHEN OTHER
               MOVE ICT-SUBSISTEMA TO DET-INT-SUBSIS
           END-EVALUATE.
           MOVE ICT-CONFERIDOS TO DET-INT-CONFERIDOS.
           MOVE ICT-ORFAOS TO DET-INT-ORFAOS.
           MOVE ICT-DIVERGENCIAS TO DET-INT-DIVERG.
           WRITE REL-MANHA FROM DET-INTEG AFTER ADVANCING 1 LINE.
           IF W-RELMANHA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELMANHA - STATUS: "
                   W-RELMANHA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD ICT-ORFAOS TO CT-ACHADOS-INTEG.
           ADD ICT-DIVERGENCIAS TO CT-ACHADOS-INTEG.
           PERFORM LE-INTEGCT.

      *================================================================*

       TERMINO.
           MOVE "PASSOS COM ERRO" TO ROT-EXCECAO.
           MOVE CT-PASSOS-ERRO TO VAL-EXCECAO.
           WRITE REL-MANHA FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE "PASSOS CONCLUIDOS NA DATA" TO ROT-EXCECAO.
           MOVE CT-SIT-CONCLUIDO TO VAL-EXCECAO.
           WRITE REL-MANHA FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE "PASSOS QUE FALHARAM" TO ROT-EXCECAO.
           MOVE CT-SIT-FALHOU TO VAL-EXCECAO.
           WRITE REL-MANHA FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE "PASSOS INTERROMPIDOS EM EXECUCAO" TO ROT-EXCECAO.
           MOVE CT-SIT-EXECUCAO TO VAL-EXCECAO.
           WRITE REL-MANHA FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE "PASSOS NAO INICIADOS" TO ROT-EXCECAO.
           MOVE CT-SIT-NAO-INIC TO VAL-EXCECAO.
           WRITE REL-MANHA FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE "ACHADOS DE INTEGRIDADE (RELINTEG)" TO ROT-EXCECAO.
           MOVE CT-ACHADOS-INTEG TO VAL-EXCECAO.
           WRITE REL-MANHA FROM DET-EXCECAO AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-MANHA FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
