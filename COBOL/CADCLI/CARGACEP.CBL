       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CARGACEP.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CARGA DO DIRETORIO DE CEPS: LE A TABELA DE
      *                FAIXAS DE CEP DOS CORREIOS (CEPCORR.TXT, UMA
      *                FAIXA POR LINHA COM OS CAMPOS SEPARADOS POR "@":
      *                CEP INICIAL, CEP FINAL, LOGRADOURO OU LOCALIDADE,
      *                CIDADE E SIGLA DO ESTADO) E RECRIA O CEPDIR.DAT
      *                INDEXADO PELO CEP FINAL, CONSULTADO PELA
      *                SUBROTINA BUSCACEP. LINHA COM CEP NAO NUMERICO,
      *                FAIXA INVERTIDA, CIDADE EM BRANCO OU SIGLA FORA
      *                DA TABELA ESTADOS, E FAIXA COM CEP FINAL
      *                REPETIDO, VAO PARA O RELATORIO RELCEP E NAO SAO
      *                CARREGADAS (RETORNO 4). RODA A CADA NOVA TABELA
      *                DOS CORREIOS; O NOITE.BAT LEVA O CEPDIR.DAT
      *                PARA O EX02 DO EM04.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEPCORR ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CEPCORR-STATUS.
           SELECT CEPDIR ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-FIM-DIR
               FILE STATUS IS W-CEPDIR-STATUS.
           SELECT RELCEP ASSIGN TO DISK
               FILE STATUS IS W-RELCEP-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CEPCORR LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPCORR.TXT".
       01 REG-CORR                 PIC X(150).

       FD CEPDIR LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CEPDIR.DAT".
       01 REG-CEPDIR.
           COPY CEPDIR.

       FD RELCEP LABEL RECORD IS OMITTED.
       01 REL-CEP                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ                PIC X(03) VALUE "NAO".
       77 W-MOTIVO               PIC X(30) VALUE SPACES.

      *    CAMPOS DA LINHA DOS CORREIOS, SEPARADOS PELO UNSTRING
       01 W-CORR-CEP-INI         PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-CORR-CEP-INI REDEFINES W-CORR-CEP-INI.
           02 W-CEP-INI          PIC 9(08).
       01 W-CORR-CEP-FIM         PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-CORR-CEP-FIM REDEFINES W-CORR-CEP-FIM.
           02 W-CEP-FIM          PIC 9(08).
       77 W-CORR-LOGRA           PIC X(40) VALUE SPACES.
       77 W-CORR-CIDADE          PIC X(30) VALUE SPACES.
       77 W-CORR-UF              PIC X(02) VALUE SPACES.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS               PIC 9(06) VALUE ZEROS.
       77 CT-GRAVADOS            PIC 9(06) VALUE ZEROS.
       77 CT-REJEITADOS          PIC 9(06) VALUE ZEROS.
       77 W-DATA-ESTAT           PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT           PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CEPCORR-STATUS       PIC X(02) VALUE "00".
       77 W-CEPDIR-STATUS        PIC X(02) VALUE "00".
       77 W-RELCEP-STATUS        PIC X(02) VALUE "00".

       01 TABELA.
      *    TABELA DE SIGLAS DE ESTADOS COMPARTILHADA COM EX04 E EX05
      *    (EM03)
           COPY ESTADOS.

       01 TAB-ESTADOS REDEFINES TABELA OCCURS 27 TIMES
           ASCENDING KEY IS SIGLA INDEXED BY IDX-ESTADO.
           02 SIGLA  PIC X(02).
           02 ESTADO PIC X(19).

       01 CAB-01.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "CARGA DO DIRETORIO DE CEPS - CEPDIR".
           02 FILLER PIC X(22) VALUE SPACES.

       01 DET-REJ.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-REJ-INI PIC X(08).
           02 FILLER PIC X(01) VALUE "-".
           02 DET-REJ-FIM PIC X(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-REJ-CIDADE PIC X(25).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-REJ-MOTIVO PIC X(30).

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CARGACEP.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           OPEN INPUT CEPCORR OUTPUT CEPDIR RELCEP.
           PERFORM VERIFICA-ABERTURA.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO REL-CEP.
           WRITE REL-CEP AFTER ADVANCING PAGE.
           WRITE REL-CEP FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-CEP.
           WRITE REL-CEP AFTER ADVANCING 1 LINE.
           PERFORM LEITURA.

      *================================================================*

      *    FILE STATUS DOS ARQUIVOS
       VERIFICA-ABERTURA.
           IF W-CEPCORR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CEPCORR - STATUS: "
                   W-CEPCORR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-CEPDIR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CEPDIR - STATUS: "
                   W-CEPDIR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELCEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELCEP - STATUS: "
                   W-RELCEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       LEITURA.
           READ CEPCORR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CEPCORR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CEPCORR - STATUS: "
                   W-CEPCORR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*
      * AS CRITICAS SAO APLICADAS NA ORDEM; A PRIMEIRA QUE FALHA
      * DEFINE O MOTIVO DA REJEICAO. CEP FINAL REPETIDO E RECUSADO
      * PELO WRITE (STATUS 22) E A PRIMEIRA FAIXA E A QUE PREVALECE.

       PRINCIPAL.
           MOVE SPACES TO W-MOTIVO W-CORR-CEP-INI W-CORR-CEP-FIM
                          W-CORR-LOGRA W-CORR-CIDADE W-CORR-UF.
           UNSTRING REG-CORR DELIMITED BY "@"
               INTO W-CORR-CEP-INI W-CORR-CEP-FIM W-CORR-LOGRA
                    W-CORR-CIDADE W-CORR-UF.
           INSPECT W-CORR-CEP-INI REPLACING LEADING SPACE BY ZERO.
           INSPECT W-CORR-CEP-FIM REPLACING LEADING SPACE BY ZERO.

           IF W-CORR-CEP-INI NOT NUMERIC OR
              W-CORR-CEP-FIM NOT NUMERIC
               MOVE "CEP NAO NUMERICO" TO W-MOTIVO
           ELSE
             IF W-CEP-INI GREATER THAN W-CEP-FIM
               MOVE "CEP INICIAL MAIOR QUE O FINAL" TO W-MOTIVO
             ELSE
               IF W-CORR-CIDADE EQUAL SPACES
                   MOVE "CIDADE EM BRANCO" TO W-MOTIVO
               ELSE
                   PERFORM VALIDA-UF.

           IF W-MOTIVO EQUAL SPACES
               PERFORM GRAVA-CEPDIR
           ELSE
               PERFORM IMP-DET-REJ.
           PERFORM LEITURA.

       VALIDA-UF.
           SET IDX-ESTADO TO 1.
           SEARCH ALL TAB-ESTADOS
               AT END
                   MOVE "SIGLA DE ESTADO INVALIDA" TO W-MOTIVO
               WHEN SIGLA (IDX-ESTADO) EQUAL W-CORR-UF
                   CONTINUE
           END-SEARCH.

       GRAVA-CEPDIR.
           MOVE W-CEP-FIM TO CEP-FIM-DIR.
           MOVE W-CEP-INI TO CEP-INI-DIR.
           MOVE W-CORR-LOGRA TO LOGRA-DIR.
           MOVE W-CORR-CIDADE TO CIDADE-DIR.
           MOVE W-CORR-UF TO UF-DIR.
           WRITE REG-CEPDIR.
           EVALUATE W-CEPDIR-STATUS
             WHEN "00"
               ADD 1 TO CT-GRAVADOS
             WHEN "22"
               MOVE "CEP FINAL REPETIDO" TO W-MOTIVO
               PERFORM IMP-DET-REJ
             WHEN OTHER
               DISPLAY "ERRO NA GRAVACAO DE CEPDIR - STATUS: "
                   W-CEPDIR-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       IMP-DET-REJ.
           MOVE W-CORR-CEP-INI TO DET-REJ-INI.
           MOVE W-CORR-CEP-FIM TO DET-REJ-FIM.
           MOVE W-CORR-CIDADE TO DET-REJ-CIDADE.
           MOVE W-MOTIVO TO DET-REJ-MOTIVO.
           WRITE REL-CEP FROM DET-REJ AFTER ADVANCING 1 LINE.
           IF W-RELCEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELCEP - STATUS: "
                   W-RELCEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-REJEITADOS.

      *================================================================*

       IMP-ESTATISTICAS.
           MOVE SPACES TO REL-CEP.
           WRITE REL-CEP AFTER ADVANCING 2 LINES.
           MOVE "FAIXAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-CEP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "FAIXAS CARREGADAS:" TO ROT-ESTAT.
           MOVE CT-GRAVADOS TO VAL-ESTAT.
           WRITE REL-CEP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "FAIXAS REJEITADAS:" TO ROT-ESTAT.
           MOVE CT-REJEITADOS TO VAL-ESTAT.
           WRITE REL-CEP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-CEP FROM DET-ESTAT-DATAHORA AFTER ADVANCING 1 LINE.

       TERMINO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CEPCORR CEPDIR RELCEP.
           IF CT-REJEITADOS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
