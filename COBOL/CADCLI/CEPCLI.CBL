       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CEPCLI.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONFERENCIA UNICA DOS ENDERECOS DO CADASTRO DE
      *                CLIENTES CONTRA O DIRETORIO DE CEPS: LE TODO O
      *                CADCLI.DAT E, PARA CADA CLIENTE COM CEP
      *                INFORMADO, PROCURA O CEP PELA SUBROTINA
      *                BUSCACEP, LISTANDO NO RELATORIO RELCEPCLI O
      *                CLIENTE CUJO CEP NAO CONSTA DO DIRETORIO OU CUJA
      *                CIDADE OU ESTADO DIVERGEM DOS DO CEP, PARA O
      *                RECADASTRO NO MANCLI ANTES DA PROXIMA MALA
      *                DIRETA. CLIENTES SEM CEP (FORA DO EXTRATO
      *                MALADIR) SO SAO CONTADOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT RELCEPCLI ASSIGN TO DISK
               FILE STATUS IS W-RELCEPCLI-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

           01 REG-ENT.
           COPY CADCLI.

       FD RELCEPCLI LABEL RECORD IS OMITTED.
       01 REL-CEPCLI               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-MOTIVO         PIC X(23) VALUE SPACES.

      *    LOCALIDADE, CIDADE E ESTADO DO CEP NO DIRETORIO DE CEPS
       77 W-CEP-LOGRA      PIC X(40) VALUE SPACES.
       77 W-CEP-CIDADE     PIC X(30) VALUE SPACES.
       77 W-CEP-UF         PIC X(02) VALUE SPACES.
       77 W-CEP-ACHOU      PIC X(03) VALUE "NAO".

      *================================================================*
      * TOTAIS DA CONFERENCIA

       77 CT-LIDOS         PIC 9(06) VALUE ZEROS.
       77 CT-SEM-CEP       PIC 9(06) VALUE ZEROS.
       77 CT-CONFEREM      PIC 9(06) VALUE ZEROS.
       77 CT-FORA-DIR      PIC 9(06) VALUE ZEROS.
       77 CT-DIVERGEM      PIC 9(06) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADCLI-STATUS  PIC X(02) VALUE "00".
       77 W-RELCEPCLI-STATUS PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(48) VALUE
              "CLIENTES COM CEP, CIDADE E ESTADO EM DESACORDO".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CPF".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NOME".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "CEP".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(23) VALUE "DIVERGENCIA".

       01 DET-CLIENTE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CPF PIC 9(11).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CEP PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(23).

       01 DET-CIDADES.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "CADASTRO: ".
           02 DET-CID-CAD PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-UF-CAD PIC X(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "DIRETORIO: ".
           02 DET-CID-DIR PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-UF-DIR PIC X(02).
           02 FILLER PIC X(07) VALUE SPACES.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(30).
           02 VAL-CTRL PIC ZZZZZ9.
           02 FILLER   PIC X(34) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CEPCLI.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           OPEN INPUT CADCLI OUTPUT RELCEPCLI.
           IF W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELCEPCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELCEPCLI - STATUS: "
                   W-RELCEPCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

      *================================================================*

       LEITURA.
           READ CADCLI AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADCLI - STATUS: "
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*
      * CEP ZERADO E ENDERECO NAO INFORMADO; OS DEMAIS SAO
      * PROCURADOS NO DIRETORIO E A CIDADE E O ESTADO COMPARADOS

       PRINCIPAL.
           IF CEP-ENT NOT NUMERIC OR CEP-ENT EQUAL ZEROS
               ADD 1 TO CT-SEM-CEP
           ELSE
               PERFORM CONFERE-CLIENTE.
           PERFORM LEITURA.

       CONFERE-CLIENTE.
           MOVE SPACES TO W-MOTIVO.
           CALL "BUSCACEP" USING CEP-ENT W-CEP-LOGRA W-CEP-CIDADE
               W-CEP-UF W-CEP-ACHOU.
           IF W-CEP-ACHOU EQUAL "NAO"
               MOVE "CEP FORA DO DIRETORIO" TO W-MOTIVO
               ADD 1 TO CT-FORA-DIR
           ELSE
               IF ESTADO-ENT NOT EQUAL W-CEP-UF AND
                  CIDADE-ENT NOT EQUAL W-CEP-CIDADE
                   MOVE "CIDADE E ESTADO" TO W-MOTIVO
               ELSE
                   IF ESTADO-ENT NOT EQUAL W-CEP-UF
                       MOVE "ESTADO" TO W-MOTIVO
                   ELSE
                       IF CIDADE-ENT NOT EQUAL W-CEP-CIDADE
                           MOVE "CIDADE" TO W-MOTIVO
                       END-IF
                   END-IF
               END-IF
               IF W-MOTIVO EQUAL SPACES
                   ADD 1 TO CT-CONFEREM
               ELSE
                   ADD 1 TO CT-DIVERGEM
               END-IF
           END-IF.
           IF W-MOTIVO NOT EQUAL SPACES
               PERFORM IMP-DETALHE.

       IMP-DETALHE.
           IF CT-LIN GREATER THAN 38
               PERFORM CABECALHO.
           MOVE CPF-ENT TO DET-CPF.
           MOVE NOME-CLIE-ENT TO DET-NOME.
           MOVE CEP-ENT TO DET-CEP.
           MOVE W-MOTIVO TO DET-MOTIVO.
           MOVE CIDADE-ENT TO DET-CID-CAD.
           MOVE ESTADO-ENT TO DET-UF-CAD.
           MOVE W-CEP-CIDADE TO DET-CID-DIR.
           MOVE W-CEP-UF TO DET-UF-DIR.
           WRITE REL-CEPCLI FROM DET-CLIENTE AFTER ADVANCING 2 LINES.
           IF W-RELCEPCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELCEPCLI - STATUS: "
                   W-RELCEPCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           WRITE REL-CEPCLI FROM DET-CIDADES AFTER ADVANCING 1 LINE.
           ADD 3 TO CT-LIN.

      *================================================================*

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-CEPCLI.
           WRITE REL-CEPCLI AFTER ADVANCING PAGE.
           WRITE REL-CEPCLI FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-CEPCLI FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-CONTROLE.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE SPACES TO REL-CEPCLI.
           WRITE REL-CEPCLI AFTER ADVANCING 2 LINES.

           MOVE "CLIENTES LIDOS" TO ROT-CTRL.
           MOVE CT-LIDOS TO VAL-CTRL.
           WRITE REL-CEPCLI FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "SEM CEP INFORMADO" TO ROT-CTRL.
           MOVE CT-SEM-CEP TO VAL-CTRL.
           WRITE REL-CEPCLI FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "CEP, CIDADE E ESTADO CONFEREM" TO ROT-CTRL.
           MOVE CT-CONFEREM TO VAL-CTRL.
           WRITE REL-CEPCLI FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "CEP FORA DO DIRETORIO" TO ROT-CTRL.
           MOVE CT-FORA-DIR TO VAL-CTRL.
           WRITE REL-CEPCLI FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE "CIDADE OU ESTADO DIVERGENTE" TO ROT-CTRL.
           MOVE CT-DIVERGEM TO VAL-CTRL.
           WRITE REL-CEPCLI FROM DET-CTRL AFTER ADVANCING 1 LINE.

           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-CEPCLI FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.

       TERMINO.
           PERFORM IMP-CONTROLE.
           CLOSE CADCLI RELCEPCLI.
           DISPLAY "CONFERENCIA DE CEP EMITIDA - RELCEPCLI.".
