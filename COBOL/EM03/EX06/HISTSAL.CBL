       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HISTSAL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        RELATORIO DO HISTORICO SALARIAL POR
      *                FUNCIONARIO PARA O RH (SALHIST.DAT, GRAVADO PELO
      *                REAJSAL E PELO MANVEND), NO MOLDE DO RELAUD:
      *                CODIGO OPCIONAL NA LINHA DE COMANDO (00000 OU EM
      *                BRANCO = TODOS), AS MUDANCAS EM ORDEM DE
      *                VIGENCIA COM O SALARIO ANTERIOR, O NOVO, O
      *                PERCENTUAL E O MOTIVO, E O TOTAL DE MUDANCAS DO
      *                FUNCIONARIO. NOME E SITUACAO VEM DO CADVEND.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALHIST ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-SALHIST-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELHSAL ASSIGN TO DISK
               FILE STATUS IS W-RELHSAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD SALHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALHIST.DAT".
       01 REG-SALHIST          PIC X(51).

       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-ENT.
           02 COD-DEP-ENT          PIC X(01).
           02 COD-SEC-ENT          PIC X(01).
           02 COD-VEN-ENT          PIC 9(05).
           02 NOME-ENT             PIC X(20).
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       SD TRAB.
       01 REG-TRAB.
           COPY SALHIST.

       FD RELHSAL LABEL RECORD IS OMITTED.
       01 REL-HSAL             PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-COD-ATUAL      PIC 9(05) VALUE ZEROS.
       77 W-TEM-FUNC       PIC X(03) VALUE "NAO".
       77 CT-MUD-FUNC      PIC 9(05) VALUE ZEROS.
       77 W-PERCENTUAL     PIC 9(05)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-LISTADOS      PIC 9(05) VALUE ZEROS.
       77 CT-FUNC-LISTADOS PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-SALHIST-STATUS PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS PIC X(02) VALUE "00".
       77 W-RELHSAL-STATUS PIC X(02) VALUE "00".

      *    FILTRO OPCIONAL DE CODIGO; 00000 LISTA TODOS
       01 W-PARM-EXEC.
           02 W-PARM-COD-X     PIC X(05).
           02 W-PARM-COD REDEFINES W-PARM-COD-X PIC 9(05).

      *    VIGENCIA DO HISTORICO (AAAAMMDD) DESMEMBRADA PARA IMPRESSAO
       01 W-VIGENCIA.
           02 W-VIG-AAAA       PIC 9(04).
           02 W-VIG-MM         PIC 9(02).
           02 W-VIG-DD         PIC 9(02).
       01 RED-W-VIGENCIA REDEFINES W-VIGENCIA.
           02 W-VIG-DATA       PIC 9(08).

      *    NOME E SITUACAO DOS FUNCIONARIOS DO CADASTRO
       77 CT-TAB-FUNC      PIC 9(03) VALUE ZEROS.
       77 W-FUNC-I         PIC 9(03) VALUE ZEROS.
       77 W-FUNC-ACHOU     PIC X(03) VALUE "NAO".
       01 TAB-FUNC.
           02 TAB-FUNC-OCR OCCURS 500 TIMES.
               03 TF-COD-VEN   PIC 9(05).
               03 TF-NOME      PIC X(20).
               03 TF-SITUACAO  PIC X(01).

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "HISTORICO SALARIAL POR FUNCIONARIO".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "FUNCIONARIO: ".
           02 VAR-FILTRO PIC X(05).
           02 FILLER PIC X(42) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "VIGENCIA    SAL.ANTERIOR   SAL.NOVO     ".
           02 FILLER PIC X(36) VALUE
              "    %  MOTIVO".

       01 CAB-FUNC.
           02 FILLER PIC X(13) VALUE "FUNCIONARIO: ".
           02 VAR-COD-FUNC PIC 9(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 VAR-NOME-FUNC PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 VAR-SIT-FUNC PIC X(20).
           02 FILLER PIC X(20) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-VIG-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-VIG-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-VIG-AAAA PIC 9(04).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-SAL-ANT PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SAL-NOVO PIC ZZZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-PERC PIC ZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(20).
           02 FILLER PIC X(09) VALUE SPACES.

       01 ROD-FUNC.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "TOTAL DE MUDANCAS DO FUNCIONARIO: ".
           02 VAR-MUD-FUNC PIC ZZZZ9.
           02 FILLER PIC X(35) VALUE SPACES.

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
       PGM-HISTSAL.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-CADVEND.
           SORT TRAB ASCENDING KEY HIS-COD-VEN, HIS-VIGENCIA
               USING SALHIST OUTPUT PROCEDURE ROT-SAIDA.
      *    FILE STATUS DOS ARQUIVOS - SALHIST E LIDO
      *    INTERNAMENTE PELO VERBO SORT (CLAUSULA USING); O STATUS E
      *    VERIFICADO AQUI, APOS O SORT DEVOLVER O CONTROLE.
           IF W-SALHIST-STATUS NOT EQUAL "00" AND
              W-SALHIST-STATUS NOT EQUAL "10"
               DISPLAY "ERRO NA LEITURA DE SALHIST - STATUS: "
                   W-SALHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           STOP RUN.

      *================================================================*

       OBTER-PARAMETROS SECTION.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-COD-X EQUAL SPACES
               MOVE ZEROS TO W-PARM-COD.
           IF W-PARM-COD-X NOT NUMERIC
               DISPLAY "CODIGO DE FUNCIONARIO INVALIDO: " W-PARM-COD-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-COD EQUAL ZEROS
               MOVE "TODOS" TO VAR-FILTRO
           ELSE
               MOVE W-PARM-COD-X TO VAR-FILTRO.

      *================================================================*
      * CARGA DO NOME E DA SITUACAO DE CADA FUNCIONARIO

       CARREGA-CADVEND SECTION.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADVEND.
           PERFORM GUARDA-FUNC UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND.
           MOVE "NAO" TO FIM-ARQ.

       LE-CADVEND SECTION.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-FUNC SECTION.
           ADD 1 TO CT-TAB-FUNC.
           IF CT-TAB-FUNC GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-VEN-ENT TO TF-COD-VEN (CT-TAB-FUNC).
           MOVE NOME-ENT TO TF-NOME (CT-TAB-FUNC).
           MOVE SITUACAO-ENT TO TF-SITUACAO (CT-TAB-FUNC).
           PERFORM LE-CADVEND.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

      *================================================================*

       INICIO SECTION.
           OPEN OUTPUT RELHSAL.
           IF W-RELHSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELHSAL - STATUS: "
                   W-RELHSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CALL "DATAPROC" USING W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

      *================================================================*

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

      *================================================================*

       PRINCIPAL SECTION.
           IF W-PARM-COD EQUAL ZEROS OR HIS-COD-VEN EQUAL W-PARM-COD
               PERFORM IMPRESSAO.
           PERFORM LEITURA.

      *================================================================*

       IMPRESSAO SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.

           IF HIS-COD-VEN NOT EQUAL W-COD-ATUAL OR
              W-TEM-FUNC EQUAL "NAO"
               PERFORM IMP-ROD-FUNC
               MOVE HIS-COD-VEN TO W-COD-ATUAL
               MOVE "SIM" TO W-TEM-FUNC
               PERFORM IMP-CAB-FUNC
           END-IF.

           MOVE HIS-VIGENCIA TO W-VIG-DATA.
           MOVE W-VIG-DD TO DET-VIG-DD.
           MOVE W-VIG-MM TO DET-VIG-MM.
           MOVE W-VIG-AAAA TO DET-VIG-AAAA.
           MOVE HIS-SAL-ANT TO DET-SAL-ANT.
           MOVE HIS-SAL-NOVO TO DET-SAL-NOVO.
      *    NA ADMISSAO NAO HA SALARIO ANTERIOR SOBRE O QUAL CALCULAR
           IF HIS-SAL-ANT EQUAL ZEROS
               MOVE ZEROS TO W-PERCENTUAL
           ELSE
               COMPUTE W-PERCENTUAL ROUNDED =
                   (HIS-SAL-NOVO - HIS-SAL-ANT) * 100 / HIS-SAL-ANT.
           MOVE W-PERCENTUAL TO DET-PERC.
           MOVE HIS-MOTIVO TO DET-MOTIVO.
           WRITE REL-HSAL FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELHSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELHSAL - STATUS: "
                   W-RELHSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-MUD-FUNC.
           ADD 1 TO CT-LISTADOS.

      *================================================================*

       IMP-CAB-FUNC SECTION.
           MOVE HIS-COD-VEN TO VAR-COD-FUNC.
           PERFORM PROCURA-FUNC.
           IF W-FUNC-ACHOU EQUAL "SIM"
               MOVE TF-NOME (W-FUNC-I) TO VAR-NOME-FUNC
               IF TF-SITUACAO (W-FUNC-I) EQUAL "I"
                   MOVE "(DESLIGADO)" TO VAR-SIT-FUNC
               ELSE
                   MOVE SPACES TO VAR-SIT-FUNC
               END-IF
           ELSE
               MOVE SPACES TO VAR-NOME-FUNC
               MOVE "(FORA DO CADASTRO)" TO VAR-SIT-FUNC.
           WRITE REL-HSAL FROM CAB-FUNC AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
           ADD 1 TO CT-FUNC-LISTADOS.

       PROCURA-FUNC SECTION.
           MOVE "NAO" TO W-FUNC-ACHOU.
           MOVE 1 TO W-FUNC-I.
           PERFORM TESTA-FUNC UNTIL W-FUNC-I GREATER THAN CT-TAB-FUNC
               OR W-FUNC-ACHOU EQUAL "SIM".

       TESTA-FUNC SECTION.
           IF TF-COD-VEN (W-FUNC-I) EQUAL HIS-COD-VEN
               MOVE "SIM" TO W-FUNC-ACHOU
           ELSE
               ADD 1 TO W-FUNC-I.

      *================================================================*

       IMP-ROD-FUNC SECTION.
           IF W-TEM-FUNC EQUAL "SIM" AND
              CT-MUD-FUNC GREATER THAN ZEROS
               MOVE CT-MUD-FUNC TO VAR-MUD-FUNC
               WRITE REL-HSAL FROM ROD-FUNC AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
               MOVE ZEROS TO CT-MUD-FUNC
           END-IF.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-HSAL.
           WRITE REL-HSAL AFTER ADVANCING PAGE.
           WRITE REL-HSAL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-HSAL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-HSAL FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-HSAL.
           WRITE REL-HSAL AFTER ADVANCING 2 LINES.
           MOVE "REGISTROS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-HSAL FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "FUNCIONARIOS LISTADOS:" TO ROT-ESTAT.
           MOVE CT-FUNC-LISTADOS TO VAL-ESTAT.
           WRITE REL-HSAL FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "MUDANCAS LISTADAS:" TO ROT-ESTAT.
           MOVE CT-LISTADOS TO VAL-ESTAT.
           WRITE REL-HSAL FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-HSAL FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-LISTADOS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ROD-FUNC.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELHSAL.
