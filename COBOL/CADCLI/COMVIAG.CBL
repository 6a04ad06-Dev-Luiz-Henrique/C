       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COMVIAG.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        COMISSAO DE VIAGENS DOS CONSULTORES: RODADA
      *                MENSAL QUE LE O DETALHE VISITAS.DAT, SEPARA AS
      *                VIAGENS DO MES DE APURACAO (AAAAMM NA LINHA DE
      *                COMANDO; SEM PARAMETRO, O MES CORRENTE) QUE TEM
      *                VENDEDOR, CLASSIFICA POR VENDEDOR E DATA E
      *                IMPRIME NO RELCOMV A LISTAGEM POR VENDEDOR, COM
      *                CADA VIAGEM E O TOTAL, PARA O FINANCEIRO CONFERIR
      *                CONTRA AS VIAGENS. O TOTAL DE CADA VENDEDOR VAI
      *                PARA O VENDVIAG.DAT, QUE E COPIADO PARA O EX06
      *                E SOMADO PELO BRGVEND A BASE DE COMISSAO DA
      *                FOLHA. O NOME VEM DO CADVEND.DAT DA FOLHA
      *                (COPIADO DO EX06 PELO NOITE.BAT); VENDEDOR FORA
      *                DO CADASTRO E LISTADO E APONTADO. AS VIAGENS DE
      *                VENDA DIRETA (VENDEDOR ZERO OU EM BRANCO) NAO
      *                ENTRAM. VENDEDOR DESLIGADO NA RESCISAO (SITUACAO
      *                "I") E LISTADO E APONTADO, MAS NAO VAI PARA O
      *                VENDVIAG.DAT NEM PARA O TOTAL GERAL, POIS A
      *                FOLHA NAO O PAGA MAIS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VISITAS-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT VENDVIAG ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VENDVIAG-STATUS.
           SELECT RELCOMV ASSIGN TO DISK
               FILE STATUS IS W-RELCOMV-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    O VENDEDOR E LIDO ALFANUMERICO: AS VIAGENS GRAVADAS ANTES
      *    DO CAMPO (OU PELO VISPOST) CHEGAM COM ELE EM BRANCO
       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

      *    CADASTRO DE VENDEDORES DA FOLHA, NO LAYOUT DO EX06
       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-VEND.
           02 COD-DEP-VEND         PIC X(01).
           02 COD-SEC-VEND         PIC X(01).
           02 COD-VEN-VEND         PIC 9(05).
           02 NOME-VEND            PIC X(20).
           02 FILLER               PIC X(25).
           02 SITUACAO-VEND        PIC X(01).

       SD TRAB.
       01 REG-TRAB.
           02 COD-VEN-TRAB       PIC 9(05).
           02 DT-TRAB            PIC 9(08).
           02 RED-DT-TRAB REDEFINES DT-TRAB.
             03 AAAA-TRAB        PIC 9(04).
             03 MM-TRAB          PIC 9(02).
             03 DD-TRAB          PIC 9(02).
           02 CPF-TRAB           PIC 9(11).
           02 DESTINO-TRAB       PIC X(30).
           02 COD-PAC-TRAB       PIC X(06).
           02 VALOR-TRAB         PIC 9(07)V99.

      *    TOTAL DE VIAGENS DO MES POR VENDEDOR, BASE DE COMISSAO
      *    SOMADA PELO BRGVEND (EX06) AO APURADO DO VENDA.DAT
       FD VENDVIAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDVIAG.DAT".
       01 REG-VVG.
           02 COD-VEN-VVG        PIC 9(05).
           02 ANOMES-VVG         PIC 9(06).
           02 QTD-VVG            PIC 9(05).
           02 VALOR-VVG          PIC 9(07)V99.

       FD RELCOMV LABEL RECORD IS OMITTED.
       01 REL-COMV               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 FIM-VEND             PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

       77 WVENDEDOR            PIC 9(05) VALUE ZEROS.
       77 W-TEM-VENDEDOR       PIC X(03) VALUE "NAO".
       77 W-VEN-ACHOU          PIC X(03) VALUE "NAO".
       77 W-VEN-I              PIC 9(03) VALUE ZEROS.
       77 W-VEN-DESLIGADO      PIC X(03) VALUE "NAO".
       77 CT-VIAG-VEND         PIC 9(05) VALUE ZEROS.
       77 W-VALOR-VEND         PIC 9(07)V99 VALUE ZEROS.
       77 CT-VIAG-GERAL        PIC 9(05) VALUE ZEROS.
       77 W-VALOR-GERAL        PIC 9(09)V99 VALUE ZEROS.

      *    MES DE APURACAO, AAAAMM, PELA LINHA DE COMANDO
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES     PIC 9(06).
       01 W-ANOMES-APUR         PIC 9(06) VALUE ZEROS.
       01 RED-W-ANOMES-APUR REDEFINES W-ANOMES-APUR.
           02 W-APUR-AAAA       PIC 9(04).
           02 W-APUR-MM         PIC 9(02).

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

      *    CADASTRO DE VENDEDORES DA FOLHA, PARA O NOME NA LISTAGEM
       77 CT-CADVEND           PIC 9(03) VALUE ZEROS.
       01 TAB-CADVEND.
           02 TAB-CADVEND-OCR OCCURS 500 TIMES.
             03 TV-COD         PIC 9(05).
             03 TV-NOME        PIC X(20).
             03 TV-SIT         PIC X(01).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-SELECIONADOS      PIC 9(05) VALUE ZEROS.
       77 CT-VENDA-DIRETA      PIC 9(05) VALUE ZEROS.
       77 CT-VENDEDORES        PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CADASTRO      PIC 9(05) VALUE ZEROS.
       77 CT-DESLIGADOS        PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-VISITAS-STATUS     PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-VENDVIAG-STATUS    PIC X(02) VALUE "00".
       77 W-RELCOMV-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "COMISSAO DE VIAGENS POR VENDEDOR - ".
           02 VAR-MM-CAB PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA-CAB PIC 9(04).
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CPF".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "DATA".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESTINO".
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "PACOTE".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "     VALOR".

       01 CAB-VENDEDOR.
           02 FILLER PIC X(10) VALUE "VENDEDOR: ".
           02 VAR-VEN-CAB PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-NOME-CAB PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-OBS-CAB PIC X(25).
           02 FILLER PIC X(16) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CPF PIC 9(11).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-AAAA PIC 9(04).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DESTINO PIC X(30).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-PACOTE PIC X(06).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.

       01 ROD-VENDEDOR.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "TOTAL DO VENDEDOR:   ".
           02 VAR-VIAG-VEND PIC ZZZZ9.
           02 FILLER PIC X(09) VALUE " VIAGENS ".
           02 FILLER PIC X(17) VALUE "BASE COMISSAO:   ".
           02 VAR-VALOR-VEND PIC ZZZZZZ9,99.
           02 FILLER PIC X(08) VALUE SPACES.

       01 ROD-GERAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(21) VALUE "TOTAL GERAL DO MES:  ".
           02 VAR-VIAG-GERAL PIC ZZZZ9.
           02 FILLER PIC X(09) VALUE " VIAGENS ".
           02 FILLER PIC X(14) VALUE "VALOR:        ".
           02 VAR-VALOR-GERAL PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(09) VALUE SPACES.

       01 CAB-ESTAT-TIT.
           02 FILLER PIC X(28) VALUE SPACES.
           02 FILLER PIC X(24) VALUE
               "ESTATISTICAS DE EXECUCAO".
           02 FILLER PIC X(28) VALUE SPACES.

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
       PGM-COMVIAG.
           SORT TRAB ASCENDING KEY COD-VEN-TRAB, DT-TRAB, CPF-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SELECAO: VIAGENS DO MES DE APURACAO COM VENDEDOR, COM A DATA
      * LIBERADA EM AAAAMMDD PARA A ORDENACAO.

       ROT-ENTRADA SECTION.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ANOMES NUMERIC AND
              W-PARM-ANOMES NOT EQUAL ZEROS
               MOVE W-PARM-ANOMES TO W-ANOMES-APUR
           ELSE
               MOVE W-HOJE-AAAA TO W-APUR-AAAA
               MOVE W-HOJE-MM TO W-APUR-MM.
           IF W-APUR-MM LESS THAN 1 OR W-APUR-MM GREATER THAN 12
               DISPLAY "MES DE APURACAO INVALIDO - INFORMAR AAAAMM "
                   "NA LINHA DE COMANDO."
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           DISPLAY "COMISSAO DE VIAGENS - MES DE APURACAO: "
               W-APUR-MM "/" W-APUR-AAAA.
           PERFORM CARREGA-CADVEND.
           OPEN INPUT VISITAS.
           IF W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR VISITAS - STATUS: "
                   W-VISITAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-VISITA.
           PERFORM SELECIONA-VISITA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VISITAS.

       LE-VISITA SECTION.
           READ VISITAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VISITAS - STATUS: "
                   W-VISITAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-VISITA SECTION.
           IF AAAA-VISITA EQUAL W-APUR-AAAA AND
              MM-VISITA EQUAL W-APUR-MM
               IF COD-VEN-VISITA-X NOT NUMERIC OR
                  COD-VEN-VISITA EQUAL ZEROS
                   ADD 1 TO CT-VENDA-DIRETA
               ELSE
                   MOVE COD-VEN-VISITA TO COD-VEN-TRAB
                   MOVE AAAA-VISITA TO AAAA-TRAB
                   MOVE MM-VISITA TO MM-TRAB
                   MOVE DD-VISITA TO DD-TRAB
                   MOVE CPF-VISITA TO CPF-TRAB
                   MOVE DESTINO-VISITA TO DESTINO-TRAB
                   MOVE COD-PAC-VISITA TO COD-PAC-TRAB
                   MOVE VALOR-VISITA TO VALOR-TRAB
                   RELEASE REG-TRAB
                   ADD 1 TO CT-SELECIONADOS
               END-IF
           END-IF.
           PERFORM LE-VISITA.

      *    SEM O CADASTRO DA FOLHA A LISTAGEM SAI SEM OS NOMES
       CARREGA-CADVEND SECTION.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS EQUAL "35"
               DISPLAY "CADVEND.DAT INEXISTENTE - LISTAGEM SEM NOMES."
           ELSE
               IF W-CADVEND-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                       W-CADVEND-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LE-CADVEND
               PERFORM CARREGA-TAB-CADVEND UNTIL FIM-VEND EQUAL "SIM"
               CLOSE CADVEND
           END-IF.

       LE-CADVEND SECTION.
           READ CADVEND AT END MOVE "SIM" TO FIM-VEND.
           IF FIM-VEND NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-CADVEND SECTION.
           ADD 1 TO CT-CADVEND.
           IF CT-CADVEND GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "VENDEDORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-VEN-VEND TO TV-COD (CT-CADVEND).
           MOVE NOME-VEND TO TV-NOME (CT-CADVEND).
           MOVE SITUACAO-VEND TO TV-SIT (CT-CADVEND).
           PERFORM LE-CADVEND.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT VENDVIAG RELCOMV.
           IF W-VENDVIAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR VENDVIAG - STATUS: "
                   W-VENDVIAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-RELCOMV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELCOMV - STATUS: "
                   W-RELCOMV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-APUR-MM TO VAR-MM-CAB.
           MOVE W-APUR-AAAA TO VAR-AAAA-CAB.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

      *================================================================*
      * QUEBRA POR VENDEDOR: CABECALHO COM O NOME DA FOLHA, UMA LINHA
      * POR VIAGEM E O TOTAL QUE VAI PARA O VENDVIAG.DAT

       PRINCIPAL SECTION.
           IF COD-VEN-TRAB NOT EQUAL WVENDEDOR OR
              W-TEM-VENDEDOR EQUAL "NAO"
               PERFORM FECHA-VENDEDOR
               MOVE COD-VEN-TRAB TO WVENDEDOR
               MOVE "SIM" TO W-TEM-VENDEDOR
               PERFORM IMP-CAB-VENDEDOR
           END-IF.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE CPF-TRAB TO DET-CPF.
           MOVE DD-TRAB TO DET-DD.
           MOVE MM-TRAB TO DET-MM.
           MOVE AAAA-TRAB TO DET-AAAA.
           MOVE DESTINO-TRAB TO DET-DESTINO.
           MOVE COD-PAC-TRAB TO DET-PACOTE.
           MOVE VALOR-TRAB TO DET-VALOR.
           WRITE REL-COMV FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELCOMV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELCOMV - STATUS: "
                   W-RELCOMV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-VIAG-VEND.
           ADD VALOR-TRAB TO W-VALOR-VEND.
           PERFORM LEITURA.

       IMP-CAB-VENDEDOR SECTION.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE "NAO" TO W-VEN-ACHOU.
           MOVE 1 TO W-VEN-I.
           PERFORM BUSCA-VENDEDOR UNTIL W-VEN-I GREATER THAN
               CT-CADVEND OR W-VEN-ACHOU EQUAL "SIM".
           MOVE WVENDEDOR TO VAR-VEN-CAB.
           MOVE "NAO" TO W-VEN-DESLIGADO.
           IF W-VEN-ACHOU EQUAL "SIM"
               MOVE TV-NOME (W-VEN-I) TO VAR-NOME-CAB
               MOVE SPACES TO VAR-OBS-CAB
               IF TV-SIT (W-VEN-I) EQUAL "I"
                   MOVE "*** VENDEDOR DESLIGADO" TO VAR-OBS-CAB
                   MOVE "SIM" TO W-VEN-DESLIGADO
                   ADD 1 TO CT-DESLIGADOS
               END-IF
           ELSE
               MOVE SPACES TO VAR-NOME-CAB
               MOVE "*** SEM CADASTRO NA FOLHA" TO VAR-OBS-CAB
               ADD 1 TO CT-SEM-CADASTRO
           END-IF.
           WRITE REL-COMV FROM CAB-VENDEDOR AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       BUSCA-VENDEDOR SECTION.
           IF TV-COD (W-VEN-I) EQUAL WVENDEDOR
               MOVE "SIM" TO W-VEN-ACHOU
           ELSE
               ADD 1 TO W-VEN-I.

       FECHA-VENDEDOR SECTION.
           IF W-TEM-VENDEDOR EQUAL "SIM"
               MOVE CT-VIAG-VEND TO VAR-VIAG-VEND
               MOVE W-VALOR-VEND TO VAR-VALOR-VEND
               WRITE REL-COMV FROM ROD-VENDEDOR AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
               IF W-VEN-DESLIGADO NOT EQUAL "SIM"
                   PERFORM GRAVA-VENDVIAG
                   ADD 1 TO CT-VENDEDORES
                   ADD CT-VIAG-VEND TO CT-VIAG-GERAL
                   ADD W-VALOR-VEND TO W-VALOR-GERAL
               END-IF
               MOVE ZEROS TO CT-VIAG-VEND
               MOVE ZEROS TO W-VALOR-VEND
           END-IF.

       GRAVA-VENDVIAG SECTION.
           MOVE WVENDEDOR TO COD-VEN-VVG.
           MOVE W-ANOMES-APUR TO ANOMES-VVG.
           MOVE CT-VIAG-VEND TO QTD-VVG.
           MOVE W-VALOR-VEND TO VALOR-VVG.
           WRITE REG-VVG.
           IF W-VENDVIAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VENDVIAG - STATUS: "
                   W-VENDVIAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-COMV.
           WRITE REL-COMV AFTER ADVANCING PAGE.
           WRITE REL-COMV FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-COMV FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-COMV.
           WRITE REL-COMV AFTER ADVANCING 2 LINES.
           WRITE REL-COMV FROM CAB-ESTAT-TIT AFTER ADVANCING 1 LINE.
           MOVE "VIAGENS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-COMV FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VIAGENS DO MES COM VENDEDOR:" TO ROT-ESTAT.
           MOVE CT-SELECIONADOS TO VAL-ESTAT.
           WRITE REL-COMV FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VIAGENS DO MES VENDA DIRETA:" TO ROT-ESTAT.
           MOVE CT-VENDA-DIRETA TO VAL-ESTAT.
           WRITE REL-COMV FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VENDEDORES EM VENDVIAG.DAT:" TO ROT-ESTAT.
           MOVE CT-VENDEDORES TO VAL-ESTAT.
           WRITE REL-COMV FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VENDEDORES SEM CADASTRO:" TO ROT-ESTAT.
           MOVE CT-SEM-CADASTRO TO VAL-ESTAT.
           WRITE REL-COMV FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "VENDEDORES DESLIGADOS:" TO ROT-ESTAT.
           MOVE CT-DESLIGADOS TO VAL-ESTAT.
           WRITE REL-COMV FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-COMV FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM FECHA-VENDEDOR.
           MOVE CT-VIAG-GERAL TO VAR-VIAG-GERAL.
           MOVE W-VALOR-GERAL TO VAR-VALOR-GERAL.
           WRITE REL-COMV FROM ROD-GERAL AFTER ADVANCING 2 LINES.
           PERFORM IMP-ESTATISTICAS.
           CLOSE VENDVIAG RELCOMV.
           DISPLAY "VENDVIAG.DAT GERADO - COPIAR PARA O EX06 ANTES "
               "DO BRGVEND.".
