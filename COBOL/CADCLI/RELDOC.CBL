       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RELDOC.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONFERENCIA SEMANAL DE DOCUMENTOS DE VIAGEM: LE
      *                AS RESERVAS ATIVAS DE RESERVAS.DAT DE PACOTES
      *                INTERNACIONAIS (PACOTES.DAT) QUE PARTEM NOS
      *                PROXIMOS 90 DIAS (CONVENCAO 30/360, COMO NO
      *                AGEREC) E CONFERE O TITULAR E CADA PASSAGEIRO
      *                ATIVO DE PASSAG.DAT NO CADCLI.DAT: SEM
      *                PASSAPORTE, SEM VALIDADE, OU COM O PASSAPORTE
      *                VENCENDO ANTES DE SEIS MESES APOS A DATA DE
      *                RETORNO DO PACOTE. QUANDO O DESTINO EXIGE VISTO
      *                E A RESERVA NAO TEM O VISTO ANOTADO (MANRES,
      *                OPCAO V), A RESERVA TAMBEM E LISTADA. O RELATORIO
      *                RELDOCUM SAI POR DATA DE PARTIDA, COM O TELEFONE
      *                DO CLIENTE, PARA O CONSULTOR LIGAR A TEMPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVAS ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-RES
               FILE STATUS IS W-RESERVAS-STATUS.
           SELECT CADCLI ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT PACOTES ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PAC
               FILE STATUS IS W-PACOTES-STATUS.
           SELECT PASSAG ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PAS
               FILE STATUS IS W-PASSAG-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT RELDOCUM ASSIGN TO DISK
               FILE STATUS IS W-RELDOCUM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RESERVAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

           01 REG-RES.
           COPY RESERVA.

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

           01 REG-ENT.
           COPY CADCLI.

       FD PACOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".

           01 REG-PAC.
           COPY PACOTE.

       FD PASSAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PASSAG.DAT".

           01 REG-PAS.
           COPY PASSAG.

       SD TRAB.
       01 REG-TRAB.
           02 DT-TRAB.
             03 AAAA-TRAB        PIC 9(04).
             03 MM-TRAB          PIC 9(02).
             03 DD-TRAB          PIC 9(02).
           02 NUM-TRAB           PIC 9(06).
           02 SEQ-TRAB           PIC 9(02).
           02 DESTINO-TRAB       PIC X(30).
           02 DT-RETORNO-TRAB    PIC 9(08).
           02 CPF-TRAB           PIC 9(11).
           02 NOME-TRAB          PIC X(30).
           02 TELL-TRAB          PIC 9(11).
           02 MOTIVO-TRAB        PIC X(16).
           02 DT-VALID-TRAB      PIC 9(08).

       FD RELDOCUM LABEL RECORD IS OMITTED.
       01 REL-DOCUM              PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-RES              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-PAC-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-PAS-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-PAS-SEQ            PIC 9(02) VALUE ZEROS.
       77 W-CPF-CONFERE        PIC 9(11) VALUE ZEROS.
       77 W-DIAS-PARTIDA       PIC S9(05) VALUE ZEROS.
       77 W-NUM-ATUAL          PIC 9(06) VALUE ZEROS.
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

      *    DATA DE HOJE PARA OS DIAS QUE FALTAM PARA A PARTIDA
       01 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       01 RED-W-DATA-HOJE REDEFINES W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

      *    VALIDADE MINIMA DO PASSAPORTE: RETORNO MAIS SEIS MESES, E A
      *    VALIDADE DO PASSAPORTE, AMBAS EM AAAAMMDD PARA COMPARACAO
       01 W-DATA-LIMITE.
           02 W-LIMITE-AAAA    PIC 9(04).
           02 W-LIMITE-MM      PIC 9(02).
           02 W-LIMITE-DD      PIC 9(02).
       01 W-DATA-VALIDADE.
           02 W-VALID-AAAA     PIC 9(04).
           02 W-VALID-MM       PIC 9(02).
           02 W-VALID-DD       PIC 9(02).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-CONFERIDAS        PIC 9(05) VALUE ZEROS.
       77 CT-PENDENCIAS        PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-PACOTES-STATUS     PIC X(02) VALUE "00".
       77 W-PASSAG-STATUS      PIC X(02) VALUE "00".
       77 W-RELDOCUM-STATUS    PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(17) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
              "DOCUMENTOS DE VIAGEM - PARTIDAS EM 90 DIAS".
           02 FILLER PIC X(11) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "CPF".
           02 FILLER PIC X(26) VALUE "PASSAGEIRO".
           02 FILLER PIC X(13) VALUE "TELEFONE".
           02 FILLER PIC X(17) VALUE "PENDENCIA".
           02 FILLER PIC X(08) VALUE "VALIDADE".

       01 CAB-RESERVA.
           02 FILLER PIC X(09) VALUE "RESERVA: ".
           02 VAR-NUM PIC 9(06).
           02 FILLER PIC X(11) VALUE "  PARTIDA: ".
           02 VAR-PART-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-PART-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-PART-AAAA PIC 9(04).
           02 FILLER PIC X(11) VALUE "  RETORNO: ".
           02 VAR-RETORNO PIC 99/99/9999.
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-DESTINO PIC X(21).

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CPF PIC 9(11).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME PIC X(25).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-TELL PIC 9(11).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(16).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALIDADE PIC X(08).

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
       PGM-RELDOC.
           SORT TRAB ASCENDING KEY DT-TRAB, NUM-TRAB, SEQ-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SELECAO: RESERVA ATIVA DE PACOTE INTERNACIONAL PARTINDO DE HOJE
      * A 90 DIAS; CADA PENDENCIA DE DOCUMENTO VIRA UM REGISTRO DE
      * TRABALHO, COM A PARTIDA EM AAAAMMDD PARA A ORDEM CRONOLOGICA.

       ROT-ENTRADA SECTION.
           OPEN INPUT RESERVAS.
           IF W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PACOTES.
           IF W-PACOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PACOTES - STATUS: "
                   W-PACOTES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADCLI.
           IF W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PASSAG.
           IF W-PASSAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PASSAG - STATUS: "
                   W-PASSAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-RESERVA.
           PERFORM SELECIONA-RESERVA UNTIL FIM-RES EQUAL "SIM".
           CLOSE RESERVAS PACOTES CADCLI PASSAG.

       LE-RESERVA SECTION.
           READ RESERVAS NEXT RECORD
               AT END MOVE "SIM" TO FIM-RES
           END-READ.
           IF FIM-RES NOT EQUAL "SIM" AND
              W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-RES NOT EQUAL "SIM"
               ADD 1 TO CT-LIDOS.

       SELECIONA-RESERVA SECTION.
           MOVE "NAO" TO W-PAC-ENCONTRADO.
           IF SIT-RES EQUAL "A" AND COD-PAC-RES NOT EQUAL SPACES
               PERFORM BUSCA-PACOTE.
           IF W-PAC-ENCONTRADO EQUAL "SIM"
               IF INTERNAC-PAC EQUAL "S"
                   COMPUTE W-DIAS-PARTIDA =
                       ((AAAA-RES - W-HOJE-AAAA) * 360) +
                       ((MM-RES - W-HOJE-MM) * 30) +
                       (DD-RES - W-HOJE-DD)
                   IF W-DIAS-PARTIDA NOT LESS THAN ZEROS AND
                      W-DIAS-PARTIDA NOT GREATER THAN 90
                       PERFORM CONFERE-RESERVA
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-RESERVA.

       BUSCA-PACOTE SECTION.
           MOVE "SIM" TO W-PAC-ENCONTRADO.
           MOVE COD-PAC-RES TO COD-PAC.
           READ PACOTES
               INVALID KEY MOVE "NAO" TO W-PAC-ENCONTRADO
           END-READ.

      *    O PASSAPORTE TEM DE VALER ATE SEIS MESES DEPOIS DO RETORNO;
      *    O VISTO E UM SO PARA O GRUPO E FICA ANOTADO NA RESERVA
       CONFERE-RESERVA SECTION.
           ADD 1 TO CT-CONFERIDAS.
           MOVE AAAA-RET-PAC TO W-LIMITE-AAAA.
           MOVE DD-RET-PAC TO W-LIMITE-DD.
           COMPUTE W-LIMITE-MM = MM-RET-PAC + 6.
           IF W-LIMITE-MM GREATER THAN 12
               SUBTRACT 12 FROM W-LIMITE-MM
               ADD 1 TO W-LIMITE-AAAA.
           MOVE AAAA-RES TO AAAA-TRAB.
           MOVE MM-RES TO MM-TRAB.
           MOVE DD-RES TO DD-TRAB.
           MOVE NUM-RES TO NUM-TRAB.
           MOVE DESTINO-RES TO DESTINO-TRAB.
           MOVE DT-RETORNO-PAC TO DT-RETORNO-TRAB.
           MOVE ZEROS TO W-PAS-SEQ.
           MOVE CPF-RES TO W-CPF-CONFERE.
           PERFORM CONFERE-PASSAPORTE.
           IF VISTO-PAC EQUAL "S" AND NUM-VISTO-RES EQUAL SPACES
               MOVE ZEROS TO SEQ-TRAB
               MOVE "SEM VISTO" TO MOTIVO-TRAB
               MOVE ZEROS TO DT-VALID-TRAB
               PERFORM GRAVA-PENDENCIA
           END-IF.
           PERFORM CONFERE-PASSAGEIRO VARYING W-PAS-SEQ FROM 1 BY 1
               UNTIL W-PAS-SEQ GREATER THAN ULT-PAS-RES.

       CONFERE-PASSAGEIRO SECTION.
           MOVE "SIM" TO W-PAS-ENCONTRADO.
           MOVE NUM-RES TO NUM-RES-PAS.
           MOVE W-PAS-SEQ TO SEQ-PAS.
           READ PASSAG
               INVALID KEY MOVE "NAO" TO W-PAS-ENCONTRADO
           END-READ.
           IF W-PAS-ENCONTRADO EQUAL "SIM" AND SIT-PAS EQUAL "A"
               MOVE CPF-PAS TO W-CPF-CONFERE
               PERFORM CONFERE-PASSAPORTE.

       CONFERE-PASSAPORTE SECTION.
           MOVE W-PAS-SEQ TO SEQ-TRAB.
           MOVE W-CPF-CONFERE TO CPF-TRAB.
           MOVE ZEROS TO DT-VALID-TRAB.
           MOVE "SIM" TO W-ENCONTROU.
           MOVE W-CPF-CONFERE TO CPF-ENT.
           READ CADCLI
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.
           IF W-ENCONTROU EQUAL "NAO"
               MOVE "(CLIENTE NAO CADASTRADO)" TO NOME-TRAB
               MOVE ZEROS TO TELL-TRAB
               MOVE "SEM CADASTRO" TO MOTIVO-TRAB
               PERFORM GRAVA-PENDENCIA
           ELSE
               MOVE NOME-CLIE-ENT TO NOME-TRAB
               MOVE TELL-ENT TO TELL-TRAB
               PERFORM TESTA-PASSAPORTE
           END-IF.

       TESTA-PASSAPORTE SECTION.
           IF PASSAPORTE-ENT EQUAL SPACES
               MOVE "SEM PASSAPORTE" TO MOTIVO-TRAB
               PERFORM GRAVA-PENDENCIA
           ELSE
               IF DT-VALID-PASS-ENT NOT NUMERIC OR
                  DT-VALID-PASS-ENT EQUAL ZEROS
                   MOVE "SEM VALIDADE" TO MOTIVO-TRAB
                   PERFORM GRAVA-PENDENCIA
               ELSE
                   MOVE AAAA-PASS-ENT TO W-VALID-AAAA
                   MOVE MM-PASS-ENT TO W-VALID-MM
                   MOVE DD-PASS-ENT TO W-VALID-DD
                   IF W-DATA-VALIDADE LESS THAN W-DATA-LIMITE
                       MOVE "PASSAPORTE VENCE" TO MOTIVO-TRAB
                       MOVE DT-VALID-PASS-ENT TO DT-VALID-TRAB
                       PERFORM GRAVA-PENDENCIA
                   END-IF
               END-IF
           END-IF.

       GRAVA-PENDENCIA SECTION.
           RELEASE REG-TRAB.
           ADD 1 TO CT-PENDENCIAS.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN OUTPUT RELDOCUM.
           IF W-RELDOCUM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELDOCUM - STATUS: "
                   W-RELDOCUM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO
               MOVE ZEROS TO W-NUM-ATUAL.
           IF NUM-TRAB NOT EQUAL W-NUM-ATUAL
               PERFORM IMP-CAB-RESERVA.
           PERFORM IMP-DETALHE.
           PERFORM LEITURA.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-DOCUM.
           WRITE REL-DOCUM AFTER ADVANCING PAGE.
           WRITE REL-DOCUM FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-DOCUM FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

       IMP-CAB-RESERVA SECTION.
           MOVE NUM-TRAB TO W-NUM-ATUAL.
           MOVE NUM-TRAB TO VAR-NUM.
           MOVE DD-TRAB TO VAR-PART-DD.
           MOVE MM-TRAB TO VAR-PART-MM.
           MOVE AAAA-TRAB TO VAR-PART-AAAA.
           MOVE DT-RETORNO-TRAB TO VAR-RETORNO.
           MOVE DESTINO-TRAB TO VAR-DESTINO.
           WRITE REL-DOCUM FROM CAB-RESERVA AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       IMP-DETALHE SECTION.
           MOVE CPF-TRAB TO DET-CPF.
           MOVE NOME-TRAB TO DET-NOME.
           MOVE TELL-TRAB TO DET-TELL.
           MOVE MOTIVO-TRAB TO DET-MOTIVO.
           IF DT-VALID-TRAB EQUAL ZEROS
               MOVE SPACES TO DET-VALIDADE
           ELSE
               MOVE DT-VALID-TRAB TO DET-VALIDADE.
           WRITE REL-DOCUM FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELDOCUM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELDOCUM - STATUS: "
                   W-RELDOCUM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-DOCUM.
           WRITE REL-DOCUM AFTER ADVANCING 2 LINES.
           MOVE "RESERVAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-DOCUM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "RESERVAS CONFERIDAS:" TO ROT-ESTAT.
           MOVE CT-CONFERIDAS TO VAL-ESTAT.
           WRITE REL-DOCUM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PENDENCIAS DE DOCUMENTOS:" TO ROT-ESTAT.
           MOVE CT-PENDENCIAS TO VAL-ESTAT.
           WRITE REL-DOCUM FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-DOCUM FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           IF CT-PENDENCIAS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELDOCUM.
