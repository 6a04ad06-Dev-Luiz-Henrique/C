       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LEMBRETE.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        LEMBRETES AOS CLIENTES PARA O GATEWAY DE SMS E
      *                E-MAIL: LE AS RESERVAS ATIVAS DE RESERVAS.DAT
      *                QUE PARTEM NOS PROXIMOS 7 DIAS (TITULAR E
      *                PASSAGEIROS ATIVOS DE PASSAG.DAT) E AS PARCELAS
      *                ABERTAS DE CONTREC.DAT QUE VENCEM NOS PROXIMOS
      *                5 DIAS (CONVENCAO 30/360, COMO NO AGEREC) E
      *                GRAVA EM AVISOS.DAT UM AVISO POR CLIENTE E
      *                EVENTO COM CPF, NOME, CELULAR, E-MAIL, TIPO
      *                ("P" PARTIDA, "V" VENCIMENTO), DATA E VALOR. SO
      *                ENTRA O CLIENTE COM CONSENTIMENTO ("S") E COM
      *                CELULAR (DDD + 9 DIGITOS INICIANDO POR 9) OU
      *                E-MAIL (UMA ARROBA E DOMINIO COM PONTO, COMO NO
      *                EX04) VALIDO; O CANAL INVALIDO VAI EM BRANCO.
      *                CADA AVISO FICA NO HISTORICO LEMBHIST.DAT, QUE
      *                IMPEDE O MESMO AVISO DUAS VEZES. RODA NO STREAM
      *                NOTURNO DEPOIS DA BAIXA DO RETORNO DO BANCO.

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
           SELECT PASSAG ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PAS
               FILE STATUS IS W-PASSAG-STATUS.
           SELECT CONTREC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-CONTREC-STATUS.
           SELECT CADCLI ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT LEMBHIST ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-LEMB
               FILE STATUS IS W-LEMBHIST-STATUS.
           SELECT AVISOS ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-AVISOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RESERVAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

           01 REG-RES.
           COPY RESERVA.

       FD PASSAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PASSAG.DAT".

           01 REG-PAS.
           COPY PASSAG.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

           01 REG-ENT.
           COPY CADCLI.

       FD LEMBHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LEMBHIST.DAT".

           01 REG-LEMB.
           COPY LEMBHIST.

      *    AVISO PARA O GATEWAY: UM REGISTRO POR CLIENTE E EVENTO, COM
      *    A RESERVA OU O TITULO/PARCELA DE REFERENCIA; DATA DDMMAAAA
       FD AVISOS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AVISOS.DAT".
       01 REG-AVISO.
           02 AVI-CPF               PIC 9(11).
           02 FILLER                PIC X(02).
           02 AVI-NOME              PIC X(30).
           02 FILLER                PIC X(02).
           02 AVI-TELL              PIC 9(11).
           02 FILLER                PIC X(02).
           02 AVI-EMAIL             PIC X(30).
           02 FILLER                PIC X(02).
           02 AVI-TIPO              PIC X(01).
           02 FILLER                PIC X(02).
           02 AVI-DATA              PIC 9(08).
           02 FILLER                PIC X(02).
           02 AVI-VALOR             PIC 9(07)V99.
           02 FILLER                PIC X(02).
           02 AVI-REFERENCIA.
             03 AVI-NUM             PIC 9(06).
             03 AVI-PARC            PIC 9(02).

       WORKING-STORAGE SECTION.
       77 FIM-RES              PIC X(03) VALUE "NAO".
       77 FIM-TIT              PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-PAS-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-JA-AVISADO         PIC X(03) VALUE "NAO".
       77 W-PAS-SEQ            PIC 9(02) VALUE ZEROS.
       77 W-DIAS-EVENTO        PIC S9(05) VALUE ZEROS.

      *    EVENTO A AVISAR: TIPO, RESERVA OU TITULO/PARCELA, CLIENTE,
      *    DATA (AAAAMMDD PARA A CHAVE, DDMMAAAA PARA O AVISO) E VALOR
       77 W-EVT-TIPO           PIC X(01) VALUE SPACE.
       77 W-EVT-NUM            PIC 9(06) VALUE ZEROS.
       77 W-EVT-PARC           PIC 9(02) VALUE ZEROS.
       77 W-EVT-CPF            PIC 9(11) VALUE ZEROS.
       77 W-EVT-VALOR          PIC 9(07)V99 VALUE ZEROS.
       77 W-EVT-DATA           PIC 9(08) VALUE ZEROS.
       01 W-EVT-CHAVE-DATA.
           02 W-EVT-AAAA       PIC 9(04).
           02 W-EVT-MM         PIC 9(02).
           02 W-EVT-DD         PIC 9(02).

      *    CONFERENCIA DOS CANAIS DE CONTATO
       77 W-TELL-VALIDO        PIC X(03) VALUE "NAO".
       77 W-EMAIL-VALIDO       PIC X(03) VALUE "NAO".
       77 W-CT-ARROBA          PIC 9(02) VALUE ZEROS.
       77 W-CT-PONTO           PIC 9(02) VALUE ZEROS.
       77 W-EMAIL-USUARIO      PIC X(30) VALUE SPACES.
       77 W-EMAIL-DOMINIO      PIC X(30) VALUE SPACES.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-RESERVAS          PIC 9(05) VALUE ZEROS.
       77 CT-PARCELAS          PIC 9(05) VALUE ZEROS.
       77 CT-EVENTOS           PIC 9(05) VALUE ZEROS.
       77 CT-AVISOS            PIC 9(05) VALUE ZEROS.
       77 CT-REPETIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CONSENT       PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CONTATO       PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CADASTRO      PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".
       77 W-PASSAG-STATUS      PIC X(02) VALUE "00".
       77 W-CONTREC-STATUS     PIC X(02) VALUE "00".
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-LEMBHIST-STATUS    PIC X(02) VALUE "00".
       77 W-AVISOS-STATUS      PIC X(02) VALUE "00".

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).
       01 W-DATA-ENVIO.
           02 W-ENVIO-DD       PIC 9(02).
           02 W-ENVIO-MM       PIC 9(02).
           02 W-ENVIO-AAAA     PIC 9(04).

       PROCEDURE DIVISION.
       PGM-LEMBRETE.
           PERFORM INICIO.
           PERFORM PROCESSA-RESERVA UNTIL FIM-RES EQUAL "SIM".
           PERFORM LE-TITULO.
           PERFORM PROCESSA-TITULO UNTIL FIM-TIT EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           OPEN INPUT RESERVAS.
           IF W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT PASSAG.
           IF W-PASSAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PASSAG - STATUS: "
                   W-PASSAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CONTREC.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADCLI.
           IF W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN I-O LEMBHIST.
           IF W-LEMBHIST-STATUS EQUAL "35"
               OPEN OUTPUT LEMBHIST
               CLOSE LEMBHIST
               OPEN I-O LEMBHIST
           END-IF.
           IF W-LEMBHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR LEMBHIST - STATUS: "
                   W-LEMBHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT AVISOS.
           IF W-AVISOS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AVISOS - STATUS: "
                   W-AVISOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-DD TO W-ENVIO-DD.
           MOVE W-HOJE-MM TO W-ENVIO-MM.
           MOVE W-HOJE-AAAA TO W-ENVIO-AAAA.
           PERFORM LE-RESERVA.

      *================================================================*
      * PARTIDAS: RESERVA ATIVA QUE SAI DE HOJE A 7 DIAS; O TITULAR E
      * CADA PASSAGEIRO ATIVO RECEBEM O AVISO COM O VALOR DO SEU LUGAR

       LE-RESERVA.
           READ RESERVAS NEXT RECORD
               AT END MOVE "SIM" TO FIM-RES
           END-READ.
           IF FIM-RES NOT EQUAL "SIM" AND
              W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       PROCESSA-RESERVA.
           IF SIT-RES EQUAL "A"
               MOVE AAAA-RES TO W-EVT-AAAA
               MOVE MM-RES TO W-EVT-MM
               MOVE DD-RES TO W-EVT-DD
               PERFORM CALCULA-DIAS
               IF W-DIAS-EVENTO NOT LESS THAN ZEROS AND
                  W-DIAS-EVENTO NOT GREATER THAN 7
                   ADD 1 TO CT-RESERVAS
                   MOVE "P" TO W-EVT-TIPO
                   MOVE NUM-RES TO W-EVT-NUM
                   MOVE ZEROS TO W-EVT-PARC
                   MOVE DT-VIAGEM-RES TO W-EVT-DATA
                   MOVE CPF-RES TO W-EVT-CPF
                   MOVE VALOR-RES TO W-EVT-VALOR
                   PERFORM AVISA-CLIENTE
                   PERFORM AVISA-PASSAGEIRO VARYING W-PAS-SEQ
                       FROM 1 BY 1
                       UNTIL W-PAS-SEQ GREATER THAN ULT-PAS-RES
               END-IF
           END-IF.
           PERFORM LE-RESERVA.

      *    O VALOR DA RESERVA E A SOMA DOS LUGARES: O TITULAR E AVISADO
      *    DO TOTAL E CADA PASSAGEIRO DO SEU LUGAR
       AVISA-PASSAGEIRO.
           MOVE "SIM" TO W-PAS-ENCONTRADO.
           MOVE NUM-RES TO NUM-RES-PAS.
           MOVE W-PAS-SEQ TO SEQ-PAS.
           READ PASSAG
               INVALID KEY MOVE "NAO" TO W-PAS-ENCONTRADO
           END-READ.
           IF W-PAS-ENCONTRADO EQUAL "SIM" AND SIT-PAS EQUAL "A"
               MOVE CPF-PAS TO W-EVT-CPF
               MOVE VALOR-PAS TO W-EVT-VALOR
               PERFORM AVISA-CLIENTE.

      *================================================================*
      * VENCIMENTOS: PARCELA ABERTA QUE VENCE DE HOJE A 5 DIAS

       LE-TITULO.
           READ CONTREC NEXT RECORD
               AT END MOVE "SIM" TO FIM-TIT
           END-READ.
           IF FIM-TIT NOT EQUAL "SIM" AND
              W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       PROCESSA-TITULO.
           IF SIT-TIT EQUAL "A"
               MOVE AAAA-VENC-TIT TO W-EVT-AAAA
               MOVE MM-VENC-TIT TO W-EVT-MM
               MOVE DD-VENC-TIT TO W-EVT-DD
               PERFORM CALCULA-DIAS
               IF W-DIAS-EVENTO NOT LESS THAN ZEROS AND
                  W-DIAS-EVENTO NOT GREATER THAN 5
                   ADD 1 TO CT-PARCELAS
                   MOVE "V" TO W-EVT-TIPO
                   MOVE NUM-TIT TO W-EVT-NUM
                   MOVE PARC-TIT TO W-EVT-PARC
                   MOVE DT-VENC-TIT TO W-EVT-DATA
                   MOVE CPF-TIT TO W-EVT-CPF
                   MOVE VALOR-TIT TO W-EVT-VALOR
                   PERFORM AVISA-CLIENTE
               END-IF
           END-IF.
           PERFORM LE-TITULO.

      *    DIAS ATE O EVENTO NA CONVENCAO 30/360, COMO NO AGEREC
       CALCULA-DIAS.
           COMPUTE W-DIAS-EVENTO =
               ((W-EVT-AAAA - W-HOJE-AAAA) * 360)
               + ((W-EVT-MM - W-HOJE-MM) * 30)
               + (W-EVT-DD - W-HOJE-DD).

      *================================================================*
      * AVISO DO EVENTO A UM CLIENTE: CADASTRO, CONSENTIMENTO, CANAL
      * VALIDO E HISTORICO, NESTA ORDEM

       AVISA-CLIENTE.
           ADD 1 TO CT-EVENTOS.
           MOVE "SIM" TO W-ENCONTROU.
           MOVE W-EVT-CPF TO CPF-ENT.
           READ CADCLI
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.
           IF W-ENCONTROU EQUAL "NAO"
               ADD 1 TO CT-SEM-CADASTRO
           ELSE
               IF CONSENT-MKT-ENT NOT EQUAL "S"
                   ADD 1 TO CT-SEM-CONSENT
               ELSE
                   PERFORM VALIDA-TELEFONE
                   PERFORM VALIDA-EMAIL
                   IF W-TELL-VALIDO EQUAL "NAO" AND
                      W-EMAIL-VALIDO EQUAL "NAO"
                       ADD 1 TO CT-SEM-CONTATO
                   ELSE
                       PERFORM BUSCA-HISTORICO
                       IF W-JA-AVISADO EQUAL "SIM"
                           ADD 1 TO CT-REPETIDOS
                       ELSE
                           PERFORM GRAVA-AVISO
                           PERFORM GRAVA-HISTORICO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    CELULAR: DDD VALIDO E NUMERO DE NOVE DIGITOS INICIANDO POR 9
       VALIDA-TELEFONE.
           MOVE "SIM" TO W-TELL-VALIDO.
           IF TELL-ENT NOT NUMERIC
               MOVE "NAO" TO W-TELL-VALIDO
           ELSE
               IF TELL-DDD LESS THAN 11 OR
                  TELL-PREFIXO LESS THAN 90000
                   MOVE "NAO" TO W-TELL-VALIDO
               END-IF
           END-IF.

      *    E-MAIL: UMA SO ARROBA, USUARIO E DOMINIO PREENCHIDOS E
      *    DOMINIO COM PONTO, A MESMA REGRA DO EX04
       VALIDA-EMAIL.
           MOVE "SIM" TO W-EMAIL-VALIDO.
           MOVE ZEROS TO W-CT-ARROBA.
           INSPECT EMAIL-ENT TALLYING W-CT-ARROBA FOR ALL "@".
           IF W-CT-ARROBA NOT EQUAL 1
               MOVE "NAO" TO W-EMAIL-VALIDO
           ELSE
               MOVE SPACES TO W-EMAIL-USUARIO W-EMAIL-DOMINIO
               UNSTRING EMAIL-ENT DELIMITED BY "@"
                   INTO W-EMAIL-USUARIO W-EMAIL-DOMINIO
               IF W-EMAIL-USUARIO EQUAL SPACES OR
                  W-EMAIL-DOMINIO EQUAL SPACES
                   MOVE "NAO" TO W-EMAIL-VALIDO
               ELSE
                   MOVE ZEROS TO W-CT-PONTO
                   INSPECT W-EMAIL-DOMINIO TALLYING W-CT-PONTO
                       FOR ALL "."
                   IF W-CT-PONTO EQUAL ZEROS
                       MOVE "NAO" TO W-EMAIL-VALIDO
                   END-IF
               END-IF
           END-IF.

       BUSCA-HISTORICO.
           MOVE "SIM" TO W-JA-AVISADO.
           MOVE W-EVT-CPF TO CPF-LEMB.
           MOVE W-EVT-TIPO TO TIPO-LEMB.
           MOVE W-EVT-NUM TO NUM-LEMB.
           MOVE W-EVT-PARC TO PARC-LEMB.
           MOVE W-EVT-CHAVE-DATA TO DT-EVENTO-LEMB.
           READ LEMBHIST
               INVALID KEY MOVE "NAO" TO W-JA-AVISADO
           END-READ.

      *    O CANAL QUE NAO PASSOU NA CONFERENCIA VAI EM BRANCO
       GRAVA-AVISO.
           MOVE SPACES TO REG-AVISO.
           MOVE W-EVT-CPF TO AVI-CPF.
           MOVE NOME-CLIE-ENT TO AVI-NOME.
           IF W-TELL-VALIDO EQUAL "SIM"
               MOVE TELL-ENT TO AVI-TELL
           ELSE
               MOVE ZEROS TO AVI-TELL.
           IF W-EMAIL-VALIDO EQUAL "SIM"
               MOVE EMAIL-ENT TO AVI-EMAIL.
           MOVE W-EVT-TIPO TO AVI-TIPO.
           MOVE W-EVT-DATA TO AVI-DATA.
           MOVE W-EVT-VALOR TO AVI-VALOR.
           MOVE W-EVT-NUM TO AVI-NUM.
           MOVE W-EVT-PARC TO AVI-PARC.
           WRITE REG-AVISO.
           IF W-AVISOS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE AVISOS - STATUS: "
                   W-AVISOS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-AVISOS.

       GRAVA-HISTORICO.
           MOVE W-EVT-CPF TO CPF-LEMB.
           MOVE W-EVT-TIPO TO TIPO-LEMB.
           MOVE W-EVT-NUM TO NUM-LEMB.
           MOVE W-EVT-PARC TO PARC-LEMB.
           MOVE W-EVT-CHAVE-DATA TO DT-EVENTO-LEMB.
           MOVE W-DATA-ENVIO TO DT-ENVIO-LEMB.
           MOVE W-EVT-VALOR TO VALOR-LEMB.
           WRITE REG-LEMB
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DE LEMBHIST - STATUS: "
                       W-LEMBHIST-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *================================================================*

       TERMINO.
           CLOSE RESERVAS PASSAG CONTREC CADCLI LEMBHIST AVISOS.
           DISPLAY "PARTIDAS NOS PROXIMOS 7 DIAS..: " CT-RESERVAS.
           DISPLAY "PARCELAS NOS PROXIMOS 5 DIAS..: " CT-PARCELAS.
           DISPLAY "EVENTOS POR CLIENTE...........: " CT-EVENTOS.
           DISPLAY "AVISOS GRAVADOS...............: " CT-AVISOS.
           DISPLAY "JA AVISADOS ANTES.............: " CT-REPETIDOS.
           DISPLAY "SEM CONSENTIMENTO.............: " CT-SEM-CONSENT.
           DISPLAY "SEM CELULAR/E-MAIL VALIDO.....: " CT-SEM-CONTATO.
           DISPLAY "CLIENTE NAO CADASTRADO........: " CT-SEM-CADASTRO.
           DISPLAY "FIM DOS LEMBRETES.".
