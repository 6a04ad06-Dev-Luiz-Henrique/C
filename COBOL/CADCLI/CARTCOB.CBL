       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CARTCOB.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CARTAS DE COBRANCA A PARTIR DAS FAIXAS DO
      *                AGEREC: LE AS PARCELAS ABERTAS E VENCIDAS DE
      *                CONTREC.DAT, CLASSIFICA POR CPF E VENCIMENTO E,
      *                PELA PARCELA MAIS ANTIGA DE CADA CLIENTE (DIAS
      *                DE ATRASO NA CONVENCAO 30/360), IMPRIME NO
      *                CARTACOB UMA CARTA POR CLIENTE COM NOME E
      *                ENDERECO POSTAL DO CADCLI.DAT E TEXTO QUE SOBE
      *                DE TOM A CADA FAIXA (1-30 LEMBRETE, 31-60
      *                SEGUNDO AVISO, 61-90 AVISO FINAL). O CLIENTE
      *                COM MAIS DE 90 DIAS NAO RECEBE CARTA: VAI PARA
      *                A LISTA DE ENVIO A EMPRESA DE COBRANCA RELAGEN,
      *                JUNTO COM OS CLIENTES SEM ENDERECO POSTAL. CADA
      *                CARTA E CADA ENCAMINHAMENTO FICAM NO HISTORICO
      *                COBHIST.DAT, QUE IMPEDE A MESMA CARTA DUAS
      *                VEZES NO MES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTREC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-CONTREC-STATUS.
           SELECT CADCLI ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT COBHIST ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-HIST
               FILE STATUS IS W-COBHIST-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT CARTACOB ASSIGN TO DISK
               FILE STATUS IS W-CARTACOB-STATUS.
           SELECT RELAGEN ASSIGN TO DISK
               FILE STATUS IS W-RELAGEN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

           01 REG-ENT.
           COPY CADCLI.

       FD COBHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "COBHIST.DAT".

           01 REG-HIST.
           COPY COBHIST.

       SD TRAB.
       01 REG-TRAB.
           02 CPF-TRAB           PIC 9(11).
           02 VENC-TRAB.
             03 VENC-AAAA-TRAB   PIC 9(04).
             03 VENC-MM-TRAB     PIC 9(02).
             03 VENC-DD-TRAB     PIC 9(02).
           02 NUM-TRAB           PIC 9(06).
           02 PARC-TRAB          PIC 9(02).
           02 VALOR-TRAB         PIC 9(07)V99.

       FD CARTACOB LABEL RECORD IS OMITTED.
       01 REL-CARTA              PIC X(80).

       FD RELAGEN LABEL RECORD IS OMITTED.
       01 REL-AGEN               PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-TIT              PIC X(03) VALUE "NAO".
       77 FIM-TRAB             PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-JA-ENVIADA         PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-LINHA-I            PIC 9(01) VALUE ZEROS.

       77 WCPF                 PIC 9(11) VALUE ZEROS.
       77 W-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.

      *    DADOS DO CLIENTE DA QUEBRA: FAIXA E DIAS DA PARCELA MAIS
      *    ANTIGA, QUE ABRE O GRUPO, E O TOTAL VENCIDO
       77 W-FAIXA              PIC 9(01) VALUE ZEROS.
       77 W-DIAS-CLIENTE       PIC 9(05) VALUE ZEROS.
       77 W-NUM-ANTIGO         PIC 9(06) VALUE ZEROS.
       77 W-PARC-ANTIGA        PIC 9(02) VALUE ZEROS.
       77 W-TOTAL-CLIENTE      PIC 9(09)V99 VALUE ZEROS.

      *    DESTINO DO CLIENTE NA RODADA: "CARTA" IMPRIME A CARTA,
      *    "AGENCIA" VAI PARA A COBRADORA, "SEMEND" NAO TEM ENDERECO
      *    POSTAL E "ENVIADA" JA RECEBEU A MESMA CARTA NO MES
       77 W-DESTINO            PIC X(07) VALUE SPACES.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDAS             PIC 9(05) VALUE ZEROS.
       77 CT-VENCIDAS          PIC 9(05) VALUE ZEROS.
       77 CT-CARTAS            PIC 9(05) VALUE ZEROS.
       77 CT-REPETIDAS         PIC 9(05) VALUE ZEROS.
       77 CT-AGENCIA           PIC 9(05) VALUE ZEROS.
       77 CT-SEM-ENDERECO      PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CONTREC-STATUS     PIC X(02) VALUE "00".
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-COBHIST-STATUS     PIC X(02) VALUE "00".
       77 W-CARTACOB-STATUS    PIC X(02) VALUE "00".
       77 W-RELAGEN-STATUS     PIC X(02) VALUE "00".

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).
       01 RED-W-DATA-HOJE REDEFINES W-DATA-HOJE.
           02 W-HOJE-ANOMES    PIC 9(06).
           02 FILLER           PIC 9(02).
       01 W-DATA-ENVIO.
           02 W-ENVIO-DD       PIC 9(02).
           02 W-ENVIO-MM       PIC 9(02).
           02 W-ENVIO-AAAA     PIC 9(04).

       01 W-CEP.
           02 W-CEP-PREFIXO    PIC 9(05).
           02 W-CEP-SUFIXO     PIC 9(03).

      *================================================================*
      * TEXTO DAS CARTAS POR FAIXA DE ATRASO: TITULO DA CARTA E TRES
      * LINHAS DE CORPO, DO LEMBRETE AO AVISO FINAL

       01 TABELA-TEXTOS.
           02 FILLER PIC X(20) VALUE "LEMBRETE DE ATRASO".
           02 FILLER PIC X(70) VALUE
              "NAO IDENTIFICAMOS O PAGAMENTO DAS PARCELAS ABAIXO, JA VE
      -       "NCIDAS. CASO".
           02 FILLER PIC X(70) VALUE
              "O PAGAMENTO JA TENHA SIDO FEITO, DESCONSIDERE ESTE AVISO
      -       "; SE NAO,".
           02 FILLER PIC X(70) VALUE
              "PEDIMOS A GENTILEZA DE REGULARIZAR A SITUACAO NOS PROXIM
      -       "OS DIAS.".
           02 FILLER PIC X(20) VALUE "SEGUNDO AVISO".
           02 FILLER PIC X(70) VALUE
              "APESAR DO NOSSO AVISO ANTERIOR, AS PARCELAS ABAIXO CONTI
      -       "NUAM EM".
           02 FILLER PIC X(70) VALUE
              "ABERTO HA MAIS DE 30 DIAS. SOLICITAMOS A REGULARIZACAO N
      -       "O PRAZO DE".
           02 FILLER PIC X(70) VALUE
              "10 DIAS OU O CONTATO COM O NOSSO FINANCEIRO PARA UM ACOR
      -       "DO.".
           02 FILLER PIC X(20) VALUE "AVISO FINAL".
           02 FILLER PIC X(70) VALUE
              "AS PARCELAS ABAIXO ESTAO EM ATRASO HA MAIS DE 60 DIAS. E
      -       "STE E O".
           02 FILLER PIC X(70) VALUE
              "ULTIMO AVISO ANTES DO ENCAMINHAMENTO DO DEBITO A EMPRESA
      -       " DE".
           02 FILLER PIC X(70) VALUE
              "COBRANCA. REGULARIZE SUA SITUACAO OU PROCURE O NOSSO FIN
      -       "ANCEIRO.".
       01 RED-TABELA-TEXTOS REDEFINES TABELA-TEXTOS.
           02 TEXTO-FAIXA OCCURS 3 TIMES.
             03 TITULO-CARTA   PIC X(20).
             03 LINHA-CARTA    PIC X(70) OCCURS 3 TIMES.

      *================================================================*
      * LINHAS DA CARTA

       01 CARTA-DATA.
           02 FILLER PIC X(50) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "SAO PAULO, ".
           02 CARTA-DT PIC 99/99/9999.
           02 FILLER PIC X(09) VALUE SPACES.

       01 CARTA-LINHA.
           02 FILLER PIC X(05) VALUE SPACES.
           02 CARTA-TEXTO PIC X(70).
           02 FILLER PIC X(05) VALUE SPACES.

       01 CARTA-REF.
           02 FILLER PIC X(05) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "REF.: PARCELAS EM ATRASO - ".
           02 CARTA-TITULO PIC X(20).
           02 FILLER PIC X(25) VALUE SPACES.

       01 CARTA-COLUNAS.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "TITULO/PARC.".
           02 FILLER PIC X(14) VALUE "VENCIMENTO".
           02 FILLER PIC X(10) VALUE "     VALOR".
           02 FILLER PIC X(32) VALUE SPACES.

       01 CARTA-PARCELA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 CARTA-NUM PIC 9(06).
           02 FILLER PIC X(01) VALUE "/".
           02 CARTA-PARC PIC 9(02).
           02 FILLER PIC X(05) VALUE SPACES.
           02 CARTA-VENC-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CARTA-VENC-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CARTA-VENC-AAAA PIC 9(04).
           02 FILLER PIC X(04) VALUE SPACES.
           02 CARTA-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(32) VALUE SPACES.

       01 CARTA-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(28) VALUE "TOTAL EM ATRASO".
           02 CARTA-VAL-TOTAL PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(30) VALUE SPACES.

      *================================================================*
      * LISTA DE ENVIO A EMPRESA DE COBRANCA

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(46) VALUE
              "CLIENTES PARA A EMPRESA DE COBRANCA".
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-COLUNAS.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "CPF".
           02 FILLER PIC X(26) VALUE "CLIENTE".
           02 FILLER PIC X(06) VALUE " DIAS".
           02 FILLER PIC X(13) VALUE "  EM ATRASO".
           02 FILLER PIC X(20) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-CPF PIC 9(11).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(24).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DIAS PIC ZZZZ9.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SITUACAO PIC X(20).

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(34).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-CARTCOB.
           SORT TRAB ASCENDING KEY CPF-TRAB, VENC-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           STOP RUN.

      *================================================================*
      * SELECAO: SOMENTE PARCELAS ABERTAS E JA VENCIDAS, COM O
      * VENCIMENTO LIBERADO EM AAAAMMDD PARA A ORDENACAO.

       ROT-ENTRADA SECTION.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTREC.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-TITULO.
           PERFORM SELECIONA-TITULO UNTIL FIM-TIT EQUAL "SIM".
           CLOSE CONTREC.

       LE-TITULO SECTION.
           READ CONTREC NEXT RECORD
               AT END MOVE "SIM" TO FIM-TIT
           END-READ.
           IF FIM-TIT NOT EQUAL "SIM" AND
              W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-TIT NOT EQUAL "SIM"
               ADD 1 TO CT-LIDAS.

       SELECIONA-TITULO SECTION.
           IF SIT-TIT EQUAL "A"
               MOVE AAAA-VENC-TIT TO VENC-AAAA-TRAB
               MOVE MM-VENC-TIT TO VENC-MM-TRAB
               MOVE DD-VENC-TIT TO VENC-DD-TRAB
               PERFORM CALCULA-ATRASO
               IF W-DIAS-ATRASO GREATER THAN ZEROS
                   MOVE CPF-TIT TO CPF-TRAB
                   MOVE NUM-TIT TO NUM-TRAB
                   MOVE PARC-TIT TO PARC-TRAB
                   MOVE VALOR-TIT TO VALOR-TRAB
                   RELEASE REG-TRAB
                   ADD 1 TO CT-VENCIDAS
               END-IF
           END-IF.
           PERFORM LE-TITULO.

      *    DIAS DE ATRASO NA CONVENCAO 30/360, COMO NO AGEREC
       CALCULA-ATRASO SECTION.
           COMPUTE W-DIAS-ATRASO =
               ((W-HOJE-AAAA - VENC-AAAA-TRAB) * 360)
               + ((W-HOJE-MM - VENC-MM-TRAB) * 30)
               + (W-HOJE-DD - VENC-DD-TRAB).

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TRAB EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           OPEN INPUT CADCLI.
           IF W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN I-O COBHIST.
           IF W-COBHIST-STATUS EQUAL "35"
               OPEN OUTPUT COBHIST
               CLOSE COBHIST
               OPEN I-O COBHIST
           END-IF.
           IF W-COBHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR COBHIST - STATUS: "
                   W-COBHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT CARTACOB.
           IF W-CARTACOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CARTACOB - STATUS: "
                   W-CARTACOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELAGEN.
           IF W-RELAGEN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELAGEN - STATUS: "
                   W-RELAGEN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-HOJE-DD TO W-ENVIO-DD.
           MOVE W-HOJE-MM TO W-ENVIO-MM.
           MOVE W-HOJE-AAAA TO W-ENVIO-AAAA.
           PERFORM CABECALHO.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-TRAB.

       PRINCIPAL SECTION.
           IF CPF-TRAB NOT EQUAL WCPF
               PERFORM FECHA-CLIENTE
               PERFORM ABRE-CLIENTE
           END-IF.
           ADD VALOR-TRAB TO W-TOTAL-CLIENTE.
           IF W-DESTINO EQUAL "CARTA"
               PERFORM IMP-PARCELA-CARTA.
           PERFORM LEITURA.

      *================================================================*
      * ABERTURA DO CLIENTE: A PRIMEIRA PARCELA DO GRUPO E A MAIS
      * ANTIGA E DEFINE A FAIXA; O HISTORICO DIZ SE A CARTA DESTA
      * FAIXA JA SAIU NESTE MES.

       ABRE-CLIENTE SECTION.
           MOVE CPF-TRAB TO WCPF.
           MOVE ZEROS TO W-TOTAL-CLIENTE.
           MOVE NUM-TRAB TO W-NUM-ANTIGO.
           MOVE PARC-TRAB TO W-PARC-ANTIGA.
           PERFORM CALCULA-ATRASO.
           MOVE W-DIAS-ATRASO TO W-DIAS-CLIENTE.
           EVALUATE TRUE
             WHEN W-DIAS-ATRASO NOT GREATER THAN 30
               MOVE 1 TO W-FAIXA
             WHEN W-DIAS-ATRASO NOT GREATER THAN 60
               MOVE 2 TO W-FAIXA
             WHEN W-DIAS-ATRASO NOT GREATER THAN 90
               MOVE 3 TO W-FAIXA
             WHEN OTHER
               MOVE 4 TO W-FAIXA
           END-EVALUATE.
           PERFORM BUSCA-CLIENTE.
           PERFORM BUSCA-HISTORICO.
           EVALUATE TRUE
             WHEN W-JA-ENVIADA EQUAL "SIM"
               MOVE "ENVIADA" TO W-DESTINO
             WHEN W-FAIXA EQUAL 4
               MOVE "AGENCIA" TO W-DESTINO
             WHEN W-ENCONTROU EQUAL "NAO" OR CEP-ENT EQUAL ZEROS
               MOVE "SEMEND" TO W-DESTINO
             WHEN OTHER
               MOVE "CARTA" TO W-DESTINO
               PERFORM IMP-CABECALHO-CARTA
           END-EVALUATE.

       BUSCA-CLIENTE SECTION.
           MOVE "SIM" TO W-ENCONTROU.
           MOVE WCPF TO CPF-ENT.
           READ CADCLI
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.
           IF W-ENCONTROU EQUAL "NAO"
               MOVE "(CLIENTE NAO CADASTRADO)" TO NOME-CLIE-ENT
               MOVE ZEROS TO CEP-ENT.

       BUSCA-HISTORICO SECTION.
           MOVE "SIM" TO W-JA-ENVIADA.
           MOVE WCPF TO CPF-HIST.
           MOVE W-HOJE-ANOMES TO ANOMES-HIST.
           MOVE W-FAIXA TO FAIXA-HIST.
           READ COBHIST
               INVALID KEY MOVE "NAO" TO W-JA-ENVIADA
           END-READ.

      *================================================================*
      * FECHAMENTO DO CLIENTE ANTERIOR CONFORME O DESTINO

       FECHA-CLIENTE SECTION.
           IF WCPF NOT EQUAL ZEROS
               EVALUATE W-DESTINO
                 WHEN "CARTA"
                   PERFORM IMP-RODAPE-CARTA
                   PERFORM GRAVA-HISTORICO
                   ADD 1 TO CT-CARTAS
                 WHEN "AGENCIA"
                   MOVE "ENVIAR A COBRADORA" TO DET-SITUACAO
                   PERFORM IMP-DET-AGENCIA
                   PERFORM GRAVA-HISTORICO
                   ADD 1 TO CT-AGENCIA
                 WHEN "SEMEND"
                   MOVE "SEM ENDERECO POSTAL" TO DET-SITUACAO
                   PERFORM IMP-DET-AGENCIA
                   ADD 1 TO CT-SEM-ENDERECO
                 WHEN OTHER
                   ADD 1 TO CT-REPETIDAS
               END-EVALUATE
           END-IF.

       GRAVA-HISTORICO SECTION.
           MOVE WCPF TO CPF-HIST.
           MOVE W-HOJE-ANOMES TO ANOMES-HIST.
           MOVE W-FAIXA TO FAIXA-HIST.
           MOVE W-NUM-ANTIGO TO NUM-TIT-HIST.
           MOVE W-PARC-ANTIGA TO PARC-TIT-HIST.
           MOVE W-DATA-ENVIO TO DT-ENVIO-HIST.
           MOVE W-DIAS-CLIENTE TO DIAS-ATRASO-HIST.
           MOVE W-TOTAL-CLIENTE TO VALOR-HIST.
           WRITE REG-HIST
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DE COBHIST - STATUS: "
                       W-COBHIST-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *================================================================*
      * IMPRESSAO DA CARTA: UMA POR PAGINA

       IMP-CABECALHO-CARTA SECTION.
           MOVE SPACES TO REL-CARTA.
           WRITE REL-CARTA AFTER ADVANCING PAGE.
           MOVE W-DATA-ENVIO TO CARTA-DT.
           WRITE REL-CARTA FROM CARTA-DATA AFTER ADVANCING 2 LINES.
           MOVE NOME-CLIE-ENT TO CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 3 LINES.
           MOVE SPACES TO CARTA-TEXTO.
           STRING LOGRA-ENT DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               NUM-END-ENT DELIMITED BY " "
               " " DELIMITED BY SIZE
               COMPL-END-ENT DELIMITED BY "  "
               INTO CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 1 LINE.
           MOVE CEP-ENT TO W-CEP.
           MOVE SPACES TO CARTA-TEXTO.
           STRING "CEP " W-CEP-PREFIXO "-" W-CEP-SUFIXO "  "
                   DELIMITED BY SIZE
               CIDADE-ENT DELIMITED BY "  "
               " - " ESTADO-ENT DELIMITED BY SIZE
               INTO CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 1 LINE.
           MOVE TITULO-CARTA (W-FAIXA) TO CARTA-TITULO.
           WRITE REL-CARTA FROM CARTA-REF AFTER ADVANCING 3 LINES.
           MOVE "PREZADO(A) CLIENTE," TO CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-CARTA.
           WRITE REL-CARTA AFTER ADVANCING 1 LINE.
           PERFORM IMP-LINHA-TEXTO VARYING W-LINHA-I FROM 1 BY 1
               UNTIL W-LINHA-I GREATER THAN 3.
           WRITE REL-CARTA FROM CARTA-COLUNAS AFTER ADVANCING 2 LINES.
           IF W-CARTACOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CARTACOB - STATUS: "
                   W-CARTACOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       IMP-LINHA-TEXTO SECTION.
           MOVE LINHA-CARTA (W-FAIXA, W-LINHA-I) TO CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 1 LINE.

       IMP-PARCELA-CARTA SECTION.
           MOVE NUM-TRAB TO CARTA-NUM.
           MOVE PARC-TRAB TO CARTA-PARC.
           MOVE VENC-DD-TRAB TO CARTA-VENC-DD.
           MOVE VENC-MM-TRAB TO CARTA-VENC-MM.
           MOVE VENC-AAAA-TRAB TO CARTA-VENC-AAAA.
           MOVE VALOR-TRAB TO CARTA-VALOR.
           WRITE REL-CARTA FROM CARTA-PARCELA AFTER ADVANCING 1 LINE.
           IF W-CARTACOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CARTACOB - STATUS: "
                   W-CARTACOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       IMP-RODAPE-CARTA SECTION.
           MOVE W-TOTAL-CLIENTE TO CARTA-VAL-TOTAL.
           WRITE REL-CARTA FROM CARTA-TOTAL AFTER ADVANCING 2 LINES.
           MOVE "ATENCIOSAMENTE," TO CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 3 LINES.
           MOVE "TURISMAR TURISMOS - DEPARTAMENTO FINANCEIRO" TO
               CARTA-TEXTO.
           WRITE REL-CARTA FROM CARTA-LINHA AFTER ADVANCING 2 LINES.
           IF W-CARTACOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CARTACOB - STATUS: "
                   W-CARTACOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       IMP-DET-AGENCIA SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE WCPF TO DET-CPF.
           MOVE NOME-CLIE-ENT TO DET-NOME.
           MOVE W-DIAS-CLIENTE TO DET-DIAS.
           MOVE W-TOTAL-CLIENTE TO DET-VALOR.
           WRITE REL-AGEN FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELAGEN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELAGEN - STATUS: "
                   W-RELAGEN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-AGEN.
           WRITE REL-AGEN AFTER ADVANCING PAGE.
           WRITE REL-AGEN FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-AGEN FROM CAB-COLUNAS AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-AGEN.
           WRITE REL-AGEN AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-AGEN.
           WRITE REL-AGEN AFTER ADVANCING 2 LINES.
           MOVE "PARCELAS LIDAS:" TO ROT-ESTAT.
           MOVE CT-LIDAS TO VAL-ESTAT.
           WRITE REL-AGEN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PARCELAS VENCIDAS:" TO ROT-ESTAT.
           MOVE CT-VENCIDAS TO VAL-ESTAT.
           WRITE REL-AGEN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CARTAS IMPRESSAS:" TO ROT-ESTAT.
           MOVE CT-CARTAS TO VAL-ESTAT.
           WRITE REL-AGEN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CARTAS JA ENVIADAS NO MES:" TO ROT-ESTAT.
           MOVE CT-REPETIDAS TO VAL-ESTAT.
           WRITE REL-AGEN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "ENVIADOS A COBRADORA:" TO ROT-ESTAT.
           MOVE CT-AGENCIA TO VAL-ESTAT.
           WRITE REL-AGEN FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CLIENTES SEM ENDERECO POSTAL:" TO ROT-ESTAT.
           MOVE CT-SEM-ENDERECO TO VAL-ESTAT.
           WRITE REL-AGEN FROM DET-ESTAT AFTER ADVANCING 1 LINE.

       FIM SECTION.
           PERFORM FECHA-CLIENTE.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CADCLI COBHIST CARTACOB RELAGEN.
