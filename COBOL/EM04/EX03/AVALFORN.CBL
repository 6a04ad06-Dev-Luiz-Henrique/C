       IDENTIFICATION DIVISION.
       PROGRAM-ID.     AVALFORN.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        AVALIACAO MENSAL DOS FORNECEDORES: PARA OS
      *                PEDIDOS EMITIDOS NO MES DE REFERENCIA (AAAAMM
      *                NA LINHA DE COMANDO; SEM PARAMETRO, O MES
      *                ANTERIOR AO DA DATA DE NEGOCIO), LIDOS DO
      *                HISTORICO PEDHIST.DAT DO GERPED, CRUZA AS
      *                ENTREGAS DO RECEB.DAT E OS FECHAMENTOS DO
      *                PEDFECH.DAT E IMPRIME NO RELAVALF, PARA CADA
      *                FORNECEDOR DO CADFORN.DAT: PEDIDOS EMITIDOS,
      *                PERCENTUAL DE ENTREGAS NO PRAZO (PRAZO-FORN,
      *                NA CONVENCAO 30/360 DO RECEBMER), PERCENTUAL
      *                ATENDIDO (QUANTIDADE RECEBIDA, ATE O PEDIDO DE
      *                CADA ITEM, SOBRE A PEDIDA), MEDIA DE DIAS DE
      *                ATRASO DAS ENTREGAS ATRASADAS E PEDIDOS
      *                FECHADOS COM FALTA. OS FORNECEDORES ABAIXO DAS
      *                METAS SAEM TAMBEM NA LISTA RELFORNX, PARA A
      *                REUNIAO DE COMPRAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFORN ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-CADFORN-STATUS.
           SELECT PEDHIST ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-PEDHIST-STATUS.
           SELECT OPTIONAL RECEB ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-RECEB-STATUS.
           SELECT OPTIONAL PEDFECH ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-PEDFECH-STATUS.
           SELECT RELAVALF ASSIGN TO DISK
               FILE STATUS IS W-RELAVALF-STATUS.
           SELECT RELFORNX ASSIGN TO DISK
               FILE STATUS IS W-RELFORNX-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CADASTRO DE FORNECEDORES
       FD CADFORN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 COD-FORN             PIC 9(03).
           02 NOME-FORN            PIC X(30).
           02 CNPJ-FORN            PIC 9(14).
           02 PRAZO-FORN           PIC 9(03).

      *    HISTORICO DOS PEDIDOS DO GERPED: "P" CABECALHO, "I" ITENS
       FD PEDHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDHIST.DAT".
       01 REG-PED-CAB.
           02 TIPO-PED             PIC X(01).
           02 NUM-PED              PIC 9(05).
           02 FORN-PED             PIC 9(03).
           02 NOME-FORN-PED        PIC X(30).
           02 DATA-PED             PIC 9(08).
           02 RED-DATA-PED REDEFINES DATA-PED.
             03 AAAA-PED           PIC 9(04).
             03 MM-PED             PIC 9(02).
             03 DD-PED             PIC 9(02).
           02 PRAZO-PED            PIC 9(03).
           02 FILLER               PIC X(04).
       01 REG-PED-ITEM REDEFINES REG-PED-CAB.
           02 TIPO-ITEM            PIC X(01).
           02 NUM-PED-ITEM         PIC 9(05).
           02 COD-MERC-ITEM        PIC 9(03).
           02 DESC-ITEM            PIC X(30).
           02 QTD-ITEM             PIC 9(04).
           02 CLASSE-ITEM          PIC X(01).
           02 CUSTO-ITEM           PIC 9(04)V9(02).
           02 FILLER               PIC X(04).

      *    LIVRO DE ENTREGAS DO RECEBMER (DATA DIGITADA EM DDMMAAAA)
       FD RECEB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RECEB.DAT".
       01 REG-RECEB.
           02 REC-NUM-PED          PIC 9(05).
           02 REC-COD-MERC         PIC 9(03).
           02 REC-DATA             PIC 9(08).
           02 RED-REC-DATA REDEFINES REC-DATA.
             03 REC-DD             PIC 9(02).
             03 REC-MM             PIC 9(02).
             03 REC-AAAA           PIC 9(04).
           02 REC-QTD              PIC 9(04).

      *    LIVRO DE PEDIDOS FECHADOS
       FD PEDFECH LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PEDFECH.DAT".
       01 REG-FECH.
           02 FECH-NUM-PED         PIC 9(05).
           02 FECH-DATA            PIC 9(08).

       FD RELAVALF LABEL RECORD IS OMITTED.
       01 REL-AVALF                PIC X(80).

       FD RELFORNX LABEL RECORD IS OMITTED.
       01 REL-FORNX                PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 CT-LIN-X         PIC 9(02) VALUE 41.
       77 CT-PAG-X         PIC 9(03) VALUE ZEROS.
       77 W-ACHOU          PIC X(03) VALUE "NAO".
       77 W-I              PIC 9(04) VALUE ZEROS.
       77 W-FORN-POS       PIC 9(03) VALUE ZEROS.
       77 W-PED-POS        PIC 9(04) VALUE ZEROS.
       77 W-ITEM-POS       PIC 9(04) VALUE ZEROS.
       77 W-PED-CORRENTE   PIC 9(04) VALUE ZEROS.
       77 W-PRAZO          PIC 9(03) VALUE ZEROS.
       77 W-DIAS-ATRASO    PIC S9(05) VALUE ZEROS.
       77 W-FALTA          PIC X(03) VALUE "NAO".
       77 W-ABAIXO         PIC X(03) VALUE "NAO".

      *    METAS DE DESEMPENHO DO FORNECEDOR (EM PERCENTUAL)
       77 W-META-PRAZO     PIC 9(03)V99 VALUE 90,00.
       77 W-META-ATEND     PIC 9(03)V99 VALUE 95,00.

      *    MES DE REFERENCIA
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES    PIC 9(06).
           02 RED-PARM-ANOMES REDEFINES W-PARM-ANOMES.
             03 W-PARM-AAAA    PIC 9(04).
             03 W-PARM-MM      PIC 9(02).
       77 W-DATA-NEGOCIO   PIC 9(08) VALUE ZEROS.
       77 W-ANOMES-PED     PIC 9(06) VALUE ZEROS.

      *    INDICADORES CALCULADOS DO FORNECEDOR CORRENTE
       77 W-PERC-PRAZO     PIC 9(03)V99 VALUE ZEROS.
       77 W-PERC-ATEND     PIC 9(03)V99 VALUE ZEROS.
       77 W-ATRASO-MEDIO   PIC 9(03)V9 VALUE ZEROS.

      *    FORNECEDORES: OS DO CADASTRO E, NO FIM, OS DE PEDIDOS COM
      *    FORNECEDOR FORA DO CADASTRO
       77 CT-TAB-FORN      PIC 9(03) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           02 TAB-FORN-OCR OCCURS 60 TIMES.
             03 TF-COD           PIC 9(03).
             03 TF-NOME          PIC X(30).
             03 TF-PRAZO         PIC 9(03).
             03 TF-CADASTRADO    PIC X(03).
             03 TF-PEDIDOS       PIC 9(04).
             03 TF-ENTREGAS      PIC 9(05).
             03 TF-NO-PRAZO      PIC 9(05).
             03 TF-ATRASADAS     PIC 9(05).
             03 TF-DIAS-ATRASO   PIC 9(07).
             03 TF-QTD-PEDIDA    PIC 9(07).
             03 TF-QTD-ATENDIDA  PIC 9(07).
             03 TF-FECH-FALTA    PIC 9(04).

      *    PEDIDOS DO MES E SEUS ITENS
       77 CT-TAB-PED       PIC 9(04) VALUE ZEROS.
       01 TAB-PEDIDOS.
           02 TAB-PED-OCR OCCURS 500 TIMES.
             03 TP-NUM           PIC 9(05).
             03 TP-DATA          PIC 9(08).
             03 RED-TP-DATA REDEFINES TP-DATA.
               04 TP-AAAA        PIC 9(04).
               04 TP-MM          PIC 9(02).
               04 TP-DD          PIC 9(02).
             03 TP-FORN-POS      PIC 9(03).

       77 CT-TAB-ITEM      PIC 9(04) VALUE ZEROS.
       01 TAB-ITENS.
           02 TAB-ITEM-OCR OCCURS 3000 TIMES.
             03 TI-NUM-PED       PIC 9(05).
             03 TI-COD-MERC      PIC 9(03).
             03 TI-PED-POS       PIC 9(04).
             03 TI-QTD-PEDIDA    PIC 9(04).
             03 TI-QTD-RECEB     PIC 9(05).

      *================================================================*
      * TOTAIS DE CONTROLE

       77 CT-PED-LIDOS     PIC 9(05) VALUE ZEROS.
       77 CT-ENTREGAS      PIC 9(05) VALUE ZEROS.
       77 CT-ABAIXO        PIC 9(03) VALUE ZEROS.
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADFORN-STATUS  PIC X(02) VALUE "00".
       77 W-PEDHIST-STATUS  PIC X(02) VALUE "00".
       77 W-RECEB-STATUS    PIC X(02) VALUE "00".
       77 W-PEDFECH-STATUS  PIC X(02) VALUE "00".
       77 W-RELAVALF-STATUS PIC X(02) VALUE "00".
       77 W-RELFORNX-STATUS PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(28) VALUE
              "AVALIACAO DE FORNECEDORES - ".
           02 VAR-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-AAAA PIC 9999.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "COD ".
           02 FILLER PIC X(23) VALUE "FORNECEDOR".
           02 FILLER PIC X(06) VALUE " PEDID".
           02 FILLER PIC X(07) VALUE " ENTREG".
           02 FILLER PIC X(08) VALUE "  %PRAZO".
           02 FILLER PIC X(08) VALUE "  %ATEND".
           02 FILLER PIC X(08) VALUE " ATR.MED".
           02 FILLER PIC X(06) VALUE " FALTA".
           02 FILLER PIC X(09) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-COD PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME PIC X(22).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-PEDIDOS PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ENTREGAS PIC ZZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-PERC-PRAZO PIC ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-PERC-ATEND PIC ZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-ATRASO PIC ZZ9,9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-FALTA PIC ZZZ9.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MARCA PIC X(07).

       01 DET-SEM-PEDIDO.
           02 FILLER PIC X(01) VALUE SPACES.
           02 SPD-COD PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 SPD-NOME PIC X(22).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(23) VALUE "SEM PEDIDOS NO MES".
           02 FILLER PIC X(26) VALUE SPACES.

       01 CAB-X-01.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(34) VALUE
              "FORNECEDORES ABAIXO DA META - MES ".
           02 VAR-X-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-X-AAAA PIC 9999.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-X-PAG PIC ZZ9.

       01 CAB-X-02.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "METAS: PRAZO >=".
           02 VAR-X-META-PRAZO PIC ZZ9,99.
           02 FILLER PIC X(13) VALUE "%  ATENDIDO >".
           02 FILLER PIC X(01) VALUE "=".
           02 VAR-X-META-ATEND PIC ZZ9,99.
           02 FILLER PIC X(23) VALUE "%  SEM PEDIDO COM FALTA".
           02 FILLER PIC X(06) VALUE SPACES.

       01 DET-X.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DETX-COD PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DETX-NOME PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DETX-MOTIVO PIC X(43).

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(30).
           02 VAL-CTRL PIC ZZZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-AVALFORN.
           PERFORM INICIO.
           PERFORM PRINCIPAL VARYING W-FORN-POS FROM 1 BY 1
               UNTIL W-FORN-POS GREATER THAN CT-TAB-FORN.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           CALL "DATAPROC" USING W-DATA-NEGOCIO.
           MOVE W-DATA-NEGOCIO TO W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-CADFORN.
           PERFORM CARREGA-PEDIDOS.
           PERFORM APLICA-RECEBIMENTOS.
           PERFORM APLICA-FECHAMENTOS.
           PERFORM SOMA-ITENS VARYING W-ITEM-POS FROM 1 BY 1
               UNTIL W-ITEM-POS GREATER THAN CT-TAB-ITEM.
           OPEN OUTPUT RELAVALF.
           IF W-RELAVALF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELAVALF - STATUS: "
                   W-RELAVALF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELFORNX.
           IF W-RELFORNX-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELFORNX - STATUS: "
                   W-RELFORNX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-MM TO VAR-MM VAR-X-MM.
           MOVE W-PARM-AAAA TO VAR-AAAA VAR-X-AAAA.
           MOVE W-META-PRAZO TO VAR-X-META-PRAZO.
           MOVE W-META-ATEND TO VAR-X-META-ATEND.

      *    SEM PARAMETRO VALE O MES ANTERIOR AO DA DATA DE NEGOCIO
       OBTER-PARAMETROS.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ANOMES NOT NUMERIC OR W-PARM-ANOMES EQUAL ZEROS
               DIVIDE W-DATA-NEGOCIO BY 100 GIVING W-PARM-ANOMES
               IF W-PARM-MM EQUAL 01
                   MOVE 12 TO W-PARM-MM
                   SUBTRACT 1 FROM W-PARM-AAAA
               ELSE
                   SUBTRACT 1 FROM W-PARM-MM
               END-IF
           END-IF.
           IF W-PARM-MM LESS THAN 01 OR W-PARM-MM GREATER THAN 12
               DISPLAY "MES DE REFERENCIA INVALIDO: " W-PARM-ANOMES
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * CARGA DO CADASTRO DE FORNECEDORES

       CARREGA-CADFORN.
           OPEN INPUT CADFORN.
           IF W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADFORN.
           PERFORM CARREGA-TAB-FORN UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFORN.

       LE-CADFORN.
           READ CADFORN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-FORN.
           PERFORM NOVO-FORNECEDOR.
           MOVE COD-FORN TO TF-COD (CT-TAB-FORN).
           MOVE NOME-FORN TO TF-NOME (CT-TAB-FORN).
           MOVE PRAZO-FORN TO TF-PRAZO (CT-TAB-FORN).
           MOVE "SIM" TO TF-CADASTRADO (CT-TAB-FORN).
           PERFORM LE-CADFORN.

       NOVO-FORNECEDOR.
           ADD 1 TO CT-TAB-FORN.
           IF CT-TAB-FORN GREATER THAN 60
               DISPLAY "ERRO: MAIS DE 60 FORNECEDORES NA AVALIACAO"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO TF-PEDIDOS (CT-TAB-FORN)
                         TF-ENTREGAS (CT-TAB-FORN)
                         TF-NO-PRAZO (CT-TAB-FORN)
                         TF-ATRASADAS (CT-TAB-FORN)
                         TF-DIAS-ATRASO (CT-TAB-FORN)
                         TF-QTD-PEDIDA (CT-TAB-FORN)
                         TF-QTD-ATENDIDA (CT-TAB-FORN)
                         TF-FECH-FALTA (CT-TAB-FORN).

       PROCURA-FORNECEDOR.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-FORNECEDOR UNTIL W-I GREATER THAN
               CT-TAB-FORN OR W-ACHOU EQUAL "SIM".
           MOVE W-I TO W-FORN-POS.

       TESTA-FORNECEDOR.
           IF TF-COD (W-I) EQUAL FORN-PED
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*
      * PEDIDOS EMITIDOS NO MES: O ITEM PERTENCE AO ULTIMO CABECALHO
      * LIDO; ITENS DE PEDIDO DE OUTRO MES SAO PULADOS

       CARREGA-PEDIDOS.
           OPEN INPUT PEDHIST.
           IF W-PEDHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PEDHIST - STATUS: "
                   W-PEDHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           MOVE ZEROS TO W-PED-CORRENTE.
           PERFORM LE-PEDHIST.
           PERFORM CARREGA-REG-PEDIDO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PEDHIST.

       LE-PEDHIST.
           READ PEDHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PEDHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PEDHIST - STATUS: "
                   W-PEDHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-REG-PEDIDO.
           IF TIPO-PED EQUAL "P"
               PERFORM CARREGA-CAB-PEDIDO
           ELSE
               IF W-PED-CORRENTE NOT EQUAL ZEROS AND
                  NUM-PED-ITEM EQUAL TP-NUM (W-PED-CORRENTE)
                   PERFORM CARREGA-ITEM-PEDIDO.
           PERFORM LE-PEDHIST.

       CARREGA-CAB-PEDIDO.
           MOVE ZEROS TO W-PED-CORRENTE.
           COMPUTE W-ANOMES-PED = (AAAA-PED * 100) + MM-PED.
           IF W-ANOMES-PED EQUAL W-PARM-ANOMES
               PERFORM GUARDA-CAB-PEDIDO.

       GUARDA-CAB-PEDIDO.
           ADD 1 TO CT-TAB-PED.
           IF CT-TAB-PED GREATER THAN 500
               DISPLAY "ERRO: MAIS DE 500 PEDIDOS NO MES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-PED-LIDOS.
           MOVE CT-TAB-PED TO W-PED-CORRENTE.
           MOVE NUM-PED TO TP-NUM (CT-TAB-PED).
           MOVE DATA-PED TO TP-DATA (CT-TAB-PED).
           PERFORM PROCURA-FORNECEDOR.
           IF W-ACHOU EQUAL "NAO"
               PERFORM NOVO-FORNECEDOR
               MOVE CT-TAB-FORN TO W-FORN-POS
               MOVE FORN-PED TO TF-COD (W-FORN-POS)
               MOVE "FORNECEDOR NAO CADASTRADO" TO TF-NOME (W-FORN-POS)
               MOVE PRAZO-PED TO TF-PRAZO (W-FORN-POS)
               MOVE "NAO" TO TF-CADASTRADO (W-FORN-POS).
           MOVE W-FORN-POS TO TP-FORN-POS (CT-TAB-PED).
           ADD 1 TO TF-PEDIDOS (W-FORN-POS).

       CARREGA-ITEM-PEDIDO.
           ADD 1 TO CT-TAB-ITEM.
           IF CT-TAB-ITEM GREATER THAN 3000
               DISPLAY "ERRO: MAIS DE 3000 ITENS DE PEDIDO NO MES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE NUM-PED-ITEM TO TI-NUM-PED (CT-TAB-ITEM).
           MOVE COD-MERC-ITEM TO TI-COD-MERC (CT-TAB-ITEM).
           MOVE W-PED-CORRENTE TO TI-PED-POS (CT-TAB-ITEM).
           MOVE QTD-ITEM TO TI-QTD-PEDIDA (CT-TAB-ITEM).
           MOVE ZEROS TO TI-QTD-RECEB (CT-TAB-ITEM).

      *================================================================*
      * ENTREGAS: CADA LINHA DO RECEB.DAT DE UM PEDIDO DO MES CONTA
      * UMA ENTREGA, NO PRAZO OU ATRASADA CONTRA O PRAZO-FORN

       APLICA-RECEBIMENTOS.
           OPEN INPUT RECEB.
           IF W-RECEB-STATUS NOT EQUAL "00" AND
              W-RECEB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR RECEB - STATUS: "
                   W-RECEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-RECEB.
           PERFORM APLICA-ENTREGA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE RECEB.

       LE-RECEB.
           READ RECEB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-RECEB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RECEB - STATUS: "
                   W-RECEB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       APLICA-ENTREGA.
           PERFORM PROCURA-ITEM.
           IF W-ACHOU EQUAL "SIM"
               ADD REC-QTD TO TI-QTD-RECEB (W-ITEM-POS)
               PERFORM CLASSIFICA-ENTREGA.
           PERFORM LE-RECEB.

       PROCURA-ITEM.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-ITEM UNTIL W-I GREATER THAN CT-TAB-ITEM
               OR W-ACHOU EQUAL "SIM".
           MOVE W-I TO W-ITEM-POS.

       TESTA-ITEM.
           IF TI-NUM-PED (W-I) EQUAL REC-NUM-PED AND
              TI-COD-MERC (W-I) EQUAL REC-COD-MERC
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       CLASSIFICA-ENTREGA.
           MOVE TI-PED-POS (W-ITEM-POS) TO W-PED-POS.
           MOVE TP-FORN-POS (W-PED-POS) TO W-FORN-POS.
           MOVE TF-PRAZO (W-FORN-POS) TO W-PRAZO.
           COMPUTE W-DIAS-ATRASO =
               ((REC-AAAA - TP-AAAA (W-PED-POS)) * 360)
               + ((REC-MM - TP-MM (W-PED-POS)) * 30)
               + (REC-DD - TP-DD (W-PED-POS))
               - W-PRAZO.
           ADD 1 TO TF-ENTREGAS (W-FORN-POS).
           ADD 1 TO CT-ENTREGAS.
           IF W-DIAS-ATRASO GREATER THAN ZEROS
               ADD 1 TO TF-ATRASADAS (W-FORN-POS)
               ADD W-DIAS-ATRASO TO TF-DIAS-ATRASO (W-FORN-POS)
           ELSE
               ADD 1 TO TF-NO-PRAZO (W-FORN-POS).

      *================================================================*
      * PEDIDO DO MES FECHADO NO PEDFECH COM ALGUM ITEM ABAIXO DO
      * PEDIDO CONTA COMO FECHADO COM FALTA

       APLICA-FECHAMENTOS.
           OPEN INPUT PEDFECH.
           IF W-PEDFECH-STATUS NOT EQUAL "00" AND
              W-PEDFECH-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PEDFECH - STATUS: "
                   W-PEDFECH-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-PEDFECH.
           PERFORM APLICA-FECHAMENTO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PEDFECH.

       LE-PEDFECH.
           READ PEDFECH AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PEDFECH-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PEDFECH - STATUS: "
                   W-PEDFECH-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       APLICA-FECHAMENTO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-PEDIDO UNTIL W-I GREATER THAN CT-TAB-PED
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "SIM"
               MOVE W-I TO W-PED-POS
               MOVE "NAO" TO W-FALTA
               PERFORM TESTA-FALTA VARYING W-ITEM-POS FROM 1 BY 1
                   UNTIL W-ITEM-POS GREATER THAN CT-TAB-ITEM
               IF W-FALTA EQUAL "SIM"
                   MOVE TP-FORN-POS (W-PED-POS) TO W-FORN-POS
                   ADD 1 TO TF-FECH-FALTA (W-FORN-POS)
               END-IF
           END-IF.
           PERFORM LE-PEDFECH.

       TESTA-PEDIDO.
           IF TP-NUM (W-I) EQUAL FECH-NUM-PED
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       TESTA-FALTA.
           IF TI-PED-POS (W-ITEM-POS) EQUAL W-PED-POS AND
              TI-QTD-RECEB (W-ITEM-POS) LESS THAN
              TI-QTD-PEDIDA (W-ITEM-POS)
               MOVE "SIM" TO W-FALTA.

      *================================================================*
      * QUANTIDADE PEDIDA E ATENDIDA POR FORNECEDOR; O QUE VEIO A
      * MAIOR NAO COMPENSA A FALTA DE OUTRO ITEM

       SOMA-ITENS.
           MOVE TI-PED-POS (W-ITEM-POS) TO W-PED-POS.
           MOVE TP-FORN-POS (W-PED-POS) TO W-FORN-POS.
           ADD TI-QTD-PEDIDA (W-ITEM-POS) TO TF-QTD-PEDIDA (W-FORN-POS).
           IF TI-QTD-RECEB (W-ITEM-POS) GREATER THAN
              TI-QTD-PEDIDA (W-ITEM-POS)
               ADD TI-QTD-PEDIDA (W-ITEM-POS)
                   TO TF-QTD-ATENDIDA (W-FORN-POS)
           ELSE
               ADD TI-QTD-RECEB (W-ITEM-POS)
                   TO TF-QTD-ATENDIDA (W-FORN-POS).

      *================================================================*
      * UMA LINHA POR FORNECEDOR; QUEM NAO TEVE PEDIDO NO MES NAO E
      * AVALIADO

       PRINCIPAL.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           IF TF-PEDIDOS (W-FORN-POS) EQUAL ZEROS
               PERFORM IMP-SEM-PEDIDO
           ELSE
               PERFORM CALCULA-INDICADORES
               PERFORM IMP-DETALHE
               IF W-ABAIXO EQUAL "SIM"
                   PERFORM IMP-ABAIXO-META
               END-IF
           END-IF.

      *    SEM ENTREGA NENHUMA O PRAZO FICA ZERADO (NADA CHEGOU)
       CALCULA-INDICADORES.
           MOVE ZEROS TO W-PERC-PRAZO W-PERC-ATEND W-ATRASO-MEDIO.
           IF TF-ENTREGAS (W-FORN-POS) GREATER THAN ZEROS
               COMPUTE W-PERC-PRAZO ROUNDED =
                   (TF-NO-PRAZO (W-FORN-POS) * 100)
                   / TF-ENTREGAS (W-FORN-POS).
           IF TF-QTD-PEDIDA (W-FORN-POS) GREATER THAN ZEROS
               COMPUTE W-PERC-ATEND ROUNDED =
                   (TF-QTD-ATENDIDA (W-FORN-POS) * 100)
                   / TF-QTD-PEDIDA (W-FORN-POS).
           IF TF-ATRASADAS (W-FORN-POS) GREATER THAN ZEROS
               COMPUTE W-ATRASO-MEDIO ROUNDED =
                   TF-DIAS-ATRASO (W-FORN-POS)
                   / TF-ATRASADAS (W-FORN-POS).
           MOVE "NAO" TO W-ABAIXO.
           IF W-PERC-PRAZO LESS THAN W-META-PRAZO OR
              W-PERC-ATEND LESS THAN W-META-ATEND OR
              TF-FECH-FALTA (W-FORN-POS) GREATER THAN ZEROS
               MOVE "SIM" TO W-ABAIXO.

       IMP-DETALHE.
           MOVE TF-COD (W-FORN-POS) TO DET-COD.
           MOVE TF-NOME (W-FORN-POS) TO DET-NOME.
           MOVE TF-PEDIDOS (W-FORN-POS) TO DET-PEDIDOS.
           MOVE TF-ENTREGAS (W-FORN-POS) TO DET-ENTREGAS.
           MOVE W-PERC-PRAZO TO DET-PERC-PRAZO.
           MOVE W-PERC-ATEND TO DET-PERC-ATEND.
           MOVE W-ATRASO-MEDIO TO DET-ATRASO.
           MOVE TF-FECH-FALTA (W-FORN-POS) TO DET-FALTA.
           MOVE SPACES TO DET-MARCA.
           IF W-ABAIXO EQUAL "SIM"
               MOVE "*META*" TO DET-MARCA.
           WRITE REL-AVALF FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELAVALF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELAVALF - STATUS: "
                   W-RELAVALF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       IMP-SEM-PEDIDO.
           MOVE TF-COD (W-FORN-POS) TO SPD-COD.
           MOVE TF-NOME (W-FORN-POS) TO SPD-NOME.
           WRITE REL-AVALF FROM DET-SEM-PEDIDO AFTER ADVANCING 1 LINE.
           IF W-RELAVALF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELAVALF - STATUS: "
                   W-RELAVALF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

      *    UMA LINHA POR META NAO ATINGIDA
       IMP-ABAIXO-META.
           ADD 1 TO CT-ABAIXO.
           MOVE TF-COD (W-FORN-POS) TO DETX-COD.
           MOVE TF-NOME (W-FORN-POS) TO DETX-NOME.
           IF W-PERC-PRAZO LESS THAN W-META-PRAZO
               MOVE "ENTREGAS NO PRAZO ABAIXO DA META"
                   TO DETX-MOTIVO
               PERFORM IMP-LINHA-X.
           IF W-PERC-ATEND LESS THAN W-META-ATEND
               MOVE "QUANTIDADE ATENDIDA ABAIXO DA META"
                   TO DETX-MOTIVO
               PERFORM IMP-LINHA-X.
           IF TF-FECH-FALTA (W-FORN-POS) GREATER THAN ZEROS
               MOVE "PEDIDO FECHADO COM FALTA" TO DETX-MOTIVO
               PERFORM IMP-LINHA-X.

       IMP-LINHA-X.
           IF CT-LIN-X GREATER THAN 40
               PERFORM CABECALHO-X.
           WRITE REL-FORNX FROM DET-X AFTER ADVANCING 1 LINE.
           IF W-RELFORNX-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELFORNX - STATUS: "
                   W-RELFORNX-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN-X.

      *================================================================*

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-AVALF.
           WRITE REL-AVALF AFTER ADVANCING PAGE.
           WRITE REL-AVALF FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-AVALF FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-AVALF.
           WRITE REL-AVALF AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

       CABECALHO-X.
           ADD 1 TO CT-PAG-X.
           MOVE CT-PAG-X TO VAR-X-PAG.
           MOVE SPACES TO REL-FORNX.
           WRITE REL-FORNX AFTER ADVANCING PAGE.
           WRITE REL-FORNX FROM CAB-X-01 AFTER ADVANCING 1 LINE.
           WRITE REL-FORNX FROM CAB-X-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-FORNX.
           WRITE REL-FORNX AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN-X.

      *================================================================*

       IMP-CONTROLE.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE SPACES TO REL-AVALF.
           WRITE REL-AVALF AFTER ADVANCING 2 LINES.
           MOVE "PEDIDOS DO MES" TO ROT-CTRL.
           MOVE CT-PED-LIDOS TO VAL-CTRL.
           WRITE REL-AVALF FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "ENTREGAS DESSES PEDIDOS" TO ROT-CTRL.
           MOVE CT-ENTREGAS TO VAL-CTRL.
           WRITE REL-AVALF FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "FORNECEDORES ABAIXO DA META" TO ROT-CTRL.
           MOVE CT-ABAIXO TO VAL-CTRL.
           WRITE REL-AVALF FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-AVALF FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.
           IF CT-ABAIXO EQUAL ZEROS
               PERFORM CABECALHO-X
               MOVE ZEROS TO DETX-COD
               MOVE SPACES TO DETX-NOME
               MOVE "NENHUM FORNECEDOR ABAIXO DA META"
                   TO DETX-MOTIVO
               WRITE REL-FORNX FROM DET-X AFTER ADVANCING 1 LINE.

       TERMINO.
           PERFORM IMP-CONTROLE.
           CLOSE RELAVALF RELFORNX.
           IF CT-ABAIXO GREATER THAN ZEROS
               DISPLAY "FORNECEDORES ABAIXO DA META: " CT-ABAIXO
                   " - VER RELFORNX".
