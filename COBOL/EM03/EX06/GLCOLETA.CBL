      *                (ENTREGUE PELO STREAM COMO GLCONTES.DAT),
      *                ICMS SOBRE VENDAS DO EX05 (GLCONICM.DAT),
      *                DECIMO TERCEIRO (GLCONT13.DAT), FERIAS
      *                (GLCONTFE.DAT), CONTAS A RECEBER
      *                (GLCONREC.DAT), DEVOLUCOES A FORNECEDOR DO
      *                DEVFORN (GLCONDEV.DAT) E CONTAS A PAGAR DO
      *                RECEBMER E DO SELPAG (GLCONPAG.DAT) E
      *                RESCISOES DO EX06 (GLCONTRE.DAT) E PROVISOES
      *                DE 13O E FERIAS DO PROVFOL (GLCONPRV.DAT) - CADA
      *                LANCAMENTO CARIMBADO COM O IDENTIFICADOR DO
      *                LOTE DE ORIGEM. A FOLHA MENSAL E REFEITA TODA
      *                NOITE COM A COMPETENCIA INTEIRA E O ESTOQUE
      *                CHEGA COMO POSICAO TOTAL POR DEPOSITO; DESSES
      *                DOIS LOTES SO ENTRA NO DIARIO A DIFERENCA PARA
      *                A POSICAO JA LANCADA (GLFOTO.DAT) - NA FOLHA
      *                CONTRA A DA MESMA COMPETENCIA, NO ESTOQUE
      *                CONTRA A ULTIMA - E A POSICAO DA NOITE FICA EM
      *                GLFOTONV.DAT, QUE O GLLANCA PROMOVE DEPOIS DE
      *                LANCAR O DIARIO. OS DEMAIS LOTES SAO MOVIMENTO
      *                E ENTRAM INTEIROS; O STREAM OS APAGA DEPOIS DA
      *                COLETA. A ACEITACAO
      *                E UNICA: O RELATORIO RELGLDIA PROVA OS TOTAIS
      *                POR LOTE E O FECHAMENTO GERAL DE DEBITOS E
      *                CREDITOS, E O RETURN-CODE SEGURA A ENTREGA
      *                QUANDO O DIARIO NAO BALANCEIA OU QUANDO NENHUM
      *                LOTE CHEGOU. LOTE AUSENTE NO DIA E SIMPLESMENTE
      *                PULADO, E A POSICAO JA LANCADA DELE SE MANTEM.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS W-GLDIARIO-STATUS.
           SELECT RELGLDIA ASSIGN TO DISK
               FILE STATUS IS W-RELGLDIA-STATUS.
           SELECT GLFOTO ASSIGN TO DISK
               FILE STATUS IS W-GLFOTO-STATUS.
           SELECT GLFOTONV ASSIGN TO DISK
               FILE STATUS IS W-GLFOTONV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 GL-DC                 PIC X(01).
           02 FILLER                PIC X(02).
           02 GL-VALOR              PIC S9(12)V99.
           02 FILLER                PIC X(02).
           02 GL-CCUSTO             PIC X(04).

      *    DIARIO UNICO ENTREGUE A CONTABILIDADE: IDENTIFICADOR DO
      *    LOTE DE ORIGEM SEGUIDO DO LANCAMENTO NO LAYOUT GLCONTAB
           02 DIA-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 DIA-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 DIA-CCUSTO            PIC X(04).

       FD RELGLDIA LABEL RECORD IS OMITTED.
       01 REL-GLDIA                 PIC X(80).

      *    POSICAO DA FOLHA E DO ESTOQUE JA LANCADA NO RAZAO E A
      *    POSICAO DA NOITE, A PROMOVER PELO GLLANCA (LAYOUT GLFOTO)
       FD GLFOTO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLFOTO.DAT".
       01 REG-GLFOTO                PIC X(69).

       FD GLFOTONV LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLFOTONV.DAT".
       01 REG-GLFOTONV              PIC X(69).

       WORKING-STORAGE SECTION.
       77 FIM-LOTE         PIC X(03) VALUE "NAO".
       77 W-LOTE-I         PIC 9(02) VALUE ZEROS.
       77 W-ARQ-LOTE       PIC X(12) VALUE SPACES.
       77 W-LOTE-ID        PIC X(08) VALUE SPACES.
       77 W-LOTE-ABERTO    PIC X(03) VALUE "NAO".
      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.
       01 W-DATA-NEG.
           02 W-ANOMES-NEG         PIC 9(06).
           02 W-DD-NEG             PIC 9(02).
       77 W-PERIODO-ABERTO PIC X(03) VALUE "SIM".

      *    FILE STATUS DOS ARQUIVOS
       77 W-GLLOTE-STATUS  PIC X(02) VALUE "00".
       77 W-GLDIARIO-STATUS PIC X(02) VALUE "00".
       77 W-RELGLDIA-STATUS PIC X(02) VALUE "00".
       77 W-GLFOTO-STATUS  PIC X(02) VALUE "00".
       77 W-GLFOTONV-STATUS PIC X(02) VALUE "00".

      *    LOTES RECOLHIDOS, NA ORDEM DE ENTREGA A CONTABILIDADE, E
      *    O TIPO DE CADA UM: M = MOVIMENTO, ENTRA INTEIRO; C =
      *    POSICAO DA COMPETENCIA, ENTRA A DIFERENCA PARA A JA LANCADA
      *    NO MESMO MES; S = POSICAO CORRENTE, ENTRA A DIFERENCA PARA
      *    A ULTIMA JA LANCADA
       01 TAB-LOTES.
           02 DEF-LOTES.
             03 FILLER PIC X(21) VALUE "FOLHA   GLCONTAB.DATC".
             03 FILLER PIC X(21) VALUE "ESTOQUE GLCONTES.DATS".
             03 FILLER PIC X(21) VALUE "ICMS    GLCONICM.DATM".
             03 FILLER PIC X(21) VALUE "DEC13   GLCONT13.DATM".
             03 FILLER PIC X(21) VALUE "FERIAS  GLCONTFE.DATM".
             03 FILLER PIC X(21) VALUE "CTASREC GLCONREC.DATM".
             03 FILLER PIC X(21) VALUE "DEVFORN GLCONDEV.DATM".
             03 FILLER PIC X(21) VALUE "CTASPAG GLCONPAG.DATM".
             03 FILLER PIC X(21) VALUE "RESCISAOGLCONTRE.DATM".
             03 FILLER PIC X(21) VALUE "PROVISAOGLCONPRV.DATM".
       01 RED-TAB-LOTES REDEFINES TAB-LOTES.
           02 LOTE-DEF OCCURS 10 TIMES.
             03 LOTE-ID      PIC X(08).
             03 LOTE-ARQUIVO PIC X(12).
             03 LOTE-TIPO    PIC X(01).

      *    LOTE ENCONTRADO NA NOITE (SIM/NAO), NA ORDEM DA TABELA
       01 TAB-LOTE-LIDO.
           02 LOTE-LIDO OCCURS 10 TIMES PIC X(03).

      *================================================================*
      * POSICOES POR LOTE, CONTA E CENTRO DE CUSTO: A JA LANCADA
      * (GLFOTO.DAT, COM O SEU MES) E A RECEBIDA NA NOITE

       77 FIM-FOTO         PIC X(03) VALUE "NAO".
       77 CT-TAB-FOTO      PIC 9(03) VALUE ZEROS.
       77 W-FOTO-I         PIC 9(03) VALUE ZEROS.
       77 W-FOTO-POS       PIC 9(03) VALUE ZEROS.
       77 W-FOTO-ACHOU     PIC X(03) VALUE "NAO".
       77 W-FOTO-LOTE-I    PIC 9(02) VALUE ZEROS.
       77 W-FOTO-ANTERIOR  PIC S9(13)V99 VALUE ZEROS.
       77 W-DIFERENCA      PIC S9(13)V99 VALUE ZEROS.
       01 W-FOTO.
           COPY GLFOTO.
       01 TAB-FOTO.
           02 TAB-FOTO-OCR OCCURS 500 TIMES.
             03 TF-LOTE-I    PIC 9(02).
             03 TF-CONTA     PIC X(06).
             03 TF-CCUSTO    PIC X(04).
             03 TF-DESCRICAO PIC X(30).
             03 TF-ANOMES    PIC 9(06).
             03 TF-ANTERIOR  PIC S9(13)V99.
             03 TF-ATUAL     PIC S9(13)V99.

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 DET-LOTE-DEB PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE "C: ".
           02 DET-LOTE-CRED PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-LOTE-OBS PIC X(09).

       01 DET-LOTE-AUSENTE.
           02 FILLER PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
       PGM-GLCOLETA.
           PERFORM INICIO.
           PERFORM CARREGA-FOTO.
           MOVE ZEROS TO W-LOTE-I.
           PERFORM COLETA-LOTE 10 TIMES.
           PERFORM GRAVA-FOTO-NOVA.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           CALL "DATAPROC" USING W-DATA-NEG.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-NEG W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT GLDIARIO RELGLDIA.
           IF W-GLDIARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLDIARIO - STATUS: "
           MOVE SPACES TO REL-GLDIA.
           WRITE REL-GLDIA AFTER ADVANCING 1 LINE.

      *    SEM GLFOTO.DAT NENHUMA POSICAO FOI LANCADA AINDA; LOTE QUE
      *    SAIU DA TABELA DEIXA DE TER POSICAO
       CARREGA-FOTO.
           OPEN INPUT GLFOTO.
           IF W-GLFOTO-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLFOTO-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLFOTO - STATUS: "
                       W-GLFOTO-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "NAO" TO FIM-FOTO
                   PERFORM LE-FOTO
                   PERFORM GUARDA-FOTO UNTIL FIM-FOTO EQUAL "SIM"
                   CLOSE GLFOTO.

       LE-FOTO.
           READ GLFOTO INTO W-FOTO AT END MOVE "SIM" TO FIM-FOTO.
           IF FIM-FOTO NOT EQUAL "SIM" AND
              W-GLFOTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLFOTO - STATUS: "
                   W-GLFOTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-FOTO.
           MOVE ZEROS TO W-FOTO-LOTE-I.
           MOVE 1 TO W-LOTE-I.
           PERFORM TESTA-LOTE-FOTO UNTIL W-LOTE-I GREATER THAN 10 OR
               W-FOTO-LOTE-I GREATER THAN ZEROS.
           IF W-FOTO-LOTE-I GREATER THAN ZEROS
               PERFORM NOVA-FOTO
               MOVE W-FOTO-LOTE-I TO TF-LOTE-I (W-FOTO-POS)
               MOVE FT-CONTA TO TF-CONTA (W-FOTO-POS)
               MOVE FT-CCUSTO TO TF-CCUSTO (W-FOTO-POS)
               MOVE FT-DESCRICAO TO TF-DESCRICAO (W-FOTO-POS)
               MOVE FT-ANOMES TO TF-ANOMES (W-FOTO-POS)
               MOVE FT-VALOR TO TF-ANTERIOR (W-FOTO-POS)
               MOVE ZEROS TO TF-ATUAL (W-FOTO-POS).
           PERFORM LE-FOTO.

       TESTA-LOTE-FOTO.
           IF LOTE-ID (W-LOTE-I) EQUAL FT-LOTE AND
              LOTE-TIPO (W-LOTE-I) NOT EQUAL "M"
               MOVE W-LOTE-I TO W-FOTO-LOTE-I
           ELSE
               ADD 1 TO W-LOTE-I.

       NOVA-FOTO.
           ADD 1 TO CT-TAB-FOTO.
           IF CT-TAB-FOTO GREATER THAN 500
               DISPLAY "ERRO: POSICOES DE FOLHA E ESTOQUE EXCEDEM O "
                   "LIMITE DE 500"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CT-TAB-FOTO TO W-FOTO-POS.

      *================================================================*
      * LOTE DE MOVIMENTO E LIDO INTEIRO E COPIADO PARA O DIARIO COM O
      * SEU IDENTIFICADOR; LOTE DE POSICAO E ACUMULADO POR CONTA E
      * CENTRO DE CUSTO E SO A DIFERENCA VAI AO DIARIO. LOTE AUSENTE
      * SO GERA A LINHA DE AVISO

       COLETA-LOTE.
           ADD 1 TO W-LOTE-I.
           OPEN INPUT GLLOTE.
           IF W-GLLOTE-STATUS NOT EQUAL "00"
               MOVE "NAO" TO W-LOTE-ABERTO
               MOVE "NAO" TO LOTE-LIDO (W-LOTE-I)
               MOVE W-LOTE-ID TO AUS-LOTE-ID
               WRITE REL-GLDIA FROM DET-LOTE-AUSENTE AFTER
                   ADVANCING 1 LINE
           ELSE
               ADD 1 TO CT-LOTES-LIDOS
               MOVE "SIM" TO LOTE-LIDO (W-LOTE-I)
               PERFORM LE-LANCAMENTO
               IF LOTE-TIPO (W-LOTE-I) EQUAL "M"
                   PERFORM COPIA-LANCAMENTO UNTIL FIM-LOTE EQUAL "SIM"
                   CLOSE GLLOTE
               ELSE
                   PERFORM ACUMULA-POSICAO UNTIL FIM-LOTE EQUAL "SIM"
                   CLOSE GLLOTE
                   MOVE ZEROS TO W-FOTO-I
                   PERFORM LANCA-DIFERENCA CT-TAB-FOTO TIMES
               END-IF
               PERFORM IMP-DET-LOTE
           END-IF.

               STOP RUN.

       COPIA-LANCAMENTO.
           PERFORM COPIA-LINHA-LOTE.
           PERFORM LE-LANCAMENTO.

       COPIA-LINHA-LOTE.
           MOVE GL-CONTA TO DIA-CONTA.
           MOVE GL-DESCRICAO TO DIA-DESCRICAO.
           MOVE GL-DC TO DIA-DC.
           MOVE GL-VALOR TO DIA-VALOR.
           MOVE GL-CCUSTO TO DIA-CCUSTO.
           PERFORM GRAVA-DIARIO.

      *    D/C INVALIDO NO LOTE DE POSICAO VAI AO DIARIO COMO VEIO,
      *    PARA A ACEITACAO E O GLLANCA O RECUSAREM
       ACUMULA-POSICAO.
           EVALUATE GL-DC
             WHEN "D"
               PERFORM PROCURA-FOTO
               ADD GL-VALOR TO TF-ATUAL (W-FOTO-POS)
             WHEN "C"
               PERFORM PROCURA-FOTO
               SUBTRACT GL-VALOR FROM TF-ATUAL (W-FOTO-POS)
             WHEN OTHER
               PERFORM COPIA-LINHA-LOTE
           END-EVALUATE.
           PERFORM LE-LANCAMENTO.

       PROCURA-FOTO.
           MOVE "NAO" TO W-FOTO-ACHOU.
           MOVE 1 TO W-FOTO-I.
           PERFORM TESTA-FOTO UNTIL W-FOTO-I GREATER THAN
               CT-TAB-FOTO OR W-FOTO-ACHOU EQUAL "SIM".
           IF W-FOTO-ACHOU EQUAL "NAO"
               PERFORM NOVA-FOTO
               MOVE W-LOTE-I TO TF-LOTE-I (W-FOTO-POS)
               MOVE GL-CONTA TO TF-CONTA (W-FOTO-POS)
               MOVE GL-CCUSTO TO TF-CCUSTO (W-FOTO-POS)
               MOVE W-ANOMES-NEG TO TF-ANOMES (W-FOTO-POS)
               MOVE ZEROS TO TF-ANTERIOR (W-FOTO-POS)
                   TF-ATUAL (W-FOTO-POS).
           MOVE GL-DESCRICAO TO TF-DESCRICAO (W-FOTO-POS).

       TESTA-FOTO.
           IF TF-LOTE-I (W-FOTO-I) EQUAL W-LOTE-I AND
              TF-CONTA (W-FOTO-I) EQUAL GL-CONTA AND
              TF-CCUSTO (W-FOTO-I) EQUAL GL-CCUSTO
               MOVE "SIM" TO W-FOTO-ACHOU
               MOVE W-FOTO-I TO W-FOTO-POS
           ELSE
               ADD 1 TO W-FOTO-I.

       LANCA-DIFERENCA.
           ADD 1 TO W-FOTO-I.
           IF TF-LOTE-I (W-FOTO-I) EQUAL W-LOTE-I
               PERFORM CALCULA-DIFERENCA.

      *    NA POSICAO DA COMPETENCIA, A JA LANCADA EM OUTRO MES NAO
      *    CONTA: A COMPETENCIA NOVA ENTRA INTEIRA
       CALCULA-DIFERENCA.
           MOVE TF-ANTERIOR (W-FOTO-I) TO W-FOTO-ANTERIOR.
           IF LOTE-TIPO (W-LOTE-I) EQUAL "C" AND
              TF-ANOMES (W-FOTO-I) NOT EQUAL W-ANOMES-NEG
               MOVE ZEROS TO W-FOTO-ANTERIOR.
           COMPUTE W-DIFERENCA = TF-ATUAL (W-FOTO-I) -
               W-FOTO-ANTERIOR.
           IF W-DIFERENCA NOT EQUAL ZEROS
               PERFORM GRAVA-DIFERENCA.

       GRAVA-DIFERENCA.
           MOVE TF-CONTA (W-FOTO-I) TO DIA-CONTA.
           MOVE TF-DESCRICAO (W-FOTO-I) TO DIA-DESCRICAO.
           MOVE TF-CCUSTO (W-FOTO-I) TO DIA-CCUSTO.
           IF W-DIFERENCA GREATER THAN ZEROS
               MOVE "D" TO DIA-DC
               MOVE W-DIFERENCA TO DIA-VALOR
           ELSE
               MOVE "C" TO DIA-DC
               COMPUTE DIA-VALOR = ZEROS - W-DIFERENCA.
           PERFORM GRAVA-DIARIO.

       GRAVA-DIARIO.
           MOVE W-LOTE-ID TO DIA-LOTE.
           WRITE REG-GLDIARIO.
           IF W-GLDIARIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLDIARIO - STATUS: "
               STOP RUN.
           ADD 1 TO CT-LOTE-LANC.
           ADD 1 TO CT-TOTAL-LANC.
           EVALUATE DIA-DC
             WHEN "D"
               ADD DIA-VALOR TO W-LOTE-DEBITOS
               ADD DIA-VALOR TO W-TOTAL-DEBITOS
             WHEN "C"
               ADD DIA-VALOR TO W-LOTE-CREDITOS
               ADD DIA-VALOR TO W-TOTAL-CREDITOS
             WHEN OTHER
               ADD 1 TO CT-DC-INVALIDO
           END-EVALUATE.

       IMP-DET-LOTE.
           MOVE W-LOTE-ID TO DET-LOTE-ID.
           MOVE CT-LOTE-LANC TO DET-LOTE-QTD.
           MOVE W-LOTE-DEBITOS TO DET-LOTE-DEB.
           MOVE W-LOTE-CREDITOS TO DET-LOTE-CRED.
           IF LOTE-TIPO (W-LOTE-I) EQUAL "M"
               MOVE SPACES TO DET-LOTE-OBS
           ELSE
               MOVE "DIFERENCA" TO DET-LOTE-OBS.
           WRITE REL-GLDIA FROM DET-LOTE AFTER ADVANCING 1 LINE.
           IF W-RELGLDIA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELGLDIA - STATUS: "
               STOP RUN.

      *================================================================*
      * POSICAO DA NOITE PARA O GLLANCA PROMOVER: DO LOTE RECEBIDO, A
      * NOVA COM O MES DE NEGOCIO; DO LOTE AUSENTE, A JA LANCADA

       GRAVA-FOTO-NOVA.
           OPEN OUTPUT GLFOTONV.
           IF W-GLFOTONV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLFOTONV - STATUS: "
                   W-GLFOTONV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-FOTO-I.
           PERFORM GRAVA-FOTO CT-TAB-FOTO TIMES.
           CLOSE GLFOTONV.

       GRAVA-FOTO.
           ADD 1 TO W-FOTO-I.
           MOVE TF-LOTE-I (W-FOTO-I) TO W-FOTO-LOTE-I.
           MOVE LOTE-ID (W-FOTO-LOTE-I) TO FT-LOTE.
           MOVE TF-CONTA (W-FOTO-I) TO FT-CONTA.
           MOVE TF-CCUSTO (W-FOTO-I) TO FT-CCUSTO.
           MOVE TF-DESCRICAO (W-FOTO-I) TO FT-DESCRICAO.
           IF LOTE-LIDO (W-FOTO-LOTE-I) EQUAL "SIM"
               MOVE W-ANOMES-NEG TO FT-ANOMES
               MOVE TF-ATUAL (W-FOTO-I) TO FT-VALOR
           ELSE
               MOVE TF-ANOMES (W-FOTO-I) TO FT-ANOMES
               MOVE TF-ANTERIOR (W-FOTO-I) TO FT-VALOR.
           IF FT-VALOR NOT EQUAL ZEROS
               PERFORM GRAVA-REG-FOTO.

       GRAVA-REG-FOTO.
           WRITE REG-GLFOTONV FROM W-FOTO.
           IF W-GLFOTONV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLFOTONV - STATUS: "
                   W-GLFOTONV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * ACEITACAO UNICA DO DIARIO CONSOLIDADO; NOITE SEM NENHUMA
      * DIFERENCA DE POSICAO NEM MOVIMENTO E NORMAL, MAS NOITE SEM
      * NENHUM LOTE E FALHA DO STREAM

       TERMINO.
           MOVE SPACES TO REL-GLDIA.
               LINES.
           CLOSE GLDIARIO RELGLDIA.
           IF W-TOTAL-DEBITOS NOT EQUAL W-TOTAL-CREDITOS OR
              CT-DC-INVALIDO GREATER THAN ZEROS
               DISPLAY "GLDIARIO NAO BALANCEIA: DEBITOS "
                   W-TOTAL-DEBITOS " CREDITOS " W-TOTAL-CREDITOS
               MOVE 8 TO RETURN-CODE.
           IF CT-LOTES-LIDOS EQUAL ZEROS
               DISPLAY "NENHUM LOTE CONTABIL RECEBIDO NO DIA"
               MOVE 8 TO RETURN-CODE.
           DISPLAY "LOTES RECOLHIDOS: " CT-LOTES-LIDOS
               "  LANCAMENTOS: " CT-TOTAL-LANC.
