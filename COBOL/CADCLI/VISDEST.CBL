       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        LER O DETALHE DE VIAGENS (VISITAS.DAT),
      *                CLASSIFICA-LO POR PACOTE, DESTINO E ANO E
      *                IMPRIMIR O RELATORIO DE RECEITA RELDEST: VIAGENS
      *                E VALOR POR PACOTE POR ANO, COM TOTAL POR PACOTE
      *                E, AO FINAL, O RANKING DOS PACOTES POR NUMERO DE
      *                VIAGENS E POR VALOR TOTAL, PARA A NEGOCIACAO DE
      *                TARIFAS COM HOTEIS E OPERADORAS. AS VIAGENS SEM
      *                PACOTE (LANCADAS PELO VISPOST, PELO CARVIAG OU
      *                ANTERIORES AO CATALOGO) SAO AGRUPADAS PELO
      *                DESTINO DIGITADO, COMO AVULSAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       SD TRAB.
       01 REG-TRAB.
             03 AAAA-TRAB        PIC 9(04).
           02 DESTINO-TRAB       PIC X(30).
           02 VALOR-TRAB         PIC 9(07)V99.
           02 COD-PAC-TRAB       PIC X(06).
           02 FILLER             PIC X(05).

       FD RELDEST LABEL RECORD IS OMITTED.
       01 REL-DEST               PIC X(80).
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.

       77 WPACOTE              PIC X(06) VALUE SPACES.
       77 WDESTINO             PIC X(30) VALUE SPACES.
       77 WANO                 PIC 9(04) VALUE ZEROS.
       77 CT-VIAG-ANO          PIC 9(04) VALUE ZEROS.
       77 W-TROCOU             PIC X(03) VALUE "NAO".
       01 TAB-RANKING.
           02 RK-ENTRADA OCCURS 200 TIMES.
             03 RK-PACOTE      PIC X(06).
             03 RK-DESTINO     PIC X(30).
             03 RK-VIAGENS     PIC 9(05).
             03 RK-VALOR       PIC 9(09)V99.
       01 W-RK-TROCA.
           02 W-TROCA-PACOTE   PIC X(06).
           02 W-TROCA-DESTINO  PIC X(30).
           02 W-TROCA-VIAGENS  PIC 9(05).
           02 W-TROCA-VALOR    PIC 9(09)V99.
       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(38) VALUE
              "RECEITA DE VIAGENS POR PACOTE/ANO".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-DESTINO.
           02 FILLER PIC X(08) VALUE "PACOTE: ".
           02 VAR-PACOTE-CAB PIC X(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(09) VALUE "DESTINO: ".
           02 VAR-DESTINO-CAB PIC X(30).
           02 FILLER PIC X(25) VALUE SPACES.

       01 DET-ANO.
           02 FILLER PIC X(10) VALUE SPACES.

       01 ROD-DESTINO.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(18) VALUE "TOTAL DO PACOTE:  ".
           02 VAR-VIAG-DEST PIC ZZZZ9.
           02 FILLER PIC X(09) VALUE " VIAGENS ".
           02 FILLER PIC X(07) VALUE "VALOR: ".
           02 FILLER PIC X(04) VALUE SPACES.
           02 VAR-RK-POS PIC ZZ9.
           02 FILLER PIC X(02) VALUE ". ".
           02 VAR-RK-PACOTE PIC X(06).
           02 FILLER PIC X(01) VALUE SPACES.
           02 VAR-RK-DESTINO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 VAR-RK-VIAGENS PIC ZZZZ9.
           02 FILLER PIC X(09) VALUE " VIAGENS ".
           02 VAR-RK-VALOR PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(05) VALUE SPACES.

       01 CAB-ESTAT-TIT.
           02 FILLER PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-VISDEST.
           SORT TRAB ASCENDING KEY COD-PAC-TRAB, DESTINO-TRAB,
               AAAA-TRAB, MM-TRAB, DD-TRAB
               USING VISITAS OUTPUT PROCEDURE ROT-SAIDA.
      *    FILE STATUS DOS ARQUIVOS - VISITAS E LIDO
      *    INTERNAMENTE PELO VERBO SORT (CLAUSULA USING); O STATUS E
      *    VERIFICADO AQUI, APOS O SORT DEVOLVER O CONTROLE.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.

           IF COD-PAC-TRAB NOT EQUAL WPACOTE OR
              DESTINO-TRAB NOT EQUAL WDESTINO
               PERFORM IMP-DET-ANO
               PERFORM IMP-ROD-DESTINO
               MOVE COD-PAC-TRAB TO WPACOTE
               MOVE DESTINO-TRAB TO WDESTINO
               MOVE AAAA-TRAB TO WANO
               PERFORM IMP-CAB-DESTINO
           MOVE ZEROES TO CT-LIN.

       IMP-CAB-DESTINO SECTION.
           IF COD-PAC-TRAB EQUAL SPACES
               MOVE "AVULSA" TO VAR-PACOTE-CAB
           ELSE
               MOVE COD-PAC-TRAB TO VAR-PACOTE-CAB.
           MOVE DESTINO-TRAB TO VAR-DESTINO-CAB.
           WRITE REL-DEST FROM CAB-DESTINO AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.
               MOVE ZEROS TO W-VALOR-ANO
           END-IF.

      *    O TOTAL DO PACOTE E IMPRESSO E GUARDADO NA TABELA DO
      *    RANKING FINAL
       IMP-ROD-DESTINO SECTION.
           IF CT-VIAG-DEST GREATER THAN ZEROS
       GUARDA-RANKING SECTION.
           ADD 1 TO CT-DEST-TAB.
           IF CT-DEST-TAB GREATER THAN 200
               DISPLAY "ERRO: MAIS DE 200 PACOTES/DESTINOS "
                   "DISTINTOS EM VISITAS.DAT"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE VAR-PACOTE-CAB TO RK-PACOTE (CT-DEST-TAB).
           MOVE WDESTINO TO RK-DESTINO (CT-DEST-TAB).
           MOVE CT-VIAG-DEST TO RK-VIAGENS (CT-DEST-TAB).
           MOVE W-VALOR-DEST TO RK-VALOR (CT-DEST-TAB).

      *================================================================*
      * RANKING DOS PACOTES: A TABELA ACUMULADA E ORDENADA POR
      * NUMERO DE VIAGENS E DEPOIS POR VALOR TOTAL (METODO DA BOLHA),
      * IMPRIMINDO AS DUAS CLASSIFICACOES.

       IMP-RANKINGS SECTION.
           IF CT-DEST-TAB GREATER THAN ZEROS
               MOVE "RANKING DE PACOTES POR NUMERO DE VIAGENS"
                   TO VAR-RANKING-TIT
               PERFORM ORDENA-POR-VIAGENS
               PERFORM IMP-TABELA-RANKING
               MOVE "RANKING DE PACOTES POR VALOR TOTAL"
                   TO VAR-RANKING-TIT
               PERFORM ORDENA-POR-VALOR
               PERFORM IMP-TABELA-RANKING

       IMP-LINHA-RANKING SECTION.
           MOVE W-RK-I TO VAR-RK-POS.
           MOVE RK-PACOTE (W-RK-I) TO VAR-RK-PACOTE.
           MOVE RK-DESTINO (W-RK-I) TO VAR-RK-DESTINO.
           MOVE RK-VIAGENS (W-RK-I) TO VAR-RK-VIAGENS.
           MOVE RK-VALOR (W-RK-I) TO VAR-RK-VALOR.
           MOVE "REGISTROS GRAVADOS:" TO ROT-ESTAT.
           MOVE CT-GRAVADOS TO VAL-ESTAT.
           WRITE REL-DEST FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PACOTES/DESTINOS DISTINTOS:" TO ROT-ESTAT.
           MOVE CT-DEST-TAB TO VAL-ESTAT.
           WRITE REL-DEST FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
