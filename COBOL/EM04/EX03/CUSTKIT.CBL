       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CUSTKIT.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CUSTO DOS KITS PELA ESTRUTURA KITS.DAT (UMA
      *                LINHA POR COMPONENTE: KIT PAI, COMPONENTE E
      *                QUANTIDADE): O CUSTO UNITARIO DO KIT NO
      *                CADMERC.DAT PASSA A SER A SOMA DO CUSTO DE CADA
      *                COMPONENTE VEZES A QUANTIDADE NO KIT. A MUDANCA
      *                DE CUSTO VAI PARA A TRILHA AUDCUSTO.DAT, COMO A
      *                DO CUSTO MEDIO DO RECEBMER. KIT COM COMPONENTE
      *                FORA DO CADMERC, COM COMPONENTE QUE E OUTRO KIT
      *                OU COM QUANTIDADE ZERADA NAO TEM O CUSTO
      *                ALTERADO E SAI MARCADO NO RELATORIO RELKIT.
      *                DEVE RODAR DEPOIS DO RECEBMER, QUE ALTERA O
      *                CUSTO DOS COMPONENTES.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-KITS-STATUS.
           SELECT TRAB ASSIGN TO DISK.
           SELECT CADMERC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-MERC-CADMERC
               FILE STATUS IS W-CADMERC-STATUS.
           SELECT AUDCUSTO ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-AUDCUSTO-STATUS.
           SELECT RELKIT ASSIGN TO DISK
               FILE STATUS IS W-RELKIT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD KITS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "KITS.DAT".
       01 REG-KIT.
           02 KIT-COD-PAI              PIC 9(03).
           02 KIT-COD-COMP             PIC 9(03).
           02 KIT-QTD-COMP             PIC 9(03).

       SD TRAB.
       01 REG-TRAB.
           02 PAI-TRAB                 PIC 9(03).
           02 COMP-TRAB                PIC 9(03).
           02 QTD-TRAB                 PIC 9(03).

       FD CADMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMERC.DAT".
       01 REG-CADMERC.
           02 COD-MERC-CADMERC         PIC 9(03).
           02 DESCRICAO-CADMERC        PIC X(30).
           02 ESTOQ-MIN-CADMERC        PIC 9(03).
           02 QNTD-ESTOQ-CADMERC       PIC 9(03).
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

      *    TRILHA DAS MUDANCAS DE CUSTO (LAYOUT DO RECEBMER); NA
      *    MUDANCA PELO KIT NAO HA PEDIDO NEM QUANTIDADE RECEBIDA
       FD AUDCUSTO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "AUDCUSTO.DAT".
       01 REG-AUDCUSTO.
           02 AUDCUSTO-COD             PIC 9(03).
           02 AUDCUSTO-DATA            PIC 9(08).
           02 AUDCUSTO-CUSTO-ANT       PIC 9(04)V9(02).
           02 AUDCUSTO-CUSTO-NOVO      PIC 9(04)V9(02).
           02 AUDCUSTO-NUM-PED         PIC 9(05).
           02 AUDCUSTO-ESTOQ-ANT       PIC 9(05).
           02 AUDCUSTO-QTD-RECEB       PIC 9(04).
           02 AUDCUSTO-CUSTO-PED       PIC 9(04)V9(02).

       FD RELKIT LABEL RECORD IS OMITTED.
       01 REL-KIT                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-ENCONTROU      PIC X(03) VALUE "NAO".
       77 W-IND            PIC 9(04) VALUE ZEROS.

      *    CODIGOS QUE SAO KIT PAI (POSICAO = CODIGO + 1)
       01 TAB-E-KIT.
           02 TE-KIT OCCURS 1000 TIMES PIC X(01).

      *    KIT CORRENTE
       77 WPAI             PIC 9(03) VALUE ZEROS.
       77 W-TEM-KIT        PIC X(03) VALUE "NAO".
       77 W-MOTIVO-ERRO    PIC X(30) VALUE SPACES.
       77 W-CUSTO-KIT      PIC 9(06)V9(02) VALUE ZEROS.
       77 W-CUSTO-COMP     PIC 9(06)V9(02) VALUE ZEROS.
       77 W-CUSTO-ANT      PIC 9(04)V9(02) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-KITS          PIC 9(05) VALUE ZEROS.
       77 CT-ALTERADOS     PIC 9(05) VALUE ZEROS.
       77 CT-ERROS         PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO PIC X(03) VALUE "SIM".

      *    FILE STATUS DOS ARQUIVOS
       77 W-KITS-STATUS     PIC X(02) VALUE "00".
       77 W-CADMERC-STATUS  PIC X(02) VALUE "00".
       77 W-AUDCUSTO-STATUS PIC X(02) VALUE "00".
       77 W-RELKIT-STATUS   PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(24) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "CUSTO DOS KITS POR COMPONENTES".
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(04) VALUE "COMP".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "DESCRICAO".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(03) VALUE "QTD".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CUSTO UNIT.".
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "CUSTO TOTAL".
           02 FILLER PIC X(07) VALUE SPACES.

       01 DET-KIT.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "KIT: ".
           02 DET-KIT-COD PIC 9(03).
           02 FILLER PIC X(03) VALUE " - ".
           02 DET-KIT-DESC PIC X(30).
           02 FILLER PIC X(37) VALUE SPACES.

       01 DETALHE.
           02 FILLER PIC X(06) VALUE SPACES.
           02 DET-COMP PIC 9(03).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-DESC PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-QTD PIC ZZ9.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CUSTO PIC Z.ZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-TOTAL PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(08) VALUE SPACES.

       01 DET-FECHA.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "CUSTO ANTERIOR ".
           02 FEC-ANT PIC Z.ZZ9,99.
           02 FILLER PIC X(13) VALUE "  CUSTO NOVO ".
           02 FEC-NOVO PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FEC-MSG PIC X(26).

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
       PGM-CUSTKIT.
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           SORT TRAB ASCENDING KEY PAI-TRAB, COMP-TRAB
               INPUT PROCEDURE ROT-ENTRADA
               OUTPUT PROCEDURE ROT-SAIDA.
           IF CT-ERROS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      *================================================================*
      * A ESTRUTURA ENTRA NO SORT E CADA KIT PAI E MARCADO, PARA
      * RECUSAR KIT DENTRO DE KIT

       ROT-ENTRADA SECTION.
           MOVE SPACES TO TAB-E-KIT.
           OPEN INPUT KITS.
           IF W-KITS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR KITS - STATUS: "
                   W-KITS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LIBERA-KIT UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE KITS.

       LIBERA-KIT SECTION.
           READ KITS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-KITS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE KITS - STATUS: "
                   W-KITS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE KIT-COD-PAI TO PAI-TRAB
               MOVE KIT-COD-COMP TO COMP-TRAB
               MOVE KIT-QTD-COMP TO QTD-TRAB
               RELEASE REG-TRAB
               COMPUTE W-IND = KIT-COD-PAI + 1
               MOVE "S" TO TE-KIT (W-IND)
               ADD 1 TO CT-LIDOS
           END-IF.

      *================================================================*

       ROT-SAIDA SECTION.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
           PERFORM FIM.

       INICIO SECTION.
           MOVE "NAO" TO FIM-ARQ.
           OPEN I-O CADMERC.
           IF W-CADMERC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADMERC - STATUS: "
                   W-CADMERC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDCUSTO.
           IF W-AUDCUSTO-STATUS EQUAL "35"
               OPEN OUTPUT AUDCUSTO.
           IF W-AUDCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR AUDCUSTO - STATUS: "
                   W-AUDCUSTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELKIT.
           IF W-RELKIT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELKIT - STATUS: "
                   W-RELKIT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.

      *================================================================*

       PRINCIPAL SECTION.
           IF PAI-TRAB NOT EQUAL WPAI OR W-TEM-KIT EQUAL "NAO"
               PERFORM FECHA-KIT
               MOVE PAI-TRAB TO WPAI
               MOVE "SIM" TO W-TEM-KIT
               PERFORM ABRE-KIT
           END-IF.
           PERFORM SOMA-COMPONENTE.
           PERFORM LEITURA.

       ABRE-KIT SECTION.
           ADD 1 TO CT-KITS.
           MOVE SPACES TO W-MOTIVO-ERRO.
           MOVE ZEROS TO W-CUSTO-KIT.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE WPAI TO DET-KIT-COD.
           MOVE WPAI TO COD-MERC-CADMERC.
           PERFORM LE-CADMERC-POR-COD.
           IF W-ENCONTROU EQUAL "SIM"
               MOVE DESCRICAO-CADMERC TO DET-KIT-DESC
           ELSE
               MOVE "KIT NAO CADASTRADO" TO DET-KIT-DESC
               MOVE "KIT FORA DO CADMERC" TO W-MOTIVO-ERRO.
           WRITE REL-KIT FROM DET-KIT AFTER ADVANCING 2 LINES.
           ADD 2 TO CT-LIN.

       LE-CADMERC-POR-COD SECTION.
           MOVE "SIM" TO W-ENCONTROU.
           READ CADMERC
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

      *================================================================*
      * COMPONENTE: CUSTO UNITARIO DO CADMERC VEZES A QUANTIDADE

       SOMA-COMPONENTE SECTION.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE COMP-TRAB TO DET-COMP.
           MOVE QTD-TRAB TO DET-QTD.
           MOVE ZEROS TO W-CUSTO-COMP.
           MOVE ZEROS TO DET-CUSTO.
           MOVE COMP-TRAB TO COD-MERC-CADMERC.
           PERFORM LE-CADMERC-POR-COD.
           COMPUTE W-IND = COMP-TRAB + 1.
           IF W-ENCONTROU EQUAL "NAO"
               MOVE "COMPONENTE NAO CADASTRADO" TO DET-DESC
               MOVE "COMPONENTE FORA DO CADMERC" TO W-MOTIVO-ERRO
           ELSE
               MOVE DESCRICAO-CADMERC TO DET-DESC
               MOVE CUSTO-UNIT-CADMERC TO DET-CUSTO
               COMPUTE W-CUSTO-COMP = CUSTO-UNIT-CADMERC * QTD-TRAB
               ADD W-CUSTO-COMP TO W-CUSTO-KIT
               IF TE-KIT (W-IND) EQUAL "S"
                   MOVE "COMPONENTE E OUTRO KIT" TO W-MOTIVO-ERRO
               END-IF
               IF QTD-TRAB EQUAL ZEROS
                   MOVE "QUANTIDADE ZERADA NO KIT" TO W-MOTIVO-ERRO
               END-IF
           END-IF.
           MOVE W-CUSTO-COMP TO DET-TOTAL.
           WRITE REL-KIT FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELKIT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELKIT - STATUS: "
                   W-RELKIT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

      *================================================================*
      * FECHAMENTO DO KIT: SO GRAVA O CUSTO QUANDO TODOS OS
      * COMPONENTES ESTAO EM ORDEM E O TOTAL CABE NO CAMPO DE CUSTO

       FECHA-KIT SECTION.
           IF W-TEM-KIT EQUAL "SIM"
               MOVE ZEROS TO W-CUSTO-ANT
               MOVE WPAI TO COD-MERC-CADMERC
               PERFORM LE-CADMERC-POR-COD
               IF W-ENCONTROU EQUAL "SIM"
                   MOVE CUSTO-UNIT-CADMERC TO W-CUSTO-ANT
               END-IF
               IF W-MOTIVO-ERRO EQUAL SPACES AND
                  W-CUSTO-KIT GREATER THAN 9999,99
                   MOVE "CUSTO ACIMA DO CAMPO" TO W-MOTIVO-ERRO
               END-IF
               MOVE W-CUSTO-ANT TO FEC-ANT
               MOVE W-CUSTO-KIT TO FEC-NOVO
               IF W-MOTIVO-ERRO NOT EQUAL SPACES
                   ADD 1 TO CT-ERROS
                   MOVE W-MOTIVO-ERRO TO FEC-MSG
               ELSE
                   IF W-CUSTO-KIT EQUAL W-CUSTO-ANT
                       MOVE "SEM ALTERACAO" TO FEC-MSG
                   ELSE
                       MOVE "CUSTO ATUALIZADO" TO FEC-MSG
                       PERFORM GRAVA-CUSTO-KIT
                   END-IF
               END-IF
               WRITE REL-KIT FROM DET-FECHA AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN
           END-IF.

       GRAVA-CUSTO-KIT SECTION.
           MOVE W-CUSTO-KIT TO CUSTO-UNIT-CADMERC.
           REWRITE REG-CADMERC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DE CADMERC - STATUS: "
                       W-CADMERC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           MOVE WPAI TO AUDCUSTO-COD.
           MOVE W-DATA-ESTAT TO AUDCUSTO-DATA.
           MOVE W-CUSTO-ANT TO AUDCUSTO-CUSTO-ANT.
           MOVE W-CUSTO-KIT TO AUDCUSTO-CUSTO-NOVO.
           MOVE ZEROS TO AUDCUSTO-NUM-PED.
           MOVE QNTD-ESTOQ-CADMERC TO AUDCUSTO-ESTOQ-ANT.
           MOVE ZEROS TO AUDCUSTO-QTD-RECEB.
           MOVE W-CUSTO-KIT TO AUDCUSTO-CUSTO-PED.
           WRITE REG-AUDCUSTO.
           IF W-AUDCUSTO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE AUDCUSTO - STATUS: "
                   W-AUDCUSTO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-ALTERADOS.

      *================================================================*

       CABECALHO SECTION.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-KIT.
           WRITE REL-KIT AFTER ADVANCING PAGE.
           WRITE REL-KIT FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-KIT FROM CAB-02 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REL-KIT.
           WRITE REL-KIT AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-ESTATISTICAS SECTION.
           MOVE SPACES TO REL-KIT.
           WRITE REL-KIT AFTER ADVANCING 2 LINES.
           MOVE "COMPONENTES LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-KIT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "KITS CALCULADOS:" TO ROT-ESTAT.
           MOVE CT-KITS TO VAL-ESTAT.
           WRITE REL-KIT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "KITS COM CUSTO ATUALIZADO:" TO ROT-ESTAT.
           MOVE CT-ALTERADOS TO VAL-ESTAT.
           WRITE REL-KIT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "KITS COM ERRO NA ESTRUTURA:" TO ROT-ESTAT.
           MOVE CT-ERROS TO VAL-ESTAT.
           WRITE REL-KIT FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-KIT FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               1 LINE.

       FIM SECTION.
           PERFORM FECHA-KIT.
           IF CT-KITS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CADMERC AUDCUSTO RELKIT.
