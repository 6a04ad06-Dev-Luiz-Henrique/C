       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RETBOL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        PROCESSAMENTO DO RETORNO DA COBRANCA BANCARIA
      *                (RETCOB.DAT), NO ESTILO DO RETBCO DA FOLHA: CADA
      *                BOLETO LIQUIDADO E CASADO PELO NOSSO NUMERO
      *                (TITULO+PARCELA) COM A PARCELA DE CONTREC.DAT;
      *                PARCELA ABERTA COM O MESMO VALOR E BAIXADA
      *                (DATA E VALOR PAGO, SITUACAO "P") E O TOTAL
      *                RECEBIDO E CONTABILIZADO EM GLCONREC.DAT, NO
      *                MESMO LOTE DO CONREC. RETORNO SEM PARCELA, COM
      *                VALOR DIFERENTE, DE PARCELA JA PAGA OU CANCELADA
      *                OU COM OCORRENCIA DO BANCO SAI NO RELATORIO
      *                RELRETB PARA O FINANCEIRO ACOMPANHAR E BAIXAR
      *                PELO CONREC.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

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
           SELECT RETCOB ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-RETCOB-STATUS.
           SELECT GLCONREC ASSIGN TO DISK
               FILE STATUS IS W-GLCONREC-STATUS.
           SELECT RELRETB ASSIGN TO DISK
               FILE STATUS IS W-RELRETB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

      *    RETORNO DO BANCO: SITUACAO "P" BOLETO LIQUIDADO; QUALQUER
      *    OUTRA VEM COM O CODIGO DE OCORRENCIA DO BANCO
       FD RETCOB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RETCOB.DAT".
       01 REG-RET.
           02 RET-NOSSO-NUMERO.
             03 RET-NUM-TIT         PIC 9(06).
             03 RET-PARC-TIT        PIC 9(02).
           02 RET-DT-PAGTO          PIC 9(08).
           02 RET-VALOR-PAGO        PIC 9(07)V99.
           02 RET-SITUACAO          PIC X(01).
           02 RET-OCORRENCIA        PIC X(03).

      *    CONTABILIZACAO NO MESMO LOTE DO CONTAS A RECEBER, NO
      *    LAYOUT DO GLCONTAB.DAT DA FOLHA
       FD GLCONREC LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONREC.DAT".
       01 REG-GLCONREC.
           02 GLR-CONTA             PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-DESCRICAO         PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-CCUSTO            PIC X(04).

       FD RELRETB LABEL RECORD IS OMITTED.
       01 REL-RETB                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-TIT-ENCONTRADO PIC X(03) VALUE "NAO".
       77 W-DATA-NEG       PIC 9(08) VALUE ZEROS.
       77 W-PERIODO-ABERTO PIC X(03) VALUE "SIM".

      *    TOTAL RECEBIDO PARA A INTERFACE COM A CONTABILIDADE
       77 W-RECEBIDO-COMP  PIC 9(12)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-RETORNOS      PIC 9(05) VALUE ZEROS.
       77 CT-BAIXADAS      PIC 9(05) VALUE ZEROS.
       77 CT-SEM-PAR       PIC 9(05) VALUE ZEROS.
       77 CT-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77 CT-OCORRENCIAS   PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CONTREC-STATUS  PIC X(02) VALUE "00".
       77 W-RETCOB-STATUS   PIC X(02) VALUE "00".
       77 W-GLCONREC-STATUS PIC X(02) VALUE "00".
       77 W-RELRETB-STATUS  PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
              "RETORNO DO BANCO - COBRANCA DE PARCELAS".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "TITULO/PC".
           02 FILLER PIC X(11) VALUE "PAGO EM".
           02 FILLER PIC X(12) VALUE "VALOR PAGO".
           02 FILLER PIC X(43) VALUE "SITUACAO".

       01 DETALHE.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-NUM PIC 9(06).
           02 FILLER PIC X(01) VALUE "/".
           02 DET-PARC PIC 9(02).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DT-PAGTO PIC 99/99/9999.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-SITUACAO PIC X(43).

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(34).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(34) VALUE "TOTAL BAIXADO:".
           02 VAL-TOTAL PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(23) VALUE SPACES.

       01 W-VALOR-ED       PIC ZZZZZZ9,99.

       PROCEDURE DIVISION.
       PGM-RETBOL.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-ARQ EQUAL "SIM".
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
           OPEN I-O CONTREC.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT RETCOB.
           IF W-RETCOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RETCOB - STATUS: "
                   W-RETCOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELRETB.
           IF W-RELRETB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELRETB - STATUS: "
                   W-RELRETB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CABECALHO.
           PERFORM LE-RETORNO.

      *================================================================*

       LE-RETORNO.
           READ RETCOB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-RETCOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE RETCOB - STATUS: "
                   W-RETCOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-ARQ NOT EQUAL "SIM"
               ADD 1 TO CT-RETORNOS.

      *================================================================*
      * SO O BOLETO LIQUIDADO DE PARCELA ABERTA, PELO VALOR DA
      * PARCELA, E BAIXADO AUTOMATICAMENTE; O RESTO VAI PARA O
      * RELATORIO E FICA PARA O FINANCEIRO

       PRINCIPAL.
           MOVE RET-NUM-TIT TO DET-NUM.
           MOVE RET-PARC-TIT TO DET-PARC.
           MOVE RET-DT-PAGTO TO DET-DT-PAGTO.
           MOVE RET-VALOR-PAGO TO DET-VALOR.
           MOVE RET-NOSSO-NUMERO TO CHAVE-TIT.
           PERFORM LE-TITULO.
           EVALUATE TRUE
             WHEN RET-SITUACAO NOT EQUAL "P"
               MOVE SPACES TO DET-SITUACAO
               STRING "OCORRENCIA DO BANCO " RET-OCORRENCIA
                   DELIMITED BY SIZE INTO DET-SITUACAO
               ADD 1 TO CT-OCORRENCIAS
             WHEN W-TIT-ENCONTRADO EQUAL "NAO"
               MOVE "SEM PARCELA CORRESPONDENTE" TO DET-SITUACAO
               ADD 1 TO CT-SEM-PAR
             WHEN SIT-TIT EQUAL "P"
               MOVE "PARCELA JA PAGA" TO DET-SITUACAO
               ADD 1 TO CT-DIVERGENTES
             WHEN SIT-TIT EQUAL "C"
               MOVE "PARCELA CANCELADA COM A RESERVA" TO DET-SITUACAO
               ADD 1 TO CT-DIVERGENTES
             WHEN RET-VALOR-PAGO NOT EQUAL VALOR-TIT
               MOVE VALOR-TIT TO W-VALOR-ED
               MOVE SPACES TO DET-SITUACAO
               STRING "VALOR DIVERGENTE - ESPERADO " W-VALOR-ED
                   DELIMITED BY SIZE INTO DET-SITUACAO
               ADD 1 TO CT-DIVERGENTES
             WHEN OTHER
               PERFORM BAIXA-PARCELA
           END-EVALUATE.
           PERFORM IMP-DETALHE.
           PERFORM LE-RETORNO.

       LE-TITULO.
           MOVE "SIM" TO W-TIT-ENCONTRADO.
           READ CONTREC
               INVALID KEY MOVE "NAO" TO W-TIT-ENCONTRADO
           END-READ.

       BAIXA-PARCELA.
           MOVE RET-DT-PAGTO TO DT-PAGTO-TIT.
           MOVE RET-VALOR-PAGO TO VALOR-PAGO-TIT.
           MOVE "P" TO SIT-TIT.
           REWRITE REG-TIT.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA REGRAVACAO DE CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "BAIXADA" TO DET-SITUACAO.
           ADD 1 TO CT-BAIXADAS.
           ADD RET-VALOR-PAGO TO W-RECEBIDO-COMP.

      *================================================================*

       IMP-DETALHE.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           WRITE REL-RETB FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELRETB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELRETB - STATUS: "
                   W-RELRETB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-RETB.
           WRITE REL-RETB AFTER ADVANCING PAGE.
           WRITE REL-RETB FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-RETB.
           WRITE REL-RETB AFTER ADVANCING 1 LINE.
           WRITE REL-RETB FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-RETB.
           WRITE REL-RETB AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * CONTABILIZACAO DOS BOLETOS BAIXADOS, COMO OS PAGAMENTOS DO
      * CONREC: DEBITO EM BANCOS E CREDITO EM CLIENTES

       GRAVA-GLCONREC.
           MOVE "111001" TO GLR-CONTA.
           MOVE "BANCOS - COBRANCA DE BOLETOS" TO GLR-DESCRICAO.
           MOVE "D" TO GLR-DC.
           MOVE W-RECEBIDO-COMP TO GLR-VALOR.
           PERFORM GRAVA-LANC-GLCONREC.
           MOVE "112001" TO GLR-CONTA.
           MOVE "CLIENTES A RECEBER - BAIXA" TO GLR-DESCRICAO.
           MOVE "C" TO GLR-DC.
           MOVE W-RECEBIDO-COMP TO GLR-VALOR.
           PERFORM GRAVA-LANC-GLCONREC.

       GRAVA-LANC-GLCONREC.
           MOVE SPACES TO GLR-CCUSTO.
           WRITE REG-GLCONREC.
           IF W-GLCONREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONREC - STATUS: "
                   W-GLCONREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

      *    O LOTE E ACRESCENTADO (EXTEND) AO GLCONREC.DAT DAS SESSOES
      *    DO CONREC E DO MANRES, ATE O COLETOR RECOLHER
       TERMINO.
           IF W-RECEBIDO-COMP GREATER THAN ZEROS
               OPEN EXTEND GLCONREC
               IF W-GLCONREC-STATUS EQUAL "35"
                   OPEN OUTPUT GLCONREC
               END-IF
               IF W-GLCONREC-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCONREC - STATUS: "
                       W-GLCONREC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM GRAVA-GLCONREC
               CLOSE GLCONREC
           END-IF.
           PERFORM IMP-ESTATISTICAS.
           CLOSE CONTREC RETCOB RELRETB.

       IMP-ESTATISTICAS.
           MOVE SPACES TO REL-RETB.
           WRITE REL-RETB AFTER ADVANCING 2 LINES.
           MOVE "RETORNOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-RETORNOS TO VAL-ESTAT.
           WRITE REL-RETB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PARCELAS BAIXADAS:" TO ROT-ESTAT.
           MOVE CT-BAIXADAS TO VAL-ESTAT.
           WRITE REL-RETB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "RETORNOS SEM PARCELA:" TO ROT-ESTAT.
           MOVE CT-SEM-PAR TO VAL-ESTAT.
           WRITE REL-RETB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "DIVERGENCIAS A ACOMPANHAR:" TO ROT-ESTAT.
           MOVE CT-DIVERGENTES TO VAL-ESTAT.
           WRITE REL-RETB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "OCORRENCIAS DO BANCO:" TO ROT-ESTAT.
           MOVE CT-OCORRENCIAS TO VAL-ESTAT.
           WRITE REL-RETB FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-RECEBIDO-COMP TO VAL-TOTAL.
           WRITE REL-RETB FROM DET-TOTAL AFTER ADVANCING 1 LINE.
