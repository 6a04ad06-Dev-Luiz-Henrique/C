       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SELPAG.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        SELECAO DE PAGAMENTOS DO CONTAS A PAGAR: O
      *                PARAMETRO E O PRIMEIRO DIA DA SEMANA A PAGAR
      *                (DDMMAAAA; EM BRANCO VALE A DATA DE NEGOCIO DO
      *                DATAPROC). TODO TITULO ABERTO DE CONTPAG.DAT
      *                (GERADO PELO RECEBMER) QUE VENCE ATE O SETIMO
      *                DIA DA SEMANA E SELECIONADO - O QUE VENCE NA
      *                SEMANA E PAGO NO VENCIMENTO, O JA VENCIDO NO
      *                PRIMEIRO DIA. CADA TITULO SELECIONADO SAI NO
      *                RELATORIO RELSELP COM O FORNECEDOR, VAI PARA O
      *                ARQUIVO DE PAGAMENTOS REMPAG.DAT NO PADRAO DE
      *                REMESSA DO BANCO (HEADER, DETALHES NUMERADOS
      *                COM O CNPJ DO FAVORECIDO, TRAILER COM
      *                QUANTIDADE E VALOR TOTAL, COMO O REMBOL) E E
      *                BAIXADO (SITUACAO "P" E DATA DO PAGAMENTO). O
      *                REGISTRO E CARREGADO EM TABELA E REGRAVADO
      *                INTEIRO, COMO O NOTADEB NO DEVFORN. O TOTAL
      *                PAGO E CONTABILIZADO NO LOTE GLCONPAG.DAT, O
      *                MESMO DAS COMPRAS DO RECEBMER.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTPAG ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-CONTPAG-STATUS.
           SELECT CADFORN ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADFORN-STATUS.
           SELECT REMPAG ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-REMPAG-STATUS.
           SELECT GLCONPAG ASSIGN TO DISK
               FILE STATUS IS W-GLCONPAG-STATUS.
           SELECT RELSELP ASSIGN TO DISK
               FILE STATUS IS W-RELSELP-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CONTAS A PAGAR DO RECEBMER, DATAS EM AAAAMMDD
       FD CONTPAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTPAG.DAT".
       01 REG-CONTPAG.
           02 CP-NUM                   PIC 9(06).
           02 CP-FORN                  PIC 9(03).
           02 CP-NUM-PED               PIC 9(05).
           02 CP-COD-MERC              PIC 9(03).
           02 CP-QTD                   PIC 9(04).
           02 CP-DATA-REC              PIC 9(08).
           02 CP-VENC                  PIC 9(08).
           02 CP-VALOR                 PIC 9(07)V99.
           02 CP-SITUACAO              PIC X(01).
           02 CP-DATA-PAG              PIC 9(08).

       FD CADFORN LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADFORN.DAT".
       01 REG-FORN.
           02 COD-FORN             PIC 9(03).
           02 NOME-FORN            PIC X(30).
           02 CNPJ-FORN            PIC 9(14).
           02 PRAZO-FORN           PIC 9(03).

      *    PAGAMENTOS NO PADRAO DO BANCO: HEADER COM IDENTIFICACAO DA
      *    EMPRESA, DETALHES NUMERADOS E TRAILER COM QUANTIDADE E
      *    VALOR TOTAL
       FD REMPAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMPAG.DAT".
       01 REG-PAG.
           02 PAG-NUM-TIT           PIC 9(06).
           02 FILLER                PIC X(02).
           02 PAG-CNPJ              PIC 9(14).
           02 FILLER                PIC X(02).
           02 PAG-DATA              PIC 9(08).
           02 FILLER                PIC X(02).
           02 PAG-VALOR             PIC 9(07)V99.
           02 FILLER                PIC X(02).
           02 PAG-SEQ               PIC 9(05).
       01 REG-PAG-HDR.
           02 PAG-HDR-ID            PIC X(03).
           02 PAG-HDR-EMPRESA       PIC X(20).
           02 PAG-HDR-AGENCIA       PIC 9(04).
           02 PAG-HDR-CONTA         PIC 9(08).
           02 PAG-HDR-DATA          PIC 9(08).
           02 FILLER                PIC X(07).
       01 REG-PAG-TRL.
           02 PAG-TRL-ID            PIC X(03).
           02 PAG-TRL-QTD           PIC 9(05).
           02 PAG-TRL-TOTAL         PIC 9(11)V99.
           02 FILLER                PIC X(29).

      *    CONTABILIZACAO NO MESMO LOTE DAS COMPRAS DO RECEBMER, NO
      *    LAYOUT DO GLCONTAB.DAT DA FOLHA
       FD GLCONPAG LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONPAG.DAT".
       01 REG-GLCONPAG.
           02 GLP-CONTA             PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLP-DESCRICAO         PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLP-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLP-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLP-CCUSTO            PIC X(04).

       FD RELSELP LABEL RECORD IS OMITTED.
       01 REL-SELP                  PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.
       77 W-DATA-VALIDA    PIC X(03) VALUE "SIM".
       77 W-I              PIC 9(04) VALUE ZEROS.
       77 W-TIT-I          PIC 9(04) VALUE ZEROS.
       77 W-FORN-POS       PIC 9(03) VALUE ZEROS.
       77 W-DATA-PAGTO     PIC 9(08) VALUE ZEROS.

      *    FIM DA SEMANA: PRIMEIRO DIA MAIS 6 DIAS CORRIDOS, VIRANDO
      *    O MES PELO CALENDARIO
       77 W-SEM-DIAS       PIC 9(02) VALUE ZEROS.
       77 W-DIAS-MES       PIC 9(02) VALUE ZEROS.
       77 W-QUOC           PIC 9(04) VALUE ZEROS.
       77 W-RESTO          PIC 9(03) VALUE ZEROS.

       01 W-INI-SEMANA.
           02 W-INI-AAAA   PIC 9(04).
           02 W-INI-MM     PIC 9(02).
           02 W-INI-DD     PIC 9(02).
       01 RED-W-INI-SEMANA REDEFINES W-INI-SEMANA.
           02 W-INI-DATA   PIC 9(08).

       01 W-FIM-SEMANA.
           02 W-FIM-AAAA   PIC 9(04).
           02 W-FIM-MM     PIC 9(02).
           02 W-FIM-DD     PIC 9(02).
       01 RED-W-FIM-SEMANA REDEFINES W-FIM-SEMANA.
           02 W-FIM-DATA   PIC 9(08).

       01 TABELA-DIAS-MES.
           02 DEF-DIAS-MES.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 28.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
             03 FILLER PIC 9(02) VALUE 30.
             03 FILLER PIC 9(02) VALUE 31.
       01 RED-TABELA-DIAS-MES REDEFINES TABELA-DIAS-MES.
           02 DIAS-MES PIC 9(02) OCCURS 12 TIMES.

      *    PRIMEIRO DIA DA SEMANA INFORMADO PELO OPERADOR (DDMMAAAA)
       01 W-PARM-EXEC.
           02 W-PARM-DD    PIC 9(02).
           02 W-PARM-MM    PIC 9(02).
           02 W-PARM-AAAA  PIC 9(04).
       01 RED-W-PARM-EXEC REDEFINES W-PARM-EXEC.
           02 W-PARM-DATA  PIC X(08).

      *    CONTROLES DA REMESSA E TOTAL PAGO PARA A CONTABILIDADE
       77 W-PAG-SEQ        PIC 9(05) VALUE ZEROS.
       77 W-PAG-TOTAL      PIC 9(11)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDOS         PIC 9(05) VALUE ZEROS.
       77 CT-ABERTOS       PIC 9(05) VALUE ZEROS.
       77 CT-SELECIONADOS  PIC 9(05) VALUE ZEROS.
       77 CT-ATRASADOS     PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CADASTRO  PIC 9(05) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO PIC X(03) VALUE "SIM".
       01 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CONTPAG-STATUS  PIC X(02) VALUE "00".
       77 W-CADFORN-STATUS  PIC X(02) VALUE "00".
       77 W-REMPAG-STATUS   PIC X(02) VALUE "00".
       77 W-GLCONPAG-STATUS PIC X(02) VALUE "00".
       77 W-RELSELP-STATUS  PIC X(02) VALUE "00".

      *================================================================*
      * FORNECEDORES, PARA O NOME NO RELATORIO E O CNPJ NO PAGAMENTO

       77 CT-TAB-FORN          PIC 9(03) VALUE ZEROS.
       01 TAB-FORNECEDORES.
           02 TAB-FORN-OCR OCCURS 50 TIMES.
             03 TF-COD         PIC 9(03).
             03 TF-NOME        PIC X(30).
             03 TF-CNPJ        PIC 9(14).

      *================================================================*
      * TITULOS A PAGAR EM MEMORIA, REGRAVADOS NO ENCERRAMENTO

       77 CT-TAB-PAG           PIC 9(04) VALUE ZEROS.
       01 TAB-TITULOS.
           02 TAB-TIT-OCR OCCURS 3000 TIMES.
             03 TT-REG         PIC X(55).
             03 RED-TT-REG REDEFINES TT-REG.
               04 TT-NUM       PIC 9(06).
               04 TT-FORN      PIC 9(03).
               04 TT-NUM-PED   PIC 9(05).
               04 TT-COD-MERC  PIC 9(03).
               04 TT-QTD       PIC 9(04).
               04 TT-DATA-REC  PIC 9(08).
               04 TT-VENC      PIC 9(08).
               04 TT-VALOR     PIC 9(07)V99.
               04 TT-SITUACAO  PIC X(01).
               04 TT-DATA-PAG  PIC 9(08).

       01 CAB-01.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
              "SELECAO DE PAGAMENTOS A FORNECEDORES".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "SEMANA DE ".
           02 VAR-INI-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-INI-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-INI-AAAA PIC 9(04).
           02 FILLER PIC X(03) VALUE " A ".
           02 VAR-FIM-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-FIM-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 VAR-FIM-AAAA PIC 9(04).
           02 FILLER PIC X(29) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "TITULO".
           02 FILLER PIC X(25) VALUE "FORNECEDOR".
           02 FILLER PIC X(07) VALUE "PEDIDO".
           02 FILLER PIC X(11) VALUE "VENCIMENTO".
           02 FILLER PIC X(11) VALUE "PAGAMENTO".
           02 FILLER PIC X(16) VALUE "    VALOR".

       01 DETALHE.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NUM PIC 9(06).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-FORN PIC 9(03).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-PED PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VENC PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-PAGTO PIC 9(08).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VALOR PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-MARCA PIC X(06).

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "TOTAL A PAGAR:".
           02 VAL-TOTAL PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(23) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "PROCESSADO EM: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-SELPAG.
           PERFORM INICIO.
           PERFORM PRINCIPAL.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM OBTER-PARAMETROS.
           PERFORM CARREGA-CADFORN.
           PERFORM CARREGA-CONTPAG.
           OPEN OUTPUT REMPAG.
           IF W-REMPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR REMPAG - STATUS: "
                   W-REMPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT RELSELP.
           IF W-RELSELP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELSELP - STATUS: "
                   W-RELSELP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM GRAVA-HEADER-PAG.

      *    SEM PARAMETRO A SEMANA COMECA NA DATA DE NEGOCIO
       OBTER-PARAMETROS.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-DATA EQUAL SPACES OR W-PARM-DATA EQUAL ZEROS
               MOVE W-DATA-ESTAT TO W-INI-DATA
           ELSE
               CALL "VALDATA" USING W-PARM-DD W-PARM-MM W-PARM-AAAA
                   W-DATA-VALIDA
               IF W-DATA-VALIDA EQUAL "NAO"
                   DISPLAY "PRIMEIRO DIA DA SEMANA INVALIDO: "
                       W-PARM-DATA
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W-PARM-AAAA TO W-INI-AAAA
               MOVE W-PARM-MM TO W-INI-MM
               MOVE W-PARM-DD TO W-INI-DD
           END-IF.
           MOVE W-INI-SEMANA TO W-FIM-SEMANA.
           COMPUTE W-SEM-DIAS = W-INI-DD + 6.
           PERFORM ACHA-DIAS-MES.
           IF W-SEM-DIAS GREATER THAN W-DIAS-MES
               SUBTRACT W-DIAS-MES FROM W-SEM-DIAS
               ADD 1 TO W-FIM-MM
               IF W-FIM-MM GREATER THAN 12
                   MOVE 1 TO W-FIM-MM
                   ADD 1 TO W-FIM-AAAA
               END-IF
           END-IF.
           MOVE W-SEM-DIAS TO W-FIM-DD.

      *    FEVEREIRO TEM 29 DIAS NO ANO BISSEXTO
       ACHA-DIAS-MES.
           MOVE DIAS-MES (W-FIM-MM) TO W-DIAS-MES.
           IF W-FIM-MM EQUAL 2
               DIVIDE W-FIM-AAAA BY 4 GIVING W-QUOC
                   REMAINDER W-RESTO
               IF W-RESTO EQUAL ZEROS
                   MOVE 29 TO W-DIAS-MES
                   DIVIDE W-FIM-AAAA BY 100 GIVING W-QUOC
                       REMAINDER W-RESTO
                   IF W-RESTO EQUAL ZEROS
                       DIVIDE W-FIM-AAAA BY 400 GIVING W-QUOC
                           REMAINDER W-RESTO
                       IF W-RESTO NOT EQUAL ZEROS
                           MOVE 28 TO W-DIAS-MES
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * CARGA DOS FORNECEDORES E DOS TITULOS A PAGAR

       CARREGA-CADFORN.
           OPEN INPUT CADFORN.
           IF W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADFORN.
           PERFORM GUARDA-FORNECEDOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADFORN.

       LE-CADFORN.
           READ CADFORN AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADFORN-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADFORN - STATUS: "
                   W-CADFORN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-FORNECEDOR.
           ADD 1 TO CT-TAB-FORN.
           IF CT-TAB-FORN GREATER THAN 50
               DISPLAY "ERRO: CADFORN.DAT EXCEDE O LIMITE DE 50 "
                   "FORNECEDORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-FORN TO TF-COD (CT-TAB-FORN).
           MOVE NOME-FORN TO TF-NOME (CT-TAB-FORN).
           MOVE CNPJ-FORN TO TF-CNPJ (CT-TAB-FORN).
           PERFORM LE-CADFORN.

      *    REGISTRO INEXISTENTE E UM CONTAS A PAGAR VAZIO
       CARREGA-CONTPAG.
           OPEN INPUT CONTPAG.
           IF W-CONTPAG-STATUS NOT EQUAL "00" AND
              W-CONTPAG-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CONTPAG.
           PERFORM GUARDA-TITULO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CONTPAG.

       LE-CONTPAG.
           READ CONTPAG AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CONTPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-TITULO.
           ADD 1 TO CT-TAB-PAG.
           IF CT-TAB-PAG GREATER THAN 3000
               DISPLAY "ERRO: CONTPAG.DAT EXCEDE O LIMITE DE 3000 "
                   "TITULOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE REG-CONTPAG TO TT-REG (CT-TAB-PAG).
           ADD 1 TO CT-LIDOS.
           PERFORM LE-CONTPAG.

      *================================================================*
      * TITULO ABERTO QUE VENCE ATE O FIM DA SEMANA E SELECIONADO; O
      * JA VENCIDO E PAGO NO PRIMEIRO DIA E MARCADO NO RELATORIO

       PRINCIPAL.
           MOVE ZEROS TO W-TIT-I.
           PERFORM SELECIONA-TITULO CT-TAB-PAG TIMES.

       SELECIONA-TITULO.
           ADD 1 TO W-TIT-I.
           IF TT-SITUACAO (W-TIT-I) EQUAL "A"
               ADD 1 TO CT-ABERTOS
               IF TT-VENC (W-TIT-I) NOT GREATER THAN W-FIM-DATA
                   PERFORM PAGA-TITULO
               END-IF
           END-IF.

       PAGA-TITULO.
           MOVE SPACES TO DET-MARCA.
           IF TT-VENC (W-TIT-I) LESS THAN W-INI-DATA
               MOVE W-INI-DATA TO W-DATA-PAGTO
               MOVE "ATRASO" TO DET-MARCA
               ADD 1 TO CT-ATRASADOS
           ELSE
               MOVE TT-VENC (W-TIT-I) TO W-DATA-PAGTO.
           PERFORM PROCURA-FORNECEDOR.
           PERFORM GRAVA-DETALHE-PAG.
           MOVE "P" TO TT-SITUACAO (W-TIT-I).
           MOVE W-DATA-PAGTO TO TT-DATA-PAG (W-TIT-I).
           PERFORM IMP-DETALHE.
           ADD 1 TO CT-SELECIONADOS.

      *    FORNECEDOR FORA DO CADFORN VAI SEM CNPJ PARA O BANCO
      *    RECUSAR, E O FINANCEIRO ACERTA O CADASTRO
       PROCURA-FORNECEDOR.
           MOVE ZEROS TO W-FORN-POS.
           MOVE 1 TO W-I.
           PERFORM TESTA-FORNECEDOR UNTIL W-I GREATER THAN CT-TAB-FORN
               OR W-FORN-POS NOT EQUAL ZEROS.
           IF W-FORN-POS EQUAL ZEROS
               MOVE "FORA DO CADFORN" TO DET-NOME
               ADD 1 TO CT-SEM-CADASTRO
           ELSE
               MOVE TF-NOME (W-FORN-POS) TO DET-NOME.

       TESTA-FORNECEDOR.
           IF TF-COD (W-I) EQUAL TT-FORN (W-TIT-I)
               MOVE W-I TO W-FORN-POS
           ELSE
               ADD 1 TO W-I.

      *================================================================*

       GRAVA-HEADER-PAG.
           MOVE SPACES TO REG-PAG-HDR.
           MOVE "HDR" TO PAG-HDR-ID.
           MOVE "TURISMAR TURISMOS" TO PAG-HDR-EMPRESA.
           MOVE 1234 TO PAG-HDR-AGENCIA.
           MOVE 00567890 TO PAG-HDR-CONTA.
           MOVE W-DATA-ESTAT TO PAG-HDR-DATA.
           WRITE REG-PAG-HDR.
           IF W-REMPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REMPAG - STATUS: "
                   W-REMPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-DETALHE-PAG.
           MOVE SPACES TO REG-PAG.
           MOVE TT-NUM (W-TIT-I) TO PAG-NUM-TIT.
           IF W-FORN-POS EQUAL ZEROS
               MOVE ZEROS TO PAG-CNPJ
           ELSE
               MOVE TF-CNPJ (W-FORN-POS) TO PAG-CNPJ.
           MOVE W-DATA-PAGTO TO PAG-DATA.
           MOVE TT-VALOR (W-TIT-I) TO PAG-VALOR.
           ADD 1 TO W-PAG-SEQ.
           MOVE W-PAG-SEQ TO PAG-SEQ.
           WRITE REG-PAG.
           IF W-REMPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REMPAG - STATUS: "
                   W-REMPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD TT-VALOR (W-TIT-I) TO W-PAG-TOTAL.

       GRAVA-TRAILER-PAG.
           MOVE SPACES TO REG-PAG-TRL.
           MOVE "TRL" TO PAG-TRL-ID.
           MOVE W-PAG-SEQ TO PAG-TRL-QTD.
           MOVE W-PAG-TOTAL TO PAG-TRL-TOTAL.
           WRITE REG-PAG-TRL.
           IF W-REMPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REMPAG - STATUS: "
                   W-REMPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       IMP-DETALHE.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE TT-NUM (W-TIT-I) TO DET-NUM.
           MOVE TT-FORN (W-TIT-I) TO DET-FORN.
           MOVE TT-NUM-PED (W-TIT-I) TO DET-PED.
           MOVE TT-VENC (W-TIT-I) TO DET-VENC.
           MOVE W-DATA-PAGTO TO DET-PAGTO.
           MOVE TT-VALOR (W-TIT-I) TO DET-VALOR.
           WRITE REL-SELP FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELSELP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELSELP - STATUS: "
                   W-RELSELP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE W-INI-DD TO VAR-INI-DD.
           MOVE W-INI-MM TO VAR-INI-MM.
           MOVE W-INI-AAAA TO VAR-INI-AAAA.
           MOVE W-FIM-DD TO VAR-FIM-DD.
           MOVE W-FIM-MM TO VAR-FIM-MM.
           MOVE W-FIM-AAAA TO VAR-FIM-AAAA.
           MOVE SPACES TO REL-SELP.
           WRITE REL-SELP AFTER ADVANCING PAGE.
           WRITE REL-SELP FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-SELP FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SELP.
           WRITE REL-SELP AFTER ADVANCING 1 LINE.
           WRITE REL-SELP FROM CAB-03 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-SELP.
           WRITE REL-SELP AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * CONTABILIZACAO DOS PAGAMENTOS: DEBITO EM FORNECEDORES (A
      * CONTA CREDITADA PELO RECEBMER NA COMPRA) E CREDITO EM BANCOS

       GRAVA-GLCONPAG.
           MOVE SPACES TO REG-GLCONPAG.
           MOVE "211101" TO GLP-CONTA.
           MOVE "FORNECEDORES - PAGAMENTOS" TO GLP-DESCRICAO.
           MOVE "D" TO GLP-DC.
           MOVE W-PAG-TOTAL TO GLP-VALOR.
           PERFORM GRAVA-LANC-GLCONPAG.
           MOVE "111001" TO GLP-CONTA.
           MOVE "BANCOS - PAGAMENTO FORNECEDORES" TO GLP-DESCRICAO.
           MOVE "C" TO GLP-DC.
           MOVE W-PAG-TOTAL TO GLP-VALOR.
           PERFORM GRAVA-LANC-GLCONPAG.

       GRAVA-LANC-GLCONPAG.
           WRITE REG-GLCONPAG.
           IF W-GLCONPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONPAG - STATUS: "
                   W-GLCONPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    O CONTAS A PAGAR SO E REGRAVADO QUANDO HOUVE BAIXA
       REGRAVA-CONTPAG.
           OPEN OUTPUT CONTPAG.
           IF W-CONTPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-TIT-I.
           PERFORM REGRAVA-TITULO CT-TAB-PAG TIMES.
           CLOSE CONTPAG.

       REGRAVA-TITULO.
           ADD 1 TO W-TIT-I.
           WRITE REG-CONTPAG FROM TT-REG (W-TIT-I).
           IF W-CONTPAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CONTPAG - STATUS: "
                   W-CONTPAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

      *    O LOTE E ACRESCENTADO (EXTEND) AO GLCONPAG.DAT DAS SESSOES
      *    DO RECEBMER, ATE O COLETOR RECOLHER
       TERMINO.
           PERFORM GRAVA-TRAILER-PAG.
           IF CT-SELECIONADOS GREATER THAN ZEROS
               PERFORM REGRAVA-CONTPAG
               OPEN EXTEND GLCONPAG
               IF W-GLCONPAG-STATUS EQUAL "35"
                   OPEN OUTPUT GLCONPAG
               END-IF
               IF W-GLCONPAG-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCONPAG - STATUS: "
                       W-GLCONPAG-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM GRAVA-GLCONPAG
               CLOSE GLCONPAG
           END-IF.
           IF CT-SELECIONADOS EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE REMPAG RELSELP.
           DISPLAY "TITULOS SELECIONADOS: " CT-SELECIONADOS.
           DISPLAY "VALOR A PAGAR.......: " W-PAG-TOTAL.
           DISPLAY "FIM DA SELECAO DE PAGAMENTOS.".

       IMP-ESTATISTICAS.
           MOVE SPACES TO REL-SELP.
           WRITE REL-SELP AFTER ADVANCING 2 LINES.
           MOVE "TITULOS LIDOS:" TO ROT-ESTAT.
           MOVE CT-LIDOS TO VAL-ESTAT.
           WRITE REL-SELP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TITULOS EM ABERTO:" TO ROT-ESTAT.
           MOVE CT-ABERTOS TO VAL-ESTAT.
           WRITE REL-SELP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "TITULOS SELECIONADOS:" TO ROT-ESTAT.
           MOVE CT-SELECIONADOS TO VAL-ESTAT.
           WRITE REL-SELP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PAGOS COM ATRASO:" TO ROT-ESTAT.
           MOVE CT-ATRASADOS TO VAL-ESTAT.
           WRITE REL-SELP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "FORNECEDORES FORA DO CADFORN:" TO ROT-ESTAT.
           MOVE CT-SEM-CADASTRO TO VAL-ESTAT.
           WRITE REL-SELP FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-PAG-TOTAL TO VAL-TOTAL.
           WRITE REL-SELP FROM DET-TOTAL AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-SELP FROM DET-ESTAT-DATAHORA AFTER ADVANCING
               2 LINES.
