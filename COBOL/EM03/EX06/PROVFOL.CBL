       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PROVFOL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        PROVISAO MENSAL DO DECIMO TERCEIRO E DAS
      *                FERIAS, RODADA DEPOIS DO EX06 PARA O CUSTO DO
      *                13O E DAS FERIAS ENTRAR NA CONTABILIDADE MES A
      *                MES, E NAO SO NOS MESES DE PAGAMENTO. SEM
      *                PARAMETRO, CADA FUNCIONARIO ATIVO DO CADVEND.DAT
      *                RECEBE NA COMPETENCIA DA DATA DE NEGOCIO
      *                (DATAPROC) UM DOZE AVOS DO SALARIO PARA O 13O,
      *                UM DOZE AVOS DO SALARIO MAIS O TERCO PARA AS
      *                FERIAS E O FGTS DA EMPRESA SOBRE OS DOIS; A
      *                COMPETENCIA JA PROVISIONADA NAO E REPETIDA, E O
      *                DESLIGADO TEM O SALDO ESTORNADO. COM O PARAMETRO
      *                13 OU FE, RODADO LOGO APOS O PAGAMENTO DO 13O
      *                OU DAS FERIAS PELO EX06, O SALDO ACUMULADO
      *                DAQUELA PROVISAO E ESTORNADO CONTRA A DESPESA
      *                QUE O PAGAMENTO LANCOU. OS SALDOS FICAM NO
      *                PROVSAL.DAT, O RELPROV MOSTRA O MOVIMENTO E O
      *                SALDO DE CADA FUNCIONARIO E OS LANCAMENTOS VAO
      *                NO LOTE GLCONPRV.DAT, ACUMULADO POR EXTEND ATE O
      *                GLCOLETA RECOLHE-LO.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.
           SELECT PROVSAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-PROVSAL-STATUS.
           SELECT GLCONPRV ASSIGN TO DISK
               FILE STATUS IS W-GLCONPRV-STATUS.
           SELECT RELPROV ASSIGN TO DISK
               FILE STATUS IS W-RELPROV-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-ENT.
           02 COD-DEP-ENT          PIC X(01).
           02 COD-SEC-ENT          PIC X(01).
           02 COD-VEN-ENT          PIC 9(05).
           02 NOME-ENT             PIC X(20).
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       FD PROVSAL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PROVSAL.DAT".
       01 REG-PROVSAL.
           COPY PROVSAL.

      *    LOTE CONTABIL DAS PROVISOES, NO LAYOUT DO GLCONTAB
       FD GLCONPRV LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONPRV.DAT".
       01 REG-GLCONPRV.
           02 GLPR-CONTA            PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLPR-DESCRICAO        PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLPR-DC               PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLPR-VALOR            PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLPR-CCUSTO           PIC X(04).

       FD RELPROV LABEL RECORD IS OMITTED.
       01 REG-REL          PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-OBS                PIC X(30) VALUE SPACES.

      *    FGTS DA EMPRESA SOBRE AS PROVISOES, A MESMA TAXA DO EX06
       77 W-TAXA-FGTS          PIC 9V999 VALUE 0,080.

      *    PARAMETRO DA LINHA DE COMANDO: BRANCO = PROVISAO MENSAL,
      *    13 = BAIXA DO 13O PAGO, FE = BAIXA DAS FERIAS PAGAS
       01 W-PARM-EXEC.
           02 W-PARM-MODO          PIC X(02).

      *    DATA DE NEGOCIO E COMPETENCIA (AAAAMM) DA PROVISAO
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO        PIC X(03) VALUE "SIM".
       01 W-DATA-PROC.
           02 W-PROC-ANOMES        PIC 9(06).
           02 W-PROC-DD            PIC 9(02).
       01 RED-W-DATA-PROC REDEFINES W-DATA-PROC.
           02 W-PROC-AAAA          PIC 9(04).
           02 W-PROC-MM            PIC 9(02).
           02 FILLER               PIC 9(02).

      *    MOVIMENTO DO FUNCIONARIO NESTA RODADA (NEGATIVO NA BAIXA)
       77 W-MOV-13             PIC S9(07)V99 VALUE ZEROS.
       77 W-MOV-FER            PIC S9(07)V99 VALUE ZEROS.
       77 W-MOV-ENC            PIC S9(07)V99 VALUE ZEROS.
       77 W-ENC-AUX            PIC 9(07)V99 VALUE ZEROS.

      *================================================================*
      * TOTAIS DE CONTROLE E DOS LANCAMENTOS

       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-PROVISIONADOS     PIC 9(05) VALUE ZEROS.
       77 CT-JA-PROVISIONADOS  PIC 9(05) VALUE ZEROS.
       77 CT-BAIXA-PAGTO       PIC 9(05) VALUE ZEROS.
       77 CT-BAIXA-DESL        PIC 9(05) VALUE ZEROS.
       77 CT-LANCAMENTOS       PIC 9(05) VALUE ZEROS.
       77 W-PROV-13            PIC 9(09)V99 VALUE ZEROS.
       77 W-PROV-FER           PIC 9(09)V99 VALUE ZEROS.
       77 W-PROV-ENC           PIC 9(09)V99 VALUE ZEROS.
       77 W-BX13-PAGTO         PIC 9(09)V99 VALUE ZEROS.
       77 W-BXFER-PAGTO        PIC 9(09)V99 VALUE ZEROS.
       77 W-BX13-DESL          PIC 9(09)V99 VALUE ZEROS.
       77 W-BXFER-DESL         PIC 9(09)V99 VALUE ZEROS.
       77 W-BX-ENC             PIC 9(09)V99 VALUE ZEROS.
       77 W-BX-AUX             PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-DEBITOS        PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-CREDITOS       PIC 9(12)V99 VALUE ZEROS.
       77 W-TOT-MOV-13         PIC S9(09)V99 VALUE ZEROS.
       77 W-TOT-MOV-FER        PIC S9(09)V99 VALUE ZEROS.
       77 W-TOT-MOV-ENC        PIC S9(09)V99 VALUE ZEROS.
       77 W-TOT-SALDO-13       PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-SALDO-FER      PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-SALDO-ENC      PIC 9(09)V99 VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-PROVSAL-STATUS     PIC X(02) VALUE "00".
       77 W-GLCONPRV-STATUS    PIC X(02) VALUE "00".
       77 W-RELPROV-STATUS     PIC X(02) VALUE "00".

      *    SALDOS DE PROVISAO EM MEMORIA, CASADOS COM O CADASTRO;
      *    NO-CADASTRO = "NAO" E FUNCIONARIO EXCLUIDO DO CADVEND
       77 CT-TAB-PROV          PIC 9(03) VALUE ZEROS.
       77 W-PROV-I             PIC 9(03) VALUE ZEROS.
       77 W-PROV-POS           PIC 9(03) VALUE ZEROS.
       77 W-PROV-ACHOU         PIC X(03) VALUE "NAO".
       01 TAB-PROV.
           02 TAB-PROV-OCR OCCURS 500 TIMES.
               03 TP-REG           PIC X(71).
               03 TP-SALARIO       PIC 9(07)V99.
               03 TP-SITUACAO      PIC X(01).
               03 TP-NO-CADASTRO   PIC X(03).

       01 CAB-01.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "PROVISAO DE 13O SALARIO E FERIAS - ".
           02 CAB-MODO PIC X(20).
           02 FILLER PIC X(07) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "COMPETENCIA: ".
           02 CAB-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-AAAA PIC 9(04).
           02 FILLER PIC X(50) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(21) VALUE SPACES.
           02 FILLER PIC X(29) VALUE
              "----- MOVIMENTO DA RODADA ---".
           02 FILLER PIC X(30) VALUE
              " ------ SALDO DA PROVISAO ----".

       01 CAB-04.
           02 FILLER PIC X(21) VALUE
              "CODIGO NOME          ".
           02 FILLER PIC X(30) VALUE
              "      13O    FERIAS   ENCARGO ".
           02 FILLER PIC X(29) VALUE
              "      13O    FERIAS   ENCARGO".

       01 DETALHE.
           02 DET-COD PIC 9(05).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOME PIC X(14).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-MOV-13 PIC -----9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-MOV-FER PIC -----9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-MOV-ENC PIC -----9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO-13 PIC ZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO-FER PIC ZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO-ENC PIC ZZZZZ9,99.

       01 DET-OBS.
           02 FILLER PIC X(06) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "* ".
           02 VAR-OBS PIC X(30).
           02 FILLER PIC X(42) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(19) VALUE "TOTAL GERAL".
           02 TOT-MOV-13 PIC ------9,99.
           02 TOT-MOV-FER PIC ------9,99.
           02 TOT-MOV-ENC PIC ------9,99.
           02 TOT-SALDO-13 PIC ZZZZZZ9,99.
           02 TOT-SALDO-FER PIC ZZZZZZ9,99.
           02 TOT-SALDO-ENC PIC ZZZZZZ9,99.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(30).
           02 VAL-CTRL PIC ZZZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.

       01 DET-CTRL-VALOR.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL-VALOR PIC X(30).
           02 VAL-CTRL-VALOR PIC ZZZZZZZZZZZ9,99.
           02 FILLER   PIC X(25) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-PROVFOL.
           PERFORM INICIO.
           MOVE ZEROS TO W-PROV-I.
           PERFORM PROCESSA-PROV CT-TAB-PROV TIMES.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           EVALUATE W-PARM-MODO
             WHEN SPACES
               MOVE "PROVISAO MENSAL" TO CAB-MODO
             WHEN "13"
               MOVE "BAIXA DO 13O PAGO" TO CAB-MODO
             WHEN "FE"
               MOVE "BAIXA DAS FERIAS" TO CAB-MODO
             WHEN OTHER
               DISPLAY "MODO INVALIDO (BRANCO, 13 OU FE): "
                   W-PARM-MODO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-DATA-ESTAT TO W-DATA-PROC.
           MOVE W-PROC-MM TO CAB-MM.
           MOVE W-PROC-AAAA TO CAB-AAAA.
           PERFORM CARREGA-PROVSAL.
           PERFORM CARREGA-CADVEND.
           OPEN OUTPUT RELPROV.
           IF W-RELPROV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELPROV - STATUS: "
                   W-RELPROV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND GLCONPRV.
           IF W-GLCONPRV-STATUS EQUAL "35"
               OPEN OUTPUT GLCONPRV.
           IF W-GLCONPRV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLCONPRV - STATUS: "
                   W-GLCONPRV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * CARGA DOS SALDOS E CASAMENTO COM O CADASTRO; FUNCIONARIO NOVO
      * ENTRA COM SALDO ZERO

       CARREGA-PROVSAL.
           OPEN INPUT PROVSAL.
           IF W-PROVSAL-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-PROVSAL-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR PROVSAL - STATUS: "
                       W-PROVSAL-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-PROVSAL
                   PERFORM GUARDA-PROV UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE PROVSAL.

       LE-PROVSAL.
           READ PROVSAL AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PROVSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PROVSAL - STATUS: "
                   W-PROVSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-PROV.
           PERFORM NOVA-POSICAO.
           MOVE REG-PROVSAL TO TP-REG (W-PROV-POS).
           PERFORM LE-PROVSAL.

       NOVA-POSICAO.
           ADD 1 TO CT-TAB-PROV.
           IF CT-TAB-PROV GREATER THAN 500
               DISPLAY "ERRO: PROVISOES EXCEDEM O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CT-TAB-PROV TO W-PROV-POS.
           MOVE ZEROS TO TP-SALARIO (W-PROV-POS).
           MOVE SPACE TO TP-SITUACAO (W-PROV-POS).
           MOVE "NAO" TO TP-NO-CADASTRO (W-PROV-POS).

       CARREGA-CADVEND.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADVEND.
           PERFORM CASA-FUNC UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND.

       LE-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CASA-FUNC.
           ADD 1 TO CT-LIDOS.
           PERFORM PROCURA-PROV.
           IF W-PROV-ACHOU EQUAL "NAO"
               PERFORM NOVA-POSICAO
               MOVE SPACES TO REG-PROVSAL
               MOVE COD-VEN-ENT TO PV-COD-VEN
               MOVE ZEROS TO PV-ULT-COMP PV-SALDO-13 PV-ENC-13
                   PV-AVOS-13 PV-SALDO-FER PV-ENC-FER PV-AVOS-FER
           ELSE
               MOVE TP-REG (W-PROV-POS) TO REG-PROVSAL.
           MOVE NOME-ENT TO PV-NOME.
           MOVE REG-PROVSAL TO TP-REG (W-PROV-POS).
           MOVE SALARIO-ENT TO TP-SALARIO (W-PROV-POS).
           MOVE SITUACAO-ENT TO TP-SITUACAO (W-PROV-POS).
           MOVE "SIM" TO TP-NO-CADASTRO (W-PROV-POS).
           PERFORM LE-CADVEND.

       PROCURA-PROV.
           MOVE "NAO" TO W-PROV-ACHOU.
           MOVE ZEROS TO W-PROV-POS.
           MOVE 1 TO W-PROV-I.
           PERFORM TESTA-PROV UNTIL W-PROV-I GREATER THAN CT-TAB-PROV
               OR W-PROV-ACHOU EQUAL "SIM".

       TESTA-PROV.
           MOVE TP-REG (W-PROV-I) TO REG-PROVSAL.
           IF PV-COD-VEN EQUAL COD-VEN-ENT
               MOVE "SIM" TO W-PROV-ACHOU
               MOVE W-PROV-I TO W-PROV-POS
           ELSE
               ADD 1 TO W-PROV-I.

      *================================================================*
      * PROVISAO OU BAIXA DE CADA FUNCIONARIO, CONFORME O MODO

       PROCESSA-PROV.
           ADD 1 TO W-PROV-I.
           MOVE TP-REG (W-PROV-I) TO REG-PROVSAL.
           MOVE ZEROS TO W-MOV-13 W-MOV-FER W-MOV-ENC.
           MOVE SPACES TO W-OBS.
           EVALUATE TRUE
             WHEN TP-NO-CADASTRO (W-PROV-I) EQUAL "NAO" OR
                  TP-SITUACAO (W-PROV-I) EQUAL "I"
               PERFORM BAIXA-DESLIGADO
             WHEN W-PARM-MODO EQUAL "13"
               PERFORM BAIXA-13
             WHEN W-PARM-MODO EQUAL "FE"
               PERFORM BAIXA-FERIAS
             WHEN PV-ULT-COMP EQUAL W-PROC-ANOMES
               ADD 1 TO CT-JA-PROVISIONADOS
               MOVE "COMPETENCIA JA PROVISIONADA" TO W-OBS
             WHEN OTHER
               PERFORM PROVISIONA
           END-EVALUATE.
           MOVE REG-PROVSAL TO TP-REG (W-PROV-I).
           IF TP-NO-CADASTRO (W-PROV-I) EQUAL "SIM" AND
              TP-SITUACAO (W-PROV-I) NOT EQUAL "I"
               PERFORM IMP-DETALHE
           ELSE
               IF W-OBS NOT EQUAL SPACES
                   PERFORM IMP-DETALHE.

      *    UM DOZE AVOS DO SALARIO PARA O 13O E UM DOZE AVOS DO
      *    SALARIO COM O TERCO (SALARIO / 9) PARA AS FERIAS, MAIS O
      *    FGTS SOBRE CADA PARCELA
       PROVISIONA.
           COMPUTE W-MOV-13 ROUNDED = TP-SALARIO (W-PROV-I) / 12.
           COMPUTE W-MOV-FER ROUNDED = TP-SALARIO (W-PROV-I) * 4
               / 36.
           COMPUTE W-ENC-AUX ROUNDED = W-MOV-13 * W-TAXA-FGTS.
           ADD W-ENC-AUX TO PV-ENC-13.
           MOVE W-ENC-AUX TO W-MOV-ENC.
           COMPUTE W-ENC-AUX ROUNDED = W-MOV-FER * W-TAXA-FGTS.
           ADD W-ENC-AUX TO PV-ENC-FER.
           ADD W-ENC-AUX TO W-MOV-ENC.
           ADD W-MOV-13 TO PV-SALDO-13.
           ADD W-MOV-FER TO PV-SALDO-FER.
           ADD 1 TO PV-AVOS-13.
           ADD 1 TO PV-AVOS-FER.
           MOVE W-PROC-ANOMES TO PV-ULT-COMP.
           ADD W-MOV-13 TO W-PROV-13.
           ADD W-MOV-FER TO W-PROV-FER.
           ADD W-MOV-ENC TO W-PROV-ENC.
           ADD 1 TO CT-PROVISIONADOS.

      *    O PAGAMENTO CONSOME O SALDO; A DIFERENCA ENTRE O PAGO E O
      *    PROVISIONADO FICA NA DESPESA DO MES DO PAGAMENTO
       BAIXA-13.
           IF PV-SALDO-13 GREATER THAN ZEROS OR
              PV-ENC-13 GREATER THAN ZEROS
               COMPUTE W-MOV-13 = ZEROS - PV-SALDO-13
               COMPUTE W-MOV-ENC = ZEROS - PV-ENC-13
               ADD PV-SALDO-13 TO W-BX13-PAGTO
               ADD PV-ENC-13 TO W-BX-ENC
               MOVE ZEROS TO PV-SALDO-13 PV-ENC-13 PV-AVOS-13
               ADD 1 TO CT-BAIXA-PAGTO
               MOVE "BAIXA PELO PAGTO DO 13O" TO W-OBS.

       BAIXA-FERIAS.
           IF PV-SALDO-FER GREATER THAN ZEROS OR
              PV-ENC-FER GREATER THAN ZEROS
               COMPUTE W-MOV-FER = ZEROS - PV-SALDO-FER
               COMPUTE W-MOV-ENC = ZEROS - PV-ENC-FER
               ADD PV-SALDO-FER TO W-BXFER-PAGTO
               ADD PV-ENC-FER TO W-BX-ENC
               MOVE ZEROS TO PV-SALDO-FER PV-ENC-FER PV-AVOS-FER
               ADD 1 TO CT-BAIXA-PAGTO
               MOVE "BAIXA PELO PAGTO DAS FERIAS" TO W-OBS.

      *    NO DESLIGAMENTO AS VERBAS SAEM NA RESCISAO; O SALDO TODO E
      *    ESTORNADO CONTRA A DESPESA DE VERBAS RESCISORIAS. DESLIGADO
      *    SEM SALDO NEM APARECE NO RELATORIO
       BAIXA-DESLIGADO.
           IF PV-SALDO-13 GREATER THAN ZEROS OR
              PV-SALDO-FER GREATER THAN ZEROS OR
              PV-ENC-13 GREATER THAN ZEROS OR
              PV-ENC-FER GREATER THAN ZEROS
               COMPUTE W-MOV-13 = ZEROS - PV-SALDO-13
               COMPUTE W-MOV-FER = ZEROS - PV-SALDO-FER
               COMPUTE W-MOV-ENC = ZEROS - PV-ENC-13 - PV-ENC-FER
               ADD PV-SALDO-13 TO W-BX13-DESL
               ADD PV-SALDO-FER TO W-BXFER-DESL
               ADD PV-ENC-13 TO W-BX-ENC
               ADD PV-ENC-FER TO W-BX-ENC
               MOVE ZEROS TO PV-SALDO-13 PV-ENC-13 PV-AVOS-13
               MOVE ZEROS TO PV-SALDO-FER PV-ENC-FER PV-AVOS-FER
               ADD 1 TO CT-BAIXA-DESL
               MOVE "BAIXA POR DESLIGAMENTO" TO W-OBS.

      *================================================================*

       IMP-DETALHE.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE PV-COD-VEN TO DET-COD.
           MOVE PV-NOME TO DET-NOME.
           MOVE W-MOV-13 TO DET-MOV-13.
           MOVE W-MOV-FER TO DET-MOV-FER.
           MOVE W-MOV-ENC TO DET-MOV-ENC.
           MOVE PV-SALDO-13 TO DET-SALDO-13.
           MOVE PV-SALDO-FER TO DET-SALDO-FER.
           COMPUTE W-ENC-AUX = PV-ENC-13 + PV-ENC-FER.
           MOVE W-ENC-AUX TO DET-SALDO-ENC.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELPROV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELPROV - STATUS: "
                   W-RELPROV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.
           IF W-OBS NOT EQUAL SPACES
               MOVE W-OBS TO VAR-OBS
               WRITE REG-REL FROM DET-OBS AFTER ADVANCING 1 LINE
               ADD 1 TO CT-LIN.
           ADD W-MOV-13 TO W-TOT-MOV-13.
           ADD W-MOV-FER TO W-TOT-MOV-FER.
           ADD W-MOV-ENC TO W-TOT-MOV-ENC.
           ADD PV-SALDO-13 TO W-TOT-SALDO-13.
           ADD PV-SALDO-FER TO W-TOT-SALDO-FER.
           ADD W-ENC-AUX TO W-TOT-SALDO-ENC.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 2 LINES.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * LANCAMENTOS DA RODADA: A PROVISAO DEBITA AS MESMAS DESPESAS
      * DO PAGAMENTO (411002 13O, 411003 FERIAS, 411004 FGTS) CONTRA
      * AS CONTAS DE PROVISAO 211023 A 211025; A BAIXA FAZ O INVERSO,
      * E A DO DESLIGADO CREDITA AS VERBAS RESCISORIAS (411005)

       GERA-LANCAMENTOS.
           MOVE SPACES TO REG-GLCONPRV.
           IF W-PROV-13 GREATER THAN ZEROS
               MOVE "411002" TO GLPR-CONTA
               MOVE "PROVISAO DE 13O SALARIO" TO GLPR-DESCRICAO
               MOVE "D" TO GLPR-DC
               MOVE W-PROV-13 TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
               MOVE "211023" TO GLPR-CONTA
               MOVE "PROVISAO DE 13O SALARIO" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-PROV-13 TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           IF W-PROV-FER GREATER THAN ZEROS
               MOVE "411003" TO GLPR-CONTA
               MOVE "PROVISAO DE FERIAS E TERCO" TO GLPR-DESCRICAO
               MOVE "D" TO GLPR-DC
               MOVE W-PROV-FER TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
               MOVE "211024" TO GLPR-CONTA
               MOVE "PROVISAO DE FERIAS E TERCO" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-PROV-FER TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           IF W-PROV-ENC GREATER THAN ZEROS
               MOVE "411004" TO GLPR-CONTA
               MOVE "FGTS SOBRE PROVISOES" TO GLPR-DESCRICAO
               MOVE "D" TO GLPR-DC
               MOVE W-PROV-ENC TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
               MOVE "211025" TO GLPR-CONTA
               MOVE "PROVISAO FGTS S/ 13O E FERIAS" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-PROV-ENC TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           COMPUTE W-BX-AUX = W-BX13-PAGTO + W-BX13-DESL.
           IF W-BX-AUX GREATER THAN ZEROS
               MOVE "211023" TO GLPR-CONTA
               MOVE "BAIXA DA PROVISAO DE 13O" TO GLPR-DESCRICAO
               MOVE "D" TO GLPR-DC
               MOVE W-BX-AUX TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           COMPUTE W-BX-AUX = W-BXFER-PAGTO + W-BXFER-DESL.
           IF W-BX-AUX GREATER THAN ZEROS
               MOVE "211024" TO GLPR-CONTA
               MOVE "BAIXA DA PROVISAO DE FERIAS" TO GLPR-DESCRICAO
               MOVE "D" TO GLPR-DC
               MOVE W-BX-AUX TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           IF W-BX-ENC GREATER THAN ZEROS
               MOVE "211025" TO GLPR-CONTA
               MOVE "BAIXA PROVISAO FGTS" TO GLPR-DESCRICAO
               MOVE "D" TO GLPR-DC
               MOVE W-BX-ENC TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
               MOVE "411004" TO GLPR-CONTA
               MOVE "ESTORNO FGTS SOBRE PROVISOES" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-BX-ENC TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           IF W-BX13-PAGTO GREATER THAN ZEROS
               MOVE "411002" TO GLPR-CONTA
               MOVE "ESTORNO PROVISAO 13O PAGO" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-BX13-PAGTO TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           IF W-BXFER-PAGTO GREATER THAN ZEROS
               MOVE "411003" TO GLPR-CONTA
               MOVE "ESTORNO PROVISAO FERIAS PAGAS" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-BXFER-PAGTO TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.
           COMPUTE W-BX-AUX = W-BX13-DESL + W-BXFER-DESL.
           IF W-BX-AUX GREATER THAN ZEROS
               MOVE "411005" TO GLPR-CONTA
               MOVE "ESTORNO PROVISOES DESLIGADOS" TO GLPR-DESCRICAO
               MOVE "C" TO GLPR-DC
               MOVE W-BX-AUX TO GLPR-VALOR
               PERFORM GRAVA-LANC-GLCONPRV
           END-IF.

       GRAVA-LANC-GLCONPRV.
           WRITE REG-GLCONPRV.
           IF W-GLCONPRV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONPRV - STATUS: "
                   W-GLCONPRV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LANCAMENTOS.
           IF GLPR-DC EQUAL "D"
               ADD GLPR-VALOR TO W-TOT-DEBITOS
           ELSE
               ADD GLPR-VALOR TO W-TOT-CREDITOS.

      *================================================================*
      * TOTAIS, PROVA DO LOTE E REGRAVACAO DOS SALDOS

       TERMINO.
           IF CT-TAB-PROV EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE W-TOT-MOV-13 TO TOT-MOV-13.
           MOVE W-TOT-MOV-FER TO TOT-MOV-FER.
           MOVE W-TOT-MOV-ENC TO TOT-MOV-ENC.
           MOVE W-TOT-SALDO-13 TO TOT-SALDO-13.
           MOVE W-TOT-SALDO-FER TO TOT-SALDO-FER.
           MOVE W-TOT-SALDO-ENC TO TOT-SALDO-ENC.
           WRITE REG-REL FROM DET-TOTAL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.

           PERFORM GERA-LANCAMENTOS.
           CLOSE GLCONPRV.

           MOVE "CADVEND REGISTROS LIDOS" TO ROT-CTRL.
           MOVE CT-LIDOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "FUNCIONARIOS PROVISIONADOS" TO ROT-CTRL.
           MOVE CT-PROVISIONADOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "COMPETENCIA JA PROVISIONADA" TO ROT-CTRL.
           MOVE CT-JA-PROVISIONADOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "BAIXAS POR PAGAMENTO" TO ROT-CTRL.
           MOVE CT-BAIXA-PAGTO TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "BAIXAS POR DESLIGAMENTO" TO ROT-CTRL.
           MOVE CT-BAIXA-DESL TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "LANCAMENTOS EM GLCONPRV" TO ROT-CTRL.
           MOVE CT-LANCAMENTOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE DEBITOS" TO ROT-CTRL-VALOR.
           MOVE W-TOT-DEBITOS TO VAL-CTRL-VALOR.
           WRITE REG-REL FROM DET-CTRL-VALOR AFTER ADVANCING 1 LINE.
           MOVE "TOTAL DE CREDITOS" TO ROT-CTRL-VALOR.
           MOVE W-TOT-CREDITOS TO VAL-CTRL-VALOR.
           WRITE REG-REL FROM DET-CTRL-VALOR AFTER ADVANCING 1 LINE.

           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REG-REL FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.
           CLOSE RELPROV.
           IF W-TOT-DEBITOS NOT EQUAL W-TOT-CREDITOS
               DISPLAY "GLCONPRV NAO BALANCEIA: DEBITOS "
                   W-TOT-DEBITOS " CREDITOS " W-TOT-CREDITOS
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM REGRAVA-PROVSAL.
           DISPLAY "PROVISOES " CAB-MODO " - PROVISIONADOS: "
               CT-PROVISIONADOS "  BAIXAS: " CT-BAIXA-PAGTO
               " / " CT-BAIXA-DESL.

      *    DESLIGADO OU EXCLUIDO SEM SALDO SAI DO ARQUIVO
       REGRAVA-PROVSAL.
           OPEN OUTPUT PROVSAL.
           IF W-PROVSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR PROVSAL - STATUS: "
                   W-PROVSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-PROV-I.
           PERFORM GRAVA-PROV CT-TAB-PROV TIMES.
           CLOSE PROVSAL.

       GRAVA-PROV.
           ADD 1 TO W-PROV-I.
           MOVE TP-REG (W-PROV-I) TO REG-PROVSAL.
           IF TP-NO-CADASTRO (W-PROV-I) EQUAL "SIM" AND
              TP-SITUACAO (W-PROV-I) NOT EQUAL "I"
               PERFORM GRAVA-REG-PROV
           ELSE
               IF PV-SALDO-13 GREATER THAN ZEROS OR
                  PV-SALDO-FER GREATER THAN ZEROS OR
                  PV-ENC-13 GREATER THAN ZEROS OR
                  PV-ENC-FER GREATER THAN ZEROS
                   PERFORM GRAVA-REG-PROV.

       GRAVA-REG-PROV.
           WRITE REG-PROVSAL.
           IF W-PROVSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PROVSAL - STATUS: "
                   W-PROVSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
