       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INTEGR.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONFERENCIA NOTURNA DE INTEGRIDADE REFERENCIAL
      *                ENTRE OS CADASTROS MESTRES E OS ARQUIVOS QUE OS
      *                APONTAM, UM SUBSISTEMA POR RODADA (PARAMETRO DA
      *                LINHA DE COMANDO):
      *                  CLI - VISITAS, RESERVAS E CONTREC CUJO CPF
      *                        SAIU DO CADCLI.DAT (MRGCLI, ARQCLI);
      *                  ALU - MENSAL E FREQALU DE ALUNO AUSENTE DO
      *                        CADALU.DAT (SO PELO CODIGO, POIS A
      *                        PROMOCAO TROCA A TURMA);
      *                  EST - LOTES E SALDODEP DE ITEM AUSENTE DO
      *                        ATUMERC.DAT, E ITEM CUJA SOMA DOS LOTES
      *                        OU DOS SALDOS POR DEPOSITO NAO FECHA
      *                        COM A QUANTIDADE EM ESTOQUE (ITEM SEM
      *                        LOTE OU SEM SALDO POR DEPOSITO FICA
      *                        FORA, COMO NO CONCLOTE);
      *                  FOL - DEPEND E ADIANT DE FUNCIONARIO AUSENTE
      *                        DO CADVEND.DAT.
      *                ORFAOS E DIVERGENCIAS SAEM NO RELINTEG E A
      *                CONTAGEM VAI NO INTEGCT.DAT, QUE O NOITE.BAT
      *                REUNE PARA O RESUMO MATINAL RESMANHA. ACHADO NAO
      *                PARA O STREAM (RETORNO 0); SO ERRO DE ARQUIVO
      *                DEVOLVE RETORNO 1. RODA NO DIRETORIO DE CADA
      *                SUBSISTEMA, COMO O BKPMAST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-MESTRE-STATUS.
           SELECT OPTIONAL VISITAS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT OPTIONAL RESERVAS ASSIGN TO DISK ORGANIZATION IS
               INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUM-RES
               FILE STATUS IS W-FILHO-STATUS.
           SELECT OPTIONAL CONTREC ASSIGN TO DISK ORGANIZATION IS
               INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-FILHO-STATUS.
           SELECT CADALU ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MESTRE-STATUS.
           SELECT OPTIONAL MENSAL ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT OPTIONAL FREQALU ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT ATUMERC ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MESTRE-STATUS.
           SELECT OPTIONAL LOTES ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT OPTIONAL SALDODEP ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-MESTRE-STATUS.
           SELECT OPTIONAL DEPEND ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT OPTIONAL ADIANT ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-FILHO-STATUS.
           SELECT INTEGCT ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-INTEGCT-STATUS.
           SELECT RELINTEG ASSIGN TO DISK
               FILE STATUS IS W-RELINTEG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *================================================================*
      * CLIENTES E VIAGENS (DIRETORIO CADCLI)

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       01 REG-ENT.
           COPY CADCLI.

       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       FD RESERVAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".
       01 REG-RES.
           COPY RESERVA.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".
       01 REG-TIT.
           COPY CONTREC.

      *================================================================*
      * ESCOLA (DIRETORIO EX07)

       FD CADALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
       01 REG-ALU.
           02 TURMA-ALU        PIC 9(03).
           02 COD-ALU          PIC 9(07).
           02 NOME-ALU         PIC X(30).
           02 NOTAS-ALU        PIC X(16).

       FD MENSAL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MENSAL.
           02 MEN-TURMA        PIC 9(03).
           02 MEN-COD-ALU      PIC 9(07).
           02 MEN-COMPET       PIC 9(06).
           02 MEN-VALOR        PIC 9(05)V99.
           02 MEN-DT-PAGTO     PIC 9(08).
           02 MEN-VALOR-PAGO   PIC 9(05)V99.
           02 MEN-SIT          PIC X(01).
           02 MEN-VALOR-BRUTO  PIC 9(05)V99.
           02 MEN-DESCONTO     PIC 9(05)V99.

       FD FREQALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FREQALU.DAT".
       01 REG-FREQALU.
           02 TURMA-FREQ       PIC 9(03).
           02 COD-FREQ         PIC 9(07).
           02 AULAS-FREQ       PIC 9(03).
           02 FALTAS-FREQ      PIC 9(03).

      *================================================================*
      * ESTOQUE (DIRETORIO EX03 DO EM04)

       FD ATUMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ATUMERC.DAT".
       01 REG-ATUMERC.
           02 COD-MERC-ATUMERC         PIC 9(03).
           02 DESCRICAO-ATUMERC        PIC X(30).
           02 ESTOQ-MIN-ATUMERC        PIC 9(03).
           02 QNTD-ESTOQ-ATUMERC       PIC 9(03).
           02 PRECO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-ATUMERC       PIC 9(04)V9(02).
           02 COD-FORN-ATUMERC         PIC 9(03).
           02 CLASSE-ABC-ATUMERC       PIC X(01).

       FD LOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "LOTES.DAT".
       01 REG-LOTE.
           02 COD-MERC-LOTE            PIC 9(03).
           02 NUM-LOTE                 PIC 9(05).
           02 QTD-LOTE                 PIC 9(03).
           02 DT-VALID-LOTE            PIC 9(08).

       FD SALDODEP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALDODEP.DAT".
       01 REG-SALDODEP.
           02 COD-MERC-SDEP            PIC 9(03).
           02 DEPOSITO-SDEP            PIC 9(02).
           02 QTD-SDEP                 PIC 9(05).

      *================================================================*
      * FOLHA (DIRETORIO EX06)

       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-VEND.
           02 COD-DEP-ENT          PIC X(01).
           02 COD-SEC-ENT          PIC X(01).
           02 COD-VEN-ENT          PIC 9(05).
           02 NOME-VEN-ENT         PIC X(20).
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       FD DEPEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEPEND.DAT".
       01 REG-DEPEND.
           02 DEP-COD-VEN          PIC 9(05).
           02 DEP-QTD              PIC 9(02).

       FD ADIANT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANT.DAT".
       01 REG-ADIANT.
           02 ADI-COD-VEN          PIC 9(05).
           02 ADI-VALOR            PIC 9(07)V99.
           02 ADI-DATA             PIC 9(08).

      *================================================================*

       FD INTEGCT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "INTEGCT.DAT".
       01 REG-INTEGCT.
           COPY INTEGCT.

       FD RELINTEG LABEL RECORD IS OMITTED.
       01 REL-INTEG                PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 W-ACHOU          PIC X(03) VALUE "NAO".
       77 W-I              PIC 9(04) VALUE ZEROS.
       77 W-DIFERENCA      PIC S9(05) VALUE ZEROS.
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.

      *    SUBSISTEMA PEDIDO NA LINHA DE COMANDO
       01 W-PARM-EXEC.
           02 W-PARM-SUBSIS    PIC X(03).
           02 FILLER           PIC X(77).

      *    DATA DE NEGOCIO DA RODADA
       77 W-DATA-NEG       PIC 9(08) VALUE ZEROS.

      *    CADASTRO MESTRE EM TABELA (ESCOLA E FOLHA)
       77 CT-TAB-MESTRE    PIC 9(04) VALUE ZEROS.
       77 W-COD-PROCURA    PIC 9(07) VALUE ZEROS.
       01 TAB-MESTRE.
           02 TAB-MESTRE-OCR OCCURS 2000 TIMES.
             03 TM-COD         PIC 9(07).

      *    ITENS DO ESTOQUE COM AS SOMAS DOS LOTES E DOS DEPOSITOS
       77 CT-TAB-ITEM      PIC 9(04) VALUE ZEROS.
       01 TAB-ITEM.
           02 TAB-ITEM-OCR OCCURS 999 TIMES.
             03 TI-COD         PIC 9(03).
             03 TI-DESC        PIC X(30).
             03 TI-QTD         PIC 9(03).
             03 TI-TEM-LOTE    PIC X(01).
             03 TI-SOMA-LOTE   PIC 9(07).
             03 TI-TEM-DEP     PIC X(01).
             03 TI-SOMA-DEP    PIC 9(07).

      *================================================================*
      * TOTAIS DE CONTROLE

       77 CT-MESTRE-LIDOS  PIC 9(07) VALUE ZEROS.
       77 CT-CONFERIDOS    PIC 9(07) VALUE ZEROS.
       77 CT-ORFAOS        PIC 9(05) VALUE ZEROS.
       77 CT-DIVERGENCIAS  PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-MESTRE-STATUS  PIC X(02) VALUE "00".
       77 W-FILHO-STATUS   PIC X(02) VALUE "00".
       77 W-INTEGCT-STATUS PIC X(02) VALUE "00".
       77 W-RELINTEG-STATUS PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
              "CONFERENCIA DE INTEGRIDADE REFERENCIAL".
           02 FILLER PIC X(14) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "SUBSISTEMA: ".
           02 VAR-SUBSIS PIC X(24).
           02 FILLER PIC X(10) VALUE "NEGOCIO: ".
           02 VAR-DATA-NEG PIC 9(08).
           02 FILLER PIC X(10) VALUE SPACES.

       01 DET-ORFAO.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ORF-ARQ PIC X(12).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ORF-CHAVE PIC X(16).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-ORF-CAMPO PIC X(09).
           02 DET-ORF-VALOR PIC X(11).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "AUSENTE DE  ".
           02 DET-ORF-MESTRE PIC X(12).

      *    MONTAGEM DA CHAVE DO REGISTRO ORFAO
       01 W-CHAVE-ORFAO.
           02 W-CHV-ROTULO     PIC X(05).
           02 W-CHV-NUMERO     PIC 9(06).
           02 W-CHV-BARRA      PIC X(01).
           02 W-CHV-COMPL      PIC X(04).

       01 DET-DIVERG.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DIV-ARQ PIC X(12).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "ITEM ".
           02 DET-DIV-COD PIC 9(03).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-DIV-DESC PIC X(19).
           02 FILLER PIC X(01) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "SOMA ".
           02 DET-DIV-SOMA PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE "  ESTOQUE ".
           02 DET-DIV-EST PIC ZZ9.
           02 FILLER PIC X(06) VALUE "  DIF ".
           02 DET-DIV-DIF PIC -ZZZ9.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(30).
           02 VAL-CTRL PIC ZZZZZZ9.
           02 FILLER   PIC X(33) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-INTEGR.
           PERFORM INICIO.
           EVALUATE W-PARM-SUBSIS
             WHEN "CLI"
               PERFORM CONFERE-CLIENTES
             WHEN "ALU"
               PERFORM CONFERE-ESCOLA
             WHEN "EST"
               PERFORM CONFERE-ESTOQUE
             WHEN "FOL"
               PERFORM CONFERE-FOLHA
           END-EVALUATE.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           EVALUATE W-PARM-SUBSIS
             WHEN "CLI"
               MOVE "CLIENTES E VIAGENS" TO VAR-SUBSIS
             WHEN "ALU"
               MOVE "ESCOLA" TO VAR-SUBSIS
             WHEN "EST"
               MOVE "ESTOQUE" TO VAR-SUBSIS
             WHEN "FOL"
               MOVE "FOLHA DE PAGAMENTO" TO VAR-SUBSIS
             WHEN OTHER
               DISPLAY "SUBSISTEMA INVALIDO NO PARAMETRO: "
                   W-PARM-SUBSIS " (CLI, ALU, EST OU FOL)"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           OPEN OUTPUT RELINTEG.
           IF W-RELINTEG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELINTEG - STATUS: "
                   W-RELINTEG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CALL "DATAPROC" USING W-DATA-NEG.
           MOVE W-DATA-NEG TO VAR-DATA-NEG.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM CABECALHO.

      *================================================================*
      * CLIENTES: O CPF DE CADA VISITA, RESERVA E PARCELA E PROCURADO
      * NO CADCLI.DAT INDEXADO

       CONFERE-CLIENTES.
           OPEN INPUT CADCLI.
           IF W-MESTRE-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
                   W-MESTRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CONFERE-VISITAS.
           PERFORM CONFERE-RESERVAS.
           PERFORM CONFERE-CONTREC.
           CLOSE CADCLI.

       PROCURA-CPF.
           MOVE "SIM" TO W-ACHOU.
           READ CADCLI
               INVALID KEY MOVE "NAO" TO W-ACHOU
           END-READ.
           IF W-ACHOU EQUAL "SIM" AND
              W-MESTRE-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADCLI - STATUS: "
                   W-MESTRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-CONFERIDOS.

       CONFERE-VISITAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT VISITAS.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-VISITAS.
           PERFORM CONFERE-UMA-VISITA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VISITAS.

       LE-VISITAS.
           READ VISITAS AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UMA-VISITA.
           MOVE CPF-VISITA TO CPF-ENT.
           PERFORM PROCURA-CPF.
           IF W-ACHOU EQUAL "NAO"
               MOVE "VISITAS.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "VISITA " DT-VISITA DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "CPF" TO DET-ORF-CAMPO
               MOVE CPF-VISITA TO DET-ORF-VALOR
               MOVE "CADCLI.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-VISITAS.

       CONFERE-RESERVAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT RESERVAS.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-RESERVAS.
           PERFORM CONFERE-UMA-RESERVA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE RESERVAS.

       LE-RESERVAS.
           READ RESERVAS AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UMA-RESERVA.
           MOVE CPF-RES TO CPF-ENT.
           PERFORM PROCURA-CPF.
           IF W-ACHOU EQUAL "NAO"
               MOVE "RESERVAS.DAT" TO DET-ORF-ARQ
               MOVE "RES. " TO W-CHV-ROTULO
               MOVE NUM-RES TO W-CHV-NUMERO
               MOVE SPACES TO W-CHV-BARRA
               MOVE SIT-RES TO W-CHV-COMPL
               MOVE W-CHAVE-ORFAO TO DET-ORF-CHAVE
               MOVE "CPF" TO DET-ORF-CAMPO
               MOVE CPF-RES TO DET-ORF-VALOR
               MOVE "CADCLI.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-RESERVAS.

       CONFERE-CONTREC.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CONTREC.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-CONTREC.
           PERFORM CONFERE-UM-TITULO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CONTREC.

       LE-CONTREC.
           READ CONTREC AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UM-TITULO.
           MOVE CPF-TIT TO CPF-ENT.
           PERFORM PROCURA-CPF.
           IF W-ACHOU EQUAL "NAO"
               MOVE "CONTREC.DAT" TO DET-ORF-ARQ
               MOVE "TIT. " TO W-CHV-ROTULO
               MOVE NUM-TIT TO W-CHV-NUMERO
               MOVE "/" TO W-CHV-BARRA
               MOVE PARC-TIT TO W-CHV-COMPL
               MOVE W-CHAVE-ORFAO TO DET-ORF-CHAVE
               MOVE "CPF" TO DET-ORF-CAMPO
               MOVE CPF-TIT TO DET-ORF-VALOR
               MOVE "CADCLI.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-CONTREC.

      *================================================================*
      * ESCOLA: CODIGOS DO CADALU.DAT EM TABELA; MENSALIDADE E
      * FREQUENCIA DE ALUNO FORA DA TABELA SAO ORFAS

       CONFERE-ESCOLA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADALU.
           PERFORM TESTA-ABERTURA-MESTRE.
           PERFORM LE-CADALU.
           PERFORM CARREGA-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.
           PERFORM CONFERE-MENSAL.
           PERFORM CONFERE-FREQALU.

       LE-CADALU.
           READ CADALU AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-MESTRE.

       CARREGA-ALUNO.
           MOVE COD-ALU TO W-COD-PROCURA.
           PERFORM CARREGA-MESTRE.
           PERFORM LE-CADALU.

       CONFERE-MENSAL.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT MENSAL.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-MENSAL.
           PERFORM CONFERE-UMA-MENSAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE MENSAL.

       LE-MENSAL.
           READ MENSAL AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UMA-MENSAL.
           MOVE MEN-COD-ALU TO W-COD-PROCURA.
           PERFORM PROCURA-MESTRE.
           IF W-ACHOU EQUAL "NAO"
               MOVE "MENSAL.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "COMPET. " MEN-COMPET DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "ALUNO" TO DET-ORF-CAMPO
               MOVE MEN-COD-ALU TO DET-ORF-VALOR
               MOVE "CADALU.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-MENSAL.

       CONFERE-FREQALU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT FREQALU.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-FREQALU.
           PERFORM CONFERE-UMA-FREQ UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FREQALU.

       LE-FREQALU.
           READ FREQALU AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UMA-FREQ.
           MOVE COD-FREQ TO W-COD-PROCURA.
           PERFORM PROCURA-MESTRE.
           IF W-ACHOU EQUAL "NAO"
               MOVE "FREQALU.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "TURMA " TURMA-FREQ DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "ALUNO" TO DET-ORF-CAMPO
               MOVE COD-FREQ TO DET-ORF-VALOR
               MOVE "CADALU.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-FREQALU.

      *================================================================*
      * FOLHA: CODIGOS DO CADVEND.DAT EM TABELA; DEPENDENTES E
      * ADIANTAMENTOS DE FUNCIONARIO FORA DA TABELA SAO ORFAOS

       CONFERE-FOLHA.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT CADVEND.
           PERFORM TESTA-ABERTURA-MESTRE.
           PERFORM LE-CADVEND.
           PERFORM CARREGA-VENDEDOR UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND.
           PERFORM CONFERE-DEPEND.
           PERFORM CONFERE-ADIANT.

       LE-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-MESTRE.

       CARREGA-VENDEDOR.
           MOVE COD-VEN-ENT TO W-COD-PROCURA.
           PERFORM CARREGA-MESTRE.
           PERFORM LE-CADVEND.

       CONFERE-DEPEND.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT DEPEND.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-DEPEND.
           PERFORM CONFERE-UM-DEPEND UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE DEPEND.

       LE-DEPEND.
           READ DEPEND AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UM-DEPEND.
           MOVE DEP-COD-VEN TO W-COD-PROCURA.
           PERFORM PROCURA-MESTRE.
           IF W-ACHOU EQUAL "NAO"
               MOVE "DEPEND.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "DEPENDENTES " DEP-QTD DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "FUNC." TO DET-ORF-CAMPO
               MOVE DEP-COD-VEN TO DET-ORF-VALOR
               MOVE "CADVEND.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-DEPEND.

       CONFERE-ADIANT.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ADIANT.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-ADIANT.
           PERFORM CONFERE-UM-ADIANT UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ADIANT.

       LE-ADIANT.
           READ ADIANT AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UM-ADIANT.
           MOVE ADI-COD-VEN TO W-COD-PROCURA.
           PERFORM PROCURA-MESTRE.
           IF W-ACHOU EQUAL "NAO"
               MOVE "ADIANT.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "ADIANT. " ADI-DATA DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "FUNC." TO DET-ORF-CAMPO
               MOVE ADI-COD-VEN TO DET-ORF-VALOR
               MOVE "CADVEND.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO.
           PERFORM LE-ADIANT.

      *================================================================*
      * TABELA DO CADASTRO MESTRE, COMUM A ESCOLA E A FOLHA

       CARREGA-MESTRE.
           ADD 1 TO CT-TAB-MESTRE.
           IF CT-TAB-MESTRE GREATER THAN 2000
               DISPLAY "ERRO: CADASTRO MESTRE EXCEDE O LIMITE DE "
                   "2000 REGISTROS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-COD-PROCURA TO TM-COD (CT-TAB-MESTRE).
           ADD 1 TO CT-MESTRE-LIDOS.

       PROCURA-MESTRE.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-MESTRE UNTIL W-I GREATER THAN CT-TAB-MESTRE
               OR W-ACHOU EQUAL "SIM".
           ADD 1 TO CT-CONFERIDOS.

       TESTA-MESTRE.
           IF TM-COD (W-I) EQUAL W-COD-PROCURA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

      *================================================================*
      * ESTOQUE: ITENS DO ATUMERC.DAT EM TABELA; LOTE OU SALDO DE
      * ITEM FORA DA TABELA E ORFAO, E A SOMA POR ITEM E PROVADA
      * CONTRA A QUANTIDADE EM ESTOQUE

       CONFERE-ESTOQUE.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT ATUMERC.
           PERFORM TESTA-ABERTURA-MESTRE.
           PERFORM LE-ATUMERC.
           PERFORM CARREGA-ITEM UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE ATUMERC.
           PERFORM CONFERE-LOTES.
           PERFORM CONFERE-SALDODEP.
           MOVE 1 TO W-I.
           PERFORM CONFERE-ITEM CT-TAB-ITEM TIMES.

       LE-ATUMERC.
           READ ATUMERC AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-MESTRE.

       CARREGA-ITEM.
           ADD 1 TO CT-TAB-ITEM.
           IF CT-TAB-ITEM GREATER THAN 999
               DISPLAY "ERRO: ATUMERC.DAT EXCEDE O LIMITE DE 999 "
                   "ITENS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-MERC-ATUMERC TO TI-COD (CT-TAB-ITEM).
           MOVE DESCRICAO-ATUMERC TO TI-DESC (CT-TAB-ITEM).
           MOVE QNTD-ESTOQ-ATUMERC TO TI-QTD (CT-TAB-ITEM).
           MOVE "N" TO TI-TEM-LOTE (CT-TAB-ITEM).
           MOVE "N" TO TI-TEM-DEP (CT-TAB-ITEM).
           MOVE ZEROS TO TI-SOMA-LOTE (CT-TAB-ITEM).
           MOVE ZEROS TO TI-SOMA-DEP (CT-TAB-ITEM).
           ADD 1 TO CT-MESTRE-LIDOS.
           PERFORM LE-ATUMERC.

       PROCURA-ITEM.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-ITEM UNTIL W-I GREATER THAN CT-TAB-ITEM
               OR W-ACHOU EQUAL "SIM".
           ADD 1 TO CT-CONFERIDOS.

       TESTA-ITEM.
           IF TI-COD (W-I) EQUAL W-COD-PROCURA
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       CONFERE-LOTES.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT LOTES.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-LOTES.
           PERFORM CONFERE-UM-LOTE UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE LOTES.

       LE-LOTES.
           READ LOTES AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UM-LOTE.
           MOVE COD-MERC-LOTE TO W-COD-PROCURA.
           PERFORM PROCURA-ITEM.
           IF W-ACHOU EQUAL "SIM"
               MOVE "S" TO TI-TEM-LOTE (W-I)
               ADD QTD-LOTE TO TI-SOMA-LOTE (W-I)
           ELSE
               MOVE "LOTES.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "LOTE " NUM-LOTE DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "ITEM" TO DET-ORF-CAMPO
               MOVE COD-MERC-LOTE TO DET-ORF-VALOR
               MOVE "ATUMERC.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO
           END-IF.
           PERFORM LE-LOTES.

       CONFERE-SALDODEP.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT SALDODEP.
           PERFORM TESTA-ABERTURA-FILHO.
           PERFORM LE-SALDODEP.
           PERFORM CONFERE-UM-SALDO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE SALDODEP.

       LE-SALDODEP.
           READ SALDODEP AT END MOVE "SIM" TO FIM-ARQ.
           PERFORM TESTA-LEITURA-FILHO.

       CONFERE-UM-SALDO.
           MOVE COD-MERC-SDEP TO W-COD-PROCURA.
           PERFORM PROCURA-ITEM.
           IF W-ACHOU EQUAL "SIM"
               MOVE "S" TO TI-TEM-DEP (W-I)
               ADD QTD-SDEP TO TI-SOMA-DEP (W-I)
           ELSE
               MOVE "SALDODEP.DAT" TO DET-ORF-ARQ
               MOVE SPACES TO DET-ORF-CHAVE
               STRING "DEPOSITO " DEPOSITO-SDEP DELIMITED BY SIZE
                   INTO DET-ORF-CHAVE
               MOVE "ITEM" TO DET-ORF-CAMPO
               MOVE COD-MERC-SDEP TO DET-ORF-VALOR
               MOVE "ATUMERC.DAT" TO DET-ORF-MESTRE
               PERFORM IMP-ORFAO
           END-IF.
           PERFORM LE-SALDODEP.

      *    ITEM SEM LOTE OU SEM SALDO POR DEPOSITO NAO E CONFERIDO
      *    NAQUELA SOMA
       CONFERE-ITEM.
           IF TI-TEM-LOTE (W-I) EQUAL "S"
               COMPUTE W-DIFERENCA = TI-SOMA-LOTE (W-I) - TI-QTD (W-I)
               IF W-DIFERENCA NOT EQUAL ZEROS
                   MOVE "LOTES.DAT" TO DET-DIV-ARQ
                   MOVE TI-SOMA-LOTE (W-I) TO DET-DIV-SOMA
                   PERFORM IMP-DIVERGENCIA
               END-IF
           END-IF.
           IF TI-TEM-DEP (W-I) EQUAL "S"
               COMPUTE W-DIFERENCA = TI-SOMA-DEP (W-I) - TI-QTD (W-I)
               IF W-DIFERENCA NOT EQUAL ZEROS
                   MOVE "SALDODEP.DAT" TO DET-DIV-ARQ
                   MOVE TI-SOMA-DEP (W-I) TO DET-DIV-SOMA
                   PERFORM IMP-DIVERGENCIA
               END-IF
           END-IF.
           ADD 1 TO W-I.

      *================================================================*
      * CONFERENCIA DE STATUS; ARQUIVO FILHO AUSENTE CONTA ZERO

       TESTA-ABERTURA-MESTRE.
           IF W-MESTRE-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADASTRO MESTRE - STATUS: "
                   W-MESTRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-LEITURA-MESTRE.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-MESTRE-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DO CADASTRO MESTRE - STATUS: "
                   W-MESTRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-ABERTURA-FILHO.
           IF W-FILHO-STATUS NOT EQUAL "00" AND
              W-FILHO-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR ARQUIVO CONFERIDO - STATUS: "
                   W-FILHO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-LEITURA-FILHO.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FILHO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ARQUIVO CONFERIDO - "
                   "STATUS: " W-FILHO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       IMP-ORFAO.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           WRITE REL-INTEG FROM DET-ORFAO AFTER ADVANCING 1 LINE.
           PERFORM TESTA-GRAVACAO.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-ORFAOS.

       IMP-DIVERGENCIA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE TI-COD (W-I) TO DET-DIV-COD.
           MOVE TI-DESC (W-I) TO DET-DIV-DESC.
           MOVE TI-QTD (W-I) TO DET-DIV-EST.
           MOVE W-DIFERENCA TO DET-DIV-DIF.
           WRITE REL-INTEG FROM DET-DIVERG AFTER ADVANCING 1 LINE.
           PERFORM TESTA-GRAVACAO.
           ADD 1 TO CT-LIN.
           ADD 1 TO CT-DIVERGENCIAS.

       TESTA-GRAVACAO.
           IF W-RELINTEG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELINTEG - STATUS: "
                   W-RELINTEG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-INTEG.
           WRITE REL-INTEG AFTER ADVANCING PAGE.
           WRITE REL-INTEG FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-INTEG FROM CAB-02 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-INTEG.
           WRITE REL-INTEG AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*

       IMP-CONTROLE.
           MOVE SPACES TO REL-INTEG.
           WRITE REL-INTEG AFTER ADVANCING 2 LINES.
           MOVE "CADASTRO MESTRE EM TABELA" TO ROT-CTRL.
           MOVE CT-MESTRE-LIDOS TO VAL-CTRL.
           WRITE REL-INTEG FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "REFERENCIAS CONFERIDAS" TO ROT-CTRL.
           MOVE CT-CONFERIDOS TO VAL-CTRL.
           WRITE REL-INTEG FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "REGISTROS ORFAOS" TO ROT-CTRL.
           MOVE CT-ORFAOS TO VAL-CTRL.
           WRITE REL-INTEG FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "DIVERGENCIAS DE QUANTIDADE" TO ROT-CTRL.
           MOVE CT-DIVERGENCIAS TO VAL-CTRL.
           WRITE REL-INTEG FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-INTEG FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.

      *    A CONTAGEM DO SUBSISTEMA E REUNIDA PELO NOITE.BAT
       GRAVA-CONTAGEM.
           OPEN OUTPUT INTEGCT.
           IF W-INTEGCT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR INTEGCT - STATUS: "
                   W-INTEGCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-SUBSIS TO ICT-SUBSISTEMA.
           MOVE W-DATA-NEG TO ICT-DATA.
           MOVE CT-CONFERIDOS TO ICT-CONFERIDOS.
           MOVE CT-ORFAOS TO ICT-ORFAOS.
           MOVE CT-DIVERGENCIAS TO ICT-DIVERGENCIAS.
           WRITE REG-INTEGCT.
           IF W-INTEGCT-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE INTEGCT - STATUS: "
                   W-INTEGCT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CLOSE INTEGCT.

       TERMINO.
           PERFORM IMP-CONTROLE.
           PERFORM GRAVA-CONTAGEM.
           CLOSE RELINTEG.
           IF CT-ORFAOS GREATER THAN ZEROS OR
              CT-DIVERGENCIAS GREATER THAN ZEROS
               DISPLAY "INTEGRIDADE " W-PARM-SUBSIS ": " CT-ORFAOS
                   " ORFAO(S) E " CT-DIVERGENCIAS
                   " DIVERGENCIA(S) - VERIFICAR RELINTEG".
