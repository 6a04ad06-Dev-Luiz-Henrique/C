       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LIBVEND.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        LIBERACAO DAS VENDAS RETIDAS PELA CONFERENCIA
      *                DE PRECO (CONFPREC): O OPERADOR REVE CADA VENDA
      *                RETIDA DESDE A ULTIMA REVISAO (VENDRETD.DAT) E
      *                AS AINDA PENDENTES (VENDRET.DAT). A LIBERACAO
      *                EXIGE O CODIGO DO SUPERVISOR (AUTSUPV), FICA NA
      *                TRILHA DE ATIVIDADE (ATIVLOG) E A VENDA VAI PARA
      *                O VENDLIB.DAT, QUE O CONFPREC DA PROXIMA NOITE
      *                ACRESCENTA AO VENDA.DAT DO EX05 E DA BASE DE
      *                COMISSAO. O QUE NAO FOR LIBERADO VOLTA PARA O
      *                VENDRET.DAT COM O CONTADOR DE CICLOS ACRESCIDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDRETD ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-VENDRETD-STATUS.
           SELECT OPTIONAL VENDRET ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-VENDRET-STATUS.
           SELECT VENDLIB ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-VENDLIB-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    RETIDAS PELO CONFPREC: A VENDA COMO VEIO, TABELA E CUSTO DA
      *    QUANTIDADE, MOTIVO ("C" CUSTO, "D" DESCONTO) E DATA
       FD VENDRETD LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDRETD.DAT".
       01 REG-RETD.
           02 RETD-VENDA              PIC X(58).
           02 RETD-VALOR-TABELA       PIC 9(07)V99.
           02 RETD-VALOR-CUSTO        PIC 9(07)V99.
           02 RETD-MOTIVO             PIC X(01).
           02 RETD-DATA               PIC 9(08).

      *    PENDENCIAS DE REVISOES ANTERIORES, COM O CONTADOR DE
      *    CICLOS NO FIM DO REGISTRO
       FD VENDRET LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDRET.DAT".
       01 REG-RET.
           02 RET-DADOS               PIC X(85).
           02 RET-CICLO               PIC 9(02).

       FD VENDLIB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDLIB.DAT".
       01 REG-LIB                 PIC X(58).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.

      *    AREA DE MONTAGEM DA RETIDA (MESMO LAYOUT DO VENDRETD)
       01 W-RET-DADOS.
           02 WR-VENDA.
             03 WR-ESTADO        PIC X(02).
             03 WR-VENDEDOR      PIC 9(05).
             03 WR-NOME          PIC X(20).
             03 WR-VALOR         PIC 9(07)V99.
             03 WR-DATA-VENDA    PIC 9(08).
             03 WR-TIPO          PIC X(01).
             03 WR-COD-MERC      PIC 9(03).
             03 WR-QTD           PIC 9(03).
             03 WR-FILIAL        PIC 9(02).
           02 WR-VALOR-TABELA    PIC 9(07)V99.
           02 WR-VALOR-CUSTO     PIC 9(07)V99.
           02 WR-MOTIVO          PIC X(01).
           02 WR-DATA-RETENCAO   PIC 9(08).

      *    TABELA DAS RETIDAS EM REVISAO (NOVAS + PENDENCIAS)
       77 CT-RETIDAS           PIC 9(03) VALUE ZEROS.
       77 W-RET-I              PIC 9(03) VALUE ZEROS.
       01 TAB-RETIDAS.
           02 TAB-RET-OCR OCCURS 200 TIMES.
             03 TR-DADOS       PIC X(85).
             03 TR-CICLO       PIC 9(02).
             03 TR-LIBERADA    PIC X(03).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIBERADAS         PIC 9(03) VALUE ZEROS.
       77 CT-PENDENTES         PIC 9(03) VALUE ZEROS.

      *    IDENTIFICACAO DO OPERADOR (OPERSGN), LIBERACAO DE
      *    SUPERVISOR (AUTSUPV) E TRILHA DE ATIVIDADE (ATIVLOG)
       77 W-OPERADOR           PIC X(05) VALUE SPACES.
       77 W-OPER-NOME          PIC X(20) VALUE SPACES.
       77 W-SUPERVISOR         PIC X(05) VALUE SPACES.
       77 W-SUPV-AUTORIZADO    PIC X(03) VALUE "NAO".
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       01 W-LOG-CHAVE.
           02 W-LOG-VENDEDOR   PIC 9(05).
           02 W-LOG-DATA       PIC 9(08).
           02 FILLER           PIC X(01).

      *    FILE STATUS DOS ARQUIVOS
       77 W-VENDRETD-STATUS    PIC X(02) VALUE "00".
       77 W-VENDRET-STATUS     PIC X(02) VALUE "00".
       77 W-VENDLIB-STATUS     PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-LIBVEND.
           PERFORM INICIO.
           MOVE ZEROS TO W-RET-I.
           PERFORM REVISA-RETIDA CT-RETIDAS TIMES.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "LIBERACAO DE VENDAS RETIDAS POR PRECO".
           DISPLAY " ".
      *    A CONSOLE SO ABRE COM OPERADOR IDENTIFICADO
           MOVE "LIBVEND " TO W-LOG-PROGRAMA.
           CALL "OPERSGN" USING W-OPERADOR W-OPER-NOME.
           PERFORM CARREGA-VENDRETD.
           PERFORM CARREGA-VENDRET.
           DISPLAY "VENDAS RETIDAS EM REVISAO: " CT-RETIDAS.
           DISPLAY " ".
           OPEN EXTEND VENDLIB.
           IF W-VENDLIB-STATUS EQUAL "35"
               OPEN OUTPUT VENDLIB
           END-IF.
           IF W-VENDLIB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR VENDLIB - STATUS: "
                   W-VENDLIB-STATUS
               STOP RUN.

      *================================================================*
      * CARGA DAS RETIDAS NOVAS (CICLO ZERO) E DAS PENDENCIAS
      * ANTIGAS (CICLO ACUMULADO)

       CARREGA-VENDRETD.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT VENDRETD.
           PERFORM LE-VENDRETD.
           PERFORM CARREGA-RET-NOVA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VENDRETD.

       LE-VENDRETD.
           READ VENDRETD AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VENDRETD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VENDRETD - STATUS: "
                   W-VENDRETD-STATUS
               STOP RUN.

       CARREGA-RET-NOVA.
           PERFORM GUARDA-RETIDA.
           MOVE REG-RETD TO TR-DADOS (CT-RETIDAS).
           MOVE ZEROS TO TR-CICLO (CT-RETIDAS).
           PERFORM LE-VENDRETD.

       CARREGA-VENDRET.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT VENDRET.
           PERFORM LE-VENDRET.
           PERFORM CARREGA-RET-PEND UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE VENDRET.

       LE-VENDRET.
           READ VENDRET AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-VENDRET-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VENDRET - STATUS: "
                   W-VENDRET-STATUS
               STOP RUN.

       CARREGA-RET-PEND.
           PERFORM GUARDA-RETIDA.
           MOVE RET-DADOS TO TR-DADOS (CT-RETIDAS).
           MOVE RET-CICLO TO TR-CICLO (CT-RETIDAS).
           PERFORM LE-VENDRET.

       GUARDA-RETIDA.
           ADD 1 TO CT-RETIDAS.
           IF CT-RETIDAS GREATER THAN 200
               DISPLAY "ERRO: MAIS DE 200 VENDAS RETIDAS EM REVISAO"
               STOP RUN.
           MOVE "NAO" TO TR-LIBERADA (CT-RETIDAS).

      *================================================================*
      * REVISAO DE CADA VENDA RETIDA PELO OPERADOR

       REVISA-RETIDA.
           ADD 1 TO W-RET-I.
           MOVE TR-DADOS (W-RET-I) TO W-RET-DADOS.
           IF WR-MOTIVO EQUAL "C"
               DISPLAY "VENDA RETIDA ABAIXO DO CUSTO:"
           ELSE
               DISPLAY "VENDA RETIDA COM DESCONTO ACIMA DA TOLERANCIA:".
           DISPLAY "  FILIAL..: " WR-FILIAL.
           DISPLAY "  VENDEDOR: " WR-VENDEDOR " " WR-NOME.
           DISPLAY "  DATA....: " WR-DATA-VENDA.
           DISPLAY "  MERC....: " WR-COD-MERC "  QTD: " WR-QTD.
           DISPLAY "  VALOR...: " WR-VALOR.
           DISPLAY "  TABELA..: " WR-VALOR-TABELA.
           DISPLAY "  CUSTO...: " WR-VALOR-CUSTO.
           DISPLAY "  CICLOS..: " TR-CICLO (W-RET-I).
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-OPCAO UNTIL W-CAMPO-OK EQUAL "SIM".
           DISPLAY " ".

       ACEITA-OPCAO.
           DISPLAY "L PARA LIBERAR, M PARA MANTER RETIDA: ".
           ACCEPT W-OPCAO.
           IF W-OPCAO EQUAL "M" OR W-OPCAO EQUAL SPACE
               PERFORM MANTEM-PENDENTE
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               IF W-OPCAO EQUAL "L"
                   PERFORM LIBERA-VENDA
                   MOVE "SIM" TO W-CAMPO-OK
               ELSE
                   DISPLAY "OPCAO INVALIDA - DIGITE L OU M"
               END-IF
           END-IF.

      *================================================================*

      *    SEM O SUPERVISOR A VENDA CONTINUA RETIDA
       LIBERA-VENDA.
           CALL "AUTSUPV" USING W-SUPERVISOR W-SUPV-AUTORIZADO.
           IF W-SUPV-AUTORIZADO NOT EQUAL "SIM"
               DISPLAY "LIBERACAO NAO AUTORIZADA."
               PERFORM MANTEM-PENDENTE
           ELSE
               PERFORM GRAVA-VENDLIB
           END-IF.

       GRAVA-VENDLIB.
           MOVE WR-VENDA TO REG-LIB.
           WRITE REG-LIB.
           IF W-VENDLIB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VENDLIB - STATUS: "
                   W-VENDLIB-STATUS
               STOP RUN.
           MOVE "SIM" TO TR-LIBERADA (W-RET-I).
           ADD 1 TO CT-LIBERADAS.
           MOVE "LIBVENDA" TO W-LOG-ACAO.
           MOVE SPACES TO W-LOG-CHAVE.
           MOVE WR-VENDEDOR TO W-LOG-VENDEDOR.
           MOVE WR-DATA-VENDA TO W-LOG-DATA.
           CALL "ATIVLOG" USING W-SUPERVISOR W-LOG-PROGRAMA
               W-LOG-ACAO W-LOG-CHAVE.
           DISPLAY "VENDA LIBERADA PARA A PROXIMA RODADA.".

       MANTEM-PENDENTE.
           ADD 1 TO TR-CICLO (W-RET-I).
           ADD 1 TO CT-PENDENTES.
           DISPLAY "MANTIDA RETIDA (CICLO " TR-CICLO (W-RET-I) ").".

      *================================================================*
      * REGRAVACAO DO VENDRET.DAT; O VENDRETD.DAT FICA VAZIO PARA AS
      * RETENCOES DAS PROXIMAS NOITES

       TERMINO.
      *    STATUS 05 INDICA ARQUIVO OPCIONAL CRIADO AGORA
           OPEN OUTPUT VENDRET.
           IF W-VENDRET-STATUS NOT EQUAL "00" AND
              W-VENDRET-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR VENDRET - STATUS: "
                   W-VENDRET-STATUS
               STOP RUN.
           MOVE ZEROS TO W-RET-I.
           PERFORM GRAVA-PENDENCIAS CT-RETIDAS TIMES.
           CLOSE VENDRET VENDLIB.
           OPEN OUTPUT VENDRETD.
           IF W-VENDRETD-STATUS NOT EQUAL "00" AND
              W-VENDRETD-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR VENDRETD - STATUS: "
                   W-VENDRETD-STATUS
               STOP RUN.
           CLOSE VENDRETD.
           DISPLAY "VENDAS LIBERADAS: " CT-LIBERADAS.
           DISPLAY "MANTIDAS RETIDAS: " CT-PENDENTES.
           DISPLAY "FIM DA LIBERACAO.".

       GRAVA-PENDENCIAS.
           ADD 1 TO W-RET-I.
           IF TR-LIBERADA (W-RET-I) EQUAL "NAO"
               MOVE SPACES TO REG-RET
               MOVE TR-DADOS (W-RET-I) TO RET-DADOS
               MOVE TR-CICLO (W-RET-I) TO RET-CICLO
               WRITE REG-RET
               IF W-VENDRET-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE VENDRET - STATUS: "
                       W-VENDRET-STATUS
                   STOP RUN
               END-IF
           END-IF.
