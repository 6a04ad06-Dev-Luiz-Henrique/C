       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MANBOLSA.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        MANUTENCAO DAS BOLSAS E DESCONTOS DOS ALUNOS
      *                (BOLSAS.DAT): INCLUI, ALTERA, EXCLUI E CONSULTA
      *                AS BOLSAS DE UM ALUNO. CADA BOLSA TEM ALUNO
      *                (CADALU.DAT), MOTIVO (TABELA MOTBOLSA), TIPO
      *                "P" PERCENTUAL OU "V" VALOR FIXO E A VIGENCIA
      *                INICIAL E FINAL (AAAAMM); A CHAVE E O ALUNO E O
      *                MOTIVO. O GERMENS APLICA AS BOLSAS VIGENTES NA
      *                GERACAO DAS MENSALIDADES. A CONSOLE SO ABRE COM
      *                OPERADOR IDENTIFICADO PELA OPERSGN, QUE FICA
      *                GRAVADO NA BOLSA COM A DATA DA ATUALIZACAO, E
      *                CADA ALTERACAO VAI PARA A TRILHA ATIVLOG.DAT. O
      *                ARQUIVO E CARREGADO EM TABELA NA ABERTURA E
      *                REGRAVADO INTEIRO NO ENCERRAMENTO, COMO NO
      *                MANHOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADALU ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADALU-STATUS.
           SELECT OPTIONAL BOLSAS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-BOLSAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CADALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
       01 REG-ALU.
           02 TURMA-ALU        PIC 9(03).
           02 COD-ALU          PIC 9(07).
           02 NOME-ALU         PIC X(30).
           02 NOTAS-ALU        PIC X(16).

       FD BOLSAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSAS.DAT".
       01 REG-BOLSA.
           COPY BOLSA.

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-I                  PIC 9(04) VALUE ZEROS.
       77 W-BOL-POS            PIC 9(04) VALUE ZEROS.
       77 W-TIPO-DIGITADO      PIC X(01) VALUE SPACE.
       77 W-MOTIVO-DIGITADO    PIC X(02) VALUE SPACES.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-BOLSAS            PIC 9(04) VALUE ZEROS.
       77 CT-INCLUIDAS         PIC 9(04) VALUE ZEROS.
       77 CT-ALTERADAS         PIC 9(04) VALUE ZEROS.
       77 CT-EXCLUIDAS         PIC 9(04) VALUE ZEROS.
       77 CT-GRAVADAS          PIC 9(04) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADALU-STATUS      PIC X(02) VALUE "00".
       77 W-BOLSAS-STATUS      PIC X(02) VALUE "00".

      *    IDENTIFICACAO DO OPERADOR (OPERSGN) E TRILHA DE
      *    ATIVIDADE (ATIVLOG)
       77 W-OPERADOR           PIC X(05) VALUE SPACES.
       77 W-OPER-NOME          PIC X(20) VALUE SPACES.
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       77 W-LOG-CHAVE          PIC X(14) VALUE SPACES.

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

      *    CHAVE DA BOLSA NA TRILHA: ALUNO E MOTIVO
       01 W-CHAVE-BOLSA.
           02 W-CHAVE-ALU      PIC 9(07).
           02 W-CHAVE-MOTIVO   PIC X(02).

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR

       01 W-ENTRADA-COD        PIC X(07) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-COD REDEFINES W-ENTRADA-COD.
           02 W-COD-DIGITADO   PIC 9(07).

       01 W-ENTRADA-PERC       PIC X(05) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-PERC REDEFINES W-ENTRADA-PERC.
           02 W-PERC-DIGITADO  PIC 9(03)V99.

       01 W-ENTRADA-VALOR      PIC X(07) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-VALOR REDEFINES W-ENTRADA-VALOR.
           02 W-VALOR-DIGITADO PIC 9(05)V99.

       01 W-ENTRADA-VIG        PIC X(06) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-VIG REDEFINES W-ENTRADA-VIG.
           02 W-VIG-DIGITADA   PIC 9(06).
       01 RED2-W-ENTRADA-VIG REDEFINES W-ENTRADA-VIG.
           02 W-VIG-DIG-AAAA   PIC 9(04).
           02 W-VIG-DIG-MM     PIC 9(02).

       77 W-VIG-INI            PIC 9(06) VALUE ZEROS.
       77 W-VIG-FIM            PIC 9(06) VALUE ZEROS.

      *    VIGENCIA FINAL EM ABERTO
       77 W-VIG-SEM-FIM        PIC 9(06) VALUE 999999.

      *================================================================*
      * CADASTROS EM TABELA

       01 TABELA-MOTIVOS.
      *    MOTIVOS DE BOLSA COMPARTILHADOS COM O RELBOLSA
           COPY MOTBOLSA.
       01 RED-TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS.
           02 TAB-MOT-OCR OCCURS 6 TIMES.
             03 TMB-CODIGO     PIC X(02).
             03 TMB-NOME       PIC X(20).
       77 CT-TAB-MOTIVOS       PIC 9(04) VALUE 6.

       77 CT-TAB-ALUNOS        PIC 9(04) VALUE ZEROS.
       01 TAB-ALUNOS.
           02 TAB-ALU-OCR OCCURS 2000 TIMES.
             03 TA-CODIGO      PIC 9(07).
             03 TA-NOME        PIC X(30).
             03 TA-TURMA       PIC 9(03).

      *    BOLSAS EM MANUTENCAO; EXCLUIDA = "S" NAO VOLTA AO ARQUIVO
       01 TAB-BOLSAS.
           02 TAB-BOLSA-OCR OCCURS 2000 TIMES.
             03 TB-COD-ALU     PIC 9(07).
             03 TB-MOTIVO      PIC X(02).
             03 TB-TIPO        PIC X(01).
             03 TB-PERCENTUAL  PIC 9(03)V99.
             03 TB-VALOR       PIC 9(05)V99.
             03 TB-VIG-INI     PIC 9(06).
             03 TB-VIG-FIM     PIC 9(06).
             03 TB-DT-ATUALIZ  PIC 9(08).
             03 TB-OPERADOR    PIC X(05).
             03 TB-EXCLUIDA    PIC X(01).

       PROCEDURE DIVISION.
       PGM-MANBOLSA.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MANUTENCAO EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "BOLSAS E DESCONTOS DOS ALUNOS - BOLSAS.DAT".
           DISPLAY " ".
      *    A CONSOLE SO ABRE COM OPERADOR IDENTIFICADO
           MOVE "MANBOLSA" TO W-LOG-PROGRAMA.
           CALL "OPERSGN" USING W-OPERADOR W-OPER-NOME.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-ALUNOS.
           PERFORM CARREGA-BOLSAS.
           DISPLAY "BOLSAS CADASTRADAS: " CT-BOLSAS.
           DISPLAY " ".

      *================================================================*
      * CARGAS; SEM O CADASTRO DE ALUNOS A MANUTENCAO NAO ABRE

       CARREGA-ALUNOS.
           OPEN INPUT CADALU.
           IF W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "CADALU.DAT INDISPONIVEL - STATUS: "
                   W-CADALU-STATUS
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADALU.
           PERFORM CARREGA-UM-ALUNO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADALU.

       LE-CADALU.
           READ CADALU AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADALU - STATUS: "
                   W-CADALU-STATUS
               STOP RUN.

       CARREGA-UM-ALUNO.
           ADD 1 TO CT-TAB-ALUNOS.
           IF CT-TAB-ALUNOS GREATER THAN 2000
               DISPLAY "ERRO: CADALU.DAT EXCEDE O LIMITE DE 2000 "
                   "ALUNOS"
               STOP RUN.
           MOVE COD-ALU TO TA-CODIGO (CT-TAB-ALUNOS).
           MOVE NOME-ALU TO TA-NOME (CT-TAB-ALUNOS).
           MOVE TURMA-ALU TO TA-TURMA (CT-TAB-ALUNOS).
           PERFORM LE-CADALU.

       CARREGA-BOLSAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT BOLSAS.
           PERFORM LE-BOLSA.
           PERFORM CARREGA-UMA-BOLSA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE BOLSAS.

       LE-BOLSA.
           READ BOLSAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-BOLSAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE BOLSAS - STATUS: "
                   W-BOLSAS-STATUS
               STOP RUN.

       CARREGA-UMA-BOLSA.
           ADD 1 TO CT-BOLSAS.
           IF CT-BOLSAS GREATER THAN 2000
               DISPLAY "ERRO: BOLSAS.DAT EXCEDE O LIMITE DE 2000 "
                   "BOLSAS"
               STOP RUN.
           MOVE BOL-COD-ALU TO TB-COD-ALU (CT-BOLSAS).
           MOVE BOL-MOTIVO TO TB-MOTIVO (CT-BOLSAS).
           MOVE BOL-TIPO TO TB-TIPO (CT-BOLSAS).
           MOVE BOL-PERCENTUAL TO TB-PERCENTUAL (CT-BOLSAS).
           MOVE BOL-VALOR TO TB-VALOR (CT-BOLSAS).
           MOVE BOL-VIG-INI TO TB-VIG-INI (CT-BOLSAS).
           MOVE BOL-VIG-FIM TO TB-VIG-FIM (CT-BOLSAS).
           MOVE BOL-DT-ATUALIZ TO TB-DT-ATUALIZ (CT-BOLSAS).
           MOVE BOL-OPERADOR TO TB-OPERADOR (CT-BOLSAS).
           MOVE "N" TO TB-EXCLUIDA (CT-BOLSAS).
           PERFORM LE-BOLSA.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (I=INCLUIR A=ALTERAR E=EXCLUIR X=CONSULTAR "
               "ALUNO F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "I"
               PERFORM INCLUI-BOLSA
             WHEN "A"
               PERFORM ALTERA-BOLSA
             WHEN "E"
               PERFORM EXCLUI-BOLSA
             WHEN "X"
               PERFORM CONSULTA-ALUNO
             WHEN "F"
               MOVE "SIM" TO FIM-MANUTENCAO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           DISPLAY " ".

      *================================================================*
      * INCLUSAO: UMA BOLSA POR ALUNO E MOTIVO

       INCLUI-BOLSA.
           PERFORM OBTEM-ALUNO-MOTIVO.
           PERFORM PROCURA-BOLSA.
           IF W-ACHOU EQUAL "SIM"
               DISPLAY "ALUNO JA TEM BOLSA POR ESTE MOTIVO - USE A "
                   "OPCAO A."
           ELSE
               PERFORM OBTEM-CONDICOES
               ADD 1 TO CT-BOLSAS
               IF CT-BOLSAS GREATER THAN 2000
                   DISPLAY "ERRO: LIMITE DE 2000 BOLSAS ATINGIDO"
                   STOP RUN
               END-IF
               MOVE CT-BOLSAS TO W-BOL-POS
               MOVE W-COD-DIGITADO TO TB-COD-ALU (W-BOL-POS)
               MOVE W-MOTIVO-DIGITADO TO TB-MOTIVO (W-BOL-POS)
               MOVE "N" TO TB-EXCLUIDA (W-BOL-POS)
               PERFORM MOVE-CONDICOES
               ADD 1 TO CT-INCLUIDAS
               MOVE "INCLUSAO" TO W-LOG-ACAO
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "BOLSA INCLUIDA."
           END-IF.

       ALTERA-BOLSA.
           PERFORM OBTEM-ALUNO-MOTIVO.
           PERFORM PROCURA-BOLSA.
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "ALUNO SEM BOLSA POR ESTE MOTIVO."
           ELSE
               MOVE W-BOL-POS TO W-I
               PERFORM MOSTRA-BOLSA
               PERFORM OBTEM-CONDICOES
               PERFORM MOVE-CONDICOES
               ADD 1 TO CT-ALTERADAS
               MOVE "ALTERACAO" TO W-LOG-ACAO
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "BOLSA ALTERADA."
           END-IF.

       EXCLUI-BOLSA.
           PERFORM OBTEM-ALUNO-MOTIVO.
           PERFORM PROCURA-BOLSA.
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "ALUNO SEM BOLSA POR ESTE MOTIVO."
           ELSE
               MOVE W-BOL-POS TO W-I
               PERFORM MOSTRA-BOLSA
               MOVE "S" TO TB-EXCLUIDA (W-BOL-POS)
               ADD 1 TO CT-EXCLUIDAS
               MOVE "EXCLUSAO" TO W-LOG-ACAO
               PERFORM GRAVA-ATIVIDADE
               DISPLAY "BOLSA EXCLUIDA."
           END-IF.

       CONSULTA-ALUNO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-ALUNO UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-ACHOU.
           MOVE ZEROS TO W-I.
           PERFORM LISTA-BOLSA-ALUNO CT-BOLSAS TIMES.
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "ALUNO SEM BOLSA OU DESCONTO.".

       LISTA-BOLSA-ALUNO.
           ADD 1 TO W-I.
           IF TB-EXCLUIDA (W-I) EQUAL "N" AND
              TB-COD-ALU (W-I) EQUAL W-COD-DIGITADO
               MOVE "SIM" TO W-ACHOU
               PERFORM MOSTRA-BOLSA.

       MOSTRA-BOLSA.
           IF TB-TIPO (W-I) EQUAL "P"
               DISPLAY "MOTIVO " TB-MOTIVO (W-I) " PERCENTUAL "
                   TB-PERCENTUAL (W-I) " VIGENCIA " TB-VIG-INI (W-I)
                   " A " TB-VIG-FIM (W-I)
           ELSE
               DISPLAY "MOTIVO " TB-MOTIVO (W-I) " VALOR FIXO "
                   TB-VALOR (W-I) " VIGENCIA " TB-VIG-INI (W-I)
                   " A " TB-VIG-FIM (W-I).
           DISPLAY "   ATUALIZADA EM " TB-DT-ATUALIZ (W-I)
               " POR " TB-OPERADOR (W-I).

       PROCURA-BOLSA.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-BOL-POS.
           PERFORM TESTA-BOLSA UNTIL W-BOL-POS GREATER THAN CT-BOLSAS
               OR W-ACHOU EQUAL "SIM".

       TESTA-BOLSA.
           IF TB-EXCLUIDA (W-BOL-POS) EQUAL "N" AND
              TB-COD-ALU (W-BOL-POS) EQUAL W-COD-DIGITADO AND
              TB-MOTIVO (W-BOL-POS) EQUAL W-MOTIVO-DIGITADO
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-BOL-POS.

      *    AS CONDICOES DIGITADAS VAO PARA A BOLSA COM O CARIMBO DO
      *    OPERADOR; O CAMPO QUE NAO E DO TIPO FICA ZERADO
       MOVE-CONDICOES.
           MOVE W-TIPO-DIGITADO TO TB-TIPO (W-BOL-POS).
           IF W-TIPO-DIGITADO EQUAL "P"
               MOVE W-PERC-DIGITADO TO TB-PERCENTUAL (W-BOL-POS)
               MOVE ZEROS TO TB-VALOR (W-BOL-POS)
           ELSE
               MOVE ZEROS TO TB-PERCENTUAL (W-BOL-POS)
               MOVE W-VALOR-DIGITADO TO TB-VALOR (W-BOL-POS).
           MOVE W-VIG-INI TO TB-VIG-INI (W-BOL-POS).
           MOVE W-VIG-FIM TO TB-VIG-FIM (W-BOL-POS).
           MOVE W-DATA-HOJE TO TB-DT-ATUALIZ (W-BOL-POS).
           MOVE W-OPERADOR TO TB-OPERADOR (W-BOL-POS).

       GRAVA-ATIVIDADE.
           MOVE W-COD-DIGITADO TO W-CHAVE-ALU.
           MOVE W-MOTIVO-DIGITADO TO W-CHAVE-MOTIVO.
           MOVE W-CHAVE-BOLSA TO W-LOG-CHAVE.
           CALL "ATIVLOG" USING W-OPERADOR W-LOG-PROGRAMA
               W-LOG-ACAO W-LOG-CHAVE.

      *================================================================*
      * ENTRADA DOS CAMPOS, UM A UM, COM VALIDACAO

       OBTEM-ALUNO-MOTIVO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-ALUNO UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MOTIVO UNTIL W-CAMPO-OK EQUAL "SIM".

       OBTEM-CONDICOES.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-TIPO UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           IF W-TIPO-DIGITADO EQUAL "P"
               PERFORM ACEITA-PERCENTUAL UNTIL W-CAMPO-OK EQUAL "SIM"
           ELSE
               PERFORM ACEITA-VALOR UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-VIG-INI UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-VIG-FIM UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-ALUNO.
           DISPLAY "CODIGO DO ALUNO (7 DIGITOS): ".
           ACCEPT W-ENTRADA-COD.
           INSPECT W-ENTRADA-COD REPLACING LEADING SPACE BY ZERO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-ALUNO UNTIL W-I GREATER THAN CT-TAB-ALUNOS
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "ALUNO NAO CADASTRADO - DIGITE NOVAMENTE."
           ELSE
               DISPLAY "ALUNO: " TA-NOME (W-I) " TURMA: "
                   TA-TURMA (W-I)
               MOVE "SIM" TO W-CAMPO-OK.

       TESTA-ALUNO.
           IF TA-CODIGO (W-I) EQUAL W-COD-DIGITADO
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       ACEITA-MOTIVO.
           DISPLAY "MOTIVO (BS ME IR FU CV OU): ".
           ACCEPT W-MOTIVO-DIGITADO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-I.
           PERFORM TESTA-MOTIVO UNTIL W-I GREATER THAN CT-TAB-MOTIVOS
               OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               DISPLAY "MOTIVO INVALIDO - DIGITE NOVAMENTE."
           ELSE
               DISPLAY "MOTIVO: " TMB-NOME (W-I)
               MOVE "SIM" TO W-CAMPO-OK.

       TESTA-MOTIVO.
           IF TMB-CODIGO (W-I) EQUAL W-MOTIVO-DIGITADO
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-I.

       ACEITA-TIPO.
           DISPLAY "TIPO (P=PERCENTUAL V=VALOR FIXO): ".
           ACCEPT W-TIPO-DIGITADO.
           IF W-TIPO-DIGITADO EQUAL "P" OR
              W-TIPO-DIGITADO EQUAL "V"
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO - DIGITE NOVAMENTE.".

       ACEITA-PERCENTUAL.
           DISPLAY "PERCENTUAL (999VV, MAXIMO 10000): ".
           ACCEPT W-ENTRADA-PERC.
           INSPECT W-ENTRADA-PERC REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-PERC NOT NUMERIC
               DISPLAY "PERCENTUAL INVALIDO - DIGITE NOVAMENTE."
           ELSE
               IF W-PERC-DIGITADO EQUAL ZEROS OR
                  W-PERC-DIGITADO GREATER THAN 100
                   DISPLAY "PERCENTUAL INVALIDO - DIGITE NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

       ACEITA-VALOR.
           DISPLAY "VALOR DO DESCONTO (99999VV): ".
           ACCEPT W-ENTRADA-VALOR.
           INSPECT W-ENTRADA-VALOR REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-VALOR NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE."
           ELSE
               IF W-VALOR-DIGITADO EQUAL ZEROS
                   DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

       ACEITA-VIG-INI.
           DISPLAY "VIGENCIA INICIAL (AAAAMM): ".
           ACCEPT W-ENTRADA-VIG.
           INSPECT W-ENTRADA-VIG REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-VIG NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               IF W-VIG-DIG-MM LESS THAN 1 OR
                  W-VIG-DIG-MM GREATER THAN 12 OR
                  W-VIG-DIG-AAAA EQUAL ZEROS
                   DISPLAY "COMPETENCIA INVALIDA - DIGITE NOVAMENTE."
               ELSE
                   MOVE W-VIG-DIGITADA TO W-VIG-INI
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

      *    999999 DEIXA A BOLSA SEM DATA PARA TERMINAR
       ACEITA-VIG-FIM.
           DISPLAY "VIGENCIA FINAL (AAAAMM, 999999 = SEM FIM): ".
           ACCEPT W-ENTRADA-VIG.
           INSPECT W-ENTRADA-VIG REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-VIG NOT NUMERIC
               DISPLAY "COMPETENCIA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               IF W-VIG-DIGITADA NOT EQUAL W-VIG-SEM-FIM AND
                  (W-VIG-DIG-MM LESS THAN 1 OR
                   W-VIG-DIG-MM GREATER THAN 12)
                   DISPLAY "COMPETENCIA INVALIDA - DIGITE NOVAMENTE."
               ELSE
                   IF W-VIG-DIGITADA LESS THAN W-VIG-INI
                       DISPLAY "VIGENCIA FINAL ANTERIOR A INICIAL - "
                           "DIGITE NOVAMENTE."
                   ELSE
                       MOVE W-VIG-DIGITADA TO W-VIG-FIM
                       MOVE "SIM" TO W-CAMPO-OK
                   END-IF
               END-IF
           END-IF.

      *================================================================*
      * REGRAVACAO DO ARQUIVO NO ENCERRAMENTO

       TERMINO.
           OPEN OUTPUT BOLSAS.
           IF W-BOLSAS-STATUS NOT EQUAL "00" AND
              W-BOLSAS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR BOLSAS - STATUS: "
                   W-BOLSAS-STATUS
               STOP RUN.
           MOVE ZEROS TO W-I.
           PERFORM GRAVA-BOLSA CT-BOLSAS TIMES.
           CLOSE BOLSAS.
           DISPLAY "BOLSAS INCLUIDAS.: " CT-INCLUIDAS.
           DISPLAY "BOLSAS ALTERADAS.: " CT-ALTERADAS.
           DISPLAY "BOLSAS EXCLUIDAS.: " CT-EXCLUIDAS.
           DISPLAY "BOLSAS NO ARQUIVO: " CT-GRAVADAS.
           DISPLAY "FIM DA MANUTENCAO.".

       GRAVA-BOLSA.
           ADD 1 TO W-I.
           IF TB-EXCLUIDA (W-I) EQUAL "N"
               MOVE TB-COD-ALU (W-I) TO BOL-COD-ALU
               MOVE TB-MOTIVO (W-I) TO BOL-MOTIVO
               MOVE TB-TIPO (W-I) TO BOL-TIPO
               MOVE TB-PERCENTUAL (W-I) TO BOL-PERCENTUAL
               MOVE TB-VALOR (W-I) TO BOL-VALOR
               MOVE TB-VIG-INI (W-I) TO BOL-VIG-INI
               MOVE TB-VIG-FIM (W-I) TO BOL-VIG-FIM
               MOVE TB-DT-ATUALIZ (W-I) TO BOL-DT-ATUALIZ
               MOVE TB-OPERADOR (W-I) TO BOL-OPERADOR
               WRITE REG-BOLSA
               IF W-BOLSAS-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE BOLSAS - STATUS: "
                       W-BOLSAS-STATUS
                   STOP RUN
               END-IF
               ADD 1 TO CT-GRAVADAS
           END-IF.
