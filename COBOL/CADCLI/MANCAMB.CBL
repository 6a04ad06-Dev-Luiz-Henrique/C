       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MANCAMB.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONSOLE DA TABELA DE TAXAS DE CAMBIO, NO ESTILO
      *                DO MANPAC: O FINANCEIRO INCLUI, ALTERA, EXCLUI E
      *                CONSULTA AS COTACOES DE CAMBIO.DAT POR MOEDA E
      *                DATA DE VIGENCIA (VALIDADA POR VALDATA), E LISTA
      *                AS COTACOES DE UMA MOEDA. A TAXA VALE DA SUA
      *                DATA ATE A COTACAO SEGUINTE DA MESMA MOEDA E E
      *                LIDA PELA SUBROTINA TAXACAMB NA RESERVA DE
      *                PACOTE EM MOEDA ESTRANGEIRA E NO RELCAMB. O
      *                OPERADOR E IDENTIFICADO PELA OPERSGN E CADA
      *                ALTERACAO VAI PARA A TRILHA ATIVLOG.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMBIO ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-CAMB
               FILE STATUS IS W-CAMBIO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CAMBIO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CAMBIO.DAT".

           01 REG-CAMB.
           COPY CAMBIO.

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 FIM-CAMB             PIC X(03) VALUE "NAO".
       77 W-CAMB-ENCONTRADO    PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-DATA-VALIDA        PIC X(03) VALUE "SIM".
       77 W-MOEDA-DIGITADA     PIC X(03) VALUE SPACES.
       77 CT-COTACOES          PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DO ARQUIVO
       77 W-CAMBIO-STATUS      PIC X(02) VALUE "00".

      *    IDENTIFICACAO DO OPERADOR (OPERSGN) E TRILHA DE
      *    ATIVIDADE (ATIVLOG)
       77 W-OPERADOR           PIC X(05) VALUE SPACES.
       77 W-OPER-NOME          PIC X(20) VALUE SPACES.
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       77 W-LOG-CHAVE          PIC X(14) VALUE SPACES.

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR

       01 W-ENTRADA-DATA       PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIGITADA  PIC 9(08).
       01 RED2-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIG-DD    PIC 9(02).
           02 W-DATA-DIG-MM    PIC 9(02).
           02 W-DATA-DIG-AAAA  PIC 9(04).

       01 W-ENTRADA-TAXA       PIC X(07) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-TAXA REDEFINES W-ENTRADA-TAXA.
           02 W-TAXA-DIGITADA  PIC 9(03)V9(04).

      *    A DATA DIGITADA (DDMMAAAA) VIRA AAAAMMDD NA CHAVE
       01 W-CHAVE-DATA.
           02 W-CHAVE-AAAA     PIC 9(04).
           02 W-CHAVE-MM       PIC 9(02).
           02 W-CHAVE-DD       PIC 9(02).

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

       PROCEDURE DIVISION.
       PGM-MANCAMB.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MANUTENCAO EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "TABELA DE TAXAS DE CAMBIO - CAMBIO.DAT".
           DISPLAY " ".
      *    A CONSOLE SO ABRE COM OPERADOR IDENTIFICADO
           MOVE "MANCAMB " TO W-LOG-PROGRAMA.
           CALL "OPERSGN" USING W-OPERADOR W-OPER-NOME.
           OPEN I-O CAMBIO.
           IF W-CAMBIO-STATUS EQUAL "35"
               DISPLAY "CAMBIO.DAT INEXISTENTE - CRIANDO ARQUIVO NOVO."
               OPEN OUTPUT CAMBIO
               CLOSE CAMBIO
               OPEN I-O CAMBIO
           END-IF.
           IF W-CAMBIO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CAMBIO - STATUS: "
                   W-CAMBIO-STATUS
               STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (I=INCLUIR A=ALTERAR E=EXCLUIR X=CONSULTAR "
               "L=LISTAR F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "I"
               PERFORM INCLUI-COTACAO
             WHEN "A"
               PERFORM ALTERA-COTACAO
             WHEN "E"
               PERFORM EXCLUI-COTACAO
             WHEN "X"
               PERFORM CONSULTA-COTACAO
             WHEN "L"
               PERFORM LISTA-COTACOES
             WHEN "F"
               MOVE "SIM" TO FIM-MANUTENCAO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           DISPLAY " ".

      *================================================================*

       INCLUI-COTACAO.
           PERFORM OBTEM-MOEDA.
           PERFORM OBTEM-DATA.
           PERFORM LE-COTACAO-POR-CHAVE.
           IF W-CAMB-ENCONTRADO EQUAL "SIM"
               DISPLAY "COTACAO JA EXISTE - USE A OPCAO ALTERAR."
           ELSE
               PERFORM OBTEM-TAXA
               PERFORM MONTA-REG-CAMB
               WRITE REG-CAMB
                   INVALID KEY
                       DISPLAY "COTACAO JA EXISTE - INCLUSAO RECUSADA."
                   NOT INVALID KEY
                       DISPLAY "COTACAO INCLUIDA."
                       MOVE "INCLUSAO" TO W-LOG-ACAO
                       PERFORM GRAVA-ATIVIDADE
               END-WRITE
           END-IF.

       ALTERA-COTACAO.
           PERFORM OBTEM-MOEDA.
           PERFORM OBTEM-DATA.
           PERFORM LE-COTACAO-POR-CHAVE.
           IF W-CAMB-ENCONTRADO EQUAL "NAO"
               DISPLAY "COTACAO NAO ENCONTRADA."
           ELSE
               DISPLAY "TAXA ATUAL: " TAXA-CAMB
               PERFORM OBTEM-TAXA
               PERFORM MONTA-REG-CAMB
               REWRITE REG-CAMB
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO - STATUS: "
                           W-CAMBIO-STATUS
                   NOT INVALID KEY
                       DISPLAY "COTACAO ALTERADA."
                       MOVE "ALTERACAO" TO W-LOG-ACAO
                       PERFORM GRAVA-ATIVIDADE
               END-REWRITE
           END-IF.

       EXCLUI-COTACAO.
           PERFORM OBTEM-MOEDA.
           PERFORM OBTEM-DATA.
           PERFORM LE-COTACAO-POR-CHAVE.
           IF W-CAMB-ENCONTRADO EQUAL "NAO"
               DISPLAY "COTACAO NAO ENCONTRADA."
           ELSE
               DISPLAY "EXCLUINDO COTACAO: " TAXA-CAMB
               DELETE CAMBIO RECORD
                   INVALID KEY
                       DISPLAY "ERRO NA EXCLUSAO - STATUS: "
                           W-CAMBIO-STATUS
                   NOT INVALID KEY
                       DISPLAY "COTACAO EXCLUIDA."
                       MOVE "EXCLUSAO" TO W-LOG-ACAO
                       PERFORM GRAVA-ATIVIDADE
               END-DELETE
           END-IF.

       CONSULTA-COTACAO.
           PERFORM OBTEM-MOEDA.
           PERFORM OBTEM-DATA.
           PERFORM LE-COTACAO-POR-CHAVE.
           IF W-CAMB-ENCONTRADO EQUAL "NAO"
               DISPLAY "COTACAO NAO ENCONTRADA."
           ELSE
               DISPLAY "TAXA.........: " TAXA-CAMB
               DISPLAY "ATUALIZADA EM: " DT-ATUALIZ-CAMB
                   " POR " OPER-CAMB
           END-IF.

      *    TODAS AS COTACOES DA MOEDA, EM ORDEM DE DATA
       LISTA-COTACOES.
           PERFORM OBTEM-MOEDA.
           MOVE ZEROS TO CT-COTACOES.
           MOVE "NAO" TO FIM-CAMB.
           MOVE W-MOEDA-DIGITADA TO MOEDA-CAMB.
           MOVE ZEROS TO DT-CAMB.
           START CAMBIO KEY IS NOT LESS THAN CHAVE-CAMB
               INVALID KEY MOVE "SIM" TO FIM-CAMB
           END-START.
           IF FIM-CAMB EQUAL "NAO"
               PERFORM LE-PROXIMA-COTACAO.
           PERFORM MOSTRA-COTACAO UNTIL FIM-CAMB EQUAL "SIM".
           DISPLAY "COTACOES LISTADAS: " CT-COTACOES.

       LE-PROXIMA-COTACAO.
           READ CAMBIO NEXT RECORD
               AT END MOVE "SIM" TO FIM-CAMB
           END-READ.

       MOSTRA-COTACAO.
           IF MOEDA-CAMB NOT EQUAL W-MOEDA-DIGITADA
               MOVE "SIM" TO FIM-CAMB
           ELSE
               DISPLAY DD-CAMB "/" MM-CAMB "/" AAAA-CAMB "  "
                   TAXA-CAMB
               ADD 1 TO CT-COTACOES
               PERFORM LE-PROXIMA-COTACAO
           END-IF.

      *================================================================*
      * TRILHA DE ATIVIDADE: OPERADOR, PROGRAMA, ACAO E MOEDA+DATA

       GRAVA-ATIVIDADE.
           MOVE CHAVE-CAMB TO W-LOG-CHAVE.
           CALL "ATIVLOG" USING W-OPERADOR W-LOG-PROGRAMA
               W-LOG-ACAO W-LOG-CHAVE.

      *================================================================*
      * LEITURA DIRETA PELA CHAVE DIGITADA

       LE-COTACAO-POR-CHAVE.
           MOVE "SIM" TO W-CAMB-ENCONTRADO.
           MOVE W-MOEDA-DIGITADA TO MOEDA-CAMB.
           MOVE W-CHAVE-DATA TO DT-CAMB.
           READ CAMBIO
               INVALID KEY MOVE "NAO" TO W-CAMB-ENCONTRADO
           END-READ.

      *================================================================*
      * ENTRADA DOS CAMPOS, UM A UM, COM VALIDACAO

      *    O REAL NAO TEM COTACAO: E A MOEDA DOS PRECOS SEM CAMBIO
       OBTEM-MOEDA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MOEDA UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-MOEDA.
           DISPLAY "MOEDA (USD, EUR...): ".
           ACCEPT W-MOEDA-DIGITADA.
           IF W-MOEDA-DIGITADA EQUAL SPACES OR
              W-MOEDA-DIGITADA EQUAL "BRL"
               DISPLAY "MOEDA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       OBTEM-DATA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-DATA UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE W-DATA-DIG-AAAA TO W-CHAVE-AAAA.
           MOVE W-DATA-DIG-MM TO W-CHAVE-MM.
           MOVE W-DATA-DIG-DD TO W-CHAVE-DD.

       ACEITA-DATA.
           DISPLAY "DATA DE VIGENCIA (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DATA.
           INSPECT W-ENTRADA-DATA REPLACING LEADING SPACE BY ZERO.
           CALL "VALDATA" USING W-DATA-DIG-DD W-DATA-DIG-MM
               W-DATA-DIG-AAAA W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       OBTEM-TAXA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-TAXA UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-TAXA.
           DISPLAY "TAXA EM REAIS POR UNIDADE (999VVVV): ".
           ACCEPT W-ENTRADA-TAXA.
           INSPECT W-ENTRADA-TAXA REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-TAXA NOT NUMERIC OR
              W-TAXA-DIGITADA EQUAL ZEROS
               DISPLAY "TAXA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

      *================================================================*

       MONTA-REG-CAMB.
           MOVE W-MOEDA-DIGITADA TO MOEDA-CAMB.
           MOVE W-CHAVE-DATA TO DT-CAMB.
           MOVE W-TAXA-DIGITADA TO TAXA-CAMB.
           MOVE W-DATA-HOJE TO DT-ATUALIZ-CAMB.
           MOVE W-OPERADOR TO OPER-CAMB.

      *================================================================*

       TERMINO.
           CLOSE CAMBIO.
           DISPLAY "FIM DA MANUTENCAO.".
