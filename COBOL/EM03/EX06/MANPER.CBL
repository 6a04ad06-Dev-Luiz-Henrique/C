       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MANPER.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONSOLE DOS PERIODOS CONTABEIS (PERIODO.DAT),
      *                RESTRITA AO SUPERVISOR DA CONTABILIDADE (PERFIL
      *                "C" NO OPERADOR.DAT): FECHA UM MES AAAAMM PARA
      *                LANCAMENTOS OU O REABRE, GUARDANDO QUEM E QUANDO.
      *                O MES FECHADO E RECUSADO PELA SUBROTINA VALPER
      *                EM TODO PROGRAMA QUE GRAVA LOTE DO RAZAO,
      *                ACUMULADO DO ANO OU TRILHA (EX03, EX05, EX06,
      *                CONREC, GLCOLETA...). SO SE FECHA MES ANTERIOR
      *                AO DA DATA DE NEGOCIO, E NAO SE REABRE MES QUE O
      *                GLFECHA JA FECHOU NO RAZAO (GLCTRL.DAT). AS DUAS
      *                ACOES FICAM NA TRILHA DE ATIVIDADE (ATIVLOG); O
      *                NOITE.BAT LEVA O PERIODO.DAT AOS DEMAIS
      *                DIRETORIOS QUE LANCAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODO ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-PERIODO-STATUS.
           SELECT OPERADOR ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-OPERADOR-STATUS.
           SELECT GLCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-GLCTRL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PERIODO LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PERIODO.DAT".
       01 REG-PERIODO.
           COPY PERIODO.

       FD OPERADOR LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "OPERADOR.DAT".
       01 REG-OPERADOR.
           02 OPER-CODIGO          PIC X(05).
           02 OPER-NOME            PIC X(20).
           02 OPER-PERFIL          PIC X(01).

       FD GLCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GLCTRL.DAT".
       01 REG-GLCTRL.
           COPY GLCTRL.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 FIM-CONSOLE          PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       77 W-CONTADOR           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.

      *    DATA DE NEGOCIO: O MES CORRENTE NAO PODE SER FECHADO
       01 W-DATA-NEG.
           02 W-ANOMES-NEG         PIC 9(06).
           02 W-DD-NEG             PIC 9(02).
       77 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 W-HORA-HOJE          PIC 9(06) VALUE ZEROS.

      *    ULTIMO MES FECHADO NO RAZAO PELO GLFECHA (ZEROS SEM
      *    GLCTRL.DAT)
       77 W-ULT-FECHADO        PIC 9(06) VALUE ZEROS.

      *    MES INFORMADO PELO SUPERVISOR
       01 W-ENTRADA-MES.
           02 W-ENT-ANOMES-X   PIC X(06).
           02 W-ENT-ANOMES REDEFINES W-ENT-ANOMES-X.
             03 W-ENT-AAAA     PIC 9(04).
             03 W-ENT-MM       PIC 9(02).

      *    PERIODOS EM MEMORIA, REGRAVADOS A CADA ACAO
       77 CT-PERIODOS          PIC 9(03) VALUE ZEROS.
       77 W-PER-I              PIC 9(03) VALUE ZEROS.
       01 TAB-PERIODOS.
           02 TAB-PER-OCR OCCURS 240 TIMES.
             03 TP-ANOMES      PIC 9(06).
             03 TP-SITUACAO    PIC X(01).
             03 TP-OPERADOR    PIC X(05).
             03 TP-DATA        PIC 9(08).
             03 TP-HORA        PIC 9(06).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-FECHADOS          PIC 9(03) VALUE ZEROS.
       77 CT-REABERTOS         PIC 9(03) VALUE ZEROS.

      *    IDENTIFICACAO DO OPERADOR (OPERSGN) E TRILHA DE ATIVIDADE
      *    (ATIVLOG)
       77 W-OPERADOR           PIC X(05) VALUE SPACES.
       77 W-OPER-NOME          PIC X(20) VALUE SPACES.
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       01 W-LOG-CHAVE.
           02 W-LOG-ANOMES     PIC 9(06).
           02 FILLER           PIC X(08).

      *    FILE STATUS DOS ARQUIVOS
       77 W-PERIODO-STATUS     PIC X(02) VALUE "00".
       77 W-OPERADOR-STATUS    PIC X(02) VALUE "00".
       77 W-GLCTRL-STATUS      PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-MANPER.
           PERFORM INICIO.
           PERFORM ATENDE-OPCAO UNTIL FIM-CONSOLE EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "CONTROLE DE PERIODOS CONTABEIS".
           DISPLAY " ".
      *    A CONSOLE SO ABRE COM OPERADOR IDENTIFICADO E DE PERFIL
      *    CONTABIL
           MOVE "MANPER  " TO W-LOG-PROGRAMA.
           CALL "OPERSGN" USING W-OPERADOR W-OPER-NOME.
           PERFORM CONFERE-PERFIL.
           IF W-CONTADOR NOT EQUAL "SIM"
               DISPLAY "CONSOLE RESTRITA AO SUPERVISOR DA "
                   "CONTABILIDADE."
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           CALL "DATAPROC" USING W-DATA-NEG.
           PERFORM LE-CONTROLE.
           PERFORM CARREGA-PERIODOS.
           PERFORM LISTA-PERIODOS.

      *    O CADASTRO E PEQUENO E E PASSADO DO INICIO
       CONFERE-PERFIL.
           MOVE "NAO" TO W-CONTADOR.
           MOVE "NAO" TO W-ACHOU.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT OPERADOR.
           IF W-OPERADOR-STATUS NOT EQUAL "00"
               DISPLAY "OPERADOR.DAT INDISPONIVEL - STATUS: "
                   W-OPERADOR-STATUS
           ELSE
               PERFORM LE-OPERADOR
               PERFORM TESTA-OPERADOR UNTIL FIM-ARQ EQUAL "SIM"
                   OR W-ACHOU EQUAL "SIM"
               CLOSE OPERADOR
           END-IF.

       LE-OPERADOR.
           READ OPERADOR AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-OPERADOR-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE OPERADOR - STATUS: "
                   W-OPERADOR-STATUS
               STOP RUN.

       TESTA-OPERADOR.
           IF OPER-CODIGO EQUAL W-OPERADOR
               MOVE "SIM" TO W-ACHOU
               IF OPER-PERFIL EQUAL "C"
                   MOVE "SIM" TO W-CONTADOR
               END-IF
           ELSE
               PERFORM LE-OPERADOR.

      *    SEM GLCTRL.DAT O RAZAO AINDA NAO FECHOU NENHUM MES
       LE-CONTROLE.
           OPEN INPUT GLCTRL.
           IF W-GLCTRL-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLCTRL-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCTRL - STATUS: "
                       W-GLCTRL-STATUS
                   STOP RUN
               ELSE
                   READ GLCTRL
                   IF W-GLCTRL-STATUS EQUAL "00"
                       MOVE GC-ULT-FECHADO TO W-ULT-FECHADO
                   END-IF
                   CLOSE GLCTRL.

       CARREGA-PERIODOS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT PERIODO.
           IF W-PERIODO-STATUS NOT EQUAL "00" AND
              W-PERIODO-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR PERIODO - STATUS: "
                   W-PERIODO-STATUS
               STOP RUN.
           PERFORM LE-PERIODO.
           PERFORM GUARDA-PERIODO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE PERIODO.

       LE-PERIODO.
           READ PERIODO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-PERIODO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PERIODO - STATUS: "
                   W-PERIODO-STATUS
               STOP RUN.

       GUARDA-PERIODO.
           PERFORM NOVO-PERIODO.
           MOVE PER-ANOMES TO TP-ANOMES (W-PER-I).
           MOVE PER-SITUACAO TO TP-SITUACAO (W-PER-I).
           MOVE PER-OPERADOR TO TP-OPERADOR (W-PER-I).
           MOVE PER-DATA TO TP-DATA (W-PER-I).
           MOVE PER-HORA TO TP-HORA (W-PER-I).
           PERFORM LE-PERIODO.

       NOVO-PERIODO.
           ADD 1 TO CT-PERIODOS.
           IF CT-PERIODOS GREATER THAN 240
               DISPLAY "ERRO: PERIODO.DAT EXCEDE O LIMITE DE 240 MESES"
               STOP RUN.
           MOVE CT-PERIODOS TO W-PER-I.

      *================================================================*
      * MENU DA CONSOLE

       ATENDE-OPCAO.
           DISPLAY " ".
           DISPLAY "F FECHAR MES, R REABRIR MES, L LISTAR, S SAIR: ".
           ACCEPT W-OPCAO.
           IF W-OPCAO EQUAL "F"
               PERFORM FECHA-PERIODO
           ELSE
               IF W-OPCAO EQUAL "R"
                   PERFORM REABRE-PERIODO
               ELSE
                   IF W-OPCAO EQUAL "L"
                       PERFORM LISTA-PERIODOS
                   ELSE
                       IF W-OPCAO EQUAL "S" OR W-OPCAO EQUAL SPACE
                           MOVE "SIM" TO FIM-CONSOLE
                       ELSE
                           DISPLAY "OPCAO INVALIDA - DIGITE F, R, L "
                               "OU S"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LISTA-PERIODOS.
           DISPLAY "DATA DE NEGOCIO: " W-DATA-NEG
               "   RAZAO FECHADO ATE: " W-ULT-FECHADO.
           IF CT-PERIODOS EQUAL ZEROS
               DISPLAY "NENHUM PERIODO FECHADO - TODOS ABERTOS."
           ELSE
               DISPLAY "MES     SITUACAO  OPERADOR  DATA      HORA"
               MOVE ZEROS TO W-PER-I
               PERFORM MOSTRA-PERIODO CT-PERIODOS TIMES.

       MOSTRA-PERIODO.
           ADD 1 TO W-PER-I.
           IF TP-SITUACAO (W-PER-I) EQUAL "F"
               DISPLAY TP-ANOMES (W-PER-I) "  FECHADO   "
                   TP-OPERADOR (W-PER-I) "     " TP-DATA (W-PER-I)
                   "  " TP-HORA (W-PER-I)
           ELSE
               DISPLAY TP-ANOMES (W-PER-I) "  ABERTO    "
                   TP-OPERADOR (W-PER-I) "     " TP-DATA (W-PER-I)
                   "  " TP-HORA (W-PER-I).

       ACEITA-MES.
           DISPLAY "MES (AAAAMM): ".
           ACCEPT W-ENT-ANOMES-X.
           IF W-ENT-ANOMES-X NOT NUMERIC
               DISPLAY "MES INVALIDO - INFORME AAAAMM"
           ELSE
               IF W-ENT-MM LESS THAN 1 OR W-ENT-MM GREATER THAN 12
                   DISPLAY "MES INVALIDO - INFORME AAAAMM"
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

       PROCURA-PERIODO.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-PER-I.
           PERFORM TESTA-PERIODO UNTIL W-PER-I GREATER THAN
               CT-PERIODOS OR W-ACHOU EQUAL "SIM".

       TESTA-PERIODO.
           IF TP-ANOMES (W-PER-I) EQUAL W-ENT-ANOMES
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-PER-I.

      *================================================================*
      * FECHAMENTO: SO MES JA ENCERRADO PELA DATA DE NEGOCIO

       FECHA-PERIODO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MES UNTIL W-CAMPO-OK EQUAL "SIM".
           PERFORM PROCURA-PERIODO.
           IF W-ENT-ANOMES NOT LESS THAN W-ANOMES-NEG
               DISPLAY "MES " W-ENT-ANOMES " AINDA EM CURSO (DATA DE "
                   "NEGOCIO " W-DATA-NEG ") - NAO PODE SER FECHADO"
           ELSE
               IF W-ACHOU EQUAL "SIM" AND
                  TP-SITUACAO (W-PER-I) EQUAL "F"
                   DISPLAY "MES " W-ENT-ANOMES " JA ESTA FECHADO."
               ELSE
                   IF W-ACHOU NOT EQUAL "SIM"
                       PERFORM NOVO-PERIODO
                       MOVE W-ENT-ANOMES TO TP-ANOMES (W-PER-I)
                   END-IF
                   MOVE "F" TO TP-SITUACAO (W-PER-I)
                   PERFORM CARIMBA-PERIODO
                   MOVE "FECHAPER" TO W-LOG-ACAO
                   PERFORM REGISTRA-ACAO
                   ADD 1 TO CT-FECHADOS
                   DISPLAY "MES " W-ENT-ANOMES " FECHADO PARA "
                       "LANCAMENTOS."
               END-IF
           END-IF.

      *================================================================*
      * REABERTURA: O MES FECHADO NO RAZAO PELO GLFECHA NAO VOLTA

       REABRE-PERIODO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MES UNTIL W-CAMPO-OK EQUAL "SIM".
           PERFORM PROCURA-PERIODO.
           IF W-ACHOU NOT EQUAL "SIM"
               DISPLAY "MES " W-ENT-ANOMES " NAO ESTA FECHADO."
           ELSE
               IF TP-SITUACAO (W-PER-I) NOT EQUAL "F"
                   DISPLAY "MES " W-ENT-ANOMES " NAO ESTA FECHADO."
               ELSE
                   IF W-ENT-ANOMES NOT GREATER THAN W-ULT-FECHADO
                       DISPLAY "MES " W-ENT-ANOMES " JA FECHADO NO "
                           "RAZAO PELO GLFECHA - NAO PODE SER REABERTO"
                   ELSE
                       MOVE "A" TO TP-SITUACAO (W-PER-I)
                       PERFORM CARIMBA-PERIODO
                       MOVE "REABREPER" TO W-LOG-ACAO
                       PERFORM REGISTRA-ACAO
                       ADD 1 TO CT-REABERTOS
                       DISPLAY "MES " W-ENT-ANOMES " REABERTO PARA "
                           "LANCAMENTOS."
                   END-IF
               END-IF
           END-IF.

      *================================================================*

       CARIMBA-PERIODO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT W-HORA-HOJE FROM TIME.
           MOVE W-OPERADOR TO TP-OPERADOR (W-PER-I).
           MOVE W-DATA-HOJE TO TP-DATA (W-PER-I).
           MOVE W-HORA-HOJE TO TP-HORA (W-PER-I).

      *    O ARQUIVO E REGRAVADO A CADA ACAO: UMA QUEDA DA CONSOLE
      *    NAO PERDE FECHAMENTO JA ANUNCIADO AO SUPERVISOR
       REGISTRA-ACAO.
           PERFORM GRAVA-PERIODOS.
           MOVE SPACES TO W-LOG-CHAVE.
           MOVE W-ENT-ANOMES TO W-LOG-ANOMES.
           CALL "ATIVLOG" USING W-OPERADOR W-LOG-PROGRAMA
               W-LOG-ACAO W-LOG-CHAVE.

      *    STATUS 05 INDICA ARQUIVO OPCIONAL CRIADO AGORA
       GRAVA-PERIODOS.
           OPEN OUTPUT PERIODO.
           IF W-PERIODO-STATUS NOT EQUAL "00" AND
              W-PERIODO-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR PERIODO - STATUS: "
                   W-PERIODO-STATUS
               STOP RUN.
           MOVE ZEROS TO W-PER-I.
           PERFORM GRAVA-PERIODO CT-PERIODOS TIMES.
           CLOSE PERIODO.

       GRAVA-PERIODO.
           ADD 1 TO W-PER-I.
           MOVE TP-ANOMES (W-PER-I) TO PER-ANOMES.
           MOVE TP-SITUACAO (W-PER-I) TO PER-SITUACAO.
           MOVE TP-OPERADOR (W-PER-I) TO PER-OPERADOR.
           MOVE TP-DATA (W-PER-I) TO PER-DATA.
           MOVE TP-HORA (W-PER-I) TO PER-HORA.
           WRITE REG-PERIODO.
           IF W-PERIODO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE PERIODO - STATUS: "
                   W-PERIODO-STATUS
               STOP RUN.

      *================================================================*

       TERMINO.
           DISPLAY "MESES FECHADOS: " CT-FECHADOS.
           DISPLAY "MESES REABERTOS: " CT-REABERTOS.
           DISPLAY "FIM DO CONTROLE DE PERIODOS.".
