       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REVFOL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        REVISAO DA FOLHA MENSAL ANTES DE A REMESSA
      *                RELBANCO.DAT SEGUIR PARA O BANCO, RODADA LOGO
      *                DEPOIS DO EX06: COMPARA O BRUTO, OS DESCONTOS E
      *                O LIQUIDO DE CADA FUNCIONARIO DA RODADA
      *                (FOLMES.DAT) COM OS DO MES ANTERIOR NO
      *                HISTORICO FOLHIST.DAT E LISTA NO RELREVF QUEM
      *                TEVE O LIQUIDO VARIANDO MAIS QUE O PERCENTUAL
      *                DA LINHA DE COMANDO (SEM PARAMETRO, 10%), OS
      *                FUNCIONARIOS NOVOS NA FOLHA E OS AUSENTES. A
      *                COMPETENCIA DA RODADA SUBSTITUI NO HISTORICO A
      *                GRAVADA ANTES. HAVENDO OCORRENCIA, A REMESSA SO
      *                SEGUE SE O SUPERVISOR JA LIBEROU ESTA MESMA
      *                FOLHA (COMPETENCIA, QUANTIDADE E TOTAL LIQUIDO)
      *                NA CONSOLE LIBFOL (FOLLIB.DAT); SENAO A REVISAO
      *                FICA RETIDA E O PROGRAMA TERMINA COM RETORNO 4,
      *                QUE FAZ O STREAM NOTURNO RETER O RELBANCO.DAT E
      *                PARAR. A SITUACAO DA REVISAO FICA NO FOLREV.DAT
      *                PARA A CONSOLE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLMES-STATUS.
           SELECT OPTIONAL FOLHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLHIST-STATUS.
           SELECT FOLHTMP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLHTMP-STATUS.
           SELECT OPTIONAL FOLLIB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLLIB-STATUS.
           SELECT FOLREV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-FOLREV-STATUS.
           SELECT RELREVF ASSIGN TO DISK
               FILE STATUS IS W-RELREVF-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    VALORES DA RODADA, GRAVADOS PELO EX06
       FD FOLMES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLMES.DAT".
       01 REG-FOLMES.
           COPY FOLMES.

      *    HISTORICO DOS MESES ANTERIORES, MESMO LAYOUT
       FD FOLHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHIST.DAT".
       01 REG-FOLHIST.
           COPY FOLMES.

      *    HISTORICO REMONTADO ANTES DE VOLTAR AO FOLHIST.DAT
       FD FOLHTMP LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLHIST.TMP".
       01 REG-FOLHTMP              PIC X(79).

      *    FOLHAS JA LIBERADAS PELO SUPERVISOR NA CONSOLE LIBFOL
       FD FOLLIB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLLIB.DAT".
       01 REG-FOLLIB.
           COPY FOLREV.

      *    SITUACAO DA REVISAO DESTA RODADA
       FD FOLREV LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLREV.DAT".
       01 REG-FOLREV.
           COPY FOLREV.

       FD RELREVF LABEL RECORD IS OMITTED.
       01 REL-REVF                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-MOTIVO             PIC X(30) VALUE SPACES.

      *    LIMITE DE VARIACAO DO LIQUIDO EM PERCENTUAL INTEIRO
       01 W-PARM-PERCENTUAL.
           02 W-PERCENTUAL     PIC 9(02).
       77 W-LIMITE-NEG         PIC S9(03) VALUE ZEROS.

      *    COMPETENCIA DA RODADA E A DO MES ANTERIOR
       77 W-ANOMES             PIC 9(06) VALUE ZEROS.
       01 W-ANOMES-ANT.
           02 W-ANT-AAAA       PIC 9(04).
           02 W-ANT-MM         PIC 9(02).

      *    VARIACAO DO LIQUIDO SOBRE O MES ANTERIOR
       77 W-VARIACAO           PIC S9(05)V9 VALUE ZEROS.
       77 W-VAR-CALCULADA      PIC X(03) VALUE "NAO".

      *    FUNCIONARIOS DA RODADA
       77 CT-ATU               PIC 9(03) VALUE ZEROS.
       77 W-ATU-I              PIC 9(03) VALUE ZEROS.
       01 TAB-ATUAL.
           02 TAB-ATU-OCR OCCURS 500 TIMES.
             03 TA-COD-VEN     PIC 9(05).
             03 TA-NOME        PIC X(20).
             03 TA-BRUTO       PIC 9(07)V99.
             03 TA-DESCONTOS   PIC 9(07)V99.
             03 TA-LIQUIDO     PIC S9(07)V99.

      *    FUNCIONARIOS DO MES ANTERIOR, MARCADOS QUANDO ENCONTRADOS
      *    NA RODADA
       77 CT-ANT               PIC 9(03) VALUE ZEROS.
       77 W-ANT-I              PIC 9(03) VALUE ZEROS.
       77 W-BUSCA-I            PIC 9(03) VALUE ZEROS.
       77 W-ACHOU              PIC X(03) VALUE "NAO".
       01 TAB-ANTERIOR.
           02 TAB-ANT-OCR OCCURS 500 TIMES.
             03 TN-COD-VEN     PIC 9(05).
             03 TN-NOME        PIC X(20).
             03 TN-BRUTO       PIC 9(07)V99.
             03 TN-DESCONTOS   PIC 9(07)V99.
             03 TN-LIQUIDO     PIC S9(07)V99.
             03 TN-ACHADO      PIC X(03).

      *    LIBERACAO DO SUPERVISOR PARA ESTA FOLHA
       77 W-SITUACAO           PIC X(01) VALUE "S".
       77 W-SUPV-LIB           PIC X(05) VALUE SPACES.
       77 W-DATA-LIB           PIC 9(08) VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-DENTRO            PIC 9(05) VALUE ZEROS.
       77 CT-VARIACAO          PIC 9(05) VALUE ZEROS.
       77 CT-NOVOS             PIC 9(05) VALUE ZEROS.
       77 CT-AUSENTES          PIC 9(05) VALUE ZEROS.
       77 CT-OCORRENCIAS       PIC 9(05) VALUE ZEROS.
       77 CT-HIST-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 CT-HIST-DEVOLVIDOS   PIC 9(06) VALUE ZEROS.
       77 W-TOTAL-LIQ          PIC S9(11)V99 VALUE ZEROS.
       77 W-TOTAL-LIQ-ANT      PIC S9(11)V99 VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-FOLMES-STATUS      PIC X(02) VALUE "00".
       77 W-FOLHIST-STATUS     PIC X(02) VALUE "00".
       77 W-FOLHTMP-STATUS     PIC X(02) VALUE "00".
       77 W-FOLLIB-STATUS      PIC X(02) VALUE "00".
       77 W-FOLREV-STATUS      PIC X(02) VALUE "00".
       77 W-RELREVF-STATUS     PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(45) VALUE
              "REVISAO DA FOLHA ANTES DA REMESSA AO BANCO".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(13) VALUE "COMPETENCIA: ".
           02 VAR-COMP PIC 9(06).
           02 FILLER PIC X(17) VALUE "   MES ANTERIOR: ".
           02 VAR-COMP-ANT PIC 9(06).
           02 FILLER PIC X(23) VALUE "   LIMITE DO LIQUIDO: ".
           02 VAR-PERCENTUAL PIC Z9.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(10) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(23) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "     BRUTO".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(10) VALUE " DESCONTOS".
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "    LIQUIDO".
           02 FILLER PIC X(20) VALUE SPACES.

       01 DET-FUNC.
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-COD PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-MOTIVO PIC X(30).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-VAR-X.
             03 DET-VAR PIC -ZZZZ9,9.
             03 DET-VAR-SINAL PIC X(01).
           02 FILLER PIC X(08) VALUE SPACES.

       01 DET-VALORES.
           02 FILLER PIC X(09) VALUE SPACES.
           02 DET-ROTULO PIC X(12).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-BRUTO PIC ZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-DESCONTOS PIC ZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 DET-LIQUIDO PIC -ZZZZZZ9,99.
           02 FILLER PIC X(20) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(34).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(30) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-TOTAL PIC X(34).
           02 VAL-TOTAL PIC -ZZZZZZZZZZ9,99.
           02 FILLER PIC X(21) VALUE SPACES.

       01 DET-SITUACAO.
           02 FILLER PIC X(10) VALUE SPACES.
           02 DET-SIT-TEXTO PIC X(60).
           02 FILLER PIC X(10) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-REVFOL.
           PERFORM INICIO.
           PERFORM SEPARA-HISTORICO.
           PERFORM DEVOLVE-HISTORICO.
           MOVE ZEROS TO W-ATU-I.
           PERFORM CONFERE-FUNCIONARIO CT-ATU TIMES.
           MOVE ZEROS TO W-ANT-I.
           PERFORM CONFERE-AUSENTE CT-ANT TIMES.
           PERFORM VERIFICA-LIBERACAO.
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           ACCEPT W-PARM-PERCENTUAL FROM COMMAND-LINE.
           IF W-PERCENTUAL NOT NUMERIC OR W-PERCENTUAL EQUAL ZEROS
               MOVE 10 TO W-PERCENTUAL.
           COMPUTE W-LIMITE-NEG = ZEROS - W-PERCENTUAL.
           CALL "DATAPROC" USING W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE W-DATA-ESTAT (1:6) TO W-ANOMES.
           PERFORM CARREGA-FOLMES.
      *    MES ANTERIOR A COMPETENCIA DA RODADA, COM VIRADA DE ANO
           MOVE W-ANOMES TO W-ANOMES-ANT.
           IF W-ANT-MM EQUAL 01
               MOVE 12 TO W-ANT-MM
               SUBTRACT 1 FROM W-ANT-AAAA
           ELSE
               SUBTRACT 1 FROM W-ANT-MM.
           OPEN OUTPUT RELREVF.
           IF W-RELREVF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELREVF - STATUS: "
                   W-RELREVF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * CARGA DA RODADA; A COMPETENCIA E A GRAVADA PELO EX06 (TODOS OS
      * REGISTROS DA MESMA)

       CARREGA-FOLMES.
           OPEN INPUT FOLMES.
           IF W-FOLMES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR FOLMES - STATUS: "
                   W-FOLMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FOLMES.
           IF FIM-ARQ NOT EQUAL "SIM"
               MOVE FM-ANOMES OF REG-FOLMES TO W-ANOMES.
           PERFORM GUARDA-ATUAL UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FOLMES.

       LE-FOLMES.
           READ FOLMES AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FOLMES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FOLMES - STATUS: "
                   W-FOLMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-ATUAL.
           IF FM-ANOMES OF REG-FOLMES NOT EQUAL W-ANOMES
               DISPLAY "ERRO: FOLMES.DAT COM MAIS DE UMA COMPETENCIA"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-ATU.
           IF CT-ATU GREATER THAN 500
               DISPLAY "ERRO: FOLMES.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE FM-COD-VEN OF REG-FOLMES TO TA-COD-VEN (CT-ATU).
           MOVE FM-NOME OF REG-FOLMES TO TA-NOME (CT-ATU).
           MOVE FM-BRUTO OF REG-FOLMES TO TA-BRUTO (CT-ATU).
           MOVE FM-DESCONTOS OF REG-FOLMES TO TA-DESCONTOS (CT-ATU).
           MOVE FM-LIQUIDO OF REG-FOLMES TO TA-LIQUIDO (CT-ATU).
           PERFORM LE-FOLMES.

      *================================================================*
      * O HISTORICO E REMONTADO NO FOLHIST.TMP SEM A COMPETENCIA DA
      * RODADA, QUE ENTRA DE NOVO PELO FOLMES; O MES ANTERIOR E
      * GUARDADO PARA A COMPARACAO

       SEPARA-HISTORICO.
      *    STATUS 05 INDICA ARQUIVO OPCIONAL AUSENTE (PRIMEIRO MES)
           OPEN INPUT FOLHIST.
           IF W-FOLHIST-STATUS NOT EQUAL "00" AND
              W-FOLHIST-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR FOLHIST - STATUS: "
                   W-FOLHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT FOLHTMP.
           IF W-FOLHTMP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR FOLHTMP - STATUS: "
                   W-FOLHTMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FOLHIST.
           PERFORM SEPARA-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FOLHIST.
           OPEN INPUT FOLMES.
           IF W-FOLMES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR FOLMES - STATUS: "
                   W-FOLMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FOLMES.
           PERFORM ACRESCENTA-RODADA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FOLMES FOLHTMP.

       LE-FOLHIST.
           READ FOLHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FOLHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FOLHIST - STATUS: "
                   W-FOLHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       SEPARA-REGISTRO.
           IF FM-ANOMES OF REG-FOLHIST NOT EQUAL W-ANOMES
               MOVE REG-FOLHIST TO REG-FOLHTMP
               PERFORM GRAVA-FOLHTMP.
           IF FM-ANOMES OF REG-FOLHIST EQUAL W-ANOMES-ANT
               PERFORM GUARDA-ANTERIOR.
           PERFORM LE-FOLHIST.

       GUARDA-ANTERIOR.
           ADD 1 TO CT-ANT.
           IF CT-ANT GREATER THAN 500
               DISPLAY "ERRO: FOLHIST.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS NO MES " W-ANOMES-ANT
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE FM-COD-VEN OF REG-FOLHIST TO TN-COD-VEN (CT-ANT).
           MOVE FM-NOME OF REG-FOLHIST TO TN-NOME (CT-ANT).
           MOVE FM-BRUTO OF REG-FOLHIST TO TN-BRUTO (CT-ANT).
           MOVE FM-DESCONTOS OF REG-FOLHIST TO TN-DESCONTOS (CT-ANT).
           MOVE FM-LIQUIDO OF REG-FOLHIST TO TN-LIQUIDO (CT-ANT).
           MOVE "NAO" TO TN-ACHADO (CT-ANT).

       ACRESCENTA-RODADA.
           MOVE REG-FOLMES TO REG-FOLHTMP.
           PERFORM GRAVA-FOLHTMP.
           PERFORM LE-FOLMES.

       GRAVA-FOLHTMP.
           WRITE REG-FOLHTMP.
           IF W-FOLHTMP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE FOLHTMP - STATUS: "
                   W-FOLHTMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-HIST-GRAVADOS.

      *    O HISTORICO REMONTADO VOLTA INTEIRO PARA O FOLHIST.DAT; A
      *    CONTAGEM DEVOLVIDA TEM DE FECHAR COM A GRAVADA
       DEVOLVE-HISTORICO.
           OPEN INPUT FOLHTMP.
           IF W-FOLHTMP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REABRIR FOLHTMP - STATUS: "
                   W-FOLHTMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT FOLHIST.
           IF W-FOLHIST-STATUS NOT EQUAL "00" AND
              W-FOLHIST-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO REGRAVAR FOLHIST - STATUS: "
                   W-FOLHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FOLHTMP.
           PERFORM DEVOLVE-REGISTRO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FOLHTMP FOLHIST.
           IF CT-HIST-DEVOLVIDOS NOT EQUAL CT-HIST-GRAVADOS
               DISPLAY "FOLHIST NAO CONFERE: GRAVADOS "
                   CT-HIST-DEVOLVIDOS " DE " CT-HIST-GRAVADOS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       LE-FOLHTMP.
           READ FOLHTMP AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FOLHTMP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FOLHTMP - STATUS: "
                   W-FOLHTMP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       DEVOLVE-REGISTRO.
           MOVE REG-FOLHTMP TO REG-FOLHIST.
           WRITE REG-FOLHIST.
           IF W-FOLHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE FOLHIST - STATUS: "
                   W-FOLHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-HIST-DEVOLVIDOS.
           PERFORM LE-FOLHTMP.

      *================================================================*
      * CADA FUNCIONARIO DA RODADA: NOVO, SE NAO ESTAVA NO MES
      * ANTERIOR; SENAO, CONFERENCIA DA VARIACAO DO LIQUIDO

       CONFERE-FUNCIONARIO.
           ADD 1 TO W-ATU-I.
           ADD TA-LIQUIDO (W-ATU-I) TO W-TOTAL-LIQ.
           MOVE "NAO" TO W-ACHOU.
           MOVE 1 TO W-BUSCA-I.
           PERFORM PROCURA-ANTERIOR UNTIL W-BUSCA-I GREATER THAN
               CT-ANT OR W-ACHOU EQUAL "SIM".
           IF W-ACHOU EQUAL "NAO"
               ADD 1 TO CT-NOVOS
               MOVE "NOVO NA FOLHA" TO W-MOTIVO
               MOVE "NAO" TO W-VAR-CALCULADA
               PERFORM IMP-FUNCIONARIO
               PERFORM IMP-VALORES-ATUAL
           ELSE
               MOVE "SIM" TO TN-ACHADO (W-BUSCA-I)
               PERFORM CALCULA-VARIACAO
           END-IF.

       PROCURA-ANTERIOR.
           IF TN-COD-VEN (W-BUSCA-I) EQUAL TA-COD-VEN (W-ATU-I)
               MOVE "SIM" TO W-ACHOU
           ELSE
               ADD 1 TO W-BUSCA-I.

      *    LIQUIDO ANTERIOR ZERADO OU NEGATIVO NAO DA PERCENTUAL:
      *    QUALQUER MUDANCA E LISTADA
       CALCULA-VARIACAO.
           MOVE SPACES TO W-MOTIVO.
           MOVE "NAO" TO W-VAR-CALCULADA.
           IF TN-LIQUIDO (W-BUSCA-I) GREATER THAN ZEROS
               MOVE "SIM" TO W-VAR-CALCULADA
               COMPUTE W-VARIACAO ROUNDED =
                   (TA-LIQUIDO (W-ATU-I) - TN-LIQUIDO (W-BUSCA-I))
                   * 100 / TN-LIQUIDO (W-BUSCA-I)
                   ON SIZE ERROR MOVE 99999,9 TO W-VARIACAO
               END-COMPUTE
               IF W-VARIACAO GREATER THAN W-PERCENTUAL OR
                  W-VARIACAO LESS THAN W-LIMITE-NEG
                   MOVE "LIQUIDO VARIOU ACIMA DO LIMITE" TO W-MOTIVO
               END-IF
           ELSE
               IF TA-LIQUIDO (W-ATU-I) NOT EQUAL
                  TN-LIQUIDO (W-BUSCA-I)
                   MOVE "LIQUIDO ANTERIOR NAO POSITIVO" TO W-MOTIVO
               END-IF
           END-IF.
           IF W-MOTIVO EQUAL SPACES
               ADD 1 TO CT-DENTRO
           ELSE
               ADD 1 TO CT-VARIACAO
               PERFORM IMP-FUNCIONARIO
               PERFORM IMP-VALORES-ANTERIOR
               PERFORM IMP-VALORES-ATUAL
           END-IF.

      *    QUEM ESTAVA NO MES ANTERIOR E NAO VEIO NA RODADA
       CONFERE-AUSENTE.
           ADD 1 TO W-ANT-I.
           ADD TN-LIQUIDO (W-ANT-I) TO W-TOTAL-LIQ-ANT.
           IF TN-ACHADO (W-ANT-I) EQUAL "NAO"
               ADD 1 TO CT-AUSENTES
               MOVE W-ANT-I TO W-BUSCA-I
               MOVE "AUSENTE DA FOLHA DO MES" TO W-MOTIVO
               MOVE "NAO" TO W-VAR-CALCULADA
               PERFORM IMP-AUSENTE
               PERFORM IMP-VALORES-ANTERIOR.

      *================================================================*
      * A FOLHA COM OCORRENCIA SO SEGUE SE JA FOI LIBERADA PELO
      * SUPERVISOR COM OS MESMOS VALORES

       VERIFICA-LIBERACAO.
           ADD CT-VARIACAO CT-NOVOS CT-AUSENTES GIVING CT-OCORRENCIAS.
           IF CT-OCORRENCIAS EQUAL ZEROS
               MOVE "S" TO W-SITUACAO
           ELSE
               PERFORM PROCURA-LIBERACAO
               IF W-SITUACAO NOT EQUAL "L"
                   MOVE "R" TO W-SITUACAO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROCURA-LIBERACAO.
           OPEN INPUT FOLLIB.
           IF W-FOLLIB-STATUS NOT EQUAL "00" AND
              W-FOLLIB-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR FOLLIB - STATUS: "
                   W-FOLLIB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-FOLLIB.
           PERFORM TESTA-LIBERACAO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE FOLLIB.

       LE-FOLLIB.
           READ FOLLIB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-FOLLIB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FOLLIB - STATUS: "
                   W-FOLLIB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       TESTA-LIBERACAO.
           IF RV-ANOMES OF REG-FOLLIB EQUAL W-ANOMES AND
              RV-QTD OF REG-FOLLIB EQUAL CT-ATU AND
              RV-TOTAL-LIQ OF REG-FOLLIB EQUAL W-TOTAL-LIQ
               MOVE "L" TO W-SITUACAO
               MOVE RV-SUPERVISOR OF REG-FOLLIB TO W-SUPV-LIB
               MOVE RV-DATA-LIB OF REG-FOLLIB TO W-DATA-LIB.
           PERFORM LE-FOLLIB.

      *================================================================*

       IMP-FUNCIONARIO.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE TA-COD-VEN (W-ATU-I) TO DET-COD.
           MOVE TA-NOME (W-ATU-I) TO DET-NOME.
           PERFORM IMP-DET-FUNC.

       IMP-AUSENTE.
           IF CT-LIN GREATER THAN 36
               PERFORM CABECALHO.
           MOVE TN-COD-VEN (W-BUSCA-I) TO DET-COD.
           MOVE TN-NOME (W-BUSCA-I) TO DET-NOME.
           PERFORM IMP-DET-FUNC.

       IMP-DET-FUNC.
           MOVE W-MOTIVO TO DET-MOTIVO.
           IF W-VAR-CALCULADA EQUAL "SIM"
               MOVE W-VARIACAO TO DET-VAR
               MOVE "%" TO DET-VAR-SINAL
           ELSE
               MOVE SPACES TO DET-VAR-X.
           WRITE REL-REVF FROM DET-FUNC AFTER ADVANCING 2 LINES.
           IF W-RELREVF-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELREVF - STATUS: "
                   W-RELREVF-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 2 TO CT-LIN.

       IMP-VALORES-ANTERIOR.
           MOVE "MES ANTERIOR" TO DET-ROTULO.
           MOVE TN-BRUTO (W-BUSCA-I) TO DET-BRUTO.
           MOVE TN-DESCONTOS (W-BUSCA-I) TO DET-DESCONTOS.
           MOVE TN-LIQUIDO (W-BUSCA-I) TO DET-LIQUIDO.
           WRITE REL-REVF FROM DET-VALORES AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       IMP-VALORES-ATUAL.
           MOVE "MES ATUAL" TO DET-ROTULO.
           MOVE TA-BRUTO (W-ATU-I) TO DET-BRUTO.
           MOVE TA-DESCONTOS (W-ATU-I) TO DET-DESCONTOS.
           MOVE TA-LIQUIDO (W-ATU-I) TO DET-LIQUIDO.
           WRITE REL-REVF FROM DET-VALORES AFTER ADVANCING 1 LINE.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE W-ANOMES TO VAR-COMP.
           MOVE W-ANOMES-ANT TO VAR-COMP-ANT.
           MOVE W-PERCENTUAL TO VAR-PERCENTUAL.
           MOVE SPACES TO REL-REVF.
           WRITE REL-REVF AFTER ADVANCING PAGE.
           WRITE REL-REVF FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-REVF FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-REVF FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * SITUACAO DA REVISAO PARA A CONSOLE LIBFOL E RODAPE COM OS
      * TOTAIS E A DECISAO SOBRE A REMESSA

       TERMINO.
           PERFORM GRAVA-FOLREV.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RELREVF.
           EVALUATE W-SITUACAO
             WHEN "S"
               DISPLAY "REVISAO DA FOLHA SEM OCORRENCIAS - RELBANCO "
                   "LIBERADO."
             WHEN "L"
               DISPLAY "REVISAO DA FOLHA LIBERADA PELO SUPERVISOR "
                   W-SUPV-LIB " - RELBANCO LIBERADO."
             WHEN OTHER
               DISPLAY "REVISAO DA FOLHA COM " CT-OCORRENCIAS
                   " OCORRENCIAS - RELBANCO RETIDO ATE A LIBERACAO "
                   "NO LIBFOL."
           END-EVALUATE.

       GRAVA-FOLREV.
           OPEN OUTPUT FOLREV.
           IF W-FOLREV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR FOLREV - STATUS: "
                   W-FOLREV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-ANOMES TO RV-ANOMES OF REG-FOLREV.
           MOVE CT-ATU TO RV-QTD OF REG-FOLREV.
           MOVE W-TOTAL-LIQ TO RV-TOTAL-LIQ OF REG-FOLREV.
           MOVE CT-OCORRENCIAS TO RV-OCORRENCIAS OF REG-FOLREV.
           MOVE W-PERCENTUAL TO RV-PERCENTUAL OF REG-FOLREV.
           MOVE W-SITUACAO TO RV-SITUACAO OF REG-FOLREV.
           MOVE W-SUPV-LIB TO RV-SUPERVISOR OF REG-FOLREV.
           MOVE W-DATA-LIB TO RV-DATA-LIB OF REG-FOLREV.
           WRITE REG-FOLREV.
           IF W-FOLREV-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE FOLREV - STATUS: "
                   W-FOLREV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CLOSE FOLREV.

       IMP-ESTATISTICAS.
           IF CT-PAG EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE SPACES TO REL-REVF.
           WRITE REL-REVF AFTER ADVANCING 2 LINES.

           MOVE "FUNCIONARIOS NA FOLHA DO MES" TO ROT-ESTAT.
           MOVE CT-ATU TO VAL-ESTAT.
           WRITE REL-REVF FROM DET-ESTAT AFTER ADVANCING 1 LINE.

           MOVE "FUNCIONARIOS NO MES ANTERIOR" TO ROT-ESTAT.
           MOVE CT-ANT TO VAL-ESTAT.
           WRITE REL-REVF FROM DET-ESTAT AFTER ADVANCING 1 LINE.

           MOVE "LIQUIDO DENTRO DO LIMITE" TO ROT-ESTAT.
           MOVE CT-DENTRO TO VAL-ESTAT.
           WRITE REL-REVF FROM DET-ESTAT AFTER ADVANCING 1 LINE.

           MOVE "LIQUIDO FORA DO LIMITE" TO ROT-ESTAT.
           MOVE CT-VARIACAO TO VAL-ESTAT.
           WRITE REL-REVF FROM DET-ESTAT AFTER ADVANCING 1 LINE.

           MOVE "NOVOS NA FOLHA" TO ROT-ESTAT.
           MOVE CT-NOVOS TO VAL-ESTAT.
           WRITE REL-REVF FROM DET-ESTAT AFTER ADVANCING 1 LINE.

           MOVE "AUSENTES DA FOLHA" TO ROT-ESTAT.
           MOVE CT-AUSENTES TO VAL-ESTAT.
           WRITE REL-REVF FROM DET-ESTAT AFTER ADVANCING 1 LINE.

           MOVE "LIQUIDO TOTAL DO MES" TO ROT-TOTAL.
           MOVE W-TOTAL-LIQ TO VAL-TOTAL.
           WRITE REL-REVF FROM DET-TOTAL AFTER ADVANCING 2 LINES.

           MOVE "LIQUIDO TOTAL DO MES ANTERIOR" TO ROT-TOTAL.
           MOVE W-TOTAL-LIQ-ANT TO VAL-TOTAL.
           WRITE REL-REVF FROM DET-TOTAL AFTER ADVANCING 1 LINE.

           MOVE SPACES TO DET-SIT-TEXTO.
           EVALUATE W-SITUACAO
             WHEN "S"
               MOVE "SEM OCORRENCIAS - REMESSA LIBERADA"
                   TO DET-SIT-TEXTO
             WHEN "L"
               STRING "REMESSA LIBERADA PELO SUPERVISOR "
                   DELIMITED BY SIZE
                   W-SUPV-LIB DELIMITED BY SPACE
                   " EM " W-DATA-LIB DELIMITED BY SIZE
                   INTO DET-SIT-TEXTO
             WHEN OTHER
               MOVE "REMESSA RETIDA - AGUARDA LIBERACAO NO LIBFOL"
                   TO DET-SIT-TEXTO
           END-EVALUATE.
           WRITE REL-REVF FROM DET-SITUACAO AFTER ADVANCING 2 LINES.

           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-REVF FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
               LINES.
