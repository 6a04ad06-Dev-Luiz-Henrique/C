       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REAJSAL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        REAJUSTE SALARIAL COLETIVO (DISSIDIO) SOBRE O
      *                SALARIO-ENT DO CADVEND.DAT, NO LUGAR DA
      *                ALTERACAO UM A UM PELO MANVEND. O PARAMETRO DA
      *                LINHA DE COMANDO TRAZ A ACAO (P = PROVA, SO A
      *                LISTAGEM; A = APLICA), O PERCENTUAL, O
      *                DEPARTAMENTO E A SECAO (EM BRANCO = TODOS), O
      *                TETO DO NOVO SALARIO (ZERO = SEM TETO), A DATA
      *                DE VIGENCIA E O MOTIVO. A PROVA SAI NO RELREAJ
      *                PARA APROVACAO E NADA E GRAVADO; A APLICACAO
      *                REPETE A LISTAGEM, REGRAVA O CADVEND.DAT E
      *                ACRESCENTA CADA MUDANCA AO HISTORICO SALARIAL
      *                SALHIST.DAT. O SALARIO QUE JA PASSA DO TETO NAO
      *                E REAJUSTADO E O QUE PASSARIA FICA NO TETO.
      *                DESLIGADOS NAO SAO REAJUSTADOS, E O FUNCIONARIO
      *                QUE JA TEM NO HISTORICO A MESMA VIGENCIA E O
      *                MESMO MOTIVO E PULADO, PARA A REEXECUCAO NAO
      *                REAJUSTAR DUAS VEZES.
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
           SELECT SALHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-SALHIST-STATUS.
           SELECT RELREAJ ASSIGN TO DISK
               FILE STATUS IS W-RELREAJ-STATUS.

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

       FD SALHIST LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "SALHIST.DAT".
       01 REG-SALHIST.
           COPY SALHIST.

       FD RELREAJ LABEL RECORD IS OMITTED.
       01 REG-REL          PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-DATA-VALIDA        PIC X(03) VALUE "NAO".
       77 W-MODO-APLICA        PIC X(03) VALUE "NAO".
       77 W-SELECIONADO        PIC X(03) VALUE "NAO".
       77 W-SAL-NOVO           PIC 9(07)V99 VALUE ZEROS.
       77 W-DIFERENCA          PIC 9(07)V99 VALUE ZEROS.
       77 W-OBS                PIC X(15) VALUE SPACES.

      *    PARAMETRO DA LINHA DE COMANDO:
      *    A PPPP D S TTTTTTTTT DDMMAAAA MOTIVO(20)
       01 W-PARM-EXEC.
           02 W-PARM-ACAO          PIC X(01).
           02 W-PARM-PERC-X        PIC X(04).
           02 W-PARM-PERC REDEFINES W-PARM-PERC-X PIC 9(02)V99.
           02 W-PARM-DEP           PIC X(01).
           02 W-PARM-SEC           PIC X(01).
           02 W-PARM-TETO-X        PIC X(09).
           02 W-PARM-TETO REDEFINES W-PARM-TETO-X PIC 9(07)V99.
           02 W-PARM-VIGENCIA.
               03 W-PARM-DD        PIC X(02).
               03 W-PARM-MM        PIC X(02).
               03 W-PARM-AAAA      PIC X(04).
           02 W-PARM-MOTIVO        PIC X(20).

      *    VIGENCIA NO FORMATO DO HISTORICO (AAAAMMDD)
       01 W-VIGENCIA.
           02 W-VIG-AAAA           PIC 9(04).
           02 W-VIG-MM             PIC 9(02).
           02 W-VIG-DD             PIC 9(02).
       01 RED-W-VIGENCIA REDEFINES W-VIGENCIA.
           02 W-VIG-DATA           PIC 9(08).

      *================================================================*
      * TOTAIS DE CONTROLE

       77 CT-LIDOS             PIC 9(05) VALUE ZEROS.
       77 CT-SELECIONADOS      PIC 9(05) VALUE ZEROS.
       77 CT-REAJUSTADOS       PIC 9(05) VALUE ZEROS.
       77 CT-LIMITADOS         PIC 9(05) VALUE ZEROS.
       77 CT-SEM-REAJUSTE      PIC 9(05) VALUE ZEROS.
       77 CT-HIST-GRAVADOS     PIC 9(05) VALUE ZEROS.
       77 W-TOT-ATUAL          PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-NOVO           PIC 9(09)V99 VALUE ZEROS.
       77 W-TOT-DIFERENCA      PIC 9(09)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO     PIC X(03) VALUE "SIM".

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".
       77 W-SALHIST-STATUS     PIC X(02) VALUE "00".
       77 W-RELREAJ-STATUS     PIC X(02) VALUE "00".

      *    CADASTRO INTEIRO EM MEMORIA, REGRAVADO NA APLICACAO
       77 CT-TAB-FUNC          PIC 9(03) VALUE ZEROS.
       77 W-FUNC-I             PIC 9(03) VALUE ZEROS.
       01 TAB-FUNC.
           02 TAB-FUNC-OCR OCCURS 500 TIMES.
               03 TF-REG           PIC X(53).

      *    FUNCIONARIOS QUE JA TEM NO HISTORICO ESTA VIGENCIA COM
      *    ESTE MOTIVO
       77 CT-TAB-JA            PIC 9(03) VALUE ZEROS.
       77 W-JA-I               PIC 9(03) VALUE ZEROS.
       77 W-JA-ACHOU           PIC X(03) VALUE "NAO".
       01 TAB-JA.
           02 TAB-JA-OCR OCCURS 500 TIMES.
               03 TJ-COD-VEN       PIC 9(05).

       01 CAB-01.
           02 FILLER PIC X(15) VALUE SPACES.
           02 FILLER PIC X(29) VALUE "REAJUSTE SALARIAL COLETIVO - ".
           02 CAB-ACAO PIC X(09).
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(12) VALUE "PERCENTUAL: ".
           02 CAB-PERC PIC Z9,99.
           02 FILLER PIC X(01) VALUE "%".
           02 FILLER PIC X(08) VALUE "  DEP.: ".
           02 CAB-DEP PIC X(05).
           02 FILLER PIC X(07) VALUE " SEC.: ".
           02 CAB-SEC PIC X(05).
           02 FILLER PIC X(08) VALUE "  TETO: ".
           02 CAB-TETO PIC ZZZZZZ9,99.
           02 FILLER PIC X(17) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "VIGENCIA: ".
           02 CAB-VIG-DD PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-VIG-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-VIG-AAAA PIC 9(04).
           02 FILLER PIC X(10) VALUE "  MOTIVO: ".
           02 CAB-MOTIVO PIC X(20).
           02 FILLER PIC X(28) VALUE SPACES.

       01 CAB-04.
           02 FILLER PIC X(33) VALUE
              "CODIGO NOME                 DS ".
           02 FILLER PIC X(46) VALUE
              " SAL.ATUAL   SAL.NOVO  DIFERENCA OBSERVACAO".
           02 FILLER PIC X(01) VALUE SPACES.

       01 DETALHE.
           02 DET-COD PIC 9(05).
           02 FILLER PIC X(02) VALUE SPACES.
           02 DET-NOME PIC X(20).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DEP PIC X(01).
           02 DET-SEC PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-ATUAL PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-NOVO PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DIFERENCA PIC ZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-OBS PIC X(15).
           02 FILLER PIC X(01) VALUE SPACES.

       01 DET-TOTAL.
           02 FILLER PIC X(02) VALUE SPACES.
           02 ROT-TOTAL PIC X(28).
           02 FILLER PIC X(03) VALUE SPACES.
           02 TOT-ATUAL PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 TOT-NOVO PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 TOT-DIFERENCA PIC ZZZZZZZZ9,99.
           02 FILLER PIC X(09) VALUE SPACES.

       01 DET-CTRL.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 ROT-CTRL PIC X(30).
           02 VAL-CTRL PIC ZZZZ9.
           02 FILLER   PIC X(35) VALUE SPACES.

       01 DET-AVISO.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 VAR-AVISO PIC X(60).
           02 FILLER   PIC X(10) VALUE SPACES.

       01 DET-CTRL-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-REAJSAL.
           PERFORM INICIO.
           MOVE ZEROS TO W-FUNC-I.
           PERFORM PROCESSA-FUNC CT-TAB-FUNC TIMES.
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
           PERFORM CARREGA-CADVEND.
           PERFORM CARREGA-SALHIST.
           OPEN OUTPUT RELREAJ.
           IF W-RELREAJ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELREAJ - STATUS: "
                   W-RELREAJ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-MODO-APLICA EQUAL "SIM"
               OPEN EXTEND SALHIST
               IF W-SALHIST-STATUS EQUAL "35"
                   OPEN OUTPUT SALHIST
               END-IF
               IF W-SALHIST-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR SALHIST - STATUS: "
                       W-SALHIST-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    SEM ACAO INFORMADA A RODADA E SO DE PROVA; PERCENTUAL E
      *    VIGENCIA SAO OBRIGATORIOS
       OBTER-PARAMETROS.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ACAO EQUAL SPACE
               MOVE "P" TO W-PARM-ACAO.
           IF W-PARM-ACAO NOT EQUAL "P" AND W-PARM-ACAO NOT EQUAL "A"
               DISPLAY "ACAO INVALIDA (P = PROVA, A = APLICA): "
                   W-PARM-ACAO
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-ACAO EQUAL "A"
               MOVE "SIM" TO W-MODO-APLICA
               MOVE "APLICADO" TO CAB-ACAO
           ELSE
               MOVE "PROVA" TO CAB-ACAO.
           IF W-PARM-PERC-X NOT NUMERIC OR W-PARM-PERC EQUAL ZEROS
               DISPLAY "PERCENTUAL DE REAJUSTE INVALIDO: "
                   W-PARM-PERC-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-DEP EQUAL SPACE AND W-PARM-SEC NOT EQUAL SPACE
               DISPLAY "SECAO INFORMADA SEM O DEPARTAMENTO"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-TETO-X EQUAL SPACES
               MOVE ZEROS TO W-PARM-TETO.
           IF W-PARM-TETO-X NOT NUMERIC
               DISPLAY "TETO SALARIAL INVALIDO: " W-PARM-TETO-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-VIGENCIA NOT NUMERIC
               MOVE "NAO" TO W-DATA-VALIDA
           ELSE
               CALL "VALDATA" USING W-PARM-DD W-PARM-MM W-PARM-AAAA
                   W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA DE VIGENCIA INVALIDA: " W-PARM-VIGENCIA
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-AAAA TO W-VIG-AAAA.
           MOVE W-PARM-MM TO W-VIG-MM.
           MOVE W-PARM-DD TO W-VIG-DD.
           IF W-PARM-MOTIVO EQUAL SPACES
               MOVE "REAJUSTE COLETIVO" TO W-PARM-MOTIVO.
           MOVE W-PARM-PERC TO CAB-PERC.
           IF W-PARM-DEP EQUAL SPACE
               MOVE "TODOS" TO CAB-DEP
           ELSE
               MOVE W-PARM-DEP TO CAB-DEP.
           IF W-PARM-SEC EQUAL SPACE
               MOVE "TODAS" TO CAB-SEC
           ELSE
               MOVE W-PARM-SEC TO CAB-SEC.
           MOVE W-PARM-TETO TO CAB-TETO.
           MOVE W-VIG-DD TO CAB-VIG-DD.
           MOVE W-VIG-MM TO CAB-VIG-MM.
           MOVE W-VIG-AAAA TO CAB-VIG-AAAA.
           MOVE W-PARM-MOTIVO TO CAB-MOTIVO.

      *================================================================*
      * CARGA DO CADASTRO E DO QUE O HISTORICO JA TEM DESTA VIGENCIA

       CARREGA-CADVEND.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-CADVEND.
           PERFORM GUARDA-FUNC UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE CADVEND.

       LE-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-FUNC.
           ADD 1 TO CT-TAB-FUNC.
           IF CT-TAB-FUNC GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIDOS.
           MOVE REG-ENT TO TF-REG (CT-TAB-FUNC).
           PERFORM LE-CADVEND.

      *    HISTORICO AINDA INEXISTENTE NAO TEM NADA A PULAR
       CARREGA-SALHIST.
           OPEN INPUT SALHIST.
           IF W-SALHIST-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-SALHIST-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR SALHIST - STATUS: "
                       W-SALHIST-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   MOVE "NAO" TO FIM-ARQ
                   PERFORM LE-SALHIST
                   PERFORM GUARDA-JA UNTIL FIM-ARQ EQUAL "SIM"
                   CLOSE SALHIST.

       LE-SALHIST.
           READ SALHIST AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-SALHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE SALHIST - STATUS: "
                   W-SALHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-JA.
           IF HIS-VIGENCIA EQUAL W-VIG-DATA AND
              HIS-MOTIVO EQUAL W-PARM-MOTIVO
               ADD 1 TO CT-TAB-JA
               IF CT-TAB-JA GREATER THAN 500
                   DISPLAY "ERRO: SALHIST.DAT EXCEDE O LIMITE DE 500 "
                       "FUNCIONARIOS NA VIGENCIA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE HIS-COD-VEN TO TJ-COD-VEN (CT-TAB-JA)
           END-IF.
           PERFORM LE-SALHIST.

      *================================================================*
      * REAJUSTE DE CADA FUNCIONARIO ATIVO DO DEPARTAMENTO/SECAO

       PROCESSA-FUNC.
           ADD 1 TO W-FUNC-I.
           MOVE TF-REG (W-FUNC-I) TO REG-ENT.
           MOVE "SIM" TO W-SELECIONADO.
           IF SITUACAO-ENT EQUAL "I"
               MOVE "NAO" TO W-SELECIONADO.
           IF W-PARM-DEP NOT EQUAL SPACE AND
              COD-DEP-ENT NOT EQUAL W-PARM-DEP
               MOVE "NAO" TO W-SELECIONADO.
           IF W-PARM-SEC NOT EQUAL SPACE AND
              COD-SEC-ENT NOT EQUAL W-PARM-SEC
               MOVE "NAO" TO W-SELECIONADO.
           IF W-SELECIONADO EQUAL "SIM"
               PERFORM REAJUSTA-FUNC.

       REAJUSTA-FUNC.
           ADD 1 TO CT-SELECIONADOS.
           MOVE SPACES TO W-OBS.
           COMPUTE W-SAL-NOVO ROUNDED = SALARIO-ENT
               * (100 + W-PARM-PERC) / 100.
           PERFORM PROCURA-JA.
           IF W-JA-ACHOU EQUAL "SIM"
               MOVE SALARIO-ENT TO W-SAL-NOVO
               MOVE "JA REAJUSTADO" TO W-OBS
           ELSE
               IF W-PARM-TETO GREATER THAN ZEROS
                   IF SALARIO-ENT NOT LESS THAN W-PARM-TETO
                       MOVE SALARIO-ENT TO W-SAL-NOVO
                       MOVE "ACIMA DO TETO" TO W-OBS
                   ELSE
                       IF W-SAL-NOVO GREATER THAN W-PARM-TETO
                           MOVE W-PARM-TETO TO W-SAL-NOVO
                           MOVE "LIMITADO AO TETO" TO W-OBS
                           ADD 1 TO CT-LIMITADOS.
           COMPUTE W-DIFERENCA = W-SAL-NOVO - SALARIO-ENT.
           IF W-DIFERENCA EQUAL ZEROS
               ADD 1 TO CT-SEM-REAJUSTE
           ELSE
               ADD 1 TO CT-REAJUSTADOS.
           ADD SALARIO-ENT TO W-TOT-ATUAL.
           ADD W-SAL-NOVO TO W-TOT-NOVO.
           ADD W-DIFERENCA TO W-TOT-DIFERENCA.
           PERFORM IMP-DETALHE.
           IF W-MODO-APLICA EQUAL "SIM" AND
              W-DIFERENCA GREATER THAN ZEROS
               PERFORM GRAVA-HISTORICO
               MOVE W-SAL-NOVO TO SALARIO-ENT
               MOVE REG-ENT TO TF-REG (W-FUNC-I).

       PROCURA-JA.
           MOVE "NAO" TO W-JA-ACHOU.
           MOVE 1 TO W-JA-I.
           PERFORM TESTA-JA UNTIL W-JA-I GREATER THAN CT-TAB-JA
               OR W-JA-ACHOU EQUAL "SIM".

       TESTA-JA.
           IF TJ-COD-VEN (W-JA-I) EQUAL COD-VEN-ENT
               MOVE "SIM" TO W-JA-ACHOU
           ELSE
               ADD 1 TO W-JA-I.

       GRAVA-HISTORICO.
           MOVE COD-VEN-ENT TO HIS-COD-VEN.
           MOVE W-VIG-DATA TO HIS-VIGENCIA.
           MOVE SALARIO-ENT TO HIS-SAL-ANT.
           MOVE W-SAL-NOVO TO HIS-SAL-NOVO.
           MOVE W-PARM-MOTIVO TO HIS-MOTIVO.
           WRITE REG-SALHIST.
           IF W-SALHIST-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE SALHIST - STATUS: "
                   W-SALHIST-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-HIST-GRAVADOS.

      *================================================================*

       IMP-DETALHE.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE COD-VEN-ENT TO DET-COD.
           MOVE NOME-ENT TO DET-NOME.
           MOVE COD-DEP-ENT TO DET-DEP.
           MOVE COD-SEC-ENT TO DET-SEC.
           MOVE SALARIO-ENT TO DET-ATUAL.
           MOVE W-SAL-NOVO TO DET-NOVO.
           MOVE W-DIFERENCA TO DET-DIFERENCA.
           MOVE W-OBS TO DET-OBS.
           WRITE REG-REL FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELREAJ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELREAJ - STATUS: "
                   W-RELREAJ-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING PAGE.
           WRITE REG-REL FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-03 AFTER ADVANCING 1 LINE.
           WRITE REG-REL FROM CAB-04 AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * TOTAIS, AVISO DE PROVA OU DE APLICACAO E REGRAVACAO DO
      * CADASTRO

       TERMINO.
           IF CT-SELECIONADOS EQUAL ZEROS
               PERFORM CABECALHO.
           MOVE "TOTAL DA FOLHA FIXA" TO ROT-TOTAL.
           MOVE W-TOT-ATUAL TO TOT-ATUAL.
           MOVE W-TOT-NOVO TO TOT-NOVO.
           MOVE W-TOT-DIFERENCA TO TOT-DIFERENCA.
           WRITE REG-REL FROM DET-TOTAL AFTER ADVANCING 2 LINES.
           MOVE SPACES TO REG-REL.
           WRITE REG-REL AFTER ADVANCING 1 LINE.

           MOVE "CADVEND REGISTROS LIDOS" TO ROT-CTRL.
           MOVE CT-LIDOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "FUNCIONARIOS SELECIONADOS" TO ROT-CTRL.
           MOVE CT-SELECIONADOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "SALARIOS REAJUSTADOS" TO ROT-CTRL.
           MOVE CT-REAJUSTADOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "   DOS QUAIS LIMITADOS AO TETO" TO ROT-CTRL.
           MOVE CT-LIMITADOS TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.
           MOVE "SEM REAJUSTE" TO ROT-CTRL.
           MOVE CT-SEM-REAJUSTE TO VAL-CTRL.
           WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE.

           IF W-MODO-APLICA EQUAL "SIM"
               MOVE "HISTORICOS GRAVADOS (SALHIST)" TO ROT-CTRL
               MOVE CT-HIST-GRAVADOS TO VAL-CTRL
               WRITE REG-REL FROM DET-CTRL AFTER ADVANCING 1 LINE
               MOVE "REAJUSTE APLICADO AO CADVEND.DAT" TO VAR-AVISO
               PERFORM REGRAVA-CADVEND
               CLOSE SALHIST
           ELSE
               MOVE "PROVA PARA APROVACAO - CADVEND.DAT NAO ALTERADO"
                   TO VAR-AVISO.
           WRITE REG-REL FROM DET-AVISO AFTER ADVANCING 2 LINES.

           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REG-REL FROM DET-CTRL-DATAHORA AFTER ADVANCING 2
               LINES.
           CLOSE RELREAJ.
           DISPLAY "REAJUSTE " CAB-ACAO " - FUNCIONARIOS REAJUSTADOS: "
               CT-REAJUSTADOS.

       REGRAVA-CADVEND.
           OPEN OUTPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-FUNC-I.
           PERFORM GRAVA-FUNC CT-TAB-FUNC TIMES.
           CLOSE CADVEND.

       GRAVA-FUNC.
           ADD 1 TO W-FUNC-I.
           MOVE TF-REG (W-FUNC-I) TO REG-ENT.
           WRITE REG-ENT.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
