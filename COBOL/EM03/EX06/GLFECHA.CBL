       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLFECHA.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        FECHAMENTO MENSAL DO RAZAO GERAL. O MES AAAAMM
      *                VEM OBRIGATORIAMENTE NA LINHA DE COMANDO E TEM
      *                DE SER O SEGUINTE AO ULTIMO FECHADO (GLCTRL.DAT)
      *                - OU, NO PRIMEIRO FECHAMENTO, O MES MAIS ANTIGO
      *                COM SALDO - E ANTERIOR AO MES DA DATA DE
      *                NEGOCIO. O SALDO FINAL DE CADA CONTA NO MES
      *                (ANTERIOR + DEBITOS - CREDITOS) E PROVADO (A
      *                SOMA TEM DE SER ZERO, SENAO RETURN-CODE 8 E
      *                NADA MUDA) E TRANSPORTADO COMO SALDO ANTERIOR
      *                DO MES SEGUINTE EM GLSALDO.DAT. O MES FECHADO
      *                FICA GRAVADO NO GLCTRL.DAT E O GLLANCA NAO
      *                LANCA MAIS NELE. RELATORIO RELFECHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSALDO ASSIGN TO DISK
               FILE STATUS IS W-GLSALDO-STATUS.
           SELECT GLCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS W-GLCTRL-STATUS.
           SELECT RELFECHA ASSIGN TO DISK
               FILE STATUS IS W-RELFECHA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GLSALDO LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLSALDO.DAT".
       01 REG-GLSALDO.
           COPY GLSALDO.

       FD GLCTRL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "GLCTRL.DAT".
       01 REG-GLCTRL.
           COPY GLCTRL.

       FD RELFECHA LABEL RECORD IS OMITTED.
       01 REL-FECHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 CT-LIN           PIC 9(02) VALUE 41.
       77 CT-PAG           PIC 9(03) VALUE ZEROS.

      *    DATA DE NEGOCIO: O MES CORRENTE NAO PODE SER FECHADO
       01 W-DATA-ESTAT.
           02 W-ANOMES-ESTAT       PIC 9(06).
           02 W-DD-ESTAT           PIC 9(02).
       77 W-HORA-ESTAT     PIC 9(06) VALUE ZEROS.

      *    CONTROLE DA CONTABILIDADE (ZEROS SEM GLCTRL.DAT)
       77 W-ULT-FECHADO    PIC 9(06) VALUE ZEROS.
       77 W-ULT-DATA       PIC 9(08) VALUE ZEROS.
       77 W-ULT-SEQ        PIC 9(09) VALUE ZEROS.
       77 W-MAIS-ANTIGO    PIC 9(06) VALUE ZEROS.

      *    MES A FECHAR (AAAAMM), INFORMADO NA LINHA DE COMANDO
       01 W-PARM-EXEC.
           02 W-PARM-ANOMES-X  PIC X(06).
           02 W-PARM-ANOMES REDEFINES W-PARM-ANOMES-X.
             03 W-PARM-AAAA    PIC 9(04).
             03 W-PARM-MM      PIC 9(02).

      *    MES SEGUINTE: RECEBE OS SALDOS; TAMBEM SERVE PARA SABER
      *    QUAL MES VEM DEPOIS DO ULTIMO FECHADO
       01 W-PROXIMO.
           02 W-PROX-AAAA      PIC 9(04).
           02 W-PROX-MM        PIC 9(02).
       01 RED-W-PROXIMO REDEFINES W-PROXIMO.
           02 W-PROX-ANOMES    PIC 9(06).

      *    SALDO FINAL DA CONTA, SEU VALOR SEM SINAL E A PROVA
       77 W-SALDO-FINAL    PIC S9(13)V99 VALUE ZEROS.
       77 W-SALDO-ABS      PIC 9(13)V99 VALUE ZEROS.
       77 W-SOMA-SALDOS    PIC S9(13)V99 VALUE ZEROS.
       77 W-TOT-DEVEDOR    PIC 9(13)V99 VALUE ZEROS.
       77 W-TOT-CREDOR     PIC 9(13)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-CONTAS-MES    PIC 9(05) VALUE ZEROS.
       77 CT-TRANSPORTADOS PIC 9(05) VALUE ZEROS.
       77 CT-SALDOS-NOVOS  PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-GLSALDO-STATUS PIC X(02) VALUE "00".
       77 W-GLCTRL-STATUS  PIC X(02) VALUE "00".
       77 W-RELFECHA-STATUS PIC X(02) VALUE "00".

      *    SALDOS DO RAZAO EM MEMORIA, REGRAVADOS NO FIM
       77 CT-TAB-SALDO     PIC 9(04) VALUE ZEROS.
       77 CT-SALDOS-LIDOS  PIC 9(04) VALUE ZEROS.
       77 W-SALDO-I        PIC 9(04) VALUE ZEROS.
       77 W-SALDO-J        PIC 9(04) VALUE ZEROS.
       77 W-SALDO-ACHOU    PIC X(03) VALUE "NAO".
       01 TAB-SALDO.
           02 TAB-SALDO-OCR OCCURS 3000 TIMES.
             03 TS-CONTA     PIC X(06).
             03 TS-ANOMES    PIC 9(06).
             03 TS-SALDO-ANT PIC S9(13)V99.
             03 TS-DEBITOS   PIC 9(13)V99.
             03 TS-CREDITOS  PIC 9(13)V99.

       01 CAB-01.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "FECHAMENTO MENSAL DO RAZAO GERAL".
           02 FILLER PIC X(12) VALUE SPACES.
           02 FILLER PIC X(05) VALUE "PAG. ".
           02 VAR-PAG PIC ZZ9.

       01 CAB-02.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "MES FECHADO:     ".
           02 CAB-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-AAAA PIC 9(04).
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "SALDOS PARA:     ".
           02 CAB-PROX-MM PIC 9(02).
           02 FILLER PIC X(01) VALUE "/".
           02 CAB-PROX-AAAA PIC 9(04).
           02 FILLER PIC X(08) VALUE SPACES.

       01 CAB-03.
           02 FILLER PIC X(40) VALUE
              "    CONTA   SALDO ANTERIOR       DEBITOS".
           02 FILLER PIC X(40) VALUE
              "      CREDITOS   SALDO FINAL            ".

       01 DETALHE.
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-CONTA PIC X(06).
           02 FILLER PIC X(04) VALUE SPACES.
           02 DET-SALDO-ANT PIC ZZZZZZZZ9,99.
           02 DET-DC-ANT PIC X(01).
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-DEBITOS PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-CREDITOS PIC ZZZZZZZZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 DET-SALDO-FIN PIC ZZZZZZZZ9,99.
           02 DET-DC-FIN PIC X(01).
           02 FILLER PIC X(11) VALUE SPACES.

       01 ROD-TOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-TOTAL PIC X(30).
           02 VAL-TOTAL PIC ZZZZZZZZZZZ9,99.
           02 FILLER PIC X(25) VALUE SPACES.

       01 DET-ESTAT.
           02 FILLER PIC X(10) VALUE SPACES.
           02 ROT-ESTAT PIC X(30).
           02 VAL-ESTAT PIC ZZZZZ9.
           02 FILLER PIC X(34) VALUE SPACES.

       01 DET-AVISO.
           02 FILLER   PIC X(10) VALUE SPACES.
           02 VAR-AVISO PIC X(60).
           02 FILLER   PIC X(10) VALUE SPACES.

       01 DET-ESTAT-DATAHORA.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "DATA: ".
           02 VAR-ESTAT-DATA PIC 9(08).
           02 FILLER PIC X(03) VALUE SPACES.
           02 FILLER PIC X(06) VALUE "HORA: ".
           02 VAR-ESTAT-HORA PIC 9(06).
           02 FILLER PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       PGM-GLFECHA.
           PERFORM INICIO.
           PERFORM PROVA-SALDOS.
           IF W-SOMA-SALDOS NOT EQUAL ZEROS
               PERFORM RECUSA-FECHAMENTO
           ELSE
               PERFORM TRANSPORTA-SALDOS
               PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           CALL "DATAPROC" USING W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.
           MOVE SPACES TO W-PARM-EXEC.
           ACCEPT W-PARM-EXEC FROM COMMAND-LINE.
           IF W-PARM-ANOMES-X NOT NUMERIC
               DISPLAY "INFORME O MES A FECHAR (AAAAMM): "
                   W-PARM-ANOMES-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-MM LESS THAN 1 OR W-PARM-MM GREATER THAN 12
               DISPLAY "MES INVALIDO (AAAAMM): " W-PARM-ANOMES-X
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-CONTROLE.
           PERFORM CARREGA-SALDOS.
           PERFORM CONFERE-MES.
           OPEN OUTPUT RELFECHA.
           IF W-RELFECHA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RELFECHA - STATUS: "
                   W-RELFECHA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    SEM GLCTRL.DAT NADA FOI FECHADO NEM LANCADO AINDA
       LE-CONTROLE.
           OPEN INPUT GLCTRL.
           IF W-GLCTRL-STATUS EQUAL "35"
               NEXT SENTENCE
           ELSE
               IF W-GLCTRL-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCTRL - STATUS: "
                       W-GLCTRL-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               ELSE
                   READ GLCTRL
                   IF W-GLCTRL-STATUS EQUAL "00"
                       MOVE GC-ULT-FECHADO TO W-ULT-FECHADO
                       MOVE GC-ULT-DATA TO W-ULT-DATA
                       MOVE GC-ULT-SEQ TO W-ULT-SEQ
                   END-IF
                   CLOSE GLCTRL.

       CARREGA-SALDOS.
           OPEN INPUT GLSALDO.
           IF W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "NAO" TO FIM-ARQ.
           PERFORM LE-SALDO.
           PERFORM GUARDA-SALDO UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE GLSALDO.
           MOVE CT-TAB-SALDO TO CT-SALDOS-LIDOS.

       LE-SALDO.
           READ GLSALDO AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GUARDA-SALDO.
           PERFORM NOVO-SALDO.
           MOVE SD-CONTA TO TS-CONTA (W-SALDO-J).
           MOVE SD-ANOMES TO TS-ANOMES (W-SALDO-J).
           MOVE SD-SALDO-ANT TO TS-SALDO-ANT (W-SALDO-J).
           MOVE SD-DEBITOS TO TS-DEBITOS (W-SALDO-J).
           MOVE SD-CREDITOS TO TS-CREDITOS (W-SALDO-J).
           IF W-MAIS-ANTIGO EQUAL ZEROS OR
              SD-ANOMES LESS THAN W-MAIS-ANTIGO
               MOVE SD-ANOMES TO W-MAIS-ANTIGO.
           PERFORM LE-SALDO.

       NOVO-SALDO.
           ADD 1 TO CT-TAB-SALDO.
           IF CT-TAB-SALDO GREATER THAN 3000
               DISPLAY "ERRO: GLSALDO.DAT EXCEDE O LIMITE DE 3000 "
                   "SALDOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE CT-TAB-SALDO TO W-SALDO-J.

      *    OS MESES FECHAM UM A UM, EM ORDEM, E NUNCA O MES CORRENTE
       CONFERE-MES.
           IF W-PARM-ANOMES NOT GREATER THAN W-ULT-FECHADO
               DISPLAY "MES " W-PARM-ANOMES " JA FECHADO (ULTIMO "
                   "FECHAMENTO " W-ULT-FECHADO ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF W-ULT-FECHADO EQUAL ZEROS
               IF W-PARM-ANOMES NOT EQUAL W-MAIS-ANTIGO
                   DISPLAY "PRIMEIRO FECHAMENTO TEM DE SER O MES MAIS "
                       "ANTIGO DO RAZAO: " W-MAIS-ANTIGO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE W-ULT-FECHADO TO W-PROX-ANOMES
               PERFORM AVANCA-MES
               IF W-PARM-ANOMES NOT EQUAL W-PROX-ANOMES
                   DISPLAY "FECHAR ANTES O MES " W-PROX-ANOMES
                       " (ULTIMO FECHAMENTO " W-ULT-FECHADO ")"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN.
           IF W-PARM-ANOMES NOT LESS THAN W-ANOMES-ESTAT
               DISPLAY "MES " W-PARM-ANOMES " AINDA EM CURSO (DATA DE "
                   "NEGOCIO " W-DATA-ESTAT ") - NAO PODE SER FECHADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-ANOMES TO W-PROX-ANOMES.
           PERFORM AVANCA-MES.
           MOVE W-PARM-MM TO CAB-MM.
           MOVE W-PARM-AAAA TO CAB-AAAA.
           MOVE W-PROX-MM TO CAB-PROX-MM.
           MOVE W-PROX-AAAA TO CAB-PROX-AAAA.

       AVANCA-MES.
           IF W-PROX-MM EQUAL 12
               MOVE 1 TO W-PROX-MM
               ADD 1 TO W-PROX-AAAA
           ELSE
               ADD 1 TO W-PROX-MM.

      *================================================================*
      * PROVA: A SOMA DOS SALDOS FINAIS DO MES TEM DE SER ZERO

       PROVA-SALDOS.
           MOVE ZEROS TO W-SALDO-I.
           PERFORM PROVA-CONTA CT-SALDOS-LIDOS TIMES.

       PROVA-CONTA.
           ADD 1 TO W-SALDO-I.
           IF TS-ANOMES (W-SALDO-I) EQUAL W-PARM-ANOMES
               COMPUTE W-SALDO-FINAL = TS-SALDO-ANT (W-SALDO-I)
                   + TS-DEBITOS (W-SALDO-I) - TS-CREDITOS (W-SALDO-I)
               ADD W-SALDO-FINAL TO W-SOMA-SALDOS
               ADD 1 TO CT-CONTAS-MES
               IF W-SALDO-FINAL LESS THAN ZEROS
                   SUBTRACT W-SALDO-FINAL FROM W-TOT-CREDOR
               ELSE
                   ADD W-SALDO-FINAL TO W-TOT-DEVEDOR.

       RECUSA-FECHAMENTO.
           PERFORM CABECALHO.
           PERFORM IMP-TOTAIS.
           MOVE "SALDOS NAO CONFEREM - MES NAO FECHADO" TO VAR-AVISO.
           WRITE REL-FECHA FROM DET-AVISO AFTER ADVANCING 2 LINES.
           PERFORM IMP-DATAHORA.
           CLOSE RELFECHA.
           DISPLAY "FECHAMENTO DE " W-PARM-ANOMES " RECUSADO: "
               "DEVEDORES " W-TOT-DEVEDOR " CREDORES " W-TOT-CREDOR.
           MOVE 8 TO RETURN-CODE.

      *================================================================*
      * TRANSPORTE DO SALDO FINAL PARA O SALDO ANTERIOR DO MES SEGUINTE

       TRANSPORTA-SALDOS.
           MOVE ZEROS TO W-SALDO-I.
           PERFORM TRANSPORTA-CONTA CT-SALDOS-LIDOS TIMES.

       TRANSPORTA-CONTA.
           ADD 1 TO W-SALDO-I.
           IF TS-ANOMES (W-SALDO-I) EQUAL W-PARM-ANOMES
               COMPUTE W-SALDO-FINAL = TS-SALDO-ANT (W-SALDO-I)
                   + TS-DEBITOS (W-SALDO-I) - TS-CREDITOS (W-SALDO-I)
               PERFORM IMP-CONTA
               PERFORM PROCURA-PROXIMO
               IF W-SALDO-ACHOU EQUAL "SIM"
                   MOVE W-SALDO-FINAL TO TS-SALDO-ANT (W-SALDO-J)
                   ADD 1 TO CT-TRANSPORTADOS
               ELSE
                   IF W-SALDO-FINAL NOT EQUAL ZEROS
                       PERFORM NOVO-SALDO
                       MOVE TS-CONTA (W-SALDO-I) TO TS-CONTA (W-SALDO-J)
                       MOVE W-PROX-ANOMES TO TS-ANOMES (W-SALDO-J)
                       MOVE W-SALDO-FINAL TO TS-SALDO-ANT (W-SALDO-J)
                       MOVE ZEROS TO TS-DEBITOS (W-SALDO-J)
                           TS-CREDITOS (W-SALDO-J)
                       ADD 1 TO CT-TRANSPORTADOS
                       ADD 1 TO CT-SALDOS-NOVOS.

      *    A CONTA JA PODE TER MOVIMENTO LANCADO NO MES SEGUINTE
       PROCURA-PROXIMO.
           MOVE "NAO" TO W-SALDO-ACHOU.
           MOVE 1 TO W-SALDO-J.
           PERFORM TESTA-PROXIMO UNTIL W-SALDO-J GREATER THAN
               CT-SALDOS-LIDOS OR W-SALDO-ACHOU EQUAL "SIM".

       TESTA-PROXIMO.
           IF TS-CONTA (W-SALDO-J) EQUAL TS-CONTA (W-SALDO-I) AND
              TS-ANOMES (W-SALDO-J) EQUAL W-PROX-ANOMES
               MOVE "SIM" TO W-SALDO-ACHOU
           ELSE
               ADD 1 TO W-SALDO-J.

       IMP-CONTA.
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE TS-CONTA (W-SALDO-I) TO DET-CONTA.
           IF TS-SALDO-ANT (W-SALDO-I) LESS THAN ZEROS
               COMPUTE W-SALDO-ABS = TS-SALDO-ANT (W-SALDO-I) * -1
               MOVE "C" TO DET-DC-ANT
           ELSE
               MOVE TS-SALDO-ANT (W-SALDO-I) TO W-SALDO-ABS
               MOVE "D" TO DET-DC-ANT.
           MOVE W-SALDO-ABS TO DET-SALDO-ANT.
           MOVE TS-DEBITOS (W-SALDO-I) TO DET-DEBITOS.
           MOVE TS-CREDITOS (W-SALDO-I) TO DET-CREDITOS.
           IF W-SALDO-FINAL LESS THAN ZEROS
               COMPUTE W-SALDO-ABS = W-SALDO-FINAL * -1
               MOVE "C" TO DET-DC-FIN
           ELSE
               MOVE W-SALDO-FINAL TO W-SALDO-ABS
               MOVE "D" TO DET-DC-FIN.
           MOVE W-SALDO-ABS TO DET-SALDO-FIN.
           WRITE REL-FECHA FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELFECHA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELFECHA - STATUS: "
                   W-RELFECHA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-LIN.

       CABECALHO.
           ADD 1 TO CT-PAG.
           MOVE CT-PAG TO VAR-PAG.
           MOVE SPACES TO REL-FECHA.
           WRITE REL-FECHA AFTER ADVANCING PAGE.
           WRITE REL-FECHA FROM CAB-01 AFTER ADVANCING 1 LINE.
           WRITE REL-FECHA FROM CAB-02 AFTER ADVANCING 1 LINE.
           WRITE REL-FECHA FROM CAB-03 AFTER ADVANCING 2 LINES.
           MOVE ZEROES TO CT-LIN.

      *================================================================*
      * REGRAVACAO DOS SALDOS E DO CONTROLE

       TERMINO.
           OPEN OUTPUT GLSALDO.
           IF W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-SALDO-I.
           PERFORM GRAVA-SALDO CT-TAB-SALDO TIMES.
           CLOSE GLSALDO.
           PERFORM GRAVA-CONTROLE.
           IF CT-CONTAS-MES EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-TOTAIS.
           MOVE "SALDOS TRANSPORTADOS:" TO ROT-ESTAT.
           MOVE CT-TRANSPORTADOS TO VAL-ESTAT.
           WRITE REL-FECHA FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "SALDOS NOVOS NO MES SEGUINTE:" TO ROT-ESTAT.
           MOVE CT-SALDOS-NOVOS TO VAL-ESTAT.
           WRITE REL-FECHA FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "MES FECHADO - NAO RECEBE MAIS LANCAMENTOS" TO
               VAR-AVISO.
           WRITE REL-FECHA FROM DET-AVISO AFTER ADVANCING 2 LINES.
           PERFORM IMP-DATAHORA.
           CLOSE RELFECHA.
           DISPLAY "MES " W-PARM-ANOMES " FECHADO: " CT-TRANSPORTADOS
               " SALDOS TRANSPORTADOS PARA " W-PROX-ANOMES.

       GRAVA-SALDO.
           ADD 1 TO W-SALDO-I.
           MOVE TS-CONTA (W-SALDO-I) TO SD-CONTA.
           MOVE TS-ANOMES (W-SALDO-I) TO SD-ANOMES.
           MOVE TS-SALDO-ANT (W-SALDO-I) TO SD-SALDO-ANT.
           MOVE TS-DEBITOS (W-SALDO-I) TO SD-DEBITOS.
           MOVE TS-CREDITOS (W-SALDO-I) TO SD-CREDITOS.
           WRITE REG-GLSALDO.
           IF W-GLSALDO-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLSALDO - STATUS: "
                   W-GLSALDO-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-CONTROLE.
           OPEN OUTPUT GLCTRL.
           IF W-GLCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR GLCTRL - STATUS: "
                   W-GLCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-ANOMES TO GC-ULT-FECHADO.
           MOVE W-ULT-DATA TO GC-ULT-DATA.
           MOVE W-ULT-SEQ TO GC-ULT-SEQ.
           WRITE REG-GLCTRL.
           IF W-GLCTRL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCTRL - STATUS: "
                   W-GLCTRL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CLOSE GLCTRL.

       IMP-TOTAIS.
           MOVE SPACES TO REL-FECHA.
           WRITE REL-FECHA AFTER ADVANCING 1 LINE.
           MOVE "CONTAS COM SALDO NO MES:" TO ROT-ESTAT.
           MOVE CT-CONTAS-MES TO VAL-ESTAT.
           WRITE REL-FECHA FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "SALDOS FINAIS DEVEDORES:" TO ROT-TOTAL.
           MOVE W-TOT-DEVEDOR TO VAL-TOTAL.
           WRITE REL-FECHA FROM ROD-TOTAL AFTER ADVANCING 1 LINE.
           MOVE "SALDOS FINAIS CREDORES:" TO ROT-TOTAL.
           MOVE W-TOT-CREDOR TO VAL-TOTAL.
           WRITE REL-FECHA FROM ROD-TOTAL AFTER ADVANCING 1 LINE.

       IMP-DATAHORA.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REL-FECHA FROM DET-ESTAT-DATAHORA AFTER ADVANCING 2
               LINES.
