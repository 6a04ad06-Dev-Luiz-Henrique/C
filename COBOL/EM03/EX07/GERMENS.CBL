      *                DE NOVO, ENTAO A RODADA PODE SER RE-EXECUTADA.
      *                A BAIXA DOS PAGAMENTOS E FEITA PELO PAGMENS E
      *                A INADIMPLENCIA SAI NO INADIMP.
      *                AS BOLSAS E DESCONTOS DO ALUNO VIGENTES NA
      *                COMPETENCIA (BOLSAS.DAT, MANTIDO PELA CONSOLE
      *                MANBOLSA) SAO APLICADOS NA GERACAO: A COBRANCA
      *                GUARDA O VALOR BRUTO DA TURMA, O DESCONTO E, EM
      *                MEN-VALOR, O LIQUIDO A PAGAR. CADA DESCONTO
      *                CONCEDIDO VAI PARA O DESCMENS.DAT, TOTALIZADO
      *                PELO RELBOLSA; A SOMA DOS DESCONTOS NUNCA PASSA
      *                DA MENSALIDADE E A BOLSA INTEGRAL JA NASCE
      *                QUITADA (SITUACAO "P", SEM VALOR PAGO).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL MENSAL ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-MENSAL-STATUS.
           SELECT OPTIONAL BOLSAS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-BOLSAS-STATUS.
           SELECT OPTIONAL DESCMENS ASSIGN TO DISK ORGANIZATION IS
               LINE SEQUENTIAL
               FILE STATUS IS W-DESCMENS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 REG-TURMA.
           COPY TURMA.

      *    MENSALIDADES: SITUACAO "A" ABERTA / "P" PAGA; MEN-VALOR
      *    E O LIQUIDO (BRUTO DA TURMA MENOS OS DESCONTOS)
       FD MENSAL LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "MENSAL.DAT".
       01 REG-MENSAL.
           02 MEN-DT-PAGTO     PIC 9(08).
           02 MEN-VALOR-PAGO   PIC 9(05)V99.
           02 MEN-SIT          PIC X(01).
           02 MEN-VALOR-BRUTO  PIC 9(05)V99.
           02 MEN-DESCONTO     PIC 9(05)V99.

       FD BOLSAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "BOLSAS.DAT".
       01 REG-BOLSA.
           COPY BOLSA.

       FD DESCMENS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DESCMENS.DAT".
       01 REG-DESCMENS.
           COPY DESCMENS.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".

       01 W-PARM-EXEC.
           02 W-PARM-COMPET    PIC 9(06).
       01 RED-W-PARM-EXEC REDEFINES W-PARM-EXEC.
           02 W-PARM-MM        PIC 9(02).
           02 W-PARM-AAAA      PIC 9(04).

      *    A COMPETENCIA AAAAMM, PARA COMPARAR COM A VIGENCIA DA BOLSA
       01 W-COMPET-INV.
           02 W-COMPET-INV-AAAA PIC 9(04).
           02 W-COMPET-INV-MM  PIC 9(02).

      *    DATA DA GERACAO (DDMMAAAA), QUITACAO DA BOLSA INTEGRAL
       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).
       01 W-DATA-QUITACAO.
           02 W-QUIT-DD        PIC 9(02).
           02 W-QUIT-MM        PIC 9(02).
           02 W-QUIT-AAAA      PIC 9(04).

      *    DESCONTO DO ALUNO NA COMPETENCIA
       77 W-J                  PIC 9(04) VALUE ZEROS.
       77 W-DESCONTO           PIC 9(05)V99 VALUE ZEROS.
       77 W-DESC-BOLSA         PIC 9(05)V99 VALUE ZEROS.

      *    BOLSAS E DESCONTOS CADASTRADOS
       77 CT-TAB-BOLSAS        PIC 9(04) VALUE ZEROS.
       01 TAB-BOLSAS.
           02 TAB-BOLSA-OCR OCCURS 2000 TIMES.
             03 TB-COD-ALU     PIC 9(07).
             03 TB-MOTIVO      PIC X(02).
             03 TB-TIPO        PIC X(01).
             03 TB-PERCENTUAL  PIC 9(03)V99.
             03 TB-VALOR       PIC 9(05)V99.
             03 TB-VIG-INI     PIC 9(06).
             03 TB-VIG-FIM     PIC 9(06).

      *    ALUNOS JA COBRADOS NA COMPETENCIA
       77 CT-TAB-COBRADOS      PIC 9(04) VALUE ZEROS.
       77 CT-GERADAS           PIC 9(05) VALUE ZEROS.
       77 CT-JA-COBRADOS       PIC 9(05) VALUE ZEROS.
       77 CT-SEM-TURMA         PIC 9(05) VALUE ZEROS.
       77 CT-COM-DESCONTO      PIC 9(05) VALUE ZEROS.
       77 CT-ISENTOS           PIC 9(05) VALUE ZEROS.
       77 W-TOTAL-DESCONTOS    PIC 9(07)V99 VALUE ZEROS.
       77 W-TOTAL-DESC-ED      PIC Z.ZZZ.ZZ9,99.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADALU-STATUS      PIC X(02) VALUE "00".
       77 W-TURMAS-STATUS      PIC X(02) VALUE "00".
       77 W-MENSAL-STATUS      PIC X(02) VALUE "00".
       77 W-BOLSAS-STATUS      PIC X(02) VALUE "00".
       77 W-DESCMENS-STATUS    PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       PGM-GERMENS.
                   "COMANDO."
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-AAAA TO W-COMPET-INV-AAAA.
           MOVE W-PARM-MM TO W-COMPET-INV-MM.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-DD TO W-QUIT-DD.
           MOVE W-HOJE-MM TO W-QUIT-MM.
           MOVE W-HOJE-AAAA TO W-QUIT-AAAA.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-COBRADOS.
           PERFORM CARREGA-BOLSAS.
           OPEN EXTEND MENSAL.
           IF W-MENSAL-STATUS NOT EQUAL "00" AND
              W-MENSAL-STATUS NOT EQUAL "05"
                   W-MENSAL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND DESCMENS.
           IF W-DESCMENS-STATUS NOT EQUAL "00" AND
              W-DESCMENS-STATUS NOT EQUAL "05"
               DISPLAY "ERRO AO ABRIR DESCMENS - STATUS: "
                   W-DESCMENS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADALU.
           IF W-CADALU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADALU - STATUS: "
           END-IF.
           PERFORM LE-MENSAL.

      *    SEM O BOLSAS.DAT TODOS PAGAM A MENSALIDADE CHEIA
       CARREGA-BOLSAS.
           MOVE "NAO" TO FIM-ARQ.
           OPEN INPUT BOLSAS.
           PERFORM LE-BOLSA.
           PERFORM CARREGA-UMA-BOLSA UNTIL FIM-ARQ EQUAL "SIM".
           CLOSE BOLSAS.
           MOVE "NAO" TO FIM-ARQ.

       LE-BOLSA.
           READ BOLSAS AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM" AND
              W-BOLSAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE BOLSAS - STATUS: "
                   W-BOLSAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-UMA-BOLSA.
           ADD 1 TO CT-TAB-BOLSAS.
           IF CT-TAB-BOLSAS GREATER THAN 2000
               DISPLAY "ERRO: BOLSAS.DAT EXCEDE O LIMITE DE 2000 "
                   "BOLSAS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE BOL-COD-ALU TO TB-COD-ALU (CT-TAB-BOLSAS).
           MOVE BOL-MOTIVO TO TB-MOTIVO (CT-TAB-BOLSAS).
           MOVE BOL-TIPO TO TB-TIPO (CT-TAB-BOLSAS).
           MOVE BOL-PERCENTUAL TO TB-PERCENTUAL (CT-TAB-BOLSAS).
           MOVE BOL-VALOR TO TB-VALOR (CT-TAB-BOLSAS).
           MOVE BOL-VIG-INI TO TB-VIG-INI (CT-TAB-BOLSAS).
           MOVE BOL-VIG-FIM TO TB-VIG-FIM (CT-TAB-BOLSAS).
           PERFORM LE-BOLSA.

      *================================================================*

       LEITURA.
               ADD 1 TO W-I.

       GRAVA-COBRANCA.
           PERFORM APLICA-BOLSAS.
           MOVE TURMA-ALU TO MEN-TURMA.
           MOVE COD-ALU TO MEN-COD-ALU.
           MOVE W-PARM-COMPET TO MEN-COMPET.
           MOVE W-VALOR-TURMA TO MEN-VALOR-BRUTO.
           MOVE W-DESCONTO TO MEN-DESCONTO.
           COMPUTE MEN-VALOR = W-VALOR-TURMA - W-DESCONTO.
           MOVE ZEROS TO MEN-DT-PAGTO.
           MOVE ZEROS TO MEN-VALOR-PAGO.
           MOVE "A" TO MEN-SIT.
           IF W-DESCONTO GREATER THAN ZEROS
               ADD 1 TO CT-COM-DESCONTO.
           IF MEN-VALOR EQUAL ZEROS
               MOVE W-DATA-QUITACAO TO MEN-DT-PAGTO
               MOVE "P" TO MEN-SIT
               ADD 1 TO CT-ISENTOS.
           WRITE REG-MENSAL.
           IF W-MENSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE MENSAL - STATUS: "
               STOP RUN.
           ADD 1 TO CT-GERADAS.

      *================================================================*
      * BOLSAS DO ALUNO VIGENTES NA COMPETENCIA: O PERCENTUAL INCIDE
      * SOBRE A MENSALIDADE CHEIA DA TURMA E O VALOR FIXO E ABATIDO
      * COMO ESTA; O QUE PASSAR DA MENSALIDADE NAO E CONCEDIDO

       APLICA-BOLSAS.
           MOVE ZEROS TO W-DESCONTO.
           MOVE 1 TO W-J.
           PERFORM TESTA-BOLSA UNTIL W-J GREATER THAN CT-TAB-BOLSAS.

       TESTA-BOLSA.
           IF TB-COD-ALU (W-J) EQUAL COD-ALU AND
              TB-VIG-INI (W-J) NOT GREATER THAN W-COMPET-INV AND
              TB-VIG-FIM (W-J) NOT LESS THAN W-COMPET-INV
               PERFORM CALCULA-DESCONTO.
           ADD 1 TO W-J.

       CALCULA-DESCONTO.
           IF TB-TIPO (W-J) EQUAL "P"
               COMPUTE W-DESC-BOLSA ROUNDED = W-VALOR-TURMA
                   * TB-PERCENTUAL (W-J) / 100
           ELSE
               MOVE TB-VALOR (W-J) TO W-DESC-BOLSA.
           IF W-DESCONTO + W-DESC-BOLSA GREATER THAN W-VALOR-TURMA
               COMPUTE W-DESC-BOLSA = W-VALOR-TURMA - W-DESCONTO.
           IF W-DESC-BOLSA GREATER THAN ZEROS
               ADD W-DESC-BOLSA TO W-DESCONTO
               PERFORM GRAVA-DESCONTO.

       GRAVA-DESCONTO.
           MOVE W-PARM-COMPET TO DM-COMPET.
           MOVE TURMA-ALU TO DM-TURMA.
           MOVE COD-ALU TO DM-COD-ALU.
           MOVE TB-MOTIVO (W-J) TO DM-MOTIVO.
           MOVE W-DESC-BOLSA TO DM-VALOR.
           WRITE REG-DESCMENS.
           IF W-DESCMENS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE DESCMENS - STATUS: "
                   W-DESCMENS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD W-DESC-BOLSA TO W-TOTAL-DESCONTOS.

      *================================================================*

       TERMINO.
           CLOSE CADALU MENSAL DESCMENS.
           DISPLAY "ALUNOS LIDOS...........: " CT-LIDOS.
           DISPLAY "COBRANCAS GERADAS......: " CT-GERADAS.
           DISPLAY "JA COBRADOS NO MES.....: " CT-JA-COBRADOS.
           DISPLAY "ALUNOS SEM TURMA.......: " CT-SEM-TURMA.
           DISPLAY "COBRANCAS COM DESCONTO.: " CT-COM-DESCONTO.
           DISPLAY "BOLSAS INTEGRAIS.......: " CT-ISENTOS.
           MOVE W-TOTAL-DESCONTOS TO W-TOTAL-DESC-ED.
           DISPLAY "TOTAL DE DESCONTOS.....: " W-TOTAL-DESC-ED.
           DISPLAY "FIM DA GERACAO.".
