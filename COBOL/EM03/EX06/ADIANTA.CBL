      *                A FOLHA MENSAL (EX06) DESCONTA
      *                AUTOMATICAMENTE DO LIQUIDO - NO LUGAR DO
      *                CADERNO DE ADIANTAMENTOS ACERTADO A MAO.
      *                FUNCIONARIO DESLIGADO (SITUACAO "I") NAO
      *                RECEBE ADIANTAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       FD ADIANT LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ADIANT.DAT".
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-NOME-FUNC          PIC X(20) VALUE SPACES.
       77 W-SITUACAO-FUNC      PIC X(01) VALUE SPACES.
       77 CT-LANCADOS          PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
                   DISPLAY "FUNCIONARIO NAO CADASTRADO - LANCAMENTO "
                       "RECUSADO."
               ELSE
                   IF W-SITUACAO-FUNC EQUAL "I"
                       DISPLAY "FUNCIONARIO DESLIGADO - LANCAMENTO "
                           "RECUSADO."
                   ELSE
                       DISPLAY "FUNCIONARIO: " W-NOME-FUNC
                       PERFORM LANCA-ADIANTAMENTO
                   END-IF
               END-IF
               DISPLAY " ".

           IF COD-VEN-ENT EQUAL W-COD-DIGITADO
               MOVE "SIM" TO W-ENCONTROU
               MOVE NOME-ENT TO W-NOME-FUNC
               MOVE SITUACAO-ENT TO W-SITUACAO-FUNC
           ELSE
               PERFORM LE-CADVEND.

