           02 PRECO-UNIT-SEQ           PIC 9(04)V9(02).
           02 CUSTO-UNIT-SEQ           PIC 9(04)V9(02).
           02 COD-FORN-SEQ             PIC 9(03).
           02 CLASSE-ABC-SEQ           PIC X(01).

       FD CADMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADMERC.DAT".
           02 PRECO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 CUSTO-UNIT-CADMERC       PIC 9(04)V9(02).
           02 COD-FORN-CADMERC         PIC 9(03).
           02 CLASSE-ABC-CADMERC       PIC X(01).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ              PIC X(03) VALUE "NAO".
              CUSTO-UNIT-CADMERC EQUAL ZEROS
               MOVE PRECO-UNIT-SEQ TO CUSTO-UNIT-CADMERC
           END-IF.
      *    COPIA ANTERIOR A CLASSIFICACAO ABC ENTRA SEM CLASSE; O
      *    CLASABC PREENCHE NA PROXIMA EXECUCAO MENSAL
           IF CLASSE-ABC-SEQ NOT EQUAL "A" AND
              CLASSE-ABC-SEQ NOT EQUAL "B" AND
              CLASSE-ABC-SEQ NOT EQUAL "C"
               MOVE SPACES TO CLASSE-ABC-CADMERC
           END-IF.
           WRITE REG-CADMERC
               INVALID KEY
                   ADD 1 TO CT-DUPLICADOS
