           02 DT-NASC-SAI        PIC 9(08).
           02 ENDERECO-SAI       PIC X(51).
           02 CEP-SAI            PIC 9(08).
           02 LIMITE-SAI         PIC 9(07)V99.
           02 PASSAPORTE-SAI     PIC X(10).
           02 DT-VALID-PASS-SAI  PIC 9(08).

       FD RELCVT LABEL RECORD IS OMITTED.
       01 REL-CVT                PIC X(80).
               MOVE SPACES TO ENDERECO-SAI
               MOVE ZEROS TO CEP-SAI
           END-IF.
      *    COPIA SEQUENCIAL ANTERIOR AO LIMITE DE CREDITO FICA COM
      *    ZEROS (LIMITE NAO DEFINIDO) ATE O FINANCEIRO DIGITAR
           IF LIMITE-SAI NOT NUMERIC
               MOVE ZEROS TO LIMITE-SAI
           END-IF.
      *    COPIA SEQUENCIAL ANTERIOR AO PASSAPORTE FICA SEM DOCUMENTO
      *    ATE O RECADASTRO NO MANCLI
           IF DT-VALID-PASS-SAI NOT NUMERIC
               MOVE SPACES TO PASSAPORTE-SAI
               MOVE ZEROS TO DT-VALID-PASS-SAI
           END-IF.
           WRITE REG-SAI.
           EVALUATE W-CADCLI-STATUS
             WHEN "00"
