      *                MOVIMENTOS EM MOVOK.DAT (ACEITOS, CONSUMIDOS
      *                PELO EX02) E MOVREJ.DAT (REJEITADOS), COM O
      *                RELATORIO RELCRIT DO MOTIVO DE CADA REJEICAO
      *                PARA A FILIAL CORRIGIR NO MESMO DIA. O CEP DO
      *                ENDERECO DOS MOVIMENTOS A E I (NNNNN-NNN OU OITO
      *                DIGITOS SEGUIDOS NO TEXTO) TEM DE CONSTAR DO
      *                DIRETORIO DE CEPS (SUBROTINA BUSCACEP; O
      *                CEPDIR.DAT VEM DO CADCLI PELO NOITE.BAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-MOTIVO         PIC X(35) VALUE SPACES.
       77 W-CC-ANTERIOR    PIC 9(03) VALUE ZEROS.

      *================================================================*
      * CEP PROCURADO NO TEXTO DO ENDERECO, COM UM BRANCO DE CADA LADO
      * PARA O TESTE DO CARACTER VIZINHO NAO SAIR DO CAMPO

       01 W-ENDER-CEP.
           02 FILLER           PIC X(01) VALUE SPACE.
           02 W-ENDER-TEXTO    PIC X(50).
           02 FILLER           PIC X(01) VALUE SPACE.
       77 W-POS            PIC 9(02) VALUE ZEROS.
       77 W-POS-ANT        PIC 9(02) VALUE ZEROS.
       77 W-POS-HIFEN      PIC 9(02) VALUE ZEROS.
       77 W-POS-SUFIXO     PIC 9(02) VALUE ZEROS.
       77 W-POS-DEPOIS     PIC 9(02) VALUE ZEROS.
       01 W-CEP-ENDER-X.
           02 W-CEP-PREFIXO    PIC X(05).
           02 W-CEP-SUFIXO     PIC X(03).
       01 RED-W-CEP-ENDER REDEFINES W-CEP-ENDER-X.
           02 W-CEP-ENDER      PIC 9(08).
       77 W-CEP-NO-ENDER   PIC X(03) VALUE "SIM".
       77 W-CEP-LOGRA      PIC X(40) VALUE SPACES.
       77 W-CEP-CIDADE     PIC X(30) VALUE SPACES.
       77 W-CEP-UF         PIC X(02) VALUE SPACES.
       77 W-CEP-ACHOU      PIC X(03) VALUE "SIM".

      *================================================================*
      * TOTAIS DE CONTROLE DA CRITICA


       PRINCIPAL.
           MOVE SPACES TO W-MOTIVO.
           MOVE "SIM" TO W-CEP-NO-ENDER W-CEP-ACHOU.
           IF (TIPO-MOV EQUAL "A" OR TIPO-MOV EQUAL "I") AND
              ENDER-MOV NOT EQUAL SPACES
               PERFORM CONFERE-CEP.

           IF CC-MOV-X NOT NUMERIC
               MOVE "CODIGO NAO NUMERICO" TO W-MOTIVO
                   MOVE "ENDERECO EM BRANCO P/TIPO A OU I"
                       TO W-MOTIVO
               ELSE
                 IF W-CEP-NO-ENDER EQUAL "NAO"
                     MOVE "CEP AUSENTE NO ENDERECO" TO W-MOTIVO
                 ELSE
                   IF W-CEP-ACHOU EQUAL "NAO"
                       MOVE "CEP NAO CONSTA DO DIRETORIO" TO W-MOTIVO
                   ELSE
                     IF STATUS-MOV NOT EQUAL SPACE AND
                        STATUS-MOV NOT EQUAL "A" AND
                        STATUS-MOV NOT EQUAL "S"
                         MOVE "STATUS INVALIDO" TO W-MOTIVO
                     ELSE
                       IF CC-MOV LESS THAN W-CC-ANTERIOR
                           MOVE "ARQUIVO FORA DE SEQUENCIA DE CC"
                               TO W-MOTIVO.

           IF W-MOTIVO EQUAL SPACES
               PERFORM GRAVA-MOVOK
               PERFORM GRAVA-MOVREJ.
           PERFORM LEITURA.

      *================================================================*
      * CEP DO ENDERECO: O PRIMEIRO NNNNN-NNN OU GRUPO DE EXATAMENTE
      * OITO DIGITOS DO TEXTO, PROCURADO NO DIRETORIO DE CEPS

       CONFERE-CEP.
           MOVE ENDER-MOV TO W-ENDER-TEXTO.
           MOVE "NAO" TO W-CEP-NO-ENDER.
           MOVE 2 TO W-POS.
           PERFORM TESTA-POSICAO-CEP UNTIL W-POS GREATER THAN 44
               OR W-CEP-NO-ENDER EQUAL "SIM".
           IF W-CEP-NO-ENDER EQUAL "SIM"
               CALL "BUSCACEP" USING W-CEP-ENDER W-CEP-LOGRA
                   W-CEP-CIDADE W-CEP-UF W-CEP-ACHOU.

       TESTA-POSICAO-CEP.
           COMPUTE W-POS-ANT = W-POS - 1.
           COMPUTE W-POS-HIFEN = W-POS + 5.
           COMPUTE W-POS-SUFIXO = W-POS + 6.
           IF W-ENDER-CEP (W-POS-ANT:1) NOT NUMERIC
               IF W-POS LESS THAN 44 AND
                  W-ENDER-CEP (W-POS:5) NUMERIC AND
                  W-ENDER-CEP (W-POS-HIFEN:1) EQUAL "-" AND
                  W-ENDER-CEP (W-POS-SUFIXO:3) NUMERIC
                   COMPUTE W-POS-DEPOIS = W-POS + 9
                   IF W-ENDER-CEP (W-POS-DEPOIS:1) NOT NUMERIC
                       MOVE W-ENDER-CEP (W-POS:5) TO W-CEP-PREFIXO
                       MOVE W-ENDER-CEP (W-POS-SUFIXO:3)
                           TO W-CEP-SUFIXO
                       MOVE "SIM" TO W-CEP-NO-ENDER
                   END-IF
               ELSE
                   COMPUTE W-POS-DEPOIS = W-POS + 8
                   IF W-ENDER-CEP (W-POS:8) NUMERIC AND
                      W-ENDER-CEP (W-POS-DEPOIS:1) NOT NUMERIC
                       MOVE W-ENDER-CEP (W-POS:8) TO W-CEP-ENDER-X
                       MOVE "SIM" TO W-CEP-NO-ENDER
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO W-POS.

      *================================================================*

       GRAVA-MOVOK.
