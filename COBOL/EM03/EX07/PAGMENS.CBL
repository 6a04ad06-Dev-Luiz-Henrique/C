      *                ARQUIVO E CARREGADO EM TABELA NA ABERTURA E
      *                REGRAVADO INTEIRO NO ENCERRAMENTO, COMO O
      *                CICLO DO CORREXC.
      *                O VALOR DEVIDO E O LIQUIDO DA COBRANCA; QUANDO
      *                HA BOLSA OU DESCONTO, O BRUTO E O DESCONTO SAO
      *                MOSTRADOS E PRESERVADOS NA REGRAVACAO. COBRANCAS
      *                GERADAS ANTES DAS BOLSAS ASSUMEM BRUTO IGUAL AO
      *                VALOR E DESCONTO ZERO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 MEN-DT-PAGTO     PIC 9(08).
           02 MEN-VALOR-PAGO   PIC 9(05)V99.
           02 MEN-SIT          PIC X(01).
           02 MEN-VALOR-BRUTO  PIC 9(05)V99.
           02 MEN-DESCONTO     PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77 FIM-BAIXA            PIC X(03) VALUE "NAO".
             03 TMN-DT-PAGTO   PIC 9(08).
             03 TMN-VALOR-PAGO PIC 9(05)V99.
             03 TMN-SIT        PIC X(01).
             03 TMN-VALOR-BRUTO PIC 9(05)V99.
             03 TMN-DESCONTO   PIC 9(05)V99.

       PROCEDURE DIVISION.
       PGM-PAGMENS.
           MOVE MEN-DT-PAGTO TO TMN-DT-PAGTO (CT-MENSALIDADES).
           MOVE MEN-VALOR-PAGO TO TMN-VALOR-PAGO (CT-MENSALIDADES).
           MOVE MEN-SIT TO TMN-SIT (CT-MENSALIDADES).
           IF MEN-VALOR-BRUTO NOT NUMERIC OR
              MEN-DESCONTO NOT NUMERIC
               MOVE MEN-VALOR TO TMN-VALOR-BRUTO (CT-MENSALIDADES)
               MOVE ZEROS TO TMN-DESCONTO (CT-MENSALIDADES)
           ELSE
               MOVE MEN-VALOR-BRUTO TO
                   TMN-VALOR-BRUTO (CT-MENSALIDADES)
               MOVE MEN-DESCONTO TO TMN-DESCONTO (CT-MENSALIDADES).
           PERFORM LE-MENSAL.

      *================================================================*
                   DISPLAY "COBRANCA JA PAGA EM "
                       TMN-DT-PAGTO (W-POS) "."
               ELSE
                   IF TMN-DESCONTO (W-POS) GREATER THAN ZEROS
                       DISPLAY "MENSALIDADE: "
                           TMN-VALOR-BRUTO (W-POS)
                           "  DESCONTO/BOLSA: " TMN-DESCONTO (W-POS)
                   END-IF
                   DISPLAY "VALOR DEVIDO: " TMN-VALOR (W-POS)
                   MOVE "NAO" TO W-CAMPO-OK
                   PERFORM ACEITA-DATA-PAGTO UNTIL W-CAMPO-OK
           MOVE TMN-DT-PAGTO (W-I) TO MEN-DT-PAGTO.
           MOVE TMN-VALOR-PAGO (W-I) TO MEN-VALOR-PAGO.
           MOVE TMN-SIT (W-I) TO MEN-SIT.
           MOVE TMN-VALOR-BRUTO (W-I) TO MEN-VALOR-BRUTO.
           MOVE TMN-DESCONTO (W-I) TO MEN-DESCONTO.
           WRITE REG-MENSAL.
           IF W-MENSAL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE MENSAL - STATUS: "
