       IDENTIFICATION DIVISION.
       PROGRAM-ID.     REMBOL.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        REMESSA DE COBRANCA BANCARIA (BOLETOS) DO
      *                CONTAS A RECEBER: LE CONTREC.DAT E GRAVA EM
      *                REMCOB.DAT, NO PADRAO DE REMESSA DO BANCO
      *                (HEADER, DETALHES NUMERADOS, TRAILER COM
      *                QUANTIDADE E VALOR TOTAL), UM DETALHE POR
      *                PARCELA ABERTA COM TITULO+PARCELA COMO NOSSO
      *                NUMERO, CPF, VENCIMENTO E VALOR. RODA NO STREAM
      *                NOTURNO DEPOIS DO RETBOL, QUE BAIXA AS PARCELAS
      *                PAGAS PELO RETORNO DO BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTREC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-CONTREC-STATUS.
           SELECT REMCOB ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-REMCOB-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

      *    REMESSA NO PADRAO DO BANCO: HEADER COM IDENTIFICACAO DA
      *    EMPRESA, DETALHES NUMERADOS E TRAILER COM QUANTIDADE E
      *    VALOR TOTAL
       FD REMCOB LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REMCOB.DAT".
       01 REG-COB.
           02 COB-NOSSO-NUMERO.
             03 COB-NUM-TIT         PIC 9(06).
             03 COB-PARC-TIT        PIC 9(02).
           02 FILLER                PIC X(02).
           02 COB-CPF               PIC 9(11).
           02 FILLER                PIC X(02).
           02 COB-VENCIMENTO        PIC 9(08).
           02 FILLER                PIC X(02).
           02 COB-VALOR             PIC 9(07)V99.
           02 FILLER                PIC X(02).
           02 COB-SEQ               PIC 9(05).
       01 REG-COB-HDR.
           02 COB-HDR-ID            PIC X(03).
           02 COB-HDR-EMPRESA       PIC X(20).
           02 COB-HDR-AGENCIA       PIC 9(04).
           02 COB-HDR-CONTA         PIC 9(08).
           02 COB-HDR-DATA          PIC 9(08).
           02 FILLER                PIC X(06).
       01 REG-COB-TRL.
           02 COB-TRL-ID            PIC X(03).
           02 COB-TRL-QTD           PIC 9(05).
           02 COB-TRL-TOTAL         PIC 9(11)V99.
           02 FILLER                PIC X(28).

       WORKING-STORAGE SECTION.
       77 FIM-TIT              PIC X(03) VALUE "NAO".

      *    CONTROLES DA REMESSA
       77 W-COB-SEQ            PIC 9(05) VALUE ZEROS.
       77 W-COB-TOTAL          PIC 9(11)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDAS             PIC 9(05) VALUE ZEROS.
       77 CT-REMETIDAS         PIC 9(05) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CONTREC-STATUS     PIC X(02) VALUE "00".
       77 W-REMCOB-STATUS      PIC X(02) VALUE "00".

       01 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       PGM-REMBOL.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-TIT EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           OPEN INPUT CONTREC.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT REMCOB.
           IF W-REMCOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR REMCOB - STATUS: "
                   W-REMCOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM GRAVA-HEADER-COB.
           PERFORM LE-TITULO.

      *================================================================*

       LE-TITULO.
           READ CONTREC NEXT RECORD
               AT END MOVE "SIM" TO FIM-TIT
           END-READ.
           IF FIM-TIT NOT EQUAL "SIM" AND
              W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF FIM-TIT NOT EQUAL "SIM"
               ADD 1 TO CT-LIDAS.

      *================================================================*
      * SO A PARCELA ABERTA VAI PARA O BANCO; PAGA E CANCELADA FICAM

       PRINCIPAL.
           IF SIT-TIT EQUAL "A"
               PERFORM GRAVA-DETALHE-COB.
           PERFORM LE-TITULO.

      *================================================================*

       GRAVA-HEADER-COB.
           MOVE SPACES TO REG-COB-HDR.
           MOVE "HDR" TO COB-HDR-ID.
           MOVE "TURISMAR TURISMOS" TO COB-HDR-EMPRESA.
           MOVE 1234 TO COB-HDR-AGENCIA.
           MOVE 00567890 TO COB-HDR-CONTA.
           MOVE W-DATA-HOJE TO COB-HDR-DATA.
           WRITE REG-COB-HDR.
           IF W-REMCOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REMCOB - STATUS: "
                   W-REMCOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-DETALHE-COB.
           MOVE SPACES TO REG-COB.
           MOVE NUM-TIT TO COB-NUM-TIT.
           MOVE PARC-TIT TO COB-PARC-TIT.
           MOVE CPF-TIT TO COB-CPF.
           MOVE DT-VENC-TIT TO COB-VENCIMENTO.
           MOVE VALOR-TIT TO COB-VALOR.
           ADD 1 TO W-COB-SEQ.
           MOVE W-COB-SEQ TO COB-SEQ.
           WRITE REG-COB.
           IF W-REMCOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REMCOB - STATUS: "
                   W-REMCOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-REMETIDAS.
           ADD VALOR-TIT TO W-COB-TOTAL.

       GRAVA-TRAILER-COB.
           MOVE SPACES TO REG-COB-TRL.
           MOVE "TRL" TO COB-TRL-ID.
           MOVE CT-REMETIDAS TO COB-TRL-QTD.
           MOVE W-COB-TOTAL TO COB-TRL-TOTAL.
           WRITE REG-COB-TRL.
           IF W-REMCOB-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REMCOB - STATUS: "
                   W-REMCOB-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

       TERMINO.
           PERFORM GRAVA-TRAILER-COB.
           CLOSE CONTREC REMCOB.
           DISPLAY "PARCELAS LIDAS.....: " CT-LIDAS.
           DISPLAY "PARCELAS REMETIDAS.: " CT-REMETIDAS.
           DISPLAY "VALOR DA REMESSA...: " W-COB-TOTAL.
           DISPLAY "FIM DA REMESSA DE COBRANCA.".
