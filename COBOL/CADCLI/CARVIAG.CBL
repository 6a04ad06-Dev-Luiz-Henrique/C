      *                DT-VISIT-ENT (MESMA REGRA DO VISPOST); VIAGEM
      *                REJEITADA VAI PARA VIAGREJ.DAT COM O MOTIVO E
      *                PARA O RELATORIO RELCARV, PARA A FILIAL
      *                CORRIGIR E REENVIAR. O CODIGO DO VENDEDOR, NO
      *                FIM DO REGISTRO, E CONFERIDO NO CADVEND.DAT DA
      *                FOLHA (COPIADO DO EX06 PELO NOITE.BAT) E SEGUE
      *                NO DETALHE PARA A COMISSAO DE VIAGENS DO COMVIAG;
      *                EM BRANCO OU ZERO E VENDA DIRETA, COMO NOS LOTES
      *                ANTERIORES AO CAMPO. VENDEDOR DESLIGADO
      *                (SITUACAO "I") REJEITA A VIAGEM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS W-VIAGREJ-STATUS.
           SELECT RELCARV ASSIGN TO DISK
               FILE STATUS IS W-RELCARV-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 DESTINO-LOTE PIC X(30).
           02 VALOR-LOTE-X PIC X(09).
           02 VALOR-LOTE REDEFINES VALOR-LOTE-X PIC 9(07)V99.
           02 COD-VEN-LOTE-X PIC X(05).
           02 COD-VEN-LOTE REDEFINES COD-VEN-LOTE-X PIC 9(05).

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       FD VIAGREJ LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VIAGREJ.DAT".
           02 VALOR-REJ    PIC X(09).
           02 FILLER       PIC X(02).
           02 MOTIVO-REJ   PIC X(35).
           02 COD-VEN-REJ  PIC X(05).

      *    CADASTRO DE VENDEDORES DA FOLHA, NO LAYOUT DO EX06; A CARGA
      *    SO CONFERE O CODIGO E A SITUACAO
       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-VEND.
           02 FILLER               PIC X(02).
           02 COD-VEN-VEND         PIC 9(05).
           02 FILLER               PIC X(45).
           02 SITUACAO-VEND        PIC X(01).

       FD RELCARV LABEL RECORD IS OMITTED.
       01 REL-CARV         PIC X(80).
       77 W-ENCONTROU      PIC X(03) VALUE "NAO".
       77 W-CPF-VALIDO     PIC X(03) VALUE "SIM".
       77 W-DATA-VALIDA    PIC X(03) VALUE "SIM".
       77 W-VEN-CODIGO     PIC 9(05) VALUE ZEROS.
       77 W-VEN-ACHOU      PIC X(03) VALUE "NAO".
       77 W-VEN-I          PIC 9(03) VALUE ZEROS.
       77 FIM-VEND         PIC X(03) VALUE "NAO".

      *    CODIGOS E SITUACAO DO CADASTRO DE VENDEDORES DA FOLHA
       77 CT-CADVEND       PIC 9(03) VALUE ZEROS.
       01 TAB-CADVEND.
           02 TAB-CADVEND-OCR OCCURS 500 TIMES.
             03 TV-COD     PIC 9(05).
             03 TV-SIT     PIC X(01).

      *================================================================*
      * TOTAIS DE CONTROLE DA CRITICA
       77 W-VISITAS-STATUS PIC X(02) VALUE "00".
       77 W-VIAGREJ-STATUS PIC X(02) VALUE "00".
       77 W-RELCARV-STATUS PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS PIC X(02) VALUE "00".

      *    CHAVES AAAAMMDD PARA COMPARAR AS DATAS DE VISITA
       01 W-CHAVE-NOVA.
                   W-VISITAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM CARREGA-CADVEND.
           ACCEPT W-DATA-ESTAT FROM DATE YYYYMMDD.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM LEITURA.

      *    SEM O CADASTRO DE VENDEDORES A CARGA SEGUE, MAS SO ACEITA
      *    VIAGENS DE VENDA DIRETA; AS DEMAIS VOLTAM PARA A FILIAL
       CARREGA-CADVEND.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS EQUAL "35"
               DISPLAY "CADVEND.DAT INEXISTENTE - VIAGENS COM "
                   "VENDEDOR SERAO REJEITADAS."
           ELSE
               IF W-CADVEND-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                       W-CADVEND-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LE-CADVEND
               PERFORM CARREGA-TAB-CADVEND UNTIL FIM-VEND EQUAL "SIM"
               CLOSE CADVEND
           END-IF.

       LE-CADVEND.
           READ CADVEND AT END MOVE "SIM" TO FIM-VEND.
           IF FIM-VEND NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-CADVEND.
           ADD 1 TO CT-CADVEND.
           IF CT-CADVEND GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "VENDEDORES"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE COD-VEN-VEND TO TV-COD (CT-CADVEND).
           MOVE SITUACAO-VEND TO TV-SIT (CT-CADVEND).
           PERFORM LE-CADVEND.

      *    FILE STATUS DOS ARQUIVOS
       VERIFICA-ABERTURA.
           IF W-VIAGLOTE-STATUS NOT EQUAL "00"
                       IF W-MOTIVO EQUAL SPACES
                           IF VALOR-LOTE-X NOT NUMERIC
                               MOVE "VALOR NAO NUMERICO" TO W-MOTIVO
                           ELSE
                               PERFORM CRITICA-VENDEDOR
                           END-IF
                       END-IF
                   END-IF
           IF W-DATA-VALIDA EQUAL "NAO"
               MOVE "DATA INVALIDA" TO W-MOTIVO.

      *    VENDEDOR EM BRANCO OU ZERO E VENDA DIRETA; O DESLIGADO PELA
      *    RESCISAO (SITUACAO "I") NAO RECEBE MAIS VIAGEM
       CRITICA-VENDEDOR.
           MOVE ZEROS TO W-VEN-CODIGO.
           IF COD-VEN-LOTE-X NOT EQUAL SPACES
               IF COD-VEN-LOTE-X NOT NUMERIC
                   MOVE "VENDEDOR NAO NUMERICO" TO W-MOTIVO
               ELSE
                   MOVE COD-VEN-LOTE TO W-VEN-CODIGO
               END-IF
           END-IF.
           IF W-MOTIVO EQUAL SPACES AND
              W-VEN-CODIGO NOT EQUAL ZEROS
               MOVE "NAO" TO W-VEN-ACHOU
               MOVE 1 TO W-VEN-I
               PERFORM BUSCA-VENDEDOR UNTIL W-VEN-I GREATER THAN
                   CT-CADVEND OR W-VEN-ACHOU EQUAL "SIM"
               IF W-VEN-ACHOU EQUAL "NAO"
                   MOVE "VENDEDOR NAO CADASTRADO NA FOLHA" TO W-MOTIVO
               ELSE
                   IF TV-SIT (W-VEN-I) EQUAL "I"
                       MOVE "VENDEDOR DESLIGADO" TO W-MOTIVO
                   END-IF
               END-IF
           END-IF.

       BUSCA-VENDEDOR.
           IF TV-COD (W-VEN-I) EQUAL W-VEN-CODIGO
               MOVE "SIM" TO W-VEN-ACHOU
           ELSE
               ADD 1 TO W-VEN-I.

      *================================================================*
      * VIAGEM ACEITA: DETALHE GRAVADO E DATA MAIS RECENTE REFLETIDA
      * NO CADASTRO, COMO NO VISPOST.
           MOVE DT-LOTE TO DT-VISITA.
           MOVE DESTINO-LOTE TO DESTINO-VISITA.
           MOVE VALOR-LOTE TO VALOR-VISITA.
           MOVE SPACES TO COD-PAC-VISITA.
           MOVE W-VEN-CODIGO TO COD-VEN-VISITA.
           WRITE REG-VISITA.
           IF W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VISITAS - STATUS: "
           MOVE DESTINO-LOTE TO DESTINO-REJ.
           MOVE VALOR-LOTE-X TO VALOR-REJ.
           MOVE W-MOTIVO TO MOTIVO-REJ.
           MOVE COD-VEN-LOTE-X TO COD-VEN-REJ.
           WRITE REG-REJ.
           IF W-VIAGREJ-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VIAGREJ - STATUS: "
