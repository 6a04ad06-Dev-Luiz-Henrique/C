      *                CADCLI.DAT E FICA MARCADA "E" (EFETIVADA), COM
      *                RELATORIO RELEFET DO QUE FOI CONVERTIDO - NO
      *                LUGAR DA REDIGITACAO MANUAL DE CADA VIAGEM
      *                CONCLUIDA. O CODIGO DO PACOTE DA RESERVA SEGUE
      *                PARA O DETALHE, PARA A RECEITA POR PACOTE DO
      *                VISDEST. NA RESERVA EM GRUPO CADA PASSAGEIRO
      *                ATIVO DE PASSAG.DAT GANHA A SUA PROPRIA VIAGEM,
      *                COM O VALOR DO SEU LUGAR, PARA QUE O SEGCLI
      *                CREDITE CADA VIAJANTE; O TITULAR FICA COM O
      *                RESTANTE DO VALOR DA RESERVA. O VENDEDOR DA
      *                RESERVA TAMBEM SEGUE EM CADA VIAGEM GRAVADA, PARA
      *                A COMISSAO DE VIAGENS DO COMVIAG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT PASSAG ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PAS
               FILE STATUS IS W-PASSAG-STATUS.
           SELECT VISITAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VISITAS-STATUS.
           01 REG-ENT.
           COPY CADCLI.

       FD PASSAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PASSAG.DAT".

           01 REG-PAS.
           COPY PASSAG.

       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       FD RELEFET LABEL RECORD IS OMITTED.
       01 REL-EFET               PIC X(80).
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 CT-LIN               PIC 9(02) VALUE 41.
       77 CT-PAG               PIC 9(03) VALUE ZEROS.
       77 W-PAS-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-PAS-SEQ            PIC 9(02) VALUE ZEROS.
       77 W-VALOR-PASSAG       PIC 9(07)V99 VALUE ZEROS.

      *    ESTATISTICAS DE EXECUCAO
       77 CT-LIDAS             PIC 9(05) VALUE ZEROS.
       77 CT-EFETIVADAS        PIC 9(05) VALUE ZEROS.
       77 CT-SEM-CADASTRO      PIC 9(05) VALUE ZEROS.
       77 CT-PASSAG-EFET       PIC 9(05) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-PASSAG-STATUS      PIC X(02) VALUE "00".
       77 W-VISITAS-STATUS     PIC X(02) VALUE "00".
       77 W-RELEFET-STATUS     PIC X(02) VALUE "00".

                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN I-O PASSAG.
           IF W-PASSAG-STATUS EQUAL "35"
               OPEN OUTPUT PASSAG
               CLOSE PASSAG
               OPEN I-O PASSAG
           END-IF.
           IF W-PASSAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PASSAG - STATUS: "
                   W-PASSAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND VISITAS.
           IF W-VISITAS-STATUS EQUAL "35"
               OPEN OUTPUT VISITAS
           END-READ.
           IF W-ENCONTROU EQUAL "NAO"
               ADD 1 TO CT-SEM-CADASTRO
               MOVE CPF-RES TO DET-CPF
               MOVE "CLIENTE NAO CADASTRADO" TO DET-RESULTADO
               PERFORM IMP-DETALHE
           ELSE
               MOVE ZEROS TO W-VALOR-PASSAG
               PERFORM EFETIVA-PASSAGEIRO VARYING W-PAS-SEQ FROM 1
                   BY 1 UNTIL W-PAS-SEQ GREATER THAN ULT-PAS-RES
               MOVE CPF-RES TO CPF-ENT
               READ CADCLI
                   INVALID KEY MOVE "NAO" TO W-ENCONTROU
               END-READ
               MOVE CPF-RES TO CPF-VISITA
               COMPUTE VALOR-VISITA = VALOR-RES - W-VALOR-PASSAG
               PERFORM GRAVA-VISITA
               PERFORM ATUALIZA-DT-VISIT
               MOVE "E" TO SIT-RES
                   STOP RUN
               END-IF
               ADD 1 TO CT-EFETIVADAS
               MOVE CPF-RES TO DET-CPF
               MOVE "EFETIVADA EM VISITAS.DAT" TO DET-RESULTADO
               PERFORM IMP-DETALHE
           END-IF.

      *    O VALOR DE CADA PASSAGEIRO ATIVO SAI DO VALOR DA RESERVA,
      *    MESMO QUANDO O SEU CPF NAO ESTA MAIS NO CADASTRO
       EFETIVA-PASSAGEIRO.
           MOVE "SIM" TO W-PAS-ENCONTRADO.
           MOVE NUM-RES TO NUM-RES-PAS.
           MOVE W-PAS-SEQ TO SEQ-PAS.
           READ PASSAG
               INVALID KEY MOVE "NAO" TO W-PAS-ENCONTRADO
           END-READ.
           IF W-PAS-ENCONTRADO EQUAL "SIM" AND SIT-PAS EQUAL "A"
               ADD VALOR-PAS TO W-VALOR-PASSAG
               MOVE CPF-PAS TO DET-CPF
               MOVE "SIM" TO W-ENCONTROU
               MOVE CPF-PAS TO CPF-ENT
               READ CADCLI
                   INVALID KEY MOVE "NAO" TO W-ENCONTROU
               END-READ
               IF W-ENCONTROU EQUAL "NAO"
                   ADD 1 TO CT-SEM-CADASTRO
                   MOVE "PASSAGEIRO NAO CADASTRADO" TO DET-RESULTADO
               ELSE
                   MOVE CPF-PAS TO CPF-VISITA
                   MOVE VALOR-PAS TO VALOR-VISITA
                   PERFORM GRAVA-VISITA
                   PERFORM ATUALIZA-DT-VISIT
                   ADD 1 TO CT-PASSAG-EFET
                   MOVE "PASSAGEIRO EFETIVADO" TO DET-RESULTADO
               END-IF
               PERFORM IMP-DETALHE
               MOVE "E" TO SIT-PAS
               REWRITE REG-PAS
               IF W-PASSAG-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA REGRAVACAO DE PASSAG - STATUS: "
                       W-PASSAG-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    MESMO LAYOUT DE DETALHE GRAVADO PELO VISPOST; CPF E VALOR
      *    SAO MOVIDOS PELO CHAMADOR (TITULAR OU PASSAGEIRO)
       GRAVA-VISITA.
           MOVE DT-VIAGEM-RES TO DT-VISITA.
           MOVE DESTINO-RES TO DESTINO-VISITA.
           MOVE COD-PAC-RES TO COD-PAC-VISITA.
           MOVE COD-VEN-RES TO COD-VEN-VISITA.
           WRITE REG-VISITA.
           IF W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE VISITAS - STATUS: "
           IF CT-LIN GREATER THAN 40
               PERFORM CABECALHO.
           MOVE NUM-RES TO DET-NUM.
           MOVE DESTINO-RES TO DET-DESTINO.
           WRITE REL-EFET FROM DETALHE AFTER ADVANCING 1 LINE.
           IF W-RELEFET-STATUS NOT EQUAL "00"
           MOVE "RESERVAS EFETIVADAS:" TO ROT-ESTAT.
           MOVE CT-EFETIVADAS TO VAL-ESTAT.
           WRITE REL-EFET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "PASSAGEIROS EFETIVADOS:" TO ROT-ESTAT.
           MOVE CT-PASSAG-EFET TO VAL-ESTAT.
           WRITE REL-EFET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "CPFS SEM CADASTRO ATIVO:" TO ROT-ESTAT.
           MOVE CT-SEM-CADASTRO TO VAL-ESTAT.
           WRITE REL-EFET FROM DET-ESTAT AFTER ADVANCING 1 LINE.
              CT-SEM-CADASTRO EQUAL ZEROS
               PERFORM CABECALHO.
           PERFORM IMP-ESTATISTICAS.
           CLOSE RESERVAS CADCLI PASSAG VISITAS RELEFET.
