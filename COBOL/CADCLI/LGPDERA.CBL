      *                QUE FOI ELIMINADO E QUANDO. CPF QUE NAO PASSA
      *                NO VALCPF E RECUSADO, PARA QUE UM ERRO DE
      *                DIGITACAO NAO APAGUE A PESSOA ERRADA.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 CT-AUD-ESCRUB        PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT         PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT         PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO     PIC X(03) VALUE "SIM".

      *    FILE STATUS DOS ARQUIVOS
       77 W-LGPDREQ-STATUS     PIC X(02) VALUE "00".
      *================================================================*

       INICIO.
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT LGPDREQ AUDEND
                OUTPUT AUDENDNV RELLGPD.
           PERFORM VERIFICA-ABERTURA.
                   W-CADCLI-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ACCEPT W-HORA-ESTAT FROM TIME.
           PERFORM IMP-CABECALHO.
           PERFORM LE-PEDIDO.
               MOVE SPACES TO NUM-END-ENT
               MOVE SPACES TO COMPL-END-ENT
               MOVE ZEROS TO CEP-ENT
               MOVE SPACES TO PASSAPORTE-ENT
               MOVE ZEROS TO DT-VALID-PASS-ENT
               REWRITE REG-ENT
               IF W-CADCLI-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA REGRAVACAO DE CADCLI - STATUS: "
