       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MANPAC.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONSOLE DO CATALOGO DE PACOTES DE VIAGEM, NO
      *                ESTILO DO MANRES: O OPERADOR INCLUI, ALTERA E
      *                CONSULTA AS PARTIDAS DE PACOTES.DAT (CODIGO,
      *                DESTINO, DATA DE SAIDA VALIDADA POR VALDATA,
      *                PRECO DE TABELA E LUGARES OFERECIDOS). OS
      *                LUGARES VENDIDOS SAO SOMADOS PELO MANRES E NAO
      *                SAO DIGITADOS; A OFERTA NAO PODE FICAR ABAIXO
      *                DO QUE JA FOI VENDIDO. O PACOTE INTERNACIONAL
      *                TEM A MOEDA DA OPERADORA E O PRECO NESSA MOEDA;
      *                O PRECO EM REAIS DE REFERENCIA E CONVERTIDO PELA
      *                TAXA DO DIA EM CAMBIO.DAT (SUBROTINA TAXACAMB),
      *                E SEM COTACAO A MOEDA E RECUSADA. A DATA DE
      *                RETORNO (NAO ANTERIOR A PARTIDA) E AS MARCAS DE
      *                PARTIDA INTERNACIONAL E DE DESTINO QUE EXIGE
      *                VISTO ALIMENTAM A CONFERENCIA DE DOCUMENTOS DO
      *                RELDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PACOTES ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PAC
               FILE STATUS IS W-PACOTES-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PACOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".

           01 REG-PAC.
           COPY PACOTE.

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 W-PAC-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-DATA-VALIDA        PIC X(03) VALUE "SIM".
       77 W-VENDIDAS-ATUAL     PIC 9(03) VALUE ZEROS.

      *    MOEDA DO PACOTE E CONVERSAO PELA TAXA DO DIA (TAXACAMB)
       77 W-MOEDA-DIGITADA     PIC X(03) VALUE SPACES.
       77 W-PRECO-REAIS        PIC 9(07)V99 VALUE ZEROS.
       77 W-TAXA-DIA           PIC 9(03)V9(04) VALUE ZEROS.
       77 W-DATA-TAXA          PIC 9(08) VALUE ZEROS.
       77 W-TAXA-ACHOU         PIC X(03) VALUE "NAO".

      *    FILE STATUS DO ARQUIVO
       77 W-PACOTES-STATUS     PIC X(02) VALUE "00".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR

       77 W-COD-DIGITADO       PIC X(06) VALUE SPACES.
       77 W-DESTINO-DIGITADO   PIC X(30) VALUE SPACES.

       01 W-ENTRADA-DATA       PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIGITADA  PIC 9(08).
       01 RED2-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIG-DD    PIC 9(02).
           02 W-DATA-DIG-MM    PIC 9(02).
           02 W-DATA-DIG-AAAA  PIC 9(04).

       01 W-ENTRADA-VALOR      PIC X(09) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-VALOR REDEFINES W-ENTRADA-VALOR.
           02 W-VALOR-DIGITADO PIC 9(07)V99.

       01 W-ENTRADA-VAGAS      PIC X(03) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-VAGAS REDEFINES W-ENTRADA-VAGAS.
           02 W-VAGAS-DIGITADA PIC 9(03).

       01 W-ENTRADA-RETORNO    PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-RETORNO REDEFINES W-ENTRADA-RETORNO.
           02 W-RETORNO-DIGITADO PIC 9(08).
       01 RED2-W-ENTRADA-RETORNO REDEFINES W-ENTRADA-RETORNO.
           02 W-RET-DIG-DD     PIC 9(02).
           02 W-RET-DIG-MM     PIC 9(02).
           02 W-RET-DIG-AAAA   PIC 9(04).

       77 W-INTERNAC-DIGITADO  PIC X(01) VALUE SPACE.
       77 W-VISTO-DIGITADO     PIC X(01) VALUE SPACE.

      *    DATAS EM AAAAMMDD PARA COMPARAR RETORNO COM PARTIDA
       01 W-PARTIDA-COMP.
           02 W-PARTIDA-COMP-AAAA PIC 9(04).
           02 W-PARTIDA-COMP-MM   PIC 9(02).
           02 W-PARTIDA-COMP-DD   PIC 9(02).
       01 W-RETORNO-COMP.
           02 W-RETORNO-COMP-AAAA PIC 9(04).
           02 W-RETORNO-COMP-MM   PIC 9(02).
           02 W-RETORNO-COMP-DD   PIC 9(02).

       01 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       PGM-MANPAC.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MANUTENCAO EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "CATALOGO DE PACOTES DE VIAGEM - PACOTES.DAT".
           DISPLAY " ".
           OPEN I-O PACOTES.
           IF W-PACOTES-STATUS EQUAL "35"
               DISPLAY "PACOTES.DAT INEXISTENTE - CRIANDO ARQUIVO "
                   "NOVO."
               OPEN OUTPUT PACOTES
               CLOSE PACOTES
               OPEN I-O PACOTES
           END-IF.
           IF W-PACOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PACOTES - STATUS: "
                   W-PACOTES-STATUS
               STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (I=INCLUIR A=ALTERAR X=CONSULTAR F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "I"
               PERFORM INCLUI-PACOTE
             WHEN "A"
               PERFORM ALTERA-PACOTE
             WHEN "X"
               PERFORM CONSULTA-PACOTE
             WHEN "F"
               MOVE "SIM" TO FIM-MANUTENCAO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           DISPLAY " ".

      *================================================================*

       INCLUI-PACOTE.
           PERFORM OBTEM-CODIGO.
           PERFORM LE-PACOTE-POR-COD.
           IF W-PAC-ENCONTRADO EQUAL "SIM"
               DISPLAY "PACOTE JA EXISTE - USE A OPCAO ALTERAR."
           ELSE
               MOVE ZEROS TO W-VENDIDAS-ATUAL
               PERFORM OBTEM-DEMAIS-CAMPOS
               PERFORM MONTA-REG-PAC
               WRITE REG-PAC
                   INVALID KEY
                       DISPLAY "CODIGO JA EXISTE - INCLUSAO RECUSADA."
                   NOT INVALID KEY
                       DISPLAY "PACOTE INCLUIDO."
               END-WRITE
           END-IF.

      *    OS LUGARES JA VENDIDOS SAO PRESERVADOS NA ALTERACAO
       ALTERA-PACOTE.
           PERFORM OBTEM-CODIGO.
           PERFORM LE-PACOTE-POR-COD.
           IF W-PAC-ENCONTRADO EQUAL "NAO"
               DISPLAY "PACOTE NAO ENCONTRADO."
           ELSE
               DISPLAY "PACOTE ATUAL - DESTINO: " DESTINO-PAC
               DISPLAY "MOEDA: " MOEDA-PAC " PRECO NA MOEDA: "
                   PRECO-MOEDA-PAC
               DISPLAY "LUGARES VENDIDOS: " VENDIDAS-PAC
               DISPLAY "RETORNO: " DT-RETORNO-PAC " INTERNACIONAL: "
                   INTERNAC-PAC " EXIGE VISTO: " VISTO-PAC
               MOVE VENDIDAS-PAC TO W-VENDIDAS-ATUAL
               PERFORM OBTEM-DEMAIS-CAMPOS
               PERFORM MONTA-REG-PAC
               REWRITE REG-PAC
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO - STATUS: "
                           W-PACOTES-STATUS
                   NOT INVALID KEY
                       DISPLAY "PACOTE ALTERADO."
               END-REWRITE
           END-IF.

       CONSULTA-PACOTE.
           PERFORM OBTEM-CODIGO.
           PERFORM LE-PACOTE-POR-COD.
           IF W-PAC-ENCONTRADO EQUAL "NAO"
               DISPLAY "PACOTE NAO ENCONTRADO."
           ELSE
               DISPLAY "DESTINO......: " DESTINO-PAC
               DISPLAY "DATA PARTIDA.: " DT-PARTIDA-PAC
               DISPLAY "DATA RETORNO.: " DT-RETORNO-PAC
               DISPLAY "INTERNACIONAL: " INTERNAC-PAC
               DISPLAY "EXIGE VISTO..: " VISTO-PAC
               DISPLAY "PRECO........: " PRECO-PAC
               DISPLAY "MOEDA........: " MOEDA-PAC
               DISPLAY "PRECO MOEDA..: " PRECO-MOEDA-PAC
               DISPLAY "LUGARES......: " VAGAS-PAC
               DISPLAY "VENDIDOS.....: " VENDIDAS-PAC
           END-IF.

      *================================================================*
      * LEITURA DIRETA PELA CHAVE DIGITADA

       LE-PACOTE-POR-COD.
           MOVE "SIM" TO W-PAC-ENCONTRADO.
           MOVE W-COD-DIGITADO TO COD-PAC.
           READ PACOTES
               INVALID KEY MOVE "NAO" TO W-PAC-ENCONTRADO
           END-READ.

      *================================================================*
      * ENTRADA DOS CAMPOS, UM A UM, COM VALIDACAO

       OBTEM-CODIGO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-CODIGO UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-CODIGO.
           DISPLAY "CODIGO DO PACOTE (6 POSICOES): ".
           ACCEPT W-COD-DIGITADO.
           IF W-COD-DIGITADO EQUAL SPACES
               DISPLAY "CODIGO OBRIGATORIO - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       OBTEM-DEMAIS-CAMPOS.
           DISPLAY "DESTINO: ".
           ACCEPT W-DESTINO-DIGITADO.

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-DATA-PARTIDA UNTIL W-CAMPO-OK EQUAL "SIM".

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-DATA-RETORNO UNTIL W-CAMPO-OK EQUAL "SIM".

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-INTERNACIONAL UNTIL W-CAMPO-OK EQUAL "SIM".

           MOVE "N" TO W-VISTO-DIGITADO.
           IF W-INTERNAC-DIGITADO EQUAL "S"
               MOVE "NAO" TO W-CAMPO-OK
               PERFORM ACEITA-VISTO UNTIL W-CAMPO-OK EQUAL "SIM".

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-MOEDA UNTIL W-CAMPO-OK EQUAL "SIM".

           DISPLAY "PRECO DE TABELA EM " W-MOEDA-DIGITADA
               " (9999999VV): ".
           ACCEPT W-ENTRADA-VALOR.
           INSPECT W-ENTRADA-VALOR REPLACING LEADING SPACE BY ZERO.
           IF W-MOEDA-DIGITADA EQUAL "BRL"
               MOVE W-VALOR-DIGITADO TO W-PRECO-REAIS
           ELSE
               COMPUTE W-PRECO-REAIS ROUNDED =
                   W-VALOR-DIGITADO * W-TAXA-DIA
               DISPLAY "PRECO DE REFERENCIA EM REAIS: " W-PRECO-REAIS
           END-IF.

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-VAGAS UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-DATA-PARTIDA.
           DISPLAY "DATA DA PARTIDA (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DATA.
           INSPECT W-ENTRADA-DATA REPLACING LEADING SPACE BY ZERO.
           CALL "VALDATA" USING W-DATA-DIG-DD W-DATA-DIG-MM
               W-DATA-DIG-AAAA W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

      *    O RETORNO NAO PODE SER ANTERIOR A PARTIDA
       ACEITA-DATA-RETORNO.
           DISPLAY "DATA DO RETORNO (DDMMAAAA): ".
           ACCEPT W-ENTRADA-RETORNO.
           INSPECT W-ENTRADA-RETORNO REPLACING LEADING SPACE BY ZERO.
           CALL "VALDATA" USING W-RET-DIG-DD W-RET-DIG-MM
               W-RET-DIG-AAAA W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE W-DATA-DIG-AAAA TO W-PARTIDA-COMP-AAAA
               MOVE W-DATA-DIG-MM TO W-PARTIDA-COMP-MM
               MOVE W-DATA-DIG-DD TO W-PARTIDA-COMP-DD
               MOVE W-RET-DIG-AAAA TO W-RETORNO-COMP-AAAA
               MOVE W-RET-DIG-MM TO W-RETORNO-COMP-MM
               MOVE W-RET-DIG-DD TO W-RETORNO-COMP-DD
               IF W-RETORNO-COMP LESS THAN W-PARTIDA-COMP
                   DISPLAY "RETORNO ANTES DA PARTIDA - DIGITE "
                       "NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

       ACEITA-INTERNACIONAL.
           DISPLAY "PARTIDA INTERNACIONAL (S/N): ".
           ACCEPT W-INTERNAC-DIGITADO.
           IF W-INTERNAC-DIGITADO EQUAL "S" OR "N"
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               DISPLAY "RESPONDA S OU N."
           END-IF.

       ACEITA-VISTO.
           DISPLAY "DESTINO EXIGE VISTO (S/N): ".
           ACCEPT W-VISTO-DIGITADO.
           IF W-VISTO-DIGITADO EQUAL "S" OR "N"
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               DISPLAY "RESPONDA S OU N."
           END-IF.

      *    MOEDA EM BRANCO E REAL; A MOEDA ESTRANGEIRA PRECISA DE
      *    COTACAO EM VIGOR HOJE PARA O PRECO DE REFERENCIA
       ACEITA-MOEDA.
           DISPLAY "MOEDA (BRANCO = BRL, USD, EUR...): ".
           ACCEPT W-MOEDA-DIGITADA.
           IF W-MOEDA-DIGITADA EQUAL SPACES
               MOVE "BRL" TO W-MOEDA-DIGITADA.
           IF W-MOEDA-DIGITADA EQUAL "BRL"
               MOVE 1 TO W-TAXA-DIA
               MOVE "SIM" TO W-CAMPO-OK
           ELSE
               CALL "TAXACAMB" USING W-MOEDA-DIGITADA W-DATA-HOJE
                   W-TAXA-DIA W-DATA-TAXA W-TAXA-ACHOU
               IF W-TAXA-ACHOU EQUAL "NAO"
                   DISPLAY "SEM COTACAO DE " W-MOEDA-DIGITADA
                       " - CADASTRE A TAXA NO MANCAMB."
               ELSE
                   DISPLAY "TAXA DE " W-DATA-TAXA ": " W-TAXA-DIA
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

      *    A OFERTA NAO PODE SER ZERO NEM MENOR QUE O JA VENDIDO
       ACEITA-VAGAS.
           DISPLAY "LUGARES OFERECIDOS (999): ".
           ACCEPT W-ENTRADA-VAGAS.
           INSPECT W-ENTRADA-VAGAS REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-VAGAS NOT NUMERIC OR
              W-VAGAS-DIGITADA EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA - DIGITE NOVAMENTE."
           ELSE
               IF W-VAGAS-DIGITADA LESS THAN W-VENDIDAS-ATUAL
                   DISPLAY "JA HA " W-VENDIDAS-ATUAL " LUGARES "
                       "VENDIDOS - DIGITE NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

      *================================================================*

       MONTA-REG-PAC.
           MOVE W-COD-DIGITADO TO COD-PAC.
           MOVE W-DESTINO-DIGITADO TO DESTINO-PAC.
           MOVE W-DATA-DIGITADA TO DT-PARTIDA-PAC.
           MOVE W-PRECO-REAIS TO PRECO-PAC.
           MOVE W-MOEDA-DIGITADA TO MOEDA-PAC.
           MOVE W-VALOR-DIGITADO TO PRECO-MOEDA-PAC.
           MOVE W-VAGAS-DIGITADA TO VAGAS-PAC.
           MOVE W-VENDIDAS-ATUAL TO VENDIDAS-PAC.
           MOVE W-RETORNO-DIGITADO TO DT-RETORNO-PAC.
           MOVE W-INTERNAC-DIGITADO TO INTERNAC-PAC.
           MOVE W-VISTO-DIGITADO TO VISTO-PAC.

      *================================================================*

       TERMINO.
           CLOSE PACOTES.
           DISPLAY "FIM DA MANUTENCAO.".
