       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MANPESQ.
       AUTHOR.         LUIZ HENRIQUE DE SANTANA.
       INSTALLATION.   FATEC-SP.
       DATE-WRITTEN.   15/10/2026.
       DATE-COMPILED.
       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        CONSOLE DE DIGITACAO DAS PESQUISAS DE
      *                SATISFACAO POS-VIAGEM, NO ESTILO DO MANCLI: O
      *                OPERADOR INCLUI, ALTERA, EXCLUI E CONSULTA OS
      *                CARTOES RECOLHIDOS PELAS FILIAIS EM PESQUISA.DAT.
      *                O CPF E VALIDADO POR VALCPF E CONFERIDO NO
      *                CADCLI.DAT, A DATA DA VIAGEM POR VALDATA, E A
      *                VIAGEM TEM DE EXISTIR NO DETALHE VISITAS.DAT
      *                PARA O MESMO CPF E DATA (DE LA VEM DESTINO E
      *                PACOTE). AS QUATRO NOTAS (HOTEL, TRANSPORTE,
      *                GUIA E GERAL) VAO DE 0 A 10. O QUADRO MENSAL DE
      *                SATISFACAO POR DESTINO E FEITO PELO RELPESQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCLI ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-ENT
               FILE STATUS IS W-CADCLI-STATUS.
           SELECT PESQUISA ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PESQ
               FILE STATUS IS W-PESQUISA-STATUS.
           SELECT VISITAS ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-VISITAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".

           01 REG-ENT.
           COPY CADCLI.

       FD PESQUISA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PESQUISA.DAT".

           01 REG-PESQ.
           COPY PESQUISA.

       FD VISITAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VISITAS.DAT".
       01 REG-VISITA.
           COPY VISITAS.

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 FIM-VIS              PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-PESQ-ENCONTRADA    PIC X(03) VALUE "NAO".
       77 W-VIAGEM-ACHOU       PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-CPF-VALIDO         PIC X(03) VALUE "SIM".
       77 W-DATA-VALIDA        PIC X(03) VALUE "SIM".
       77 W-DESTINO-VIAGEM     PIC X(30) VALUE SPACES.
       77 W-PACOTE-VIAGEM      PIC X(06) VALUE SPACES.
       77 W-ROTULO-NOTA        PIC X(20) VALUE SPACES.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-PESQUISA-STATUS    PIC X(02) VALUE "00".
       77 W-VISITAS-STATUS     PIC X(02) VALUE "00".

      *    IDENTIFICACAO DO OPERADOR (OPERSGN) E TRILHA DE
      *    ATIVIDADE (ATIVLOG)
       77 W-OPERADOR           PIC X(05) VALUE SPACES.
       77 W-OPER-NOME          PIC X(20) VALUE SPACES.
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       77 W-LOG-CHAVE          PIC X(14) VALUE SPACES.

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR

       01 W-ENTRADA-CPF        PIC X(11) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-CPF REDEFINES W-ENTRADA-CPF.
           02 W-CPF-DIGITADO   PIC 9(11).
       01 RED2-W-ENTRADA-CPF REDEFINES W-ENTRADA-CPF.
           02 W-CPF-DIG-NUM    PIC 9(09).
           02 W-CPF-DIG-DV     PIC 9(02).

       01 W-ENTRADA-DATA       PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIGITADA  PIC 9(08).
       01 RED2-W-ENTRADA-DATA REDEFINES W-ENTRADA-DATA.
           02 W-DATA-DIG-DD    PIC 9(02).
           02 W-DATA-DIG-MM    PIC 9(02).
           02 W-DATA-DIG-AAAA  PIC 9(04).

       01 W-ENTRADA-NOTA       PIC X(02) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-NOTA REDEFINES W-ENTRADA-NOTA.
           02 W-NOTA-DIGITADA  PIC 9(02).

       77 W-NOTA-HOTEL         PIC 9(02) VALUE ZEROS.
       77 W-NOTA-TRANSP        PIC 9(02) VALUE ZEROS.
       77 W-NOTA-GUIA          PIC 9(02) VALUE ZEROS.
       77 W-NOTA-GERAL         PIC 9(02) VALUE ZEROS.

       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).
       01 W-DATA-CAPTURA.
           02 W-CAPTURA-DD     PIC 9(02).
           02 W-CAPTURA-MM     PIC 9(02).
           02 W-CAPTURA-AAAA   PIC 9(04).

       PROCEDURE DIVISION.
       PGM-MANPESQ.
           PERFORM INICIO.
           PERFORM PRINCIPAL UNTIL FIM-MANUTENCAO EQUAL "SIM".
           PERFORM TERMINO.
           STOP RUN.

      *================================================================*

       INICIO.
           DISPLAY "PESQUISAS DE SATISFACAO POS-VIAGEM - PESQUISA.DAT".
           DISPLAY " ".
      *    A CONSOLE SO ABRE COM OPERADOR IDENTIFICADO
           MOVE "MANPESQ " TO W-LOG-PROGRAMA.
           CALL "OPERSGN" USING W-OPERADOR W-OPER-NOME.
           OPEN INPUT CADCLI.
           IF W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
                   W-CADCLI-STATUS
               STOP RUN.
           OPEN I-O PESQUISA.
           IF W-PESQUISA-STATUS EQUAL "35"
               DISPLAY "PESQUISA.DAT INEXISTENTE - CRIANDO ARQUIVO "
                   "NOVO."
               OPEN OUTPUT PESQUISA
               CLOSE PESQUISA
               OPEN I-O PESQUISA
           END-IF.
           IF W-PESQUISA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PESQUISA - STATUS: "
                   W-PESQUISA-STATUS
               STOP RUN.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE W-HOJE-DD TO W-CAPTURA-DD.
           MOVE W-HOJE-MM TO W-CAPTURA-MM.
           MOVE W-HOJE-AAAA TO W-CAPTURA-AAAA.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (I=INCLUIR A=ALTERAR E=EXCLUIR X=CONSULTAR "
               "F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "I"
               PERFORM INCLUI-PESQUISA
             WHEN "A"
               PERFORM ALTERA-PESQUISA
             WHEN "E"
               PERFORM EXCLUI-PESQUISA
             WHEN "X"
               PERFORM CONSULTA-PESQUISA
             WHEN "F"
               MOVE "SIM" TO FIM-MANUTENCAO
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
           DISPLAY " ".

      *================================================================*

       INCLUI-PESQUISA.
           PERFORM OBTEM-CPF.
           PERFORM LE-CADCLI-POR-CPF.
           IF W-ENCONTROU EQUAL "NAO"
               DISPLAY "CLIENTE NAO CADASTRADO - PESQUISA RECUSADA."
           ELSE
               DISPLAY "CLIENTE: " NOME-CLIE-ENT
               PERFORM OBTEM-DATA-VIAGEM
               PERFORM LE-PESQUISA
               IF W-PESQ-ENCONTRADA EQUAL "SIM"
                   DISPLAY "PESQUISA JA DIGITADA PARA ESTA VIAGEM - "
                       "USE A OPCAO ALTERAR."
               ELSE
                   PERFORM PROCURA-VIAGEM
                   IF W-VIAGEM-ACHOU EQUAL "NAO"
                       DISPLAY "VIAGEM NAO ENCONTRADA EM VISITAS.DAT "
                           "- PESQUISA RECUSADA."
                   ELSE
                       DISPLAY "DESTINO: " W-DESTINO-VIAGEM
                       PERFORM OBTEM-NOTAS
                       PERFORM MONTA-REG-PESQ
                       WRITE REG-PESQ
                           INVALID KEY
                               DISPLAY "PESQUISA JA EXISTE - "
                                   "INCLUSAO RECUSADA."
                           NOT INVALID KEY
                               DISPLAY "PESQUISA INCLUIDA."
                               MOVE "INCLUSAO" TO W-LOG-ACAO
                               PERFORM GRAVA-ATIVIDADE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       ALTERA-PESQUISA.
           PERFORM OBTEM-CPF.
           PERFORM OBTEM-DATA-VIAGEM.
           PERFORM LE-PESQUISA.
           IF W-PESQ-ENCONTRADA EQUAL "NAO"
               DISPLAY "PESQUISA NAO ENCONTRADA."
           ELSE
               DISPLAY "DESTINO: " DESTINO-PESQ
               PERFORM MOSTRA-NOTAS
               MOVE DESTINO-PESQ TO W-DESTINO-VIAGEM
               MOVE COD-PAC-PESQ TO W-PACOTE-VIAGEM
               PERFORM OBTEM-NOTAS
               PERFORM MONTA-REG-PESQ
               REWRITE REG-PESQ
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO - STATUS: "
                           W-PESQUISA-STATUS
                   NOT INVALID KEY
                       DISPLAY "PESQUISA ALTERADA."
                       MOVE "ALTERACAO" TO W-LOG-ACAO
                       PERFORM GRAVA-ATIVIDADE
               END-REWRITE
           END-IF.

       EXCLUI-PESQUISA.
           PERFORM OBTEM-CPF.
           PERFORM OBTEM-DATA-VIAGEM.
           PERFORM LE-PESQUISA.
           IF W-PESQ-ENCONTRADA EQUAL "NAO"
               DISPLAY "PESQUISA NAO ENCONTRADA."
           ELSE
               DISPLAY "EXCLUINDO PESQUISA DA VIAGEM A: " DESTINO-PESQ
               DELETE PESQUISA RECORD
                   INVALID KEY
                       DISPLAY "ERRO NA EXCLUSAO - STATUS: "
                           W-PESQUISA-STATUS
                   NOT INVALID KEY
                       DISPLAY "PESQUISA EXCLUIDA."
                       MOVE "EXCLUSAO" TO W-LOG-ACAO
                       PERFORM GRAVA-ATIVIDADE
               END-DELETE
           END-IF.

       CONSULTA-PESQUISA.
           PERFORM OBTEM-CPF.
           PERFORM OBTEM-DATA-VIAGEM.
           PERFORM LE-PESQUISA.
           IF W-PESQ-ENCONTRADA EQUAL "NAO"
               DISPLAY "PESQUISA NAO ENCONTRADA."
           ELSE
               DISPLAY "DESTINO......: " DESTINO-PESQ
               DISPLAY "PACOTE.......: " COD-PAC-PESQ
               PERFORM MOSTRA-NOTAS
               DISPLAY "DIGITADA EM..: " DT-CAPTURA-PESQ
                   " POR " OPER-PESQ
           END-IF.

       MOSTRA-NOTAS.
           DISPLAY "NOTA HOTEL...: " NOTA-HOTEL-PESQ.
           DISPLAY "NOTA TRANSP..: " NOTA-TRANSP-PESQ.
           DISPLAY "NOTA GUIA....: " NOTA-GUIA-PESQ.
           DISPLAY "NOTA GERAL...: " NOTA-GERAL-PESQ.

      *================================================================*
      * TRILHA DE ATIVIDADE: OPERADOR, PROGRAMA, ACAO E CPF TOCADO

       GRAVA-ATIVIDADE.
           MOVE W-ENTRADA-CPF TO W-LOG-CHAVE.
           CALL "ATIVLOG" USING W-OPERADOR W-LOG-PROGRAMA
               W-LOG-ACAO W-LOG-CHAVE.

      *================================================================*
      * LEITURAS DIRETAS PELAS CHAVES DIGITADAS

       LE-CADCLI-POR-CPF.
           MOVE "SIM" TO W-ENCONTROU.
           MOVE W-CPF-DIGITADO TO CPF-ENT.
           READ CADCLI
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

       LE-PESQUISA.
           MOVE "SIM" TO W-PESQ-ENCONTRADA.
           MOVE W-CPF-DIGITADO TO CPF-PESQ.
           MOVE W-DATA-DIGITADA TO DT-VIAGEM-PESQ.
           READ PESQUISA
               INVALID KEY MOVE "NAO" TO W-PESQ-ENCONTRADA
           END-READ.

      *    O DETALHE DE VIAGENS NAO TEM CHAVE: E PASSADO DO INICIO A
      *    CADA PESQUISA ATE ACHAR O CPF NA DATA DIGITADA
       PROCURA-VIAGEM.
           MOVE "NAO" TO W-VIAGEM-ACHOU.
           MOVE "NAO" TO FIM-VIS.
           OPEN INPUT VISITAS.
           IF W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "VISITAS.DAT INDISPONIVEL - STATUS: "
                   W-VISITAS-STATUS
           ELSE
               PERFORM LE-VISITA
               PERFORM TESTA-VISITA UNTIL FIM-VIS EQUAL "SIM"
                   OR W-VIAGEM-ACHOU EQUAL "SIM"
               CLOSE VISITAS
           END-IF.

       LE-VISITA.
           READ VISITAS AT END MOVE "SIM" TO FIM-VIS.
           IF FIM-VIS NOT EQUAL "SIM" AND
              W-VISITAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VISITAS - STATUS: "
                   W-VISITAS-STATUS
               STOP RUN.

       TESTA-VISITA.
           IF CPF-VISITA EQUAL W-CPF-DIGITADO AND
              DT-VISITA EQUAL W-DATA-DIGITADA
               MOVE "SIM" TO W-VIAGEM-ACHOU
               MOVE DESTINO-VISITA TO W-DESTINO-VIAGEM
               MOVE COD-PAC-VISITA TO W-PACOTE-VIAGEM
           ELSE
               PERFORM LE-VISITA.

      *================================================================*
      * ENTRADA DOS CAMPOS, UM A UM, COM VALIDACAO

       OBTEM-CPF.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-CPF UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-CPF.
           DISPLAY "CPF DO CLIENTE (11 DIGITOS): ".
           ACCEPT W-ENTRADA-CPF.
           INSPECT W-ENTRADA-CPF REPLACING LEADING SPACE BY ZERO.
      *    VALIDACAO DE CPF COMPARTILHADA COM MANCLI E FXC
           CALL "VALCPF" USING W-CPF-DIG-NUM W-CPF-DIG-DV
               W-CPF-VALIDO.
           IF W-CPF-VALIDO EQUAL "NAO"
               DISPLAY "CPF INVALIDO - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       OBTEM-DATA-VIAGEM.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-DATA-VIAGEM UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-DATA-VIAGEM.
           DISPLAY "DATA DA VIAGEM (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DATA.
           INSPECT W-ENTRADA-DATA REPLACING LEADING SPACE BY ZERO.
      *    VALIDACAO DE DATA GREGORIANA COMPARTILHADA COM MANCLI
           CALL "VALDATA" USING W-DATA-DIG-DD W-DATA-DIG-MM
               W-DATA-DIG-AAAA W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       OBTEM-NOTAS.
           MOVE "NOTA DO HOTEL" TO W-ROTULO-NOTA.
           PERFORM OBTEM-NOTA.
           MOVE W-NOTA-DIGITADA TO W-NOTA-HOTEL.
           MOVE "NOTA DO TRANSPORTE" TO W-ROTULO-NOTA.
           PERFORM OBTEM-NOTA.
           MOVE W-NOTA-DIGITADA TO W-NOTA-TRANSP.
           MOVE "NOTA DO GUIA" TO W-ROTULO-NOTA.
           PERFORM OBTEM-NOTA.
           MOVE W-NOTA-DIGITADA TO W-NOTA-GUIA.
           MOVE "NOTA GERAL" TO W-ROTULO-NOTA.
           PERFORM OBTEM-NOTA.
           MOVE W-NOTA-DIGITADA TO W-NOTA-GERAL.

       OBTEM-NOTA.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-NOTA UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-NOTA.
           DISPLAY W-ROTULO-NOTA " (0 A 10): ".
           ACCEPT W-ENTRADA-NOTA.
           INSPECT W-ENTRADA-NOTA REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-NOTA NOT NUMERIC
               DISPLAY "NOTA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               IF W-NOTA-DIGITADA GREATER THAN 10
                   DISPLAY "NOTA ACIMA DE 10 - DIGITE NOVAMENTE."
               ELSE
                   MOVE "SIM" TO W-CAMPO-OK
               END-IF
           END-IF.

      *================================================================*

       MONTA-REG-PESQ.
           MOVE W-CPF-DIGITADO TO CPF-PESQ.
           MOVE W-DATA-DIGITADA TO DT-VIAGEM-PESQ.
           MOVE W-DESTINO-VIAGEM TO DESTINO-PESQ.
           MOVE W-PACOTE-VIAGEM TO COD-PAC-PESQ.
           MOVE W-NOTA-HOTEL TO NOTA-HOTEL-PESQ.
           MOVE W-NOTA-TRANSP TO NOTA-TRANSP-PESQ.
           MOVE W-NOTA-GUIA TO NOTA-GUIA-PESQ.
           MOVE W-NOTA-GERAL TO NOTA-GERAL-PESQ.
           MOVE W-DATA-CAPTURA TO DT-CAPTURA-PESQ.
           MOVE W-OPERADOR TO OPER-PESQ.

      *================================================================*

       TERMINO.
           CLOSE CADCLI PESQUISA.
           DISPLAY "FIM DA DIGITACAO.".
