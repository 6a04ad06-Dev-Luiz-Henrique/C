      *REMARKS.        CONSOLE DE RESERVAS DE VIAGENS FUTURAS, NO
      *                ESTILO DO MANCLI: O OPERADOR INCLUI, ALTERA E
      *                CANCELA RESERVAS EM RESERVAS.DAT, COM O CPF
      *                CONFERIDO CONTRA O CADCLI.DAT E A SITUACAO
      *                CONTROLADA ("A" ATIVA / "C" CANCELADA). A RESERVA
      *                E FEITA SOBRE UM PACOTE DO CATALOGO PACOTES.DAT,
      *                DE ONDE VEM DESTINO, DATA E PRECO; A PARTIDA
      *                LOTADA OU JA SAIDA E RECUSADA, E OS LUGARES
      *                VENDIDOS DO PACOTE ACOMPANHAM A INCLUSAO, A
      *                TROCA DE PACOTE E O CANCELAMENTO. A RESERVA EM
      *                GRUPO RECEBE PASSAGEIROS ALEM DO TITULAR (OPCAO
      *                P), CADA UM CONFERIDO NO CADCLI.DAT E GUARDADO
      *                EM PASSAG.DAT; O CANCELAMENTO DA RESERVA CANCELA
      *                TODOS OS SEUS PASSAGEIROS E FAZ O ACERTO
      *                FINANCEIRO: MULTA PELA TABELA DE DIAS ANTES DA
      *                PARTIDA, PARCELAS ABERTAS DO TITULO DE MESMO
      *                NUMERO EM CONTREC.DAT CANCELADAS, REEMBOLSO A
      *                PAGAR EM REEMBCLI.DAT OU MULTA A RECEBER EM
      *                PARCELA NOVA, COM OS LANCAMENTOS DA SESSAO EM
      *                GLCONREC.DAT (O MESMO LOTE DO CONREC). A
      *                CONVERSAO DAS RESERVAS PARTIDAS EM VISITAS.DAT
      *                E FEITA PELO BATCH EFETRES; A LISTAGEM DE
      *                PARTIDAS PELO RELPART. A INCLUSAO DA RESERVA, A
      *                TROCA DE TITULAR OU DE PACOTE NA ALTERACAO E A
      *                INCLUSAO DE CADA PASSAGEIRO PASSAM PELA
      *                CONFERENCIA DE CREDITO DO TITULAR (LIMITE DO
      *                CADCLI.DAT E ATRASO ACIMA DE 60 DIAS EM
      *                CONTREC.DAT), COM LIBERACAO DE SUPERVISOR
      *                (AUTSUPV) GRAVADA NA TRILHA ATIVLOG.DAT. A
      *                RESERVA GUARDA O CONSULTOR QUE A VENDEU,
      *                CONFERIDO NO CADVEND.DAT DA FOLHA (COPIADO DO
      *                EX06 PELO NOITE.BAT), PARA A COMISSAO DE
      *                VIAGENS DO COMVIAG; VENDEDOR DESLIGADO
      *                (SITUACAO "I") E RECUSADO. O PACOTE EM
      *                MOEDA ESTRANGEIRA E CONVERTIDO EM REAIS PELA
      *                TAXA DO DIA EM CAMBIO.DAT (SUBROTINA TAXACAMB),
      *                E A RESERVA GUARDA A MOEDA, O VALOR NA MOEDA E A
      *                TAXA USADA; SEM COTACAO EM VIGOR A RESERVA E
      *                RECUSADA. OS PASSAGEIROS ACRESCENTADOS PAGAM
      *                PELA TAXA GRAVADA NA RESERVA. NA PARTIDA
      *                INTERNACIONAL PARA DESTINO QUE EXIGE VISTO, O
      *                NUMERO DO VISTO DO GRUPO E ANOTADO NA RESERVA
      *                (OPCAO V) E CONFERIDO PELO RELDOC; A TROCA DE
      *                PACOTE APAGA O VISTO ANOTADO.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) NAO ABRE A SESSAO (RETORNO 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUM-RES
               FILE STATUS IS W-RESERVAS-STATUS.
           SELECT PACOTES ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COD-PAC
               FILE STATUS IS W-PACOTES-STATUS.
           SELECT PASSAG ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-PAS
               FILE STATUS IS W-PASSAG-STATUS.
           SELECT CONTREC ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-CONTREC-STATUS.
           SELECT REEMBCLI ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-REEMBCLI-STATUS.
           SELECT GLCONREC ASSIGN TO DISK
               FILE STATUS IS W-GLCONREC-STATUS.
           SELECT CADVEND ASSIGN TO DISK ORGANIZATION IS LINE
               SEQUENTIAL
               FILE STATUS IS W-CADVEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
           01 REG-RES.
           COPY RESERVA.

       FD PACOTES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PACOTES.DAT".

           01 REG-PAC.
           COPY PACOTE.

       FD PASSAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PASSAG.DAT".

           01 REG-PAS.
           COPY PASSAG.

       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

      *    REEMBOLSOS A PAGAR AOS CLIENTES POR RESERVA CANCELADA, UM
      *    REGISTRO POR CANCELAMENTO, ACRESCENTADOS A CADA SESSAO
       FD REEMBCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "REEMBCLI.DAT".
       01 REG-REEMB.
           02 NUM-RES-REEMB      PIC 9(06).
           02 CPF-REEMB          PIC 9(11).
           02 DT-REEMB           PIC 9(08).
           02 VALOR-REEMB        PIC 9(07)V99.

      *    CONTABILIZACAO NO MESMO LOTE DO CONTAS A RECEBER, NO
      *    LAYOUT DO GLCONTAB.DAT DA FOLHA
       FD GLCONREC LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONREC.DAT".
       01 REG-GLCONREC.
           02 GLR-CONTA             PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-DESCRICAO         PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-CCUSTO            PIC X(04).

      *    CADASTRO DE VENDEDORES DA FOLHA, NO LAYOUT DO EX06; A
      *    CONSOLE SO CONFERE O CODIGO E MOSTRA O NOME
       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-VEND.
           02 COD-DEP-VEND          PIC X(01).
           02 COD-SEC-VEND          PIC X(01).
           02 COD-VEN-VEND          PIC 9(05).
           02 NOME-VEND             PIC X(20).
           02 FILLER                PIC X(25).
           02 SITUACAO-VEND         PIC X(01).

       WORKING-STORAGE SECTION.
       77 FIM-MANUTENCAO       PIC X(03) VALUE "NAO".
       77 W-ENCONTROU          PIC X(03) VALUE "NAO".
       77 W-CAMPO-OK           PIC X(03) VALUE "NAO".
       77 W-OPCAO              PIC X(01) VALUE SPACE.
       77 W-CPF-VALIDO         PIC X(03) VALUE "SIM".
       77 W-PAC-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-PAC-DISPONIVEL     PIC X(03) VALUE "NAO".
       77 W-COD-PAC-ANTERIOR   PIC X(06) VALUE SPACES.
       77 W-COD-PAC-LUGAR      PIC X(06) VALUE SPACES.
       77 W-QTD-LUGARES        PIC 9(02) VALUE ZEROS.
       77 FIM-PASSAG           PIC X(03) VALUE "NAO".
       77 W-OPCAO-PAS          PIC X(01) VALUE SPACE.
       77 W-PAS-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-PAS-ACHOU          PIC X(03) VALUE "NAO".
       77 W-PAS-SEQ            PIC 9(02) VALUE ZEROS.
       77 W-NOME-PAS           PIC X(30) VALUE SPACES.
       77 W-TIT-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-TIT-DO-CLIENTE     PIC X(03) VALUE "SIM".
       77 W-FAIXA-ACHOU        PIC X(03) VALUE "NAO".
       77 W-FAIXA-I            PIC 9(01) VALUE ZEROS.
       77 W-PARC-I             PIC 9(02) VALUE ZEROS.
       77 W-QTD-PARC-RES       PIC 9(02) VALUE ZEROS.
       77 W-DIAS-PARTIDA       PIC S9(05) VALUE ZEROS.
       77 W-DIAS-PARTIDA-ED    PIC -ZZZZ9.
       77 FIM-TIT              PIC X(03) VALUE "NAO".
       77 W-RESPOSTA           PIC X(01) VALUE SPACE.
       77 FIM-VEND             PIC X(03) VALUE "NAO".
       77 W-VEN-ENCONTRADO     PIC X(03) VALUE "NAO".
       77 W-VISTO-DIGITADO     PIC X(15) VALUE SPACES.

      *    CONVERSAO DO PRECO DO PACOTE PELA TAXA DE CAMBIO: PRECO DO
      *    LUGAR EM REAIS E NA MOEDA DA RESERVA
       77 W-MOEDA-RES          PIC X(03) VALUE SPACES.
       77 W-TAXA-RES           PIC 9(03)V9(04) VALUE ZEROS.
       77 W-PRECO-RES          PIC 9(07)V99 VALUE ZEROS.
       77 W-PRECO-MOEDA        PIC 9(07)V99 VALUE ZEROS.
       77 W-DATA-TAXA          PIC 9(08) VALUE ZEROS.
       77 W-TAXA-ACHOU         PIC X(03) VALUE "NAO".

      *    CONFERENCIA DE CREDITO DO TITULAR
       77 W-CREDITO-OK         PIC X(03) VALUE "SIM".
       77 W-CPF-CREDITO        PIC 9(11) VALUE ZEROS.
       77 W-VALOR-NOVO         PIC 9(07)V99 VALUE ZEROS.
       77 W-SALDO-ABERTO       PIC 9(09)V99 VALUE ZEROS.
       77 W-EXPOSICAO          PIC 9(09)V99 VALUE ZEROS.
       77 W-DIAS-ATRASO        PIC S9(05) VALUE ZEROS.
       77 W-MAIOR-ATRASO       PIC S9(05) VALUE ZEROS.
       77 W-ATRASO-ED          PIC ZZZZ9.

      *    LIBERACAO DE SUPERVISOR (AUTSUPV) E TRILHA DE ATIVIDADE
      *    (ATIVLOG)
       77 W-SUPERVISOR         PIC X(05) VALUE SPACES.
       77 W-SUPV-AUTORIZADO    PIC X(03) VALUE "NAO".
       77 W-LOG-PROGRAMA       PIC X(08) VALUE SPACES.
       77 W-LOG-ACAO           PIC X(10) VALUE SPACES.
       77 W-LOG-CHAVE          PIC X(14) VALUE SPACES.

      *    ACERTO FINANCEIRO DA RESERVA CANCELADA
       77 W-MULTA-RES          PIC 9(07)V99 VALUE ZEROS.
       77 W-PAGO-RES           PIC 9(07)V99 VALUE ZEROS.
       77 W-ABERTO-RES         PIC 9(07)V99 VALUE ZEROS.
       77 W-REEMBOLSO-RES      PIC 9(07)V99 VALUE ZEROS.
       77 W-MULTA-RETIDA-RES   PIC 9(07)V99 VALUE ZEROS.
       77 W-MULTA-COBRAR-RES   PIC 9(07)V99 VALUE ZEROS.

      *    TOTAIS DA SESSAO PARA A INTERFACE COM A CONTABILIDADE
       77 W-CANCELADO-COMP     PIC 9(12)V99 VALUE ZEROS.
       77 W-REEMBOLSO-COMP     PIC 9(12)V99 VALUE ZEROS.
       77 W-MULTA-RETIDA-COMP  PIC 9(12)V99 VALUE ZEROS.
       77 W-MULTA-COBRAR-COMP  PIC 9(12)V99 VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".
       77 W-PACOTES-STATUS     PIC X(02) VALUE "00".
       77 W-PASSAG-STATUS      PIC X(02) VALUE "00".
       77 W-CONTREC-STATUS     PIC X(02) VALUE "00".
       77 W-REEMBCLI-STATUS    PIC X(02) VALUE "00".
       77 W-GLCONREC-STATUS    PIC X(02) VALUE "00".
       77 W-CADVEND-STATUS     PIC X(02) VALUE "00".

      *================================================================*
      * POLITICA DE CANCELAMENTO: DIAS MINIMOS ANTES DA PARTIDA E
      * PERCENTUAL DO VALOR DA RESERVA RETIDO COMO MULTA. A BUSCA VAI
      * DA FAIXA MAIS FOLGADA PARA A MAIS PROXIMA DA PARTIDA; A
      * ULTIMA VALE PARA QUALQUER PRAZO, INCLUSIVE PARTIDA JA PASSADA.

       01 TABELA-MULTA.
           02 FILLER PIC X(06) VALUE "031000".
           02 FILLER PIC X(06) VALUE "008050".
           02 FILLER PIC X(06) VALUE "000100".
       01 RED-TABELA-MULTA REDEFINES TABELA-MULTA.
           02 FAIXA-MULTA OCCURS 3 TIMES.
             03 DIAS-MIN-MULTA PIC 9(03).
             03 PERC-MULTA     PIC 9(03).

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR
           02 W-CPF-DIG-NUM    PIC 9(09).
           02 W-CPF-DIG-DV     PIC 9(02).

       77 W-COD-PAC-DIGITADO   PIC X(06) VALUE SPACES.

       01 W-ENTRADA-VEN        PIC X(05) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-VEN REDEFINES W-ENTRADA-VEN.
           02 W-VEN-DIGITADO   PIC 9(05).

       77 W-PERIODO-ABERTO     PIC X(03) VALUE "SIM".
       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-EMISSAO-MM     PIC 9(02).
           02 W-EMISSAO-AAAA   PIC 9(04).

      *    CHAVE AAAAMMDD PARA COMPARAR A PARTIDA COM A DATA DE HOJE
       01 W-CHAVE-PARTIDA.
           02 W-PARTIDA-AAAA   PIC 9(04).
           02 W-PARTIDA-MM     PIC 9(02).
           02 W-PARTIDA-DD     PIC 9(02).

       PROCEDURE DIVISION.
       PGM-MANRES.
           PERFORM INICIO.
       INICIO.
           DISPLAY "RESERVAS DE VIAGENS FUTURAS - RESERVAS.DAT".
           DISPLAY " ".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *    MES DE HOJE FECHADO PELA CONTABILIDADE (VALPER): A CONSOLE
      *    NAO ABRE PARA NAO GERAR LANCAMENTO NELE
           CALL "VALPER" USING W-DATA-HOJE W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN INPUT CADCLI.
           IF W-CADCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADCLI - STATUS: "
               DISPLAY "ERRO AO ABRIR RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               STOP RUN.
           OPEN I-O PACOTES.
           IF W-PACOTES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PACOTES - STATUS: "
                   W-PACOTES-STATUS
               STOP RUN.
           OPEN I-O PASSAG.
           IF W-PASSAG-STATUS EQUAL "35"
               DISPLAY "PASSAG.DAT INEXISTENTE - CRIANDO ARQUIVO NOVO."
               OPEN OUTPUT PASSAG
               CLOSE PASSAG
               OPEN I-O PASSAG
           END-IF.
           IF W-PASSAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR PASSAG - STATUS: "
                   W-PASSAG-STATUS
               STOP RUN.
           OPEN I-O CONTREC.
           IF W-CONTREC-STATUS EQUAL "35"
               DISPLAY "CONTREC.DAT INEXISTENTE - CRIANDO ARQUIVO "
                   "NOVO."
               OPEN OUTPUT CONTREC
               CLOSE CONTREC
               OPEN I-O CONTREC
           END-IF.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               STOP RUN.
           OPEN EXTEND REEMBCLI.
           IF W-REEMBCLI-STATUS EQUAL "35"
               OPEN OUTPUT REEMBCLI
           END-IF.
           IF W-REEMBCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR REEMBCLI - STATUS: "
                   W-REEMBCLI-STATUS
               STOP RUN.
           MOVE W-HOJE-DD TO W-EMISSAO-DD.
           MOVE W-HOJE-MM TO W-EMISSAO-MM.
           MOVE W-HOJE-AAAA TO W-EMISSAO-AAAA.
           MOVE "MANRES  " TO W-LOG-PROGRAMA.

      *================================================================*

       PRINCIPAL.
           DISPLAY "OPCAO (I=INCLUIR A=ALTERAR C=CANCELAR "
               "P=PASSAGEIROS V=VISTO X=CONSULTAR F=FIM): ".
           ACCEPT W-OPCAO.
           EVALUATE W-OPCAO
             WHEN "I"
               PERFORM ALTERA-RESERVA
             WHEN "C"
               PERFORM CANCELA-RESERVA
             WHEN "P"
               PERFORM PASSAGEIROS-RESERVA
             WHEN "V"
               PERFORM VISTO-RESERVA
             WHEN "X"
               PERFORM CONSULTA-RESERVA
             WHEN "F"
                       "RECUSADA."
               ELSE
                   DISPLAY "CLIENTE: " NOME-CLIE-ENT
                   MOVE SPACES TO W-COD-PAC-ANTERIOR
                   PERFORM OBTEM-PACOTE
                   MOVE "SIM" TO W-CREDITO-OK
                   IF W-PAC-DISPONIVEL EQUAL "SIM"
                       MOVE W-CPF-DIGITADO TO W-CPF-CREDITO
                       MOVE W-PRECO-RES TO W-VALOR-NOVO
                       PERFORM VERIFICA-CREDITO
                   END-IF
                   IF W-PAC-DISPONIVEL EQUAL "NAO" OR
                      W-CREDITO-OK EQUAL "NAO"
                       DISPLAY "RESERVA RECUSADA."
                   ELSE
                       PERFORM OBTEM-VENDEDOR
                       MOVE 1 TO QTD-PAS-RES
                       MOVE ZEROS TO ULT-PAS-RES
                       PERFORM MONTA-REG-RES
                       WRITE REG-RES
                           INVALID KEY
                               DISPLAY "NUMERO JA EXISTE - INCLUSAO "
                                   "RECUSADA."
                           NOT INVALID KEY
                               MOVE COD-PAC-RES TO W-COD-PAC-LUGAR
                               MOVE 1 TO W-QTD-LUGARES
                               PERFORM OCUPA-LUGAR
                               DISPLAY "RESERVA INCLUIDA."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

                   DISPLAY "SOMENTE RESERVAS ATIVAS PODEM SER "
                       "ALTERADAS."
               ELSE
                   PERFORM ALTERA-DADOS-RESERVA
               END-IF
           END-IF.

      *    O NOVO TITULAR NAO PODE SER UM DOS PASSAGEIROS DA RESERVA,
      *    E A TROCA DE TITULAR OU DE PACOTE PASSA PELO CREDITO
       ALTERA-DADOS-RESERVA.
           DISPLAY "RESERVA ATUAL - DESTINO: " DESTINO-RES.
           PERFORM OBTEM-CPF.
           PERFORM LE-CADCLI-POR-CPF.
           MOVE "NAO" TO W-PAS-ACHOU.
           IF W-CPF-DIGITADO NOT EQUAL CPF-RES
               PERFORM PROCURA-PASSAGEIRO.
           EVALUATE TRUE
             WHEN W-ENCONTROU EQUAL "NAO"
               DISPLAY "CLIENTE NAO CADASTRADO - ALTERACAO RECUSADA."
             WHEN W-PAS-ACHOU EQUAL "SIM"
               DISPLAY "CPF JA E PASSAGEIRO DA RESERVA - ALTERACAO "
                   "RECUSADA."
             WHEN OTHER
               DISPLAY "CLIENTE: " NOME-CLIE-ENT
               MOVE COD-PAC-RES TO W-COD-PAC-ANTERIOR
               PERFORM OBTEM-PACOTE
               MOVE "SIM" TO W-CREDITO-OK
               IF W-PAC-DISPONIVEL EQUAL "SIM"
                   PERFORM CREDITO-ALTERACAO
               END-IF
               IF W-PAC-DISPONIVEL EQUAL "NAO" OR
                  W-CREDITO-OK EQUAL "NAO"
                   DISPLAY "ALTERACAO RECUSADA."
               ELSE
                   DISPLAY "VENDEDOR ATUAL: " COD-VEN-RES
                   PERFORM OBTEM-VENDEDOR
                   PERFORM MONTA-REG-RES
                   REWRITE REG-RES
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO - STATUS: "
                               W-RESERVAS-STATUS
                       NOT INVALID KEY
                           PERFORM TROCA-LUGAR
                           DISPLAY "RESERVA ALTERADA."
                   END-REWRITE
               END-IF
           END-EVALUATE.

      *    O NOVO TITULAR RESPONDE PELO VALOR DA RESERVA; NA TROCA DE
      *    PACOTE O VALOR E O DA PARTIDA NOVA EM REAIS (A RESERVA EM
      *    GRUPO NAO TROCA DE PACOTE, ENTAO E UM LUGAR SO)
       CREDITO-ALTERACAO.
           IF W-CPF-DIGITADO NOT EQUAL CPF-RES OR
              COD-PAC NOT EQUAL W-COD-PAC-ANTERIOR
               MOVE W-CPF-DIGITADO TO W-CPF-CREDITO
               IF COD-PAC NOT EQUAL W-COD-PAC-ANTERIOR
                   MOVE W-PRECO-RES TO W-VALOR-NOVO
               ELSE
                   MOVE VALOR-RES TO W-VALOR-NOVO
               END-IF
               PERFORM VERIFICA-CREDITO
           END-IF.

      *    O CANCELAMENTO NAO REMOVE O REGISTRO: A SITUACAO VAI PARA
      *    "C" E A RESERVA FICA NO ARQUIVO PARA CONSULTA POSTERIOR;
      *    OS PASSAGEIROS ATIVOS SAO CANCELADOS JUNTO, TODOS OS
      *    LUGARES DA RESERVA VOLTAM PARA O PACOTE E O CONTAS A
      *    RECEBER DA RESERVA E ACERTADO
       CANCELA-RESERVA.
           PERFORM OBTEM-NUMERO.
           PERFORM LE-RESERVA-POR-NUM.
                           DISPLAY "ERRO NA REGRAVACAO - STATUS: "
                               W-RESERVAS-STATUS
                       NOT INVALID KEY
                           PERFORM CANCELA-PASSAGEIROS VARYING
                               W-PAS-SEQ FROM 1 BY 1
                               UNTIL W-PAS-SEQ GREATER THAN ULT-PAS-RES
                           MOVE COD-PAC-RES TO W-COD-PAC-LUGAR
                           MOVE QTD-PAS-RES TO W-QTD-LUGARES
                           PERFORM LIBERA-LUGAR
                           PERFORM ACERTA-FINANCEIRO
                           DISPLAY "RESERVA CANCELADA."
                   END-REWRITE
               END-EVALUATE
               DISPLAY "RESERVA NAO ENCONTRADA."
           ELSE
               DISPLAY "CPF..........: " CPF-RES
               DISPLAY "PACOTE.......: " COD-PAC-RES
               DISPLAY "DATA VIAGEM..: " DT-VIAGEM-RES
               DISPLAY "DESTINO......: " DESTINO-RES
               DISPLAY "VALOR........: " VALOR-RES
               DISPLAY "MOEDA........: " MOEDA-RES
               DISPLAY "VALOR MOEDA..: " VALOR-MOEDA-RES
               DISPLAY "TAXA.........: " TAXA-RES
               DISPLAY "PASSAGEIROS..: " QTD-PAS-RES
               DISPLAY "VENDEDOR.....: " COD-VEN-RES
               DISPLAY "VISTO........: " NUM-VISTO-RES
               DISPLAY "SITUACAO.....: " SIT-RES
               DISPLAY "EMITIDA EM...: " DT-EMISSAO-RES
               PERFORM LISTA-PASSAGEIROS
           END-IF.

      *    O VISTO SO E ANOTADO EM RESERVA ATIVA DE PACOTE DO
      *    CATALOGO CUJO DESTINO O EXIGE; BRANCOS APAGAM O ANOTADO
       VISTO-RESERVA.
           PERFORM OBTEM-NUMERO.
           PERFORM LE-RESERVA-POR-NUM.
           IF W-RES-ENCONTRADA EQUAL "NAO"
               DISPLAY "RESERVA NAO ENCONTRADA."
           ELSE
               MOVE "NAO" TO W-PAC-ENCONTRADO
               IF COD-PAC-RES NOT EQUAL SPACES
                   MOVE COD-PAC-RES TO W-COD-PAC-DIGITADO
                   PERFORM LE-PACOTE-POR-COD
               END-IF
               EVALUATE TRUE
                 WHEN SIT-RES NOT EQUAL "A"
                   DISPLAY "SOMENTE RESERVAS ATIVAS RECEBEM VISTO."
                 WHEN W-PAC-ENCONTRADO EQUAL "NAO"
                   DISPLAY "RESERVA SEM PACOTE DO CATALOGO."
                 WHEN VISTO-PAC NOT EQUAL "S"
                   DISPLAY "O DESTINO " DESTINO-PAC " NAO EXIGE "
                       "VISTO."
                 WHEN OTHER
                   DISPLAY "VISTO ATUAL: " NUM-VISTO-RES
                   DISPLAY "NUMERO DO VISTO (BRANCO = NAO ANOTADO): "
                   ACCEPT W-VISTO-DIGITADO
                   MOVE W-VISTO-DIGITADO TO NUM-VISTO-RES
                   PERFORM REGRAVA-RESERVA
                   DISPLAY "VISTO ANOTADO."
               END-EVALUATE
           END-IF.

       CANCELA-PASSAGEIROS.
           PERFORM LE-PASSAGEIRO.
           IF W-PAS-ENCONTRADO EQUAL "SIM" AND SIT-PAS EQUAL "A"
               MOVE "C" TO SIT-PAS
               REWRITE REG-PAS
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DE PASSAG - "
                           "STATUS: " W-PASSAG-STATUS
               END-REWRITE
           END-IF.

      *================================================================*
      * ACERTO FINANCEIRO DO CANCELAMENTO: A MULTA SAI DA TABELA PELOS
      * DIAS QUE FALTAM PARA A PARTIDA (CONVENCAO 30/360, COMO NO
      * AGEREC) E INCIDE SOBRE O VALOR DA RESERVA. AS PARCELAS
      * ABERTAS DO TITULO DE MESMO NUMERO DA RESERVA SAO CANCELADAS;
      * O JA PAGO ALEM DA MULTA VIRA REEMBOLSO A PAGAR E A MULTA NAO
      * COBERTA PELO JA PAGO VIRA UMA PARCELA NOVA, VENCENDO HOJE.
      * TITULO DE OUTRO CPF COM O MESMO NUMERO NAO E TOCADO.

       ACERTA-FINANCEIRO.
           PERFORM CALCULA-MULTA.
           MOVE ZEROS TO W-PAGO-RES W-ABERTO-RES W-QTD-PARC-RES.
           MOVE "SIM" TO W-TIT-DO-CLIENTE.
           MOVE NUM-RES TO NUM-TIT.
           MOVE 01 TO PARC-TIT.
           PERFORM LE-TITULO.
           IF W-TIT-ENCONTRADO EQUAL "SIM"
               IF CPF-TIT NOT EQUAL CPF-RES
                   MOVE "NAO" TO W-TIT-DO-CLIENTE
               ELSE
                   MOVE QTD-PARC-TIT TO W-QTD-PARC-RES
                   PERFORM CANCELA-PARCELA VARYING W-PARC-I FROM 1
                       BY 1 UNTIL W-PARC-I GREATER THAN W-QTD-PARC-RES
               END-IF
           END-IF.
           IF W-TIT-DO-CLIENTE EQUAL "NAO"
               DISPLAY "TITULO " NUM-RES " PERTENCE A OUTRO CPF - "
                   "ACERTO FINANCEIRO NAO FEITO."
           ELSE
               PERFORM APURA-ACERTO
           END-IF.

       CALCULA-MULTA.
           COMPUTE W-DIAS-PARTIDA =
               ((AAAA-RES - W-HOJE-AAAA) * 360) +
               ((MM-RES - W-HOJE-MM) * 30) +
               (DD-RES - W-HOJE-DD).
           MOVE 1 TO W-FAIXA-I.
           MOVE "NAO" TO W-FAIXA-ACHOU.
           PERFORM PROCURA-FAIXA-MULTA UNTIL W-FAIXA-ACHOU EQUAL "SIM".
           COMPUTE W-MULTA-RES ROUNDED =
               VALOR-RES * PERC-MULTA (W-FAIXA-I) / 100.

       PROCURA-FAIXA-MULTA.
           IF W-FAIXA-I EQUAL 3 OR
              W-DIAS-PARTIDA NOT LESS THAN DIAS-MIN-MULTA (W-FAIXA-I)
               MOVE "SIM" TO W-FAIXA-ACHOU
           ELSE
               ADD 1 TO W-FAIXA-I.

       CANCELA-PARCELA.
           MOVE NUM-RES TO NUM-TIT.
           MOVE W-PARC-I TO PARC-TIT.
           PERFORM LE-TITULO.
           IF W-TIT-ENCONTRADO EQUAL "SIM"
               EVALUATE SIT-TIT
                 WHEN "P"
                   ADD VALOR-PAGO-TIT TO W-PAGO-RES
                 WHEN "A"
                   MOVE "C" TO SIT-TIT
                   REWRITE REG-TIT
                       INVALID KEY
                           DISPLAY "ERRO NA REGRAVACAO DE CONTREC - "
                               "STATUS: " W-CONTREC-STATUS
                       NOT INVALID KEY
                           ADD VALOR-TIT TO W-ABERTO-RES
                   END-REWRITE
               END-EVALUATE
           END-IF.

      *    A PARTE PAGA QUE COBRE A MULTA FICA COMO RECEITA DE MULTA;
      *    O RESTO DO PAGO E DEVOLVIDO OU O QUE FALTA DA MULTA E
      *    COBRADO
       APURA-ACERTO.
           MOVE ZEROS TO W-REEMBOLSO-RES W-MULTA-COBRAR-RES.
           IF W-PAGO-RES GREATER THAN W-MULTA-RES
               COMPUTE W-REEMBOLSO-RES = W-PAGO-RES - W-MULTA-RES
               MOVE W-MULTA-RES TO W-MULTA-RETIDA-RES
           ELSE
               COMPUTE W-MULTA-COBRAR-RES = W-MULTA-RES - W-PAGO-RES
               MOVE W-PAGO-RES TO W-MULTA-RETIDA-RES
           END-IF.
           MOVE W-DIAS-PARTIDA TO W-DIAS-PARTIDA-ED.
           DISPLAY "DIAS PARA A PARTIDA: " W-DIAS-PARTIDA-ED
               "  MULTA DE " PERC-MULTA (W-FAIXA-I) "%: " W-MULTA-RES.
           DISPLAY "PARCELAS CANCELADAS: " W-ABERTO-RES
               "  JA PAGO: " W-PAGO-RES.
           ADD W-ABERTO-RES TO W-CANCELADO-COMP.
           ADD W-MULTA-RETIDA-RES TO W-MULTA-RETIDA-COMP.
           IF W-REEMBOLSO-RES GREATER THAN ZEROS
               PERFORM GRAVA-REEMBOLSO.
           IF W-MULTA-COBRAR-RES GREATER THAN ZEROS
               PERFORM GRAVA-PARCELA-MULTA.

       GRAVA-REEMBOLSO.
           MOVE NUM-RES TO NUM-RES-REEMB.
           MOVE CPF-RES TO CPF-REEMB.
           MOVE W-DATA-EMISSAO TO DT-REEMB.
           MOVE W-REEMBOLSO-RES TO VALOR-REEMB.
           WRITE REG-REEMB.
           IF W-REEMBCLI-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE REEMBCLI - STATUS: "
                   W-REEMBCLI-STATUS
           ELSE
               ADD W-REEMBOLSO-RES TO W-REEMBOLSO-COMP
               DISPLAY "REEMBOLSO A PAGAR: " W-REEMBOLSO-RES.

       GRAVA-PARCELA-MULTA.
           MOVE NUM-RES TO NUM-TIT.
           ADD 1 W-QTD-PARC-RES GIVING PARC-TIT.
           MOVE CPF-RES TO CPF-TIT.
           MOVE DT-VIAGEM-RES TO DT-VIAGEM-TIT.
           MOVE PARC-TIT TO QTD-PARC-TIT.
           MOVE W-HOJE-DD TO DD-VENC-TIT.
           MOVE W-HOJE-MM TO MM-VENC-TIT.
           MOVE W-HOJE-AAAA TO AAAA-VENC-TIT.
           MOVE W-MULTA-COBRAR-RES TO VALOR-TIT.
           MOVE ZEROS TO DT-PAGTO-TIT.
           MOVE ZEROS TO VALOR-PAGO-TIT.
           MOVE "A" TO SIT-TIT.
           WRITE REG-TIT
               INVALID KEY
                   DISPLAY "PARCELA DE MULTA JA EXISTE - STATUS: "
                       W-CONTREC-STATUS
               NOT INVALID KEY
                   ADD W-MULTA-COBRAR-RES TO W-MULTA-COBRAR-COMP
                   DISPLAY "MULTA A RECEBER: " W-MULTA-COBRAR-RES
                       " NA PARCELA " PARC-TIT
           END-WRITE.

      *================================================================*
      * PASSAGEIROS DA RESERVA EM GRUPO: SO RESERVA ATIVA FEITA SOBRE
      * PACOTE RECEBE PASSAGEIROS. CADA PASSAGEIRO OCUPA UM LUGAR DO
      * PACOTE AO PRECO DO CATALOGO, SOMADO AO VALOR DA RESERVA; A
      * REMOCAO DEVOLVE O LUGAR E ABATE O VALOR COBRADO NA INCLUSAO.

       PASSAGEIROS-RESERVA.
           PERFORM OBTEM-NUMERO.
           PERFORM LE-RESERVA-POR-NUM.
           IF W-RES-ENCONTRADA EQUAL "NAO"
               DISPLAY "RESERVA NAO ENCONTRADA."
           ELSE
               IF SIT-RES NOT EQUAL "A"
                   DISPLAY "SOMENTE RESERVAS ATIVAS RECEBEM "
                       "PASSAGEIROS."
               ELSE
                   IF COD-PAC-RES EQUAL SPACES
                       DISPLAY "RESERVA SEM PACOTE - ALTERE A RESERVA "
                           "PARA UM PACOTE DO CATALOGO."
                   ELSE
                       DISPLAY "TITULAR: " CPF-RES " PASSAGEIROS: "
                           QTD-PAS-RES
                       MOVE "NAO" TO FIM-PASSAG
                       PERFORM MANUTENCAO-PASSAG UNTIL FIM-PASSAG
                           EQUAL "SIM"
                   END-IF
               END-IF
           END-IF.

       MANUTENCAO-PASSAG.
           DISPLAY "PASSAGEIROS (A=ADICIONAR R=REMOVER L=LISTAR "
               "F=FIM): ".
           ACCEPT W-OPCAO-PAS.
           EVALUATE W-OPCAO-PAS
             WHEN "A"
               PERFORM ADICIONA-PASSAGEIRO
             WHEN "R"
               PERFORM REMOVE-PASSAGEIRO
             WHEN "L"
               PERFORM LISTA-PASSAGEIROS
             WHEN "F"
               MOVE "SIM" TO FIM-PASSAG
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.

       ADICIONA-PASSAGEIRO.
           PERFORM OBTEM-CPF.
           PERFORM LE-CADCLI-POR-CPF.
           PERFORM PROCURA-PASSAGEIRO.
           MOVE COD-PAC-RES TO W-COD-PAC-DIGITADO.
           PERFORM LE-PACOTE-POR-COD.
           EVALUATE TRUE
             WHEN W-ENCONTROU EQUAL "NAO"
               DISPLAY "CLIENTE NAO CADASTRADO - PASSAGEIRO RECUSADO."
             WHEN W-CPF-DIGITADO EQUAL CPF-RES
               DISPLAY "CPF E O TITULAR DA RESERVA."
             WHEN W-PAS-ACHOU EQUAL "SIM"
               DISPLAY "PASSAGEIRO JA CONSTA DA RESERVA."
             WHEN ULT-PAS-RES NOT LESS THAN 99
               DISPLAY "LISTA DE PASSAGEIROS COMPLETA."
             WHEN W-PAC-ENCONTRADO EQUAL "NAO"
               DISPLAY "PACOTE NAO CADASTRADO - PASSAGEIRO RECUSADO."
             WHEN VENDIDAS-PAC NOT LESS THAN VAGAS-PAC
               DISPLAY "PARTIDA LOTADA - PASSAGEIRO RECUSADO."
             WHEN MOEDA-PAC NOT EQUAL MOEDA-RES
               DISPLAY "MOEDA DO PACOTE DIFERENTE DA RESERVA - "
                   "PASSAGEIRO RECUSADO."
             WHEN OTHER
               DISPLAY "PASSAGEIRO: " NOME-CLIE-ENT
               PERFORM CREDITO-PASSAGEIRO
           END-EVALUATE.

      *    O LUGAR DO PASSAGEIRO E COBRADO DO TITULAR, QUE RESPONDE
      *    PELO CREDITO, PELA TAXA DE CAMBIO DA RESERVA
       CREDITO-PASSAGEIRO.
           MOVE PRECO-MOEDA-PAC TO W-PRECO-MOEDA.
           COMPUTE W-PRECO-RES ROUNDED = PRECO-MOEDA-PAC * TAXA-RES.
           MOVE CPF-RES TO W-CPF-CREDITO.
           MOVE W-PRECO-RES TO W-VALOR-NOVO.
           PERFORM VERIFICA-CREDITO.
           IF W-CREDITO-OK EQUAL "NAO"
               DISPLAY "CREDITO DO TITULAR NAO LIBERADO - PASSAGEIRO "
                   "RECUSADO."
           ELSE
               PERFORM GRAVA-PASSAGEIRO.

       GRAVA-PASSAGEIRO.
           ADD 1 TO ULT-PAS-RES.
           MOVE NUM-RES TO NUM-RES-PAS.
           MOVE ULT-PAS-RES TO SEQ-PAS.
           MOVE W-CPF-DIGITADO TO CPF-PAS.
           MOVE W-PRECO-RES TO VALOR-PAS.
           MOVE "A" TO SIT-PAS.
           WRITE REG-PAS
               INVALID KEY
                   DISPLAY "ERRO NA GRAVACAO DE PASSAG - STATUS: "
                       W-PASSAG-STATUS
                   SUBTRACT 1 FROM ULT-PAS-RES
               NOT INVALID KEY
                   PERFORM CONTA-PASSAGEIRO
           END-WRITE.

       CONTA-PASSAGEIRO.
           ADD 1 TO QTD-PAS-RES.
           ADD W-PRECO-RES TO VALOR-RES.
           ADD W-PRECO-MOEDA TO VALOR-MOEDA-RES.
           PERFORM REGRAVA-RESERVA.
           ADD 1 TO VENDIDAS-PAC.
           PERFORM REGRAVA-PACOTE.
           DISPLAY "PASSAGEIRO INCLUIDO.".

       REMOVE-PASSAGEIRO.
           PERFORM OBTEM-CPF.
           PERFORM PROCURA-PASSAGEIRO.
           IF W-PAS-ACHOU EQUAL "NAO"
               DISPLAY "PASSAGEIRO NAO CONSTA DA RESERVA."
           ELSE
               MOVE "C" TO SIT-PAS
               REWRITE REG-PAS
                   INVALID KEY
                       DISPLAY "ERRO NA REGRAVACAO DE PASSAG - "
                           "STATUS: " W-PASSAG-STATUS
               END-REWRITE
               SUBTRACT 1 FROM QTD-PAS-RES
               SUBTRACT VALOR-PAS FROM VALOR-RES
               PERFORM ABATE-VALOR-MOEDA
               PERFORM REGRAVA-RESERVA
               MOVE COD-PAC-RES TO W-COD-PAC-LUGAR
               MOVE 1 TO W-QTD-LUGARES
               PERFORM LIBERA-LUGAR
               DISPLAY "PASSAGEIRO REMOVIDO."
           END-IF.

      *    O VALOR NA MOEDA VOLTA PELA MESMA TAXA DA INCLUSAO
       ABATE-VALOR-MOEDA.
           IF TAXA-RES GREATER THAN ZEROS
               COMPUTE W-PRECO-MOEDA ROUNDED = VALOR-PAS / TAXA-RES
               IF VALOR-MOEDA-RES GREATER THAN W-PRECO-MOEDA
                   SUBTRACT W-PRECO-MOEDA FROM VALOR-MOEDA-RES
               ELSE
                   MOVE ZEROS TO VALOR-MOEDA-RES
               END-IF
           END-IF.

       LISTA-PASSAGEIROS.
           DISPLAY "TITULAR......: " CPF-RES.
           PERFORM LISTA-UM-PASSAGEIRO VARYING W-PAS-SEQ FROM 1 BY 1
               UNTIL W-PAS-SEQ GREATER THAN ULT-PAS-RES.

       LISTA-UM-PASSAGEIRO.
           PERFORM LE-PASSAGEIRO.
           IF W-PAS-ENCONTRADO EQUAL "SIM"
               MOVE CPF-PAS TO CPF-ENT
               READ CADCLI
                   INVALID KEY MOVE "(CLIENTE NAO CADASTRADO)" TO
                       NOME-CLIE-ENT
               END-READ
               MOVE NOME-CLIE-ENT TO W-NOME-PAS
               DISPLAY "PASSAGEIRO " SEQ-PAS ": " CPF-PAS " "
                   W-NOME-PAS " " VALOR-PAS " " SIT-PAS
           END-IF.

      *    BUSCA O CPF DIGITADO ENTRE OS PASSAGEIROS ATIVOS DA RESERVA
       PROCURA-PASSAGEIRO.
           MOVE "NAO" TO W-PAS-ACHOU.
           MOVE 1 TO W-PAS-SEQ.
           PERFORM CONFERE-PASSAGEIRO UNTIL W-PAS-SEQ GREATER THAN
               ULT-PAS-RES OR W-PAS-ACHOU EQUAL "SIM".

       CONFERE-PASSAGEIRO.
           PERFORM LE-PASSAGEIRO.
           IF W-PAS-ENCONTRADO EQUAL "SIM" AND SIT-PAS EQUAL "A" AND
              CPF-PAS EQUAL W-CPF-DIGITADO
               MOVE "SIM" TO W-PAS-ACHOU
           ELSE
               ADD 1 TO W-PAS-SEQ.

       REGRAVA-RESERVA.
           REWRITE REG-RES
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO - STATUS: "
                       W-RESERVAS-STATUS
           END-REWRITE.

      *================================================================*
      * LIMITE DE CREDITO: O SALDO ABERTO DO CPF EM CONTREC.DAT MAIS O
      * VALOR DA VIAGEM NOVA NAO PODE PASSAR DO LIMITE DO CADCLI.DAT
      * (ZEROS = LIMITE NAO DEFINIDO), NEM O CLIENTE PODE TER PARCELA
      * ABERTA COM MAIS DE 60 DIAS DE ATRASO (CONVENCAO 30/360, COMO
      * NO AGEREC). O BLOQUEIO SO CAI COM AUTORIZACAO DE SUPERVISOR,
      * CARIMBADA NA TRILHA DE ATIVIDADE COM O CODIGO DELE. MESMA
      * REGRA DO CONREC NO PLANO DE PARCELAS.

       VERIFICA-CREDITO.
           MOVE "SIM" TO W-CREDITO-OK.
           MOVE W-CPF-CREDITO TO CPF-ENT.
           READ CADCLI
               INVALID KEY MOVE ZEROS TO LIMITE-CRED-ENT
           END-READ.
           IF LIMITE-CRED-ENT NOT NUMERIC
               MOVE ZEROS TO LIMITE-CRED-ENT.
           PERFORM SOMA-ABERTO-CLIENTE.
           COMPUTE W-EXPOSICAO = W-SALDO-ABERTO + W-VALOR-NOVO.
           IF LIMITE-CRED-ENT GREATER THAN ZEROS AND
              W-EXPOSICAO GREATER THAN LIMITE-CRED-ENT
               DISPLAY "LIMITE DE CREDITO EXCEDIDO - LIMITE: "
                   LIMITE-CRED-ENT " ABERTO + NOVO: " W-EXPOSICAO
               MOVE "NAO" TO W-CREDITO-OK.
           IF W-MAIOR-ATRASO GREATER THAN 60
               MOVE W-MAIOR-ATRASO TO W-ATRASO-ED
               DISPLAY "CLIENTE COM PARCELA VENCIDA HA " W-ATRASO-ED
                   " DIAS."
               MOVE "NAO" TO W-CREDITO-OK.
           IF W-CREDITO-OK EQUAL "NAO"
               PERFORM PEDE-LIBERACAO.

      *    O CONTAS A RECEBER E INDEXADO POR TITULO: O SALDO DO CPF
      *    SAI DE UMA PASSADA COMPLETA DO ARQUIVO
       SOMA-ABERTO-CLIENTE.
           MOVE ZEROS TO W-SALDO-ABERTO W-MAIOR-ATRASO.
           MOVE "NAO" TO FIM-TIT.
           MOVE ZEROS TO CHAVE-TIT.
           START CONTREC KEY IS NOT LESS THAN CHAVE-TIT
               INVALID KEY MOVE "SIM" TO FIM-TIT
           END-START.
           IF FIM-TIT EQUAL "NAO"
               PERFORM LE-PROXIMO-TITULO.
           PERFORM SOMA-TITULO-CLIENTE UNTIL FIM-TIT EQUAL "SIM".

       LE-PROXIMO-TITULO.
           READ CONTREC NEXT RECORD
               AT END MOVE "SIM" TO FIM-TIT
           END-READ.

       SOMA-TITULO-CLIENTE.
           IF CPF-TIT EQUAL W-CPF-CREDITO AND SIT-TIT EQUAL "A"
               ADD VALOR-TIT TO W-SALDO-ABERTO
               COMPUTE W-DIAS-ATRASO =
                   ((W-HOJE-AAAA - AAAA-VENC-TIT) * 360) +
                   ((W-HOJE-MM - MM-VENC-TIT) * 30) +
                   (W-HOJE-DD - DD-VENC-TIT)
               IF W-DIAS-ATRASO GREATER THAN W-MAIOR-ATRASO
                   MOVE W-DIAS-ATRASO TO W-MAIOR-ATRASO
               END-IF
           END-IF.
           PERFORM LE-PROXIMO-TITULO.

       PEDE-LIBERACAO.
           DISPLAY "LIBERAR COM AUTORIZACAO DO SUPERVISOR (S/N): ".
           ACCEPT W-RESPOSTA.
           IF W-RESPOSTA EQUAL "S"
               CALL "AUTSUPV" USING W-SUPERVISOR W-SUPV-AUTORIZADO
               IF W-SUPV-AUTORIZADO EQUAL "SIM"
                   MOVE "SIM" TO W-CREDITO-OK
                   MOVE "LIBCREDITO" TO W-LOG-ACAO
                   MOVE W-CPF-CREDITO TO W-LOG-CHAVE
                   CALL "ATIVLOG" USING W-SUPERVISOR W-LOG-PROGRAMA
                       W-LOG-ACAO W-LOG-CHAVE
               END-IF
           END-IF.

      *================================================================*
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

       LE-TITULO.
           MOVE "SIM" TO W-TIT-ENCONTRADO.
           READ CONTREC
               INVALID KEY MOVE "NAO" TO W-TIT-ENCONTRADO
           END-READ.

       LE-PASSAGEIRO.
           MOVE "SIM" TO W-PAS-ENCONTRADO.
           MOVE NUM-RES TO NUM-RES-PAS.
           MOVE W-PAS-SEQ TO SEQ-PAS.
           READ PASSAG
               INVALID KEY MOVE "NAO" TO W-PAS-ENCONTRADO
           END-READ.

       LE-PACOTE-POR-COD.
           MOVE "SIM" TO W-PAC-ENCONTRADO.
           MOVE W-COD-PAC-DIGITADO TO COD-PAC.
           READ PACOTES
               INVALID KEY MOVE "NAO" TO W-PAC-ENCONTRADO
           END-READ.

      *================================================================*
      * ENTRADA DOS CAMPOS, UM A UM, COM VALIDACAO

           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

      *    DESTINO, DATA E PRECO VEM DO CATALOGO; A PARTIDA JA SAIDA
      *    OU LOTADA NAO ACEITA RESERVA. NA ALTERACAO, MANTER O MESMO
      *    PACOTE NAO CONSOME LUGAR NOVO.
       OBTEM-PACOTE.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-PACOTE UNTIL W-CAMPO-OK EQUAL "SIM".
           DISPLAY "DESTINO: " DESTINO-PAC " PARTIDA: " DT-PARTIDA-PAC.
           DISPLAY "PRECO: " PRECO-PAC " LUGARES: " VAGAS-PAC
               " VENDIDOS: " VENDIDAS-PAC.
           MOVE "SIM" TO W-PAC-DISPONIVEL.
           MOVE AAAA-PAC TO W-PARTIDA-AAAA.
           MOVE MM-PAC TO W-PARTIDA-MM.
           MOVE DD-PAC TO W-PARTIDA-DD.
           IF W-CHAVE-PARTIDA LESS THAN W-DATA-HOJE
               DISPLAY "PARTIDA JA REALIZADA."
               MOVE "NAO" TO W-PAC-DISPONIVEL
           ELSE
               IF COD-PAC NOT EQUAL W-COD-PAC-ANTERIOR AND
                  VENDIDAS-PAC NOT LESS THAN VAGAS-PAC
                   DISPLAY "PARTIDA LOTADA."
                   MOVE "NAO" TO W-PAC-DISPONIVEL
               END-IF
           END-IF.
      *    A RESERVA EM GRUPO NAO TROCA DE PACOTE: OS PASSAGEIROS TEM
      *    O PRECO DA PARTIDA ORIGINAL
           IF COD-PAC NOT EQUAL W-COD-PAC-ANTERIOR AND
              W-COD-PAC-ANTERIOR NOT EQUAL SPACES AND
              QTD-PAS-RES GREATER THAN 1
               DISPLAY "RESERVA EM GRUPO - REMOVA OS PASSAGEIROS "
                   "ANTES DE TROCAR O PACOTE."
               MOVE "NAO" TO W-PAC-DISPONIVEL
           END-IF.
           IF W-PAC-DISPONIVEL EQUAL "SIM" AND
              COD-PAC NOT EQUAL W-COD-PAC-ANTERIOR
               PERFORM CONVERTE-PRECO
           END-IF.

      *    O PACOTE EM REAIS VALE O PRECO DE TABELA COM TAXA 1; O EM
      *    MOEDA ESTRANGEIRA E CONVERTIDO PELA COTACAO EM VIGOR HOJE,
      *    E SEM COTACAO NAO HA COMO VENDER
       CONVERTE-PRECO.
           IF MOEDA-PAC EQUAL "BRL" OR MOEDA-PAC EQUAL SPACES
               MOVE "BRL" TO W-MOEDA-RES
               MOVE 1 TO W-TAXA-RES
               MOVE PRECO-PAC TO W-PRECO-RES W-PRECO-MOEDA
           ELSE
               CALL "TAXACAMB" USING MOEDA-PAC W-DATA-HOJE
                   W-TAXA-RES W-DATA-TAXA W-TAXA-ACHOU
               IF W-TAXA-ACHOU EQUAL "NAO"
                   DISPLAY "SEM COTACAO DE " MOEDA-PAC " EM VIGOR - "
                       "CADASTRE A TAXA NO MANCAMB."
                   MOVE "NAO" TO W-PAC-DISPONIVEL
               ELSE
                   MOVE MOEDA-PAC TO W-MOEDA-RES
                   MOVE PRECO-MOEDA-PAC TO W-PRECO-MOEDA
                   COMPUTE W-PRECO-RES ROUNDED =
                       PRECO-MOEDA-PAC * W-TAXA-RES
                   DISPLAY "PRECO EM " MOEDA-PAC ": " PRECO-MOEDA-PAC
                       " TAXA: " W-TAXA-RES " EM REAIS: " W-PRECO-RES
               END-IF
           END-IF.

       ACEITA-PACOTE.
           DISPLAY "CODIGO DO PACOTE: ".
           ACCEPT W-COD-PAC-DIGITADO.
           PERFORM LE-PACOTE-POR-COD.
           IF W-PAC-ENCONTRADO EQUAL "NAO"
               DISPLAY "PACOTE NAO CADASTRADO - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

      *    O VENDEDOR TEM DE EXISTIR NO CADASTRO DA FOLHA E ESTAR
      *    ATIVO; ZERO E A VENDA DIRETA, SEM COMISSAO DE CONSULTOR
       OBTEM-VENDEDOR.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-VENDEDOR UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-VENDEDOR.
           DISPLAY "CODIGO DO VENDEDOR (5 DIGITOS, 0 = VENDA "
               "DIRETA): ".
           ACCEPT W-ENTRADA-VEN.
           INSPECT W-ENTRADA-VEN REPLACING LEADING SPACE BY ZERO.
           IF W-VEN-DIGITADO NOT NUMERIC
               DISPLAY "CODIGO INVALIDO - DIGITE NOVAMENTE."
           ELSE
               IF W-VEN-DIGITADO EQUAL ZEROS
                   DISPLAY "VENDA DIRETA - SEM VENDEDOR."
                   MOVE "SIM" TO W-CAMPO-OK
               ELSE
                   PERFORM PROCURA-VENDEDOR
                   IF W-VEN-ENCONTRADO EQUAL "SIM"
                       IF SITUACAO-VEND EQUAL "I"
                           DISPLAY "VENDEDOR DESLIGADO - DIGITE "
                               "NOVAMENTE."
                       ELSE
                           DISPLAY "VENDEDOR: " NOME-VEND
                           MOVE "SIM" TO W-CAMPO-OK
                       END-IF
                   ELSE
                       DISPLAY "VENDEDOR NAO CADASTRADO - DIGITE "
                           "NOVAMENTE."
                   END-IF
               END-IF
           END-IF.

      *    O CADASTRO E PEQUENO E E PASSADO DO INICIO A CADA CONSULTA,
      *    COMO O OPERADOR.DAT NA OPERSGN
       PROCURA-VENDEDOR.
           MOVE "NAO" TO FIM-VEND.
           MOVE "NAO" TO W-VEN-ENCONTRADO.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "CADVEND.DAT INDISPONIVEL - STATUS: "
                   W-CADVEND-STATUS
           ELSE
               PERFORM LE-VENDEDOR
               PERFORM TESTA-VENDEDOR UNTIL FIM-VEND EQUAL "SIM"
                   OR W-VEN-ENCONTRADO EQUAL "SIM"
               CLOSE CADVEND
           END-IF.

       LE-VENDEDOR.
           READ CADVEND AT END MOVE "SIM" TO FIM-VEND.
           IF FIM-VEND NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               STOP RUN.

       TESTA-VENDEDOR.
           IF COD-VEN-VEND EQUAL W-VEN-DIGITADO
               MOVE "SIM" TO W-VEN-ENCONTRADO
           ELSE
               PERFORM LE-VENDEDOR.

      *================================================================*

       MONTA-REG-RES.
           MOVE W-NUM-DIGITADO TO NUM-RES.
           MOVE W-CPF-DIGITADO TO CPF-RES.
           MOVE DT-PARTIDA-PAC TO DT-VIAGEM-RES.
           MOVE DESTINO-PAC TO DESTINO-RES.
           IF COD-PAC NOT EQUAL W-COD-PAC-ANTERIOR
               MOVE W-PRECO-RES TO VALOR-RES
               MOVE W-MOEDA-RES TO MOEDA-RES
               MOVE W-PRECO-MOEDA TO VALOR-MOEDA-RES
               MOVE W-TAXA-RES TO TAXA-RES
               MOVE SPACES TO NUM-VISTO-RES
           END-IF.
           MOVE "A" TO SIT-RES.
           MOVE W-DATA-EMISSAO TO DT-EMISSAO-RES.
           MOVE COD-PAC TO COD-PAC-RES.
           MOVE W-VEN-DIGITADO TO COD-VEN-RES.

      *================================================================*
      * LUGARES VENDIDOS DO CATALOGO: A RESERVA INCLUIDA OCUPA OS
      * LUGARES DOS SEUS PASSAGEIROS, A CANCELADA OS DEVOLVE E A TROCA
      * DE PACOTE FAZ OS DOIS. RESERVAS ANTERIORES AO CATALOGO (SEM
      * PACOTE) NAO MOVIMENTAM.

       TROCA-LUGAR.
           IF COD-PAC-RES NOT EQUAL W-COD-PAC-ANTERIOR
               MOVE QTD-PAS-RES TO W-QTD-LUGARES
               MOVE COD-PAC-RES TO W-COD-PAC-LUGAR
               PERFORM OCUPA-LUGAR
               MOVE W-COD-PAC-ANTERIOR TO W-COD-PAC-LUGAR
               PERFORM LIBERA-LUGAR
           END-IF.

       OCUPA-LUGAR.
           MOVE W-COD-PAC-LUGAR TO W-COD-PAC-DIGITADO.
           PERFORM LE-PACOTE-POR-COD.
           IF W-PAC-ENCONTRADO EQUAL "SIM"
               ADD W-QTD-LUGARES TO VENDIDAS-PAC
               PERFORM REGRAVA-PACOTE
           END-IF.

       LIBERA-LUGAR.
           IF W-COD-PAC-LUGAR NOT EQUAL SPACES
               MOVE W-COD-PAC-LUGAR TO W-COD-PAC-DIGITADO
               PERFORM LE-PACOTE-POR-COD
               IF W-PAC-ENCONTRADO EQUAL "SIM"
                   IF VENDIDAS-PAC GREATER THAN W-QTD-LUGARES
                       SUBTRACT W-QTD-LUGARES FROM VENDIDAS-PAC
                   ELSE
                       MOVE ZEROS TO VENDIDAS-PAC
                   END-IF
                   PERFORM REGRAVA-PACOTE
               END-IF
           END-IF.

       REGRAVA-PACOTE.
           REWRITE REG-PAC
               INVALID KEY
                   DISPLAY "ERRO NA REGRAVACAO DE PACOTES - STATUS: "
                       W-PACOTES-STATUS
           END-REWRITE.

      *================================================================*
      * CONTABILIZACAO DOS CANCELAMENTOS DA SESSAO, NO ESTILO DO
      * GRAVA-GLCONREC DO CONREC: PARCELAS CANCELADAS ESTORNAM RECEITA
      * E CLIENTES; O REEMBOLSO ESTORNA RECEITA CONTRA REEMBOLSOS A
      * PAGAR; O PAGO RETIDO PASSA DA RECEITA DE VIAGENS PARA MULTAS;
      * A MULTA A RECEBER DEBITA CLIENTES E CREDITA MULTAS.

       GRAVA-GLCONREC.
           IF W-CANCELADO-COMP GREATER THAN ZEROS
               MOVE "311001" TO GLR-CONTA
               MOVE "ESTORNO RECEITA - CANCELAMENTO" TO GLR-DESCRICAO
               MOVE "D" TO GLR-DC
               MOVE W-CANCELADO-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
               MOVE "112001" TO GLR-CONTA
               MOVE "CLIENTES A RECEBER - CANCELAM." TO GLR-DESCRICAO
               MOVE "C" TO GLR-DC
               MOVE W-CANCELADO-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
           END-IF.
           IF W-REEMBOLSO-COMP GREATER THAN ZEROS
               MOVE "311001" TO GLR-CONTA
               MOVE "ESTORNO RECEITA - REEMBOLSO" TO GLR-DESCRICAO
               MOVE "D" TO GLR-DC
               MOVE W-REEMBOLSO-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
               MOVE "212001" TO GLR-CONTA
               MOVE "REEMBOLSOS A PAGAR - CLIENTES" TO GLR-DESCRICAO
               MOVE "C" TO GLR-DC
               MOVE W-REEMBOLSO-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
           END-IF.
           IF W-MULTA-RETIDA-COMP GREATER THAN ZEROS
               MOVE "311001" TO GLR-CONTA
               MOVE "RECEITA RETIDA COMO MULTA" TO GLR-DESCRICAO
               MOVE "D" TO GLR-DC
               MOVE W-MULTA-RETIDA-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
               MOVE "311002" TO GLR-CONTA
               MOVE "MULTAS DE CANCELAMENTO" TO GLR-DESCRICAO
               MOVE "C" TO GLR-DC
               MOVE W-MULTA-RETIDA-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
           END-IF.
           IF W-MULTA-COBRAR-COMP GREATER THAN ZEROS
               MOVE "112001" TO GLR-CONTA
               MOVE "CLIENTES A RECEBER - MULTAS" TO GLR-DESCRICAO
               MOVE "D" TO GLR-DC
               MOVE W-MULTA-COBRAR-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
               MOVE "311002" TO GLR-CONTA
               MOVE "MULTAS DE CANCELAMENTO" TO GLR-DESCRICAO
               MOVE "C" TO GLR-DC
               MOVE W-MULTA-COBRAR-COMP TO GLR-VALOR
               PERFORM GRAVA-LANC-GLCONREC
           END-IF.

       GRAVA-LANC-GLCONREC.
           MOVE SPACES TO GLR-CCUSTO.
           WRITE REG-GLCONREC.
           IF W-GLCONREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONREC - STATUS: "
                   W-GLCONREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

      *    O LOTE E ACRESCENTADO (EXTEND) AO GLCONREC.DAT, JUNTO COM O
      *    QUE O CONREC JA TIVER GRAVADO, ATE O COLETOR RECOLHER
       TERMINO.
           IF W-CANCELADO-COMP GREATER THAN ZEROS OR
              W-REEMBOLSO-COMP GREATER THAN ZEROS OR
              W-MULTA-RETIDA-COMP GREATER THAN ZEROS OR
              W-MULTA-COBRAR-COMP GREATER THAN ZEROS
               OPEN EXTEND GLCONREC
               IF W-GLCONREC-STATUS EQUAL "35"
                   OPEN OUTPUT GLCONREC
               END-IF
               IF W-GLCONREC-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCONREC - STATUS: "
                       W-GLCONREC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM GRAVA-GLCONREC
               CLOSE GLCONREC
           END-IF.
           CLOSE CADCLI RESERVAS PACOTES PASSAG CONTREC REEMBCLI.
           DISPLAY "FIM DA MANUTENCAO.".
