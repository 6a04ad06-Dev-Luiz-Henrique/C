      *                SISTEMAS): TITULOS GERADOS A DEBITO DE CLIENTES
      *                E PAGAMENTOS A CREDITO, PROVAVEL PELO ACEGL. O
      *                AGING DOS SALDOS ABERTOS E IMPRESSO PELO
      *                AGEREC. O TITULO TEM O NUMERO DA RESERVA; NO
      *                CANCELAMENTO DA RESERVA O MANRES CANCELA AS
      *                PARCELAS ABERTAS (SITUACAO "C"), QUE NAO
      *                ACEITAM MAIS BAIXA. OS BOLETOS PAGOS NO BANCO
      *                SAO BAIXADOS PELO RETBOL NO STREAM NOTURNO; AQUI
      *                FICAM OS PAGAMENTOS AVULSOS E AS DIVERGENCIAS
      *                APONTADAS NO RELRETB. O PLANO NOVO PASSA PELA
      *                CONFERENCIA DE CREDITO: SALDO ABERTO DO CPF MAIS
      *                O VALOR DA VIAGEM CONTRA O LIMITE DO CADCLI.DAT
      *                E NENHUMA PARCELA COM MAIS DE 60 DIAS DE ATRASO,
      *                SALVO LIBERACAO DE SUPERVISOR (AUTSUPV) GRAVADA
      *                NA TRILHA ATIVLOG.DAT.
      *                O PLANO SO E GERADO PARA RESERVA ATIVA DO
      *                RESERVAS.DAT CUJO TITULAR E O CPF DIGITADO; DATA
      *                DA VIAGEM E VALOR VEM DA PROPRIA RESERVA.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) NAO ABRE A SESSAO (RETORNO 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHAVE-TIT
               FILE STATUS IS W-CONTREC-STATUS.
           SELECT RESERVAS ASSIGN TO DISK ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NUM-RES
               FILE STATUS IS W-RESERVAS-STATUS.
           SELECT GLCONREC ASSIGN TO DISK
               FILE STATUS IS W-GLCONREC-STATUS.


       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

      *    RESERVA QUE DA ORIGEM AO PLANO (TITULO = NUMERO DA RESERVA)
       FD RESERVAS LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "RESERVAS.DAT".

           01 REG-RES.
           COPY RESERVA.

      *    CONTABILIZACAO PROPRIA DO CONTAS A RECEBER, NO MESMO
      *    LAYOUT DO GLCONTAB.DAT DA FOLHA
           02 GLR-DC                PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-VALOR             PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLR-CCUSTO            PIC X(04).

       WORKING-STORAGE SECTION.
       77 FIM-CONSOLE          PIC X(03) VALUE "NAO".
       77 W-CPF-VALIDO         PIC X(03) VALUE "SIM".
       77 W-DATA-VALIDA        PIC X(03) VALUE "SIM".
       77 W-PARC-I             PIC 9(02) VALUE ZEROS.
       77 FIM-TIT              PIC X(03) VALUE "NAO".
       77 W-RESPOSTA           PIC X(01) VALUE SPACE.
       77 W-RES-OK             PIC X(03) VALUE "NAO".
       77 W-VALOR-PLANO        PIC 9(07)V99 VALUE ZEROS.
       77 W-VALOR-ED           PIC ZZZZZZ9,99.

      *    CONFERENCIA DE CREDITO DO CLIENTE
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

      *    ESTATISTICAS DE EXECUCAO
       77 CT-TITULOS-GERADOS   PIC 9(05) VALUE ZEROS.
       77 CT-PARCELAS-GERADAS  PIC 9(05) VALUE ZEROS.
       77 CT-PAGAMENTOS        PIC 9(05) VALUE ZEROS.
       77 CT-RECUSADOS         PIC 9(05) VALUE ZEROS.
       77 CT-LIBERACOES        PIC 9(05) VALUE ZEROS.

      *    TOTAIS PARA A INTERFACE COM A CONTABILIDADE
       77 W-GERADO-COMP        PIC 9(12)V99 VALUE ZEROS.
       77 W-CADCLI-STATUS      PIC X(02) VALUE "00".
       77 W-CONTREC-STATUS     PIC X(02) VALUE "00".
       77 W-GLCONREC-STATUS    PIC X(02) VALUE "00".
       77 W-RESERVAS-STATUS    PIC X(02) VALUE "00".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR
       01 RED-W-ENTRADA-VALOR REDEFINES W-ENTRADA-VALOR.
           02 W-VALOR-DIGITADO PIC 9(07)V99.

       77 W-PERIODO-ABERTO     PIC X(03) VALUE "SIM".
       01 W-DATA-HOJE.
           02 W-HOJE-AAAA      PIC 9(04).
           02 W-HOJE-MM        PIC 9(02).
           02 W-HOJE-DD        PIC 9(02).

      *    DATA DA VIAGEM E PRIMEIRO VENCIMENTO DO PLANO
       77 W-DT-VIAGEM          PIC 9(08) VALUE ZEROS.
       77 W-QTD-PARCELAS       PIC 9(02) VALUE ZEROS.
       INICIO.
           DISPLAY "CONTAS A RECEBER DE VIAGENS - CONTREC.DAT".
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
               DISPLAY "ERRO AO ABRIR CONTREC - STATUS: "
                   W-CONTREC-STATUS
               STOP RUN.
           OPEN INPUT RESERVAS.
           IF W-RESERVAS-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR RESERVAS - STATUS: "
                   W-RESERVAS-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "CONREC  " TO W-LOG-PROGRAMA.

      *================================================================*

      * GERACAO DO PLANO: O VALOR DA VIAGEM E RATEADO EM PARCELAS
      * IGUAIS, A DIFERENCA DE ARREDONDAMENTO FICA NA ULTIMA; OS
      * VENCIMENTOS AVANCAM UM MES POR PARCELA A PARTIR DO PRIMEIRO.
      * O TITULO TEM O NUMERO DA RESERVA: SEM RESERVA ATIVA DO MESMO
      * TITULAR O MANRES NAO ACHARIA O PLANO PARA CANCELAR.

       GERA-PLANO.
           PERFORM OBTEM-NUMERO.
               DISPLAY "TITULO JA GERADO - NUMERO RECUSADO."
           ELSE
               PERFORM OBTEM-CPF
               PERFORM CONFERE-RESERVA
               IF W-RES-OK EQUAL "SIM"
                   PERFORM GERA-PLANO-RESERVA
               END-IF
           END-IF.

       GERA-PLANO-RESERVA.
           PERFORM LE-CADCLI-POR-CPF.
           IF W-ENCONTROU EQUAL "NAO"
               DISPLAY "CLIENTE NAO CADASTRADO - PLANO RECUSADO."
           ELSE
               DISPLAY "CLIENTE: " NOME-CLIE-ENT
               MOVE VALOR-RES TO W-VALOR-ED
               DISPLAY "VIAGEM.: " DESTINO-RES " EM " DT-VIAGEM-RES
                   " - VALOR " W-VALOR-ED
               PERFORM OBTEM-DADOS-PLANO
               MOVE W-CPF-DIGITADO TO W-CPF-CREDITO
               MOVE W-VALOR-PLANO TO W-VALOR-NOVO
               PERFORM VERIFICA-CREDITO
               IF W-CREDITO-OK EQUAL "NAO"
                   DISPLAY "CREDITO NAO LIBERADO - PLANO RECUSADO."
                   ADD 1 TO CT-RECUSADOS
               ELSE
                   PERFORM GRAVA-PARCELAS
               END-IF
           END-IF.

      *    A RESERVA TEM DE EXISTIR, ESTAR ATIVA, SER DO CPF DIGITADO
      *    E TER VALOR; CANCELADA OU EFETIVADA NAO GERA PLANO NOVO
       CONFERE-RESERVA.
           MOVE "SIM" TO W-RES-OK.
           MOVE W-NUM-DIGITADO TO NUM-RES.
           READ RESERVAS
               INVALID KEY MOVE "NAO" TO W-RES-OK
           END-READ.
           IF W-RES-OK EQUAL "NAO"
               DISPLAY "RESERVA NAO CADASTRADA - PLANO RECUSADO."
           ELSE
               IF SIT-RES NOT EQUAL "A"
                   DISPLAY "RESERVA NAO ESTA ATIVA (SITUACAO " SIT-RES
                       ") - PLANO RECUSADO."
                   MOVE "NAO" TO W-RES-OK
               ELSE
                   IF CPF-RES NOT EQUAL W-CPF-DIGITADO
                       DISPLAY "CPF NAO E O TITULAR DA RESERVA - "
                           "PLANO RECUSADO."
                       MOVE "NAO" TO W-RES-OK
                   ELSE
                       IF VALOR-RES EQUAL ZEROS
                           DISPLAY "RESERVA SEM VALOR - PLANO "
                               "RECUSADO."
                           MOVE "NAO" TO W-RES-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OBTEM-DADOS-PLANO.
           MOVE DT-VIAGEM-RES TO W-DT-VIAGEM.
           MOVE VALOR-RES TO W-VALOR-PLANO.

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-QTD-PARCELAS UNTIL W-CAMPO-OK EQUAL "SIM".
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-PRIMEIRO-VENC UNTIL W-CAMPO-OK EQUAL "SIM".

       ACEITA-QTD-PARCELAS.
           DISPLAY "QUANTIDADE DE PARCELAS (01 A 12): ".
           ACCEPT W-ENTRADA-PARC.
               MOVE "SIM" TO W-CAMPO-OK.

       GRAVA-PARCELAS.
           DIVIDE W-VALOR-PLANO BY W-QTD-PARCELAS
               GIVING W-VALOR-PARCELA.
           COMPUTE W-VALOR-ULTIMA = W-VALOR-PLANO
               - (W-VALOR-PARCELA * (W-QTD-PARCELAS - 1)).
           PERFORM GRAVA-UMA-PARCELA VARYING W-PARC-I FROM 1 BY 1
               UNTIL W-PARC-I GREATER THAN W-QTD-PARCELAS.
           ADD 1 TO CT-TITULOS-GERADOS.
           ADD W-VALOR-PLANO TO W-GERADO-COMP.
           DISPLAY "PLANO GERADO COM " W-QTD-PARCELAS " PARCELA(S).".

       GRAVA-UMA-PARCELA.
           IF W-VENC-DD GREATER THAN 28
               MOVE 28 TO W-VENC-DD.

      *================================================================*
      * LIMITE DE CREDITO: O SALDO ABERTO DO CPF EM CONTREC.DAT MAIS O
      * VALOR DA VIAGEM NOVA NAO PODE PASSAR DO LIMITE DO CADCLI.DAT
      * (ZEROS = LIMITE NAO DEFINIDO), NEM O CLIENTE PODE TER PARCELA
      * ABERTA COM MAIS DE 60 DIAS DE ATRASO (CONVENCAO 30/360, COMO
      * NO AGEREC). O BLOQUEIO SO CAI COM AUTORIZACAO DE SUPERVISOR,
      * CARIMBADA NA TRILHA DE ATIVIDADE COM O CODIGO DELE. MESMA
      * REGRA DO MANRES NA RESERVA.

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
                   ADD 1 TO CT-LIBERACOES
               END-IF
           END-IF.

      *================================================================*
      * BAIXA DE PAGAMENTO

           IF W-TIT-ENCONTRADO EQUAL "NAO"
               DISPLAY "TITULO/PARCELA NAO ENCONTRADO."
           ELSE
               EVALUATE SIT-TIT
                 WHEN "P"
                   DISPLAY "PARCELA JA PAGA EM " DT-PAGTO-TIT "."
                 WHEN "C"
                   DISPLAY "PARCELA CANCELADA COM A RESERVA."
                 WHEN OTHER
                   PERFORM REGISTRA-PAGAMENTO
               END-EVALUATE
           END-IF.

       REGISTRA-PAGAMENTO.
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-DATA-PAGTO UNTIL W-CAMPO-OK EQUAL "SIM".
           DISPLAY "VALOR RECEBIDO (9999999VV): ".
           ACCEPT W-ENTRADA-VALOR.
           INSPECT W-ENTRADA-VALOR REPLACING LEADING SPACE BY ZERO.
           MOVE W-DATA-DIGITADA TO DT-PAGTO-TIT.
           MOVE W-VALOR-DIGITADO TO VALOR-PAGO-TIT.
           MOVE "P" TO SIT-TIT.
           REWRITE REG-TIT.
           IF W-CONTREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA REGRAVACAO DE CONTREC - STATUS: "
                   W-CONTREC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD 1 TO CT-PAGAMENTOS.
           ADD W-VALOR-DIGITADO TO W-RECEBIDO-COMP.
           DISPLAY "PAGAMENTO BAIXADO.".

       ACEITA-DATA-PAGTO.
           DISPLAY "DATA DO PAGAMENTO (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DATA.
               INVALID KEY MOVE "NAO" TO W-ENCONTROU
           END-READ.

      *    O NUMERO DO TITULO E O NUMERO DA RESERVA, PARA O MANRES
      *    ACHAR AS PARCELAS NO CANCELAMENTO
       OBTEM-NUMERO.
           DISPLAY "NUMERO DO TITULO = NUMERO DA RESERVA (6 DIGITOS): ".
           ACCEPT W-ENTRADA-NUM.
           INSPECT W-ENTRADA-NUM REPLACING LEADING SPACE BY ZERO.

           END-IF.

       GRAVA-LANC-GLCONREC.
           MOVE SPACES TO GLR-CCUSTO.
           WRITE REG-GLCONREC.
           IF W-GLCONREC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONREC - STATUS: "
               PERFORM GRAVA-GLCONREC
               CLOSE GLCONREC
           END-IF.
           CLOSE CADCLI CONTREC RESERVAS.
           DISPLAY "TITULOS GERADOS....: " CT-TITULOS-GERADOS.
           DISPLAY "PARCELAS GERADAS...: " CT-PARCELAS-GERADAS.
           DISPLAY "PAGAMENTOS BAIXADOS: " CT-PAGAMENTOS.
           DISPLAY "PLANOS SEM CREDITO.: " CT-RECUSADOS.
           DISPLAY "LIBERACOES SUPERV..: " CT-LIBERACOES.
           DISPLAY "FIM DO CONTAS A RECEBER.".
