      *================================================================
      * LEMBHIST.CPY
      *
      * LAYOUT DO HISTORICO DE LEMBRETES (LEMBHIST.DAT), GRAVADO PELA
      * RODADA NOTURNA LEMBRETE: UM REGISTRO POR LEMBRETE ENTREGUE AO
      * GATEWAY DE SMS/E-MAIL, INDEXADO POR CPF+TIPO+EVENTO PARA QUE
      * O MESMO CLIENTE NAO SEJA AVISADO DUAS VEZES DO MESMO EVENTO.
      * TIPO: "P" PARTIDA DE RESERVA (NUMERO DA RESERVA, PARCELA
      * ZERO), "V" VENCIMENTO DE PARCELA (TITULO E PARCELA DO
      * CONTREC.DAT). A DATA DO EVENTO, EM AAAAMMDD, FAZ PARTE DA
      * CHAVE: A PARTIDA OU O VENCIMENTO REMARCADO GERA NOVO AVISO. A
      * DATA DE ENVIO E EM DDMMAAAA. CADA PROGRAMA DECLARA SEU PROPRIO
      * NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CHAVE-LEMB.
             03 CPF-LEMB         PIC 9(11).
             03 TIPO-LEMB        PIC X(01).
             03 NUM-LEMB         PIC 9(06).
             03 PARC-LEMB        PIC 9(02).
             03 DT-EVENTO-LEMB   PIC 9(08).
           02 DT-ENVIO-LEMB      PIC 9(08).
           02 VALOR-LEMB         PIC 9(07)V99.
