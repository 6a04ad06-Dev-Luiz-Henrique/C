      *================================================================
      * GLMOVTO.CPY
      *
      * LAYOUT DO MOVIMENTO CONTABILIZADO (GLMOVTO.DAT): CADA
      * LANCAMENTO DO DIARIO GLDIARIO.DAT LANCADO PELO GLLANCA, COM A
      * DATA DE NEGOCIO, UM NUMERO SEQUENCIAL E O LOTE DE ORIGEM, NO
      * LAYOUT DO GLCONTAB, INCLUSIVE O CENTRO DE CUSTO. E A FONTE DO
      * RAZAO GLRAZAO E DO RESULTADO POR CENTRO DE CUSTO DRECC. CADA
      * PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS
      * VIA COPY.
      *================================================================
           02 MV-DATA            PIC 9(08).
           02 MV-SEQ             PIC 9(09).
           02 MV-LOTE            PIC X(08).
           02 MV-CONTA           PIC X(06).
           02 MV-DESCRICAO       PIC X(30).
           02 MV-DC              PIC X(01).
           02 MV-VALOR           PIC S9(12)V99.
           02 MV-CCUSTO          PIC X(04).
