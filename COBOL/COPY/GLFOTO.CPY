      *================================================================
      * GLFOTO.CPY
      *
      * LAYOUT DA POSICAO JA LANCADA DOS LOTES CONTABEIS QUE CHEGAM
      * INTEIROS A CADA NOITE (FOLHA DA COMPETENCIA E VALORIZACAO DO
      * ESTOQUE), UM REGISTRO POR LOTE, CONTA E CENTRO DE CUSTO, COM
      * O MES (AAAAMM) DA POSICAO. O VALOR E POSITIVO A DEBITO E
      * NEGATIVO A CREDITO. O GLCOLETA LANCA NO DIARIO SO A DIFERENCA
      * ENTRE A POSICAO DA NOITE E A DO GLFOTO.DAT E GRAVA A NOVA
      * POSICAO EM GLFOTONV.DAT; O GLLANCA A PROMOVE A GLFOTO.DAT SO
      * DEPOIS DE LANCAR O DIARIO NO RAZAO. CADA PROGRAMA DECLARA SEU
      * PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 FT-LOTE            PIC X(08).
           02 FT-ANOMES          PIC 9(06).
           02 FT-CONTA           PIC X(06).
           02 FT-CCUSTO          PIC X(04).
           02 FT-DESCRICAO       PIC X(30).
           02 FT-VALOR           PIC S9(13)V99.
