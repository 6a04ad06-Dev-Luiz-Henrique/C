      *================================================================
      * GLSALDO.CPY
      *
      * LAYOUT DOS SALDOS DO RAZAO GERAL POR CONTA DO PLANOCTA.DAT E
      * MES (GLSALDO.DAT), MANTIDO PELO GLLANCA (MOVIMENTO DO DIA) E
      * PELO GLFECHA (SALDO ANTERIOR DO MES SEGUINTE NO FECHAMENTO), E
      * LIDO PELO BALANCETE GLBALAN E PELO RAZAO GLRAZAO. O SALDO E
      * DEVEDOR QUANDO POSITIVO E CREDOR QUANDO NEGATIVO; O SALDO
      * ATUAL E SALDO-ANT + DEBITOS - CREDITOS. CADA PROGRAMA DECLARA
      * SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 SD-CONTA           PIC X(06).
           02 SD-ANOMES          PIC 9(06).
           02 SD-SALDO-ANT       PIC S9(13)V99.
           02 SD-DEBITOS         PIC 9(13)V99.
           02 SD-CREDITOS        PIC 9(13)V99.
