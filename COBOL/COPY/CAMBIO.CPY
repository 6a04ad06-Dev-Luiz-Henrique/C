      *================================================================
      * CAMBIO.CPY
      *
      * LAYOUT DA TABELA DE TAXAS DE CAMBIO (CAMBIO.DAT), INDEXADA POR
      * MOEDA+DATA DE VIGENCIA (AAAAMMDD, PARA A CHAVE ORDENAR POR
      * DATA). A TAXA E O VALOR EM REAIS DE UMA UNIDADE DA MOEDA
      * ESTRANGEIRA ("USD", "EUR"...) E VALE A PARTIR DA DATA ATE A
      * PROXIMA COTACAO DA MESMA MOEDA. MANTIDA PELO FINANCEIRO NA
      * CONSOLE MANCAMB E CONSULTADA PELA SUBROTINA TAXACAMB, QUE
      * DEVOLVE A TAXA EM VIGOR NUMA DATA. CADA PROGRAMA DECLARA SEU
      * PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CHAVE-CAMB.
             03 MOEDA-CAMB       PIC X(03).
             03 DT-CAMB          PIC 9(08).
             03 RED-DT-CAMB REDEFINES DT-CAMB.
               04 AAAA-CAMB      PIC 9(04).
               04 MM-CAMB        PIC 9(02).
               04 DD-CAMB        PIC 9(02).
           02 TAXA-CAMB          PIC 9(03)V9(04).
           02 DT-ATUALIZ-CAMB    PIC 9(08).
           02 OPER-CAMB          PIC X(05).
