      *================================================================
      * ARQCAT.CPY
      *
      * LAYOUT DO CATALOGO DE ARQUIVOS MORTOS (ARQCAT.DAT), MANTIDO
      * PELA RETENCAO MENSAL RETHIST NO DIRETORIO DE CADA HISTORICO:
      * UM REGISTRO POR HISTORICO E MES DE MOVIMENTO TRANSFERIDO PARA
      * O ARQUIVO MORTO DATADO (EX. AUDEND-202501.ARQ), COM A
      * QUANTIDADE ACUMULADA NELE E A DATA DA ULTIMA RETENCAO QUE O
      * ESTENDEU. OS RELATORIOS QUE PRECISAM DE PERIODO ANTIGO (RELAUD,
      * RELPREC, LGPDACC) LEEM O CATALOGO PARA SABER QUAIS ARQUIVOS
      * MORTOS ABRIR. CADA PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E
      * EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CAT-ARQUIVO        PIC X(12).
           02 CAT-AAAAMM         PIC 9(06).
           02 CAT-NOME-MORTO     PIC X(20).
           02 CAT-QTD            PIC 9(07).
           02 CAT-DATA-RETENCAO  PIC 9(08).
