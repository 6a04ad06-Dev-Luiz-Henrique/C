      *================================================================
      * GLCTRL.CPY
      *
      * LAYOUT DO REGISTRO UNICO DE CONTROLE DA CONTABILIDADE
      * (GLCTRL.DAT): ULTIMO MES FECHADO PELO GLFECHA (AAAAMM; NENHUM
      * LANCAMENTO ENTRA EM MES ATE ELE), ULTIMA DATA DE NEGOCIO JA
      * LANCADA PELO GLLANCA (O MESMO DIARIO NAO E LANCADO DUAS
      * VEZES) E ULTIMO NUMERO SEQUENCIAL DO GLMOVTO. ARQUIVO
      * AUSENTE VALE ZEROS. CADA PROGRAMA DECLARA SEU PROPRIO NIVEL
      * 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 GC-ULT-FECHADO     PIC 9(06).
           02 GC-ULT-DATA        PIC 9(08).
           02 GC-ULT-SEQ         PIC 9(09).
