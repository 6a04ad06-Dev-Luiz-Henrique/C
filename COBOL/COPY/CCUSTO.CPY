      *================================================================
      * CCUSTO.CPY
      *
      * LAYOUT DO CADASTRO DE CENTROS DE CUSTO (CCUSTO.DAT) USADO NOS
      * LANCAMENTOS CONTABEIS DOS LOTES GLCONTAB. O CODIGO E MONTADO
      * PELO PROGRAMA QUE GERA O LOTE:
      *    "SE" + DEPARTAMENTO + SECAO DA FOLHA (EX06)
      *    "FI" + FILIAL DE VENDA COM 2 DIGITOS (EX05)
      *    "DE" + DEPOSITO COM 2 DIGITOS (EX03 DO ESTOQUE)
      * CODIGO EM BRANCO NO LANCAMENTO INDICA A EMPRESA COMO UM TODO
      * E NAO PRECISA CONSTAR DO CADASTRO. CONFERIDO PELO ACEGL E
      * LIDO PELO RESULTADO POR CENTRO DE CUSTO DRECC. CADA PROGRAMA
      * DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CC-CODIGO          PIC X(04).
           02 FILLER             PIC X(02).
           02 CC-DESCRICAO       PIC X(30).
