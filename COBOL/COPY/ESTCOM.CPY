      *================================================================
      * ESTCOM.CPY
      *
      * LAYOUT DO ESTORNO DE COMISSAO POR VENDEDOR NA COMPETENCIA,
      * GRAVADO PELO ESTCOM A PARTIR DAS DEVOLUCOES DE MESES
      * ANTERIORES (DEVCOM.DAT) E DESCONTADO PELA FOLHA MENSAL (EX06)
      * EM LINHA PROPRIA NO HOLERITE, COMO O ADIANTAMENTO. DATA E A
      * DATA DE NEGOCIO DA APURACAO (AAAAMMDD); A FOLHA SO DESCONTA OS
      * REGISTROS DA SUA COMPETENCIA. CADA PROGRAMA DECLARA SEU
      * PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 EC-COD-VEN         PIC 9(05).
           02 EC-VALOR           PIC 9(07)V99.
           02 EC-DATA            PIC 9(08).
