      *================================================================
      * DEVCOM.CPY
      *
      * LAYOUT DAS DEVOLUCOES DE VENDAS DE MESES ANTERIORES, CUJA
      * COMISSAO JA FOI PAGA: O NOTAFIS (EX05) GRAVA UM REGISTRO CADA
      * VEZ QUE UM CANCELAMENTO (TIPO "C") ANULA NOTA EMITIDA EM MES
      * ANTERIOR AO DA DATA DE NEGOCIO, E O STREAM NOTURNO O ACRESCENTA
      * AO DEVCOM.DAT DO EX06. O ESTCOM CALCULA O ESTORNO DA COMISSAO
      * NA COMPETENCIA DO REGISTRO E O BRGVEND NAO ABATE ESTAS
      * DEVOLUCOES DAS VENDAS DO MES. DATA DE REGISTRO EM AAAAMMDD
      * (DATA DE NEGOCIO, USADA TAMBEM NA RETENCAO); DATAS DA VENDA
      * ORIGINAL (EMISSAO DA NOTA) E DA DEVOLUCAO EM DDMMAAAA, COMO NO
      * VENDA.DAT. CADA PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE
      * ESTES CAMPOS VIA COPY.
      *================================================================
           02 DV-DATA-REG        PIC 9(08).
           02 DV-COD-VEN         PIC 9(05).
           02 DV-NOME            PIC X(20).
           02 DV-FILIAL          PIC 9(02).
           02 DV-NUM-NF          PIC 9(06).
           02 DV-COD-MERC        PIC 9(03).
           02 DV-QTD             PIC 9(03).
           02 DV-VALOR           PIC 9(07)V99.
           02 DV-DT-VENDA        PIC 9(08).
           02 RED-DV-DT-VENDA REDEFINES DV-DT-VENDA.
             03 DV-VENDA-DD      PIC 9(02).
             03 DV-VENDA-MM      PIC 9(02).
             03 DV-VENDA-AAAA    PIC 9(04).
           02 DV-DT-DEVOL        PIC 9(08).
