      *================================================================
      * DESCMENS.CPY
      *
      * LAYOUT DOS DESCONTOS CONCEDIDOS NAS MENSALIDADES
      * (DESCMENS.DAT), GRAVADO PELO GERMENS, UM REGISTRO POR BOLSA
      * APLICADA A UMA COBRANCA DO MENSAL.DAT, E LIDO PELO RELBOLSA,
      * QUE TOTALIZA O MES POR TURMA E POR MOTIVO. A COMPETENCIA E
      * MMAAAA, COMO NO MENSAL.DAT. CADA PROGRAMA DECLARA SEU PROPRIO
      * NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 DM-COMPET          PIC 9(06).
           02 DM-TURMA           PIC 9(03).
           02 DM-COD-ALU         PIC 9(07).
           02 DM-MOTIVO          PIC X(02).
           02 DM-VALOR           PIC 9(05)V99.
