      *================================================================
      * FOLREV.CPY
      *
      * LAYOUT DA SITUACAO DA REVISAO DA FOLHA ANTES DA REMESSA AO
      * BANCO. O REVFOL GRAVA NO FOLREV.DAT A REVISAO DA ULTIMA
      * RODADA: COMPETENCIA, QUANTIDADE E TOTAL LIQUIDO DO RELBANCO,
      * OCORRENCIAS LISTADAS NO RELREVF E SITUACAO ("S" SEM
      * OCORRENCIA, "R" RETIDA, "L" LIBERADA). A CONSOLE LIBFOL
      * ACRESCENTA AO FOLLIB.DAT (MESMO LAYOUT) A REVISAO RETIDA
      * QUE O SUPERVISOR LIBEROU, COM O CODIGO DELE E A DATA; A
      * LIBERACAO SO VALE PARA A MESMA COMPETENCIA, QUANTIDADE E
      * TOTAL LIQUIDO, E UMA FOLHA REFEITA COM OUTROS VALORES VOLTA
      * A FICAR RETIDA. CADA PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E
      * EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 RV-ANOMES          PIC 9(06).
           02 RV-QTD             PIC 9(05).
           02 RV-TOTAL-LIQ       PIC S9(11)V99.
           02 RV-OCORRENCIAS     PIC 9(05).
           02 RV-PERCENTUAL      PIC 9(02).
           02 RV-SITUACAO        PIC X(01).
           02 RV-SUPERVISOR      PIC X(05).
           02 RV-DATA-LIB        PIC 9(08).
