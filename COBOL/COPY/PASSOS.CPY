      *================================================================
      * PASSOS.CPY
      *
      * LAYOUT DO CONTROLE DE PASSOS DO STREAM NOTURNO (PASSOS.DAT),
      * MANTIDO PELO CTLPASSO A CADA PASSO DO NOITE.BAT E LIDO PELO
      * RESUMO MATINAL RESMANHA. UM REGISTRO POR PASSO DO STREAM, COM
      * A DATA DE NEGOCIO (DATAPROC) DA NOITE A QUE A SITUACAO SE
      * REFERE: "N" NAO INICIADO, "E" EM EXECUCAO, "O" CONCLUIDO
      * (OK), "F" FALHOU. OS HORARIOS SAO OS DA ULTIMA EXECUCAO DO
      * PASSO E AS EXECUCOES CONTAM AS VEZES QUE O PASSO RODOU NA
      * MESMA DATA DE NEGOCIO. CADA PROGRAMA DECLARA SEU PROPRIO
      * NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 PAS-PASSO          PIC X(08).
           02 PAS-SITUACAO       PIC X(01).
           02 PAS-DATA-NEG       PIC 9(08).
           02 PAS-HORA-INI       PIC 9(06).
           02 PAS-HORA-FIM       PIC 9(06).
           02 PAS-EXECUCOES      PIC 9(02).
