      *================================================================
      * CONTREC.CPY
      *
      * LAYOUT DO CONTAS A RECEBER DAS VIAGENS (CONTREC.DAT), INDEXADO
      * POR TITULO+PARCELA. AS PARCELAS SAO GERADAS E BAIXADAS PELA
      * CONSOLE CONREC, ENVIADAS AO BANCO PELA REMESSA REMBOL E
      * BAIXADAS PELO RETORNO RETBOL, ENVELHECIDAS PELO AGEREC E
      * ACERTADAS PELA CONSOLE DE RESERVAS MANRES NO CANCELAMENTO. O
      * NUMERO DO TITULO E O NUMERO DA RESERVA DE RESERVAS.DAT.
      * SITUACAO: "A" ABERTA, "P" PAGA, "C" CANCELADA JUNTO COM A
      * RESERVA (NAO E MAIS COBRADA). CADA PROGRAMA DECLARA SEU
      * PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CHAVE-TIT.
             03 NUM-TIT          PIC 9(06).
             03 PARC-TIT         PIC 9(02).
           02 CPF-TIT            PIC 9(11).
           02 DT-VIAGEM-TIT      PIC 9(08).
           02 QTD-PARC-TIT       PIC 9(02).
           02 DT-VENC-TIT        PIC 9(08).
           02 RED-DT-VENC-TIT REDEFINES DT-VENC-TIT.
             03 DD-VENC-TIT      PIC 9(02).
             03 MM-VENC-TIT      PIC 9(02).
             03 AAAA-VENC-TIT    PIC 9(04).
           02 VALOR-TIT          PIC 9(07)V99.
           02 DT-PAGTO-TIT       PIC 9(08).
           02 VALOR-PAGO-TIT     PIC 9(07)V99.
           02 SIT-TIT            PIC X(01).
