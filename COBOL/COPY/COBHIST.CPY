      *================================================================
      * COBHIST.CPY
      *
      * LAYOUT DO HISTORICO DE COBRANCA (COBHIST.DAT), GRAVADO PELA
      * RODADA DE CARTAS DE COBRANCA CARTCOB: UM REGISTRO POR CARTA
      * ENVIADA OU POR ENCAMINHAMENTO A EMPRESA DE COBRANCA, INDEXADO
      * POR CPF+ANO/MES+FAIXA PARA QUE O MESMO CLIENTE NAO RECEBA A
      * MESMA CARTA DUAS VEZES NO MES. FAIXA: 1 ATE 30 DIAS DE ATRASO,
      * 2 DE 31 A 60, 3 DE 61 A 90 (AVISO FINAL), 4 MAIS DE 90
      * (ENCAMINHADO A COBRADORA). O TITULO E A PARCELA SAO OS DA
      * PARCELA MAIS ANTIGA EM ATRASO, QUE DEFINE A FAIXA; A DATA DE
      * ENVIO E EM DDMMAAAA. CADA PROGRAMA DECLARA SEU PROPRIO NIVEL
      * 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CHAVE-HIST.
             03 CPF-HIST         PIC 9(11).
             03 ANOMES-HIST      PIC 9(06).
             03 FAIXA-HIST       PIC 9(01).
           02 NUM-TIT-HIST       PIC 9(06).
           02 PARC-TIT-HIST      PIC 9(02).
           02 DT-ENVIO-HIST      PIC 9(08).
           02 DIAS-ATRASO-HIST   PIC 9(05).
           02 VALOR-HIST         PIC 9(09)V99.
