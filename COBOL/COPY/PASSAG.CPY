      *================================================================
      * PASSAG.CPY
      *
      * LAYOUT DA LISTA DE PASSAGEIROS DAS RESERVAS EM GRUPO
      * (PASSAG.DAT), INDEXADA POR RESERVA+SEQUENCIA, NO MESMO
      * ESQUEMA DE CHAVE DO CONTREC.DAT (TITULO+PARCELA). O TITULAR
      * FICA NO CPF-RES DA RESERVA; AQUI FICAM OS DEMAIS
      * PASSAGEIROS, CADA UM COM O VALOR DO SEU LUGAR. MANTIDA PELA
      * CONSOLE MANRES E LIDA PELO EFETRES, QUE GRAVA UMA VIAGEM EM
      * VISITAS.DAT POR PASSAGEIRO. CADA PROGRAMA DECLARA SEU
      * PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      * SITUACAO: "A" ATIVO, "C" CANCELADO (REMOVIDO DA RESERVA OU
      * RESERVA CANCELADA), "E" EFETIVADO JUNTO COM A RESERVA.
      *================================================================
           02 CHAVE-PAS.
             03 NUM-RES-PAS      PIC 9(06).
             03 SEQ-PAS          PIC 9(02).
           02 CPF-PAS            PIC 9(11).
           02 VALOR-PAS          PIC 9(07)V99.
           02 SIT-PAS            PIC X(01).
