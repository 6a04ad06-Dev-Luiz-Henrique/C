      * PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS
      * VIA COPY. SITUACAO: "A" ATIVA, "C" CANCELADA, "E" EFETIVADA
      * (JA CONVERTIDA EM REGISTRO DE VISITAS.DAT PELO EFETRES).
      * O CODIGO DO PACOTE APONTA A PARTIDA DO CATALOGO PACOTES.DAT
      * DE ONDE VIERAM DESTINO, DATA E VALOR; EM BRANCO NAS RESERVAS
      * ANTERIORES AO CATALOGO. A RESERVA EM GRUPO TEM O TITULAR NO
      * CPF-RES E OS DEMAIS PASSAGEIROS EM PASSAG.DAT; A QUANTIDADE
      * CONTA OS PASSAGEIROS ATIVOS COM O TITULAR, A ULTIMA
      * SEQUENCIA E A MAIOR JA USADA NA LISTA, E O VALOR DA RESERVA
      * E A SOMA DOS LUGARES. O VENDEDOR E O CODIGO DO CONSULTOR DE
      * VIAGENS NO CADVEND.DAT DA FOLHA (EX06) QUE FEZ A VENDA; ZERO
      * NA VENDA DIRETA E NAS RESERVAS ANTERIORES AO CAMPO. A MOEDA,
      * O VALOR NA MOEDA E A TAXA SAO OS DA VENDA: O PACOTE EM MOEDA
      * ESTRANGEIRA E CONVERTIDO PELA TAXA DO DIA DA RESERVA, QUE FICA
      * GRAVADA E VALE TAMBEM PARA OS PASSAGEIROS ACRESCENTADOS; A
      * RESERVA EM REAIS TEM MOEDA "BRL" E TAXA 1. O NUMERO DO VISTO
      * VALE PARA O GRUPO DA RESERVA NO DESTINO QUE O EXIGE; BRANCOS =
      * VISTO AINDA NAO ANOTADO (VER RELDOC).
      *================================================================
           02 NUM-RES            PIC 9(06).
           02 CPF-RES            PIC 9(11).
           02 VALOR-RES          PIC 9(07)V99.
           02 SIT-RES            PIC X(01).
           02 DT-EMISSAO-RES     PIC 9(08).
           02 COD-PAC-RES        PIC X(06).
           02 QTD-PAS-RES        PIC 9(02).
           02 ULT-PAS-RES        PIC 9(02).
           02 COD-VEN-RES        PIC 9(05).
           02 MOEDA-RES          PIC X(03).
           02 VALOR-MOEDA-RES    PIC 9(07)V99.
           02 TAXA-RES           PIC 9(03)V9(04).
           02 NUM-VISTO-RES      PIC X(15).
