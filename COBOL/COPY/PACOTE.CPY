      *================================================================
      * PACOTE.CPY
      *
      * LAYOUT DO CATALOGO DE PACOTES DE VIAGEM (PACOTES.DAT): UM
      * REGISTRO POR PARTIDA, COM DESTINO, DATA DE SAIDA, PRECO DE
      * TABELA E LUGARES OFERECIDOS. MANTIDO PELA CONSOLE MANPAC E
      * USADO PELA CONSOLE DE RESERVAS MANRES, QUE TOMA O PRECO DO
      * CATALOGO, SOMA OS LUGARES VENDIDOS E RECUSA A RESERVA QUANDO
      * A PARTIDA ESTA LOTADA, E PELA LISTAGEM DE PARTIDAS RELPART.
      * O PACOTE INTERNACIONAL COMPRADO DA OPERADORA EM MOEDA
      * ESTRANGEIRA TEM A MOEDA (USD, EUR...) E O PRECO NESSA MOEDA;
      * O PRECO EM REAIS FICA COMO REFERENCIA, CONVERTIDO PELA TAXA DO
      * DIA DA MANUTENCAO, E A RESERVA E CONVERTIDA PELA TAXA DO DIA
      * DA VENDA (CAMBIO.DAT). "BRL" (OU BRANCOS NOS PACOTES ANTERIORES
      * AO CAMPO) E O PACOTE EM REAIS, SEM CAMBIO. A PARTIDA
      * INTERNACIONAL ("S") TEM OS DOCUMENTOS DOS PASSAGEIROS
      * CONFERIDOS PELO RELDOC: PASSAPORTE VALIDO POR SEIS MESES
      * ALEM DA DATA DE RETORNO E, QUANDO O DESTINO EXIGE VISTO ("S"),
      * O VISTO ANOTADO NA RESERVA. CADA PROGRAMA DECLARA SEU PROPRIO
      * NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 COD-PAC            PIC X(06).
           02 DESTINO-PAC        PIC X(30).
           02 DT-PARTIDA-PAC     PIC 9(08).
           02 RED-DT-PARTIDA-PAC REDEFINES DT-PARTIDA-PAC.
             03 DD-PAC           PIC 9(02).
             03 MM-PAC           PIC 9(02).
             03 AAAA-PAC         PIC 9(04).
           02 PRECO-PAC          PIC 9(07)V99.
           02 VAGAS-PAC          PIC 9(03).
           02 VENDIDAS-PAC       PIC 9(03).
           02 MOEDA-PAC          PIC X(03).
           02 PRECO-MOEDA-PAC    PIC 9(07)V99.
           02 DT-RETORNO-PAC     PIC 9(08).
           02 RED-DT-RETORNO-PAC REDEFINES DT-RETORNO-PAC.
             03 DD-RET-PAC       PIC 9(02).
             03 MM-RET-PAC       PIC 9(02).
             03 AAAA-RET-PAC     PIC 9(04).
           02 INTERNAC-PAC       PIC X(01).
           02 VISTO-PAC          PIC X(01).
