      *================================================================
      * PESQUISA.CPY
      *
      * LAYOUT DAS PESQUISAS DE SATISFACAO POS-VIAGEM (PESQUISA.DAT),
      * DIGITADAS DOS CARTOES DAS FILIAIS PELA CONSOLE MANPESQ E
      * RESUMIDAS PELO QUADRO MENSAL RELPESQ. INDEXADO POR CPF+DATA DA
      * VIAGEM (DDMMAAAA, A MESMA DO DETALHE VISITAS.DAT): UMA
      * PESQUISA POR VIAGEM DO CLIENTE. DESTINO E PACOTE SAO COPIADOS
      * DA VIAGEM CONFERIDA. AS NOTAS VAO DE 0 A 10; A NOTA GERAL E A
      * BASE DO NPS (9-10 PROMOTOR, 0-6 DETRATOR). CADA PROGRAMA
      * DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CHAVE-PESQ.
             03 CPF-PESQ         PIC 9(11).
             03 DT-VIAGEM-PESQ   PIC 9(08).
             03 RED-DT-VIAGEM-PESQ REDEFINES DT-VIAGEM-PESQ.
               04 DD-PESQ        PIC 9(02).
               04 MM-PESQ        PIC 9(02).
               04 AAAA-PESQ      PIC 9(04).
           02 DESTINO-PESQ       PIC X(30).
           02 COD-PAC-PESQ       PIC X(06).
           02 NOTA-HOTEL-PESQ    PIC 9(02).
           02 NOTA-TRANSP-PESQ   PIC 9(02).
           02 NOTA-GUIA-PESQ     PIC 9(02).
           02 NOTA-GERAL-PESQ    PIC 9(02).
           02 DT-CAPTURA-PESQ    PIC 9(08).
           02 OPER-PESQ          PIC X(05).
