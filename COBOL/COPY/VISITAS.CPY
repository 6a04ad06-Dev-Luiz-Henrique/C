      *================================================================
      * VISITAS.CPY
      *
      * LAYOUT DO DETALHE DE VIAGENS (VISITAS.DAT), UMA LINHA POR
      * VIAGEM DE CLIENTE: CPF, DATA (DDMMAAAA), DESTINO, VALOR,
      * PACOTE DO CATALOGO (EM BRANCO NA VIAGEM AVULSA) E CONSULTOR
      * QUE A VENDEU (ZERO NA VENDA DIRETA). GRAVADO PELO VISPOST,
      * PELO CARVIAG E PELO EFETRES E REGRAVADO PELO MRGCLI; LIDO
      * PELOS RELATORIOS E PELA COMISSAO DE VIAGENS DO COMVIAG. AS
      * LINHAS GRAVADAS ANTES DO PACOTE E DO CONSULTOR VEM COM ESSES
      * CAMPOS EM BRANCO: O CODIGO DO CONSULTOR TEM A VISAO
      * ALFANUMERICA PARA O TESTE DE NUMERICO. CADA PROGRAMA DECLARA
      * SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 CPF-VISITA         PIC 9(11).
           02 DT-VISITA          PIC 9(08).
           02 RED-DT-VISITA REDEFINES DT-VISITA.
             03 DD-VISITA        PIC 9(02).
             03 MM-VISITA        PIC 9(02).
             03 AAAA-VISITA      PIC 9(04).
           02 DESTINO-VISITA     PIC X(30).
           02 VALOR-VISITA       PIC 9(07)V99.
           02 COD-PAC-VISITA     PIC X(06).
           02 COD-VEN-VISITA-X   PIC X(05).
           02 COD-VEN-VISITA REDEFINES COD-VEN-VISITA-X PIC 9(05).
