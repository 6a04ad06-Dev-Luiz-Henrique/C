      *================================================================
      * CEPDIR.CPY
      *
      * LAYOUT DO DIRETORIO DE CEPS (CEPDIR.DAT), INDEXADO PELO CEP
      * FINAL DA FAIXA PARA A BUSCA POR FAIXA (START NAO MENOR QUE O
      * CEP PROCURADO E CONFERENCIA DO CEP INICIAL). CADA FAIXA TEM O
      * LOGRADOURO OU A LOCALIDADE, A CIDADE E A SIGLA DO ESTADO; CEP
      * DE UM SO LOGRADOURO TEM CEP INICIAL IGUAL AO FINAL. CARREGADO
      * PELO CARGACEP A PARTIR DA TABELA DOS CORREIOS E CONSULTADO
      * PELA SUBROTINA BUSCACEP (MANCLI, VALMOV E CEPCLI). CADA
      * PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS
      * VIA COPY.
      *================================================================
           02 CEP-FIM-DIR        PIC 9(08).
           02 CEP-INI-DIR        PIC 9(08).
           02 LOGRA-DIR          PIC X(40).
           02 CIDADE-DIR         PIC X(30).
           02 UF-DIR             PIC X(02).
