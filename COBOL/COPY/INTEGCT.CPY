      *================================================================
      * INTEGCT.CPY
      *
      * LAYOUT DA CONTAGEM DA CONFERENCIA DE INTEGRIDADE (INTEGCT.DAT),
      * GRAVADA PELO INTEGR NO DIRETORIO DE CADA SUBSISTEMA CONFERIDO
      * NO FIM DO NOITE.BAT E REUNIDA NO EM03 PARA O RESUMO MATINAL
      * RESMANHA. UM REGISTRO POR SUBSISTEMA: "CLI" CLIENTES E
      * VIAGENS (CADCLI), "ALU" ESCOLA (EX07), "EST" ESTOQUE (EX03 DO
      * EM04) E "FOL" FOLHA (EX06), COM OS REGISTROS CONFERIDOS, OS
      * ORFAOS (CHAVE AUSENTE DO CADASTRO MESTRE) E AS DIVERGENCIAS
      * DE QUANTIDADE. CADA PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E
      * EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 ICT-SUBSISTEMA     PIC X(03).
           02 ICT-DATA           PIC 9(08).
           02 ICT-CONFERIDOS     PIC 9(07).
           02 ICT-ORFAOS         PIC 9(05).
           02 ICT-DIVERGENCIAS   PIC 9(05).
