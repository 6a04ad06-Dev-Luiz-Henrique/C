      *================================================================
      * KPIMES.CPY
      *
      * LAYOUT DOS INDICADORES GERENCIAIS DO MES: UM REGISTRO POR MES
      * (AAAAMM) E INDICADOR, GRAVADO PELO KPICOL NO DIRETORIO DE CADA
      * SUBSISTEMA (KPICOL.DAT), REUNIDO PELO MENSAL.BAT NO KPIMES.DAT
      * DO EM03 E GUARDADO PELO KPIPAG NO HISTORICO KPIHIST.DAT, DE
      * ONDE SAEM O MES ANTERIOR E O MESMO MES DO ANO ANTERIOR DA
      * PAGINA MENSAL. INDICADORES:
      *   01 VENDAS BRUTAS          02 DEVOLUCOES
      *   03 VENDAS LIQUIDAS        04 META DE VENDAS
      *   05 % DA META ATINGIDO     06 VENDAS ACUMULADAS NO ANO
      *   07 VIAGENS REALIZADAS     08 RECEITA DAS VIAGENS
      *   09 A RECEBER EM ABERTO    10 % DO A RECEBER VENCIDO
      *   11 MENSALIDADES EM ATRASO 12 VALOR DAS MENSALIDADES EM ATRASO
      *   13 FUNCIONARIOS NA FOLHA  14 CUSTO DA FOLHA NO ANO (BRUTO)
      *   15 VALOR DO ESTOQUE       16 ITENS ABAIXO DO MINIMO
      *   17 PASSOS DO STREAM       18 PASSOS DO STREAM COM FALHA
      * CADA PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES
      * CAMPOS VIA COPY.
      *================================================================
           02 KPI-ANOMES         PIC 9(06).
           02 KPI-INDICADOR      PIC 9(02).
           02 KPI-VALOR          PIC S9(11)V99.
