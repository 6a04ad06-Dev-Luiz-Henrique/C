      *================================================================
      * FOLMES.CPY
      *
      * LAYOUT DOS VALORES DA FOLHA MENSAL POR FUNCIONARIO: BRUTO,
      * TOTAL DOS DESCONTOS (INSS, IRRF, DESCONTOS DIGITADOS E
      * ADIANTAMENTO) E LIQUIDO. O EX06 GRAVA O FOLMES.DAT DA RODADA
      * E O REVFOL O COMPARA COM O MES ANTERIOR DO HISTORICO
      * FOLHIST.DAT (MESMO LAYOUT), ONDE A COMPETENCIA DA RODADA
      * SUBSTITUI A GRAVADA ANTES. DATA E A DATA DE NEGOCIO DA RODADA
      * (AAAAMMDD), USADA TAMBEM NA RETENCAO DO HISTORICO. CADA
      * PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS
      * VIA COPY.
      *
      * BASE E TAXA DA COMISSAO PAGA NA COMPETENCIA GUARDAM A FAIXA DO
      * TABCOM EFETIVAMENTE APLICADA; O ESTCOM AS USA PARA ESTORNAR A
      * COMISSAO DAS DEVOLUCOES DE MESES ANTERIORES. REGISTROS
      * GRAVADOS ANTES DESTES CAMPOS FICAM COM BRANCOS (TAXA NAO
      * NUMERICA = SEM COMISSAO REGISTRADA).
      *================================================================
           02 FM-ANOMES          PIC 9(06).
           02 FM-DATA            PIC 9(08).
           02 FM-COD-VEN         PIC 9(05).
           02 FM-NOME            PIC X(20).
           02 FM-BRUTO           PIC 9(07)V99.
           02 FM-DESCONTOS       PIC 9(07)V99.
           02 FM-LIQUIDO         PIC S9(07)V99.
           02 FM-BASE-COM        PIC 9(07)V99.
           02 FM-TAXA-COM        PIC 9V999.
