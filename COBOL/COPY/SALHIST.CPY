      *================================================================
      * SALHIST.CPY
      *
      * LAYOUT DO HISTORICO SALARIAL DOS FUNCIONARIOS (SALHIST.DAT),
      * ALIMENTADO PELO REAJUSTE COLETIVO REAJSAL E PELAS INCLUSOES E
      * ALTERACOES DE SALARIO DO MANVEND, E LIDO PELO RELATORIO
      * HISTSAL. UM REGISTRO POR MUDANCA DE SALARIO, ACRESCENTADO AO
      * FIM DO ARQUIVO; NADA E REGRAVADO. A VIGENCIA E AAAAMMDD E O
      * SALARIO ANTERIOR DE UMA ADMISSAO E ZERO.
      *================================================================
           02 HIS-COD-VEN        PIC 9(05).
           02 HIS-VIGENCIA       PIC 9(08).
           02 HIS-SAL-ANT        PIC 9(07)V99.
           02 HIS-SAL-NOVO       PIC 9(07)V99.
           02 HIS-MOTIVO         PIC X(20).
