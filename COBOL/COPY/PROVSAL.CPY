      *================================================================
      * PROVSAL.CPY
      *
      * LAYOUT DO SALDO DAS PROVISOES DE DECIMO TERCEIRO E DE FERIAS
      * POR FUNCIONARIO (PROVSAL.DAT), MANTIDO PELO PROVFOL. A CADA
      * COMPETENCIA (AAAAMM) O FUNCIONARIO ATIVO RECEBE UM DOZE AVOS
      * DO 13O E DAS FERIAS COM O TERCO, MAIS O FGTS SOBRE CADA UM; O
      * PAGAMENTO DO 13O OU DAS FERIAS PELO EX06, E O DESLIGAMENTO,
      * ESTORNAM O SALDO ACUMULADO E ZERAM OS AVOS. ULT-COMP EVITA
      * PROVISIONAR DUAS VEZES O MESMO MES. CADA PROGRAMA DECLARA SEU
      * PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 PV-COD-VEN         PIC 9(05).
           02 PV-NOME            PIC X(20).
           02 PV-ULT-COMP        PIC 9(06).
           02 PV-SALDO-13        PIC 9(07)V99.
           02 PV-ENC-13          PIC 9(07)V99.
           02 PV-AVOS-13         PIC 9(02).
           02 PV-SALDO-FER       PIC 9(07)V99.
           02 PV-ENC-FER         PIC 9(07)V99.
           02 PV-AVOS-FER        PIC 9(02).
