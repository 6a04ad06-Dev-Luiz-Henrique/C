      *================================================================
      * PONTO.CPY
      *
      * LAYOUT DO CARTAO DE PONTO MENSAL DOS FUNCIONARIOS
      * (PONTO.DAT, E DO SEU ARQUIVO CRITICADO PONTOOK.DAT), USADO
      * PELA CRITICA CRIPONTO E PELA FOLHA MENSAL EX06. UM REGISTRO
      * POR FUNCIONARIO E COMPETENCIA (ANO+MES). AS HORAS TEM DUAS
      * CASAS DECIMAIS (CENTESIMOS DE HORA). OS DIAS UTEIS E OS DIAS
      * DE DESCANSO (DOMINGOS E FERIADOS) SAO OS DA ESCALA DO
      * FUNCIONARIO NO MES E SERVEM AO REPOUSO SEMANAL REMUNERADO
      * SOBRE AS HORAS EXTRAS. CADA PROGRAMA DECLARA SEU PROPRIO
      * NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 PT-ANOMES          PIC 9(06).
           02 PT-COD-VEN         PIC 9(05).
           02 PT-HE50            PIC 9(03)V99.
           02 PT-HE100           PIC 9(03)V99.
           02 PT-FALTAS          PIC 9(02).
           02 PT-NOTURNO         PIC 9(03)V99.
           02 PT-DIAS-UTEIS      PIC 9(02).
           02 PT-DIAS-DSR        PIC 9(02).
