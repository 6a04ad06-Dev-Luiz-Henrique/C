      *================================================================
      * HORAULA.CPY
      *
      * LAYOUT DAS HORAS-AULA A PAGAR (HORAULA.DAT), GRAVADO PELO
      * HORPROF DEPOIS DO VISTO DA COORDENACAO E PAGO PELA FOLHA
      * MENSAL EX06. UM REGISTRO POR PROFESSOR E COMPETENCIA
      * (ANO+MES): AULAS DADAS NO MES (SESSOES DISTINTAS DO
      * AULASES.DAT), VALOR DA HORA E VALOR A PAGAR. CADA PROGRAMA
      * DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 HA-ANOMES          PIC 9(06).
           02 HA-COD-PROF        PIC 9(05).
           02 HA-AULAS           PIC 9(03).
           02 HA-VALOR-HORA      PIC 9(04)V99.
           02 HA-VALOR           PIC 9(07)V99.
