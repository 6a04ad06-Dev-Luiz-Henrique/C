      *================================================================
      * VALHORA.CPY
      *
      * LAYOUT DO CADASTRO DO VALOR DA HORA-AULA (VALHORA.DAT), UM
      * REGISTRO POR PROFESSOR, PELA MATRICULA DELE NO CADASTRO DE
      * FUNCIONARIOS (CADVEND.DAT). LIDO PELO HORPROF, QUE MULTIPLICA
      * AS AULAS DADAS NO MES POR ESTE VALOR. CADA PROGRAMA DECLARA
      * SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 VH-COD-PROF        PIC 9(05).
           02 FILLER             PIC X(02).
           02 VH-VALOR-HORA      PIC 9(04)V99.
