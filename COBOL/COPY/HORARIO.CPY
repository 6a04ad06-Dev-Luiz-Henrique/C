      *================================================================
      * HORARIO.CPY
      *
      * LAYOUT DO QUADRO DE HORARIOS (HORARIO.DAT), MANTIDO PELO
      * MANHOR, IMPRESSO PELO RELHOR E CONFERIDO PELO FREQPOST NO
      * APONTAMENTO DAS AULAS. CADA REGISTRO E UMA AULA SEMANAL DA
      * TURMA: MATERIA (MATERIAS.DAT), DIA DA SEMANA (2 = SEGUNDA
      * ... 7 = SABADO), AULA DO DIA (01 A 12), SALA (SALAS.DAT) E
      * O CODIGO DO PROFESSOR, QUE E A MATRICULA DELE NO CADASTRO
      * DE FUNCIONARIOS (CADVEND.DAT). NUM MESMO DIA/AULA NAO PODE
      * HAVER DUAS AULAS DA MESMA TURMA, DO MESMO PROFESSOR OU NA
      * MESMA SALA.
      *================================================================
           02 HOR-TURMA          PIC 9(03).
           02 HOR-MATERIA        PIC 9(02).
           02 HOR-DIA            PIC 9(01).
           02 HOR-AULA           PIC 9(02).
           02 HOR-SALA           PIC X(04).
           02 HOR-PROFESSOR      PIC 9(05).
