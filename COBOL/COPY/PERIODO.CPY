      *================================================================
      * PERIODO.CPY
      *
      * LAYOUT DO CONTROLE DE PERIODOS CONTABEIS (PERIODO.DAT),
      * MANTIDO PELA CONSOLE MANPER DO SUPERVISOR DA CONTABILIDADE NO
      * EX06 E DISTRIBUIDO PELO NOITE.BAT AOS DIRETORIOS QUE LANCAM.
      * UM REGISTRO POR MES AAAAMM JA TOCADO PELA CONTABILIDADE: "A"
      * ABERTO OU "F" FECHADO, COM O OPERADOR, A DATA E A HORA DA
      * ULTIMA ACAO (FECHAMENTO OU REABERTURA). MES AUSENTE DO ARQUIVO
      * ESTA ABERTO. A SUBROTINA VALPER CONFERE A DATA DE NEGOCIO DOS
      * PROGRAMAS QUE LANCAM CONTRA ESTE ARQUIVO. CADA PROGRAMA DECLARA
      * SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS VIA COPY.
      *================================================================
           02 PER-ANOMES         PIC 9(06).
           02 PER-SITUACAO       PIC X(01).
           02 PER-OPERADOR       PIC X(05).
           02 PER-DATA           PIC 9(08).
           02 PER-HORA           PIC 9(06).
