      *================================================================
      * SALA.CPY
      *
      * LAYOUT DO CADASTRO DE SALAS DE AULA (SALAS.DAT), LIDO PELO
      * MANHOR, QUE RECUSA AULA EM SALA MENOR QUE A CAPACIDADE DA
      * TURMA, E PELO RELHOR, QUE IMPRIME O QUADRO POR SALA. CADA
      * PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS
      * VIA COPY.
      *================================================================
           02 SALA-CODIGO        PIC X(04).
           02 FILLER             PIC X(02).
           02 SALA-DESCRICAO     PIC X(20).
           02 SALA-CAPACIDADE    PIC 9(03).
