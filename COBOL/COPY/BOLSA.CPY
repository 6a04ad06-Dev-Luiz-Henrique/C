      *================================================================
      * BOLSA.CPY
      *
      * LAYOUT DO CADASTRO DE BOLSAS E DESCONTOS DOS ALUNOS
      * (BOLSAS.DAT), MANTIDO PELA CONSOLE MANBOLSA E APLICADO PELO
      * GERMENS NA GERACAO DAS MENSALIDADES. UM REGISTRO POR ALUNO E
      * MOTIVO (TABELA MOTBOLSA.CPY): TIPO "P" PERCENTUAL SOBRE A
      * MENSALIDADE DA TURMA OU "V" VALOR FIXO EM REAIS, VIGENTE DA
      * COMPETENCIA INICIAL A FINAL (AAAAMM, INCLUSIVE). O OPERADOR E
      * A DATA DA ULTIMA ATUALIZACAO FICAM NO PROPRIO REGISTRO. CADA
      * PROGRAMA DECLARA SEU PROPRIO NIVEL 01 E EMBUTE ESTES CAMPOS
      * VIA COPY.
      *================================================================
           02 BOL-COD-ALU        PIC 9(07).
           02 BOL-MOTIVO         PIC X(02).
           02 BOL-TIPO           PIC X(01).
           02 BOL-PERCENTUAL     PIC 9(03)V99.
           02 BOL-VALOR          PIC 9(05)V99.
           02 BOL-VIG-INI        PIC 9(06).
           02 BOL-VIG-FIM        PIC 9(06).
           02 BOL-DT-ATUALIZ     PIC 9(08).
           02 BOL-OPERADOR       PIC X(05).
