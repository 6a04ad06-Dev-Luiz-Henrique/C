      *================================================================
      * MOTBOLSA.CPY
      *
      * TABELA DOS MOTIVOS DE BOLSA E DESCONTO NA MENSALIDADE (CODIGO
      * E NOME), USADA PELA CONSOLE MANBOLSA, QUE SO ACEITA MOTIVO DA
      * TABELA, E PELO RELBOLSA, QUE TOTALIZA OS DESCONTOS POR MOTIVO.
      * CADA PROGRAMA DECLARA SEU PROPRIO NIVEL 01 TABELA, EMBUTE ESTE
      * CAMPO VIA COPY E REDEFINE A TABELA DA FORMA QUE PRECISAR, COMO
      * NA ESTADOS.CPY.
      *================================================================
           02 TAB-MOTIVOS-BOLSA.
             03 FILLER PIC X(22) VALUE "BSBOLSA SOCIAL        ".
             03 FILLER PIC X(22) VALUE "MEBOLSA DE MERITO     ".
             03 FILLER PIC X(22) VALUE "IRDESCONTO DE IRMAOS  ".
             03 FILLER PIC X(22) VALUE "FUFILHO DE FUNCIONARIO".
             03 FILLER PIC X(22) VALUE "CVCONVENIO EMPRESA    ".
             03 FILLER PIC X(22) VALUE "OUOUTROS              ".
