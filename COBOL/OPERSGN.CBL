      *          CONFERE CONTRA O CADASTRO OPERADOR.DAT E SO DEVOLVE
      *          O CONTROLE COM UM CODIGO VALIDO. O CODIGO DEVOLVIDO
      *          E CARIMBADO NA TRILHA DE ATIVIDADE PELA SUBROTINA
      *          IRMA ATIVLOG. O PERFIL "S" DO CADASTRO MARCA OS
      *          SUPERVISORES, CONFERIDOS PELA SUBROTINA AUTSUPV NAS
      *          LIBERACOES QUE PEDEM AUTORIZACAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 REG-OPERADOR.
           02 OPER-CODIGO      PIC X(05).
           02 OPER-NOME        PIC X(20).
           02 OPER-PERFIL      PIC X(01).

       WORKING-STORAGE SECTION.
           77 WS-OPERADOR-STATUS   PIC X(02) VALUE "00".
