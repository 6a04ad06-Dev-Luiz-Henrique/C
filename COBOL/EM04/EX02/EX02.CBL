       SECURITY.       APENAS O AUTOR PODE MODIFICA-LO.
      *REMARKS.        FAZER O BALANCE-LINE, GERANDO UM ARQUIVO
      *                ATUALIZADO E UM RELATORIO DE ATUALIZACAO.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * TRILHA DE AUDITORIA DE ENDERECO

       77 W-DATA-SISTEMA    PIC 9(08) VALUE ZEROS.
       77 W-PERIODO-ABERTO  PIC X(03) VALUE "SIM".

      *================================================================*
      * ESTATISTICAS DE EXECUCAO
      *    DATA DE NEGOCIO PELA SUBROTINA DATAPROC (PARAMETRO DO
      *    OPERADOR; SEM PARAMETRO, A DATA DA MAQUINA)
           CALL "DATAPROC" USING W-DATA-SISTEMA.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-SISTEMA W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE W-DATA-SISTEMA TO W-DATA-ESTAT.
           ACCEPT W-HORA-ESTAT FROM TIME.

