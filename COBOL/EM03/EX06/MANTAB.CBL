      *                ABANDONADA DESCARTA AS MUDANCAS E A TRILHA
      *                JUNTO. A TABELA E REGRAVADA INTEIRA NO
      *                FECHAMENTO DA SESSAO.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) NAO ABRE A SESSAO (RETORNO 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 W-AUDTAB-STATUS      PIC X(02) VALUE "00".

       77 W-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 W-PERIODO-ABERTO     PIC X(03) VALUE "SIM".

      *================================================================*
      * CAMPOS DIGITADOS PELO OPERADOR
               "TABINSS / TABIRRF".
           DISPLAY " ".
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *    MES DE HOJE FECHADO PELA CONTABILIDADE (VALPER): A CONSOLE
      *    NAO ABRE PARA NAO GRAVAR TRILHA NELE
           CALL "VALPER" USING W-DATA-HOJE W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN EXTEND AUDTAB.
           IF W-AUDTAB-STATUS EQUAL "35"
               OPEN OUTPUT AUDTAB
