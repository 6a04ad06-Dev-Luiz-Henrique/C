      *                VALDATA E SIGLA DE ESTADO CONTRA A TABELA
      *                ESTADOS, NO LUGAR DA EDICAO MANUAL DO ARQUIVO.
      *                OPERA DIRETO SOBRE O CADCLI.DAT INDEXADO POR
      *                CPF (CARGA PELO UTILITARIO CVTCLI). O LIMITE DE
      *                CREDITO DIGITADO AQUI E CONFERIDO PELO MANRES E
      *                PELO CONREC NA VENDA A PRAZO. O PASSAPORTE
      *                (NUMERO E VALIDADE POR VALDATA) E CONFERIDO PELO
      *                RELDOC NAS PARTIDAS INTERNACIONAIS. O CEP E
      *                PROCURADO NO DIRETORIO DE CEPS (SUBROTINA
      *                BUSCACEP): CEP FORA DO DIRETORIO E RECUSADO, E A
      *                CIDADE E O ESTADO VEM DO CEP, RECUSANDO O QUE FOR
      *                DIGITADO DIFERENTE DELE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 RED-W-ENTRADA-CEP REDEFINES W-ENTRADA-CEP.
           02 W-CEP-DIGITADO   PIC 9(08).

      *    LOCALIDADE, CIDADE E ESTADO DO CEP NO DIRETORIO DE CEPS
       77 W-CEP-LOGRA          PIC X(40) VALUE SPACES.
       77 W-CEP-CIDADE         PIC X(30) VALUE SPACES.
       77 W-CEP-UF             PIC X(02) VALUE SPACES.
       77 W-CEP-ACHOU          PIC X(03) VALUE "NAO".

      *    CONSENTIMENTO DE MARKETING (LGPD)
       77 W-CONSENT-DIGITADO   PIC X(01) VALUE SPACE.
       77 W-DATA-CONSENT-OK    PIC X(03) VALUE "NAO".
           02 W-DTNASC-DIG-MM  PIC 9(02).
           02 W-DTNASC-DIG-AAAA PIC 9(04).

      *    LIMITE DE CREDITO PARA VENDA A PRAZO
       01 W-ENTRADA-LIMITE     PIC X(09) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-LIMITE REDEFINES W-ENTRADA-LIMITE.
           02 W-LIMITE-DIGITADO PIC 9(07)V99.

      *    PASSAPORTE PARA AS VIAGENS INTERNACIONAIS
       77 W-PASSAPORTE-DIGITADO PIC X(10) VALUE SPACES.
       01 W-ENTRADA-DTPASS     PIC X(08) JUSTIFIED RIGHT.
       01 RED-W-ENTRADA-DTPASS REDEFINES W-ENTRADA-DTPASS.
           02 W-DTPASS-DIGITADA PIC 9(08).
       01 RED2-W-ENTRADA-DTPASS REDEFINES W-ENTRADA-DTPASS.
           02 W-DTPASS-DIG-DD  PIC 9(02).
           02 W-DTPASS-DIG-MM  PIC 9(02).
           02 W-DTPASS-DIG-AAAA PIC 9(04).

       01 TABELA.
      *    TABELA DE SIGLAS DE ESTADOS COMPARTILHADA COM EX04 E EX05
      *    (EM03)
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-NOME UNTIL W-CAMPO-OK EQUAL "SIM".

      *    O CEP VEM ANTES DO ESTADO E DA CIDADE, QUE SAEM DELE;
      *    SEM CEP (ENDERECO NAO INFORMADO) SAO DIGITADOS LIVRES
           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-CEP UNTIL W-CAMPO-OK EQUAL "SIM".

           IF W-CEP-DIGITADO EQUAL ZEROS
               MOVE "NAO" TO W-CAMPO-OK
               PERFORM ACEITA-ESTADO UNTIL W-CAMPO-OK EQUAL "SIM"
               DISPLAY "CIDADE: "
               ACCEPT W-CIDADE-DIGITADA
           ELSE
               MOVE "NAO" TO W-CAMPO-OK
               PERFORM ACEITA-ESTADO-CEP UNTIL W-CAMPO-OK EQUAL "SIM"
               MOVE "NAO" TO W-CAMPO-OK
               PERFORM ACEITA-CIDADE-CEP UNTIL W-CAMPO-OK EQUAL "SIM"
           END-IF.

           DISPLAY "LOGRADOURO (RUA/AVENIDA): ".
           ACCEPT W-LOGRA-DIGITADO.
           DISPLAY "COMPLEMENTO: ".
           ACCEPT W-COMPL-DIGITADO.

           DISPLAY "E-MAIL: ".
           ACCEPT W-EMAIL-DIGITADO.

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-CONSENTIMENTO UNTIL W-CAMPO-OK EQUAL "SIM".

           MOVE "NAO" TO W-CAMPO-OK.
           PERFORM ACEITA-LIMITE UNTIL W-CAMPO-OK EQUAL "SIM".

           DISPLAY "PASSAPORTE (EM BRANCO SE NAO TEM): ".
           ACCEPT W-PASSAPORTE-DIGITADO.
           MOVE ZEROS TO W-DTPASS-DIGITADA.
           IF W-PASSAPORTE-DIGITADO NOT EQUAL SPACES
               MOVE "NAO" TO W-CAMPO-OK
               PERFORM ACEITA-DATA-PASSAPORTE UNTIL
                   W-CAMPO-OK EQUAL "SIM"
           END-IF.

       ACEITA-NOME.
           DISPLAY "NOME DO CLIENTE: ".
           ACCEPT W-NOME-DIGITADO.
               MOVE "SIM" TO W-CAMPO-OK.

      *    CEP COM OITO DIGITOS; ZEROS SIGNIFICA ENDERECO NAO
      *    INFORMADO E O CLIENTE FICA FORA DO EXTRATO MALADIR. O CEP
      *    INFORMADO TEM DE CONSTAR DO DIRETORIO DE CEPS
       ACEITA-CEP.
           DISPLAY "CEP (8 DIGITOS, ZEROS SE NAO INFORMADO): ".
           ACCEPT W-ENTRADA-CEP.
           INSPECT W-ENTRADA-CEP REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-CEP NOT NUMERIC
               DISPLAY "CEP INVALIDO - DIGITE NOVAMENTE."
           ELSE
               IF W-CEP-DIGITADO EQUAL ZEROS
                   MOVE "SIM" TO W-CAMPO-OK
               ELSE
                   CALL "BUSCACEP" USING W-CEP-DIGITADO W-CEP-LOGRA
                       W-CEP-CIDADE W-CEP-UF W-CEP-ACHOU
                   IF W-CEP-ACHOU EQUAL "NAO"
                       DISPLAY "CEP NAO CONSTA DO DIRETORIO DE CEPS - "
                           "DIGITE NOVAMENTE."
                   ELSE
                       DISPLAY "CEP: " W-CEP-LOGRA
                       DISPLAY "     " W-CEP-CIDADE " " W-CEP-UF
                       MOVE "SIM" TO W-CAMPO-OK
                   END-IF
               END-IF
           END-IF.

      *    ESTADO E CIDADE DO CEP: ENTER ACEITA O DO DIRETORIO E O QUE
      *    FOR DIGITADO DIFERENTE DELE E RECUSADO
       ACEITA-ESTADO-CEP.
           DISPLAY "SIGLA DO ESTADO (ENTER = " W-CEP-UF "): ".
           MOVE SPACES TO W-ESTADO-DIGITADO.
           ACCEPT W-ESTADO-DIGITADO.
           IF W-ESTADO-DIGITADO EQUAL SPACES
               MOVE W-CEP-UF TO W-ESTADO-DIGITADO.
           IF W-ESTADO-DIGITADO NOT EQUAL W-CEP-UF
               DISPLAY "ESTADO NAO CONFERE COM O CEP (" W-CEP-UF
                   ") - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       ACEITA-CIDADE-CEP.
           DISPLAY "CIDADE (ENTER = " W-CEP-CIDADE "): ".
           MOVE SPACES TO W-CIDADE-DIGITADA.
           ACCEPT W-CIDADE-DIGITADA.
           IF W-CIDADE-DIGITADA EQUAL SPACES
               MOVE W-CEP-CIDADE TO W-CIDADE-DIGITADA.
           IF W-CIDADE-DIGITADA NOT EQUAL W-CEP-CIDADE
               DISPLAY "CIDADE NAO CONFERE COM O CEP (" W-CEP-CIDADE
                   ") - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

           ELSE
               MOVE "SIM" TO W-DATA-CONSENT-OK.

      *    LIMITE DE CREDITO CONFERIDO PELO MANRES E PELO CONREC;
      *    ZEROS DEIXA O LIMITE NAO DEFINIDO
       ACEITA-LIMITE.
           DISPLAY "LIMITE DE CREDITO (9999999VV, ZEROS SE NAO "
               "DEFINIDO): ".
           ACCEPT W-ENTRADA-LIMITE.
           INSPECT W-ENTRADA-LIMITE REPLACING LEADING SPACE BY ZERO.
           IF W-ENTRADA-LIMITE NOT NUMERIC
               DISPLAY "VALOR INVALIDO - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

      *    VALIDADE DO PASSAPORTE, CONFERIDA PELO RELDOC CONTRA O
      *    RETORNO DAS VIAGENS INTERNACIONAIS
       ACEITA-DATA-PASSAPORTE.
           DISPLAY "VALIDADE DO PASSAPORTE (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DTPASS.
           INSPECT W-ENTRADA-DTPASS REPLACING LEADING SPACE BY ZERO.
           CALL "VALDATA" USING W-DTPASS-DIG-DD W-DTPASS-DIG-MM
               W-DTPASS-DIG-AAAA W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "DATA INVALIDA - DIGITE NOVAMENTE."
           ELSE
               MOVE "SIM" TO W-CAMPO-OK.

       ACEITA-DATA-VISITA.
           DISPLAY "DATA DA ULTIMA VISITA (DDMMAAAA): ".
           ACCEPT W-ENTRADA-DATA.
           MOVE W-NUM-END-DIGITADO TO NUM-END-ENT.
           MOVE W-COMPL-DIGITADO TO COMPL-END-ENT.
           MOVE W-CEP-DIGITADO TO CEP-ENT.
           MOVE W-LIMITE-DIGITADO TO LIMITE-CRED-ENT.
           MOVE W-PASSAPORTE-DIGITADO TO PASSAPORTE-ENT.
           MOVE W-DTPASS-DIGITADA TO DT-VALID-PASS-ENT.

      *================================================================*

