      *                TOTAL DIGITADO A MAO. O RELATORIO RELDIV
      *                APONTA OS VENDEDORES CUJO TOTAL DIGITADO
      *                DIFERE DO APURADO E OS PRESENTES EM UM ARQUIVO
      *                E NAO NO OUTRO. QUANDO O VENDVIAG.DAT ESTA
      *                PRESENTE (GERADO PELO COMVIAG NO CADCLI E
      *                COPIADO PARA CA), O TOTAL DE VIAGENS VENDIDAS
      *                POR CADA CONSULTOR NO MES DA DATA DE NEGOCIO
      *                (DATAPROC) E SOMADO AO APURADO NA BASE DE
      *                COMISSAO; TOTAL DE OUTRO MES NAO ENTRA NA BASE E
      *                SAI NO RELDIV COMO VIAGEM DE OUTRO MES. O TOTAL
      *                DIGITADO CONTINUA SENDO CONFERIDO SO CONTRA AS
      *                VENDAS. A SITUACAO DO FUNCIONARIO (ATIVO/
      *                DESLIGADO) PASSA INALTERADA.
      *                O CANCELAMENTO DE VENDA DE MES ANTERIOR QUE
      *                CONSTA DO DEVCOM.DAT (GRAVADO PELO NOTAFIS) NAO
      *                E ABATIDO: A COMISSAO DAQUELA VENDA JA FOI PAGA
      *                E E ESTORNADA PELO ESTCOM. SO ENTRAM AS
      *                DEVOLUCOES REGISTRADAS NO MES DA DATA DE NEGOCIO
      *                (DATAPROC); AS DOS MESES JA FECHADOS, QUE O
      *                DEVCOM.DAT ACUMULA ATE A RETENCAO, SO SAO
      *                CONTADAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS W-CADVATU-STATUS.
           SELECT RELDIV ASSIGN TO DISK
               FILE STATUS IS W-RELDIV-STATUS.
           SELECT VENDVIAG ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-VENDVIAG-STATUS.
           SELECT DEVCOM ASSIGN TO DISK ORGANIZATION
               IS LINE SEQUENTIAL
               FILE STATUS IS W-DEVCOM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 VALOR-VENDA-TRAB   PIC 9(07)V99.
           02 DATA-VENDA-TRAB    PIC 9(08).
           02 TIPO-VENDA-TRAB    PIC X(01).
           02 COD-MERC-TRAB      PIC 9(03).
           02 QTD-TRAB           PIC 9(03).
           02 FILIAL-TRAB        PIC 9(02).

       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       FD CADVATU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVATU.DAT".
           02 VENDA-ATU            PIC 9(07)V99.
           02 SALARIO-ATU          PIC 9(07)V99.
           02 DESCONTO-ATU         PIC 9(05)V99.
           02 SITUACAO-ATU         PIC X(01).

       FD RELDIV LABEL RECORD IS OMITTED.
       01 REL-DIV                  PIC X(80).

      *    TOTAL DE VIAGENS DO MES POR CONSULTOR, GERADO PELO COMVIAG
       FD VENDVIAG LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "VENDVIAG.DAT".
       01 REG-VVG.
           02 COD-VEN-VVG          PIC 9(05).
           02 ANOMES-VVG           PIC 9(06).
           02 QTD-VVG              PIC 9(05).
           02 VALOR-VVG            PIC 9(07)V99.

      *    DEVOLUCOES DE VENDAS DE MESES ANTERIORES, GRAVADAS PELO
      *    NOTAFIS E TRAZIDAS PARA CA PELO STREAM NOTURNO
       FD DEVCOM LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "DEVCOM.DAT".
       01 REG-DEVCOM.
           COPY DEVCOM.

       WORKING-STORAGE SECTION.
       77 FIM-ARQ          PIC X(03) VALUE "NAO".
       77 FIM-CADVEND      PIC X(03) VALUE "NAO".
       77 WTOT-VENDEDOR    PIC S9(07)V99 VALUE ZEROS.
       77 W-VEND-I         PIC 9(03) VALUE ZEROS.
       77 W-VEND-ACHOU     PIC X(03) VALUE "NAO".
       77 FIM-VENDVIAG     PIC X(03) VALUE "NAO".
       77 W-ANOMES-VIAG    PIC 9(06) VALUE ZEROS.
       77 W-BASE-COMISSAO  PIC S9(08)V99 VALUE ZEROS.

      *    TABELA DAS DEVOLUCOES DE MESES ANTERIORES REGISTRADAS NO
      *    MES DE NEGOCIO; CADA UMA DISPENSA UM UNICO CANCELAMENTO DO
      *    VENDA.DAT
       77 FIM-DEVCOM       PIC X(03) VALUE "NAO".
       77 CT-DEVCOM        PIC 9(03) VALUE ZEROS.
       77 CT-DEVCOM-OUTROS PIC 9(05) VALUE ZEROS.
       01 W-DATA-NEGOCIO.
           02 W-NEG-ANOMES PIC 9(06).
           02 W-NEG-DD     PIC 9(02).
       77 W-DEV-I          PIC 9(03) VALUE ZEROS.
       77 W-DEV-ACHOU      PIC X(03) VALUE "NAO".
       01 TAB-DEVCOM.
           02 TAB-DEVCOM-OCR OCCURS 500 TIMES.
             03 TDV-COD      PIC 9(05).
             03 TDV-FILIAL   PIC 9(02).
             03 TDV-MERC     PIC 9(03).
             03 TDV-QTD      PIC 9(03).
             03 TDV-VALOR    PIC 9(07)V99.
             03 TDV-DEVOL    PIC 9(08).
             03 TDV-USADA    PIC X(03).

      *    TABELA DO CADASTRO DE VENDEDORES DA FOLHA
       77 CT-CADVEND       PIC 9(03) VALUE ZEROS.
             03 TV-DESCONTO  PIC 9(05)V99.
             03 TV-APURADO   PIC S9(07)V99.
             03 TV-TEM-VENDA PIC X(03).
             03 TV-VIAGENS   PIC 9(07)V99.
             03 TV-SITUACAO  PIC X(01).

      *    ESTATISTICAS DE EXECUCAO
       77 CT-VENDAS-LIDAS  PIC 9(05) VALUE ZEROS.
       77 CT-DIVERGENTES   PIC 9(03) VALUE ZEROS.
       77 CT-SEM-CADASTRO  PIC 9(03) VALUE ZEROS.
       77 CT-SEM-VENDA     PIC 9(03) VALUE ZEROS.
       77 CT-VIAG-VENDEDOR PIC 9(03) VALUE ZEROS.
       77 CT-VIAG-OUTRO-MES PIC 9(03) VALUE ZEROS.
       77 CT-DEV-ANTERIOR  PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT     PIC 9(08) VALUE ZEROS.

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADVEND-STATUS PIC X(02) VALUE "00".
       77 W-CADVATU-STATUS PIC X(02) VALUE "00".
       77 W-RELDIV-STATUS  PIC X(02) VALUE "00".
       77 W-VENDVIAG-STATUS PIC X(02) VALUE "00".
       77 W-DEVCOM-STATUS  PIC X(02) VALUE "00".

       01 CAB-01.
           02 FILLER PIC X(16) VALUE SPACES.
           MOVE DESCONTO-ENT TO TV-DESCONTO (CT-CADVEND).
           MOVE ZEROS TO TV-APURADO (CT-CADVEND).
           MOVE "NAO" TO TV-TEM-VENDA (CT-CADVEND).
           MOVE ZEROS TO TV-VIAGENS (CT-CADVEND).
           MOVE SITUACAO-ENT TO TV-SITUACAO (CT-CADVEND).
           PERFORM LEITURA-CADVEND.

      *================================================================*
           WRITE REL-DIV FROM CAB-01 AFTER ADVANCING 1 LINE.
           MOVE SPACES TO REL-DIV.
           WRITE REL-DIV AFTER ADVANCING 1 LINE.
           CALL "DATAPROC" USING W-DATA-NEGOCIO.
           PERFORM CARREGA-VENDVIAG.
           PERFORM CARREGA-DEVCOM.
           PERFORM LEITURA.

      *================================================================*
      * COMISSAO DE VIAGENS: SEM O VENDVIAG.DAT A FOLHA SAI SO COM AS
      * VENDAS, COMO ANTES; CONSULTOR DE VIAGEM FORA DO CADASTRO E
      * TOTAL DE VIAGENS DE OUTRO MES QUE NAO O DE NEGOCIO (VENDVIAG
      * ANTIGO DEIXADO NO DIRETORIO) SAO APONTADOS NO RELDIV E NAO
      * ENTRAM NA BASE

       CARREGA-VENDVIAG SECTION.
           OPEN INPUT VENDVIAG.
           IF W-VENDVIAG-STATUS EQUAL "35"
               DISPLAY "VENDVIAG.DAT AUSENTE - SEM COMISSAO DE "
                   "VIAGENS NESTA RODADA."
           ELSE
               IF W-VENDVIAG-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR VENDVIAG - STATUS: "
                       W-VENDVIAG-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEITURA-VENDVIAG
               PERFORM APLICA-VENDVIAG UNTIL FIM-VENDVIAG EQUAL "SIM"
               CLOSE VENDVIAG
           END-IF.

       LEITURA-VENDVIAG SECTION.
           READ VENDVIAG AT END MOVE "SIM" TO FIM-VENDVIAG.
           IF FIM-VENDVIAG NOT EQUAL "SIM" AND
              W-VENDVIAG-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE VENDVIAG - STATUS: "
                   W-VENDVIAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       APLICA-VENDVIAG SECTION.
           IF ANOMES-VVG NOT EQUAL W-NEG-ANOMES
               MOVE COD-VEN-VVG TO DET-VENDEDOR
               MOVE SPACES TO DET-NOME
               MOVE "VIAGEM DE OUTRO MES" TO DET-MENSAGEM
               MOVE ZEROS TO DET-DIGITADO
               MOVE VALOR-VVG TO DET-APURADO
               PERFORM IMP-DIVERGENCIA
               ADD 1 TO CT-VIAG-OUTRO-MES
           ELSE
               PERFORM SOMA-VENDVIAG
           END-IF.
           PERFORM LEITURA-VENDVIAG.

       SOMA-VENDVIAG SECTION.
           MOVE ANOMES-VVG TO W-ANOMES-VIAG.
           MOVE COD-VEN-VVG TO WNR-VENDEDOR.
           MOVE "NAO" TO W-VEND-ACHOU.
           MOVE 1 TO W-VEND-I.
           PERFORM BUSCA-VENDEDOR UNTIL W-VEND-I GREATER THAN
               CT-CADVEND OR W-VEND-ACHOU EQUAL "SIM".
           IF W-VEND-ACHOU EQUAL "NAO"
               MOVE COD-VEN-VVG TO DET-VENDEDOR
               MOVE SPACES TO DET-NOME
               MOVE "VIAGEM SEM CADASTRO" TO DET-MENSAGEM
               MOVE ZEROS TO DET-DIGITADO
               MOVE VALOR-VVG TO DET-APURADO
               PERFORM IMP-DIVERGENCIA
               ADD 1 TO CT-SEM-CADASTRO
           ELSE
               ADD VALOR-VVG TO TV-VIAGENS (W-VEND-I)
               ADD 1 TO CT-VIAG-VENDEDOR
           END-IF.
           MOVE ZEROS TO WNR-VENDEDOR.

      *================================================================*
      * DEVOLUCOES DE MESES ANTERIORES: SEM O DEVCOM.DAT TODO
      * CANCELAMENTO E ABATIDO, COMO ANTES. O ARQUIVO E ACUMULATIVO
      * (O STREAM ACRESCENTA TODA NOITE E A RETENCAO APARA POR MES):
      * SO AS REGISTRADAS NO MES DE NEGOCIO PODEM CASAR COM O VENDA.DAT

       CARREGA-DEVCOM SECTION.
           OPEN INPUT DEVCOM.
           IF W-DEVCOM-STATUS EQUAL "35"
               DISPLAY "DEVCOM.DAT AUSENTE - TODOS OS CANCELAMENTOS "
                   "SAO ABATIDOS."
           ELSE
               IF W-DEVCOM-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR DEVCOM - STATUS: "
                       W-DEVCOM-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM LEITURA-DEVCOM
               PERFORM CARREGA-TAB-DEVCOM UNTIL FIM-DEVCOM EQUAL "SIM"
               CLOSE DEVCOM
           END-IF.

       LEITURA-DEVCOM SECTION.
           READ DEVCOM AT END MOVE "SIM" TO FIM-DEVCOM.
           IF FIM-DEVCOM NOT EQUAL "SIM" AND
              W-DEVCOM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE DEVCOM - STATUS: "
                   W-DEVCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-DEVCOM SECTION.
           IF DV-DATA-REG (1:6) NOT EQUAL W-NEG-ANOMES
               ADD 1 TO CT-DEVCOM-OUTROS
           ELSE
               PERFORM GUARDA-DEVCOM
           END-IF.
           PERFORM LEITURA-DEVCOM.

       GUARDA-DEVCOM SECTION.
           ADD 1 TO CT-DEVCOM.
           IF CT-DEVCOM GREATER THAN 500
               DISPLAY "ERRO: DEVCOM.DAT EXCEDE O LIMITE DE 500 "
                   "DEVOLUCOES NO MES " W-NEG-ANOMES
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE DV-COD-VEN TO TDV-COD (CT-DEVCOM).
           MOVE DV-FILIAL TO TDV-FILIAL (CT-DEVCOM).
           MOVE DV-COD-MERC TO TDV-MERC (CT-DEVCOM).
           MOVE DV-QTD TO TDV-QTD (CT-DEVCOM).
           MOVE DV-VALOR TO TDV-VALOR (CT-DEVCOM).
           MOVE DV-DT-DEVOL TO TDV-DEVOL (CT-DEVCOM).
           MOVE "NAO" TO TDV-USADA (CT-DEVCOM).

       LEITURA SECTION.
           RETURN TRAB AT END MOVE "SIM" TO FIM-ARQ.
           IF FIM-ARQ NOT EQUAL "SIM"

      *================================================================*
      * TOTAL APURADO POR VENDEDOR: VENDAS SOMAM, CANCELAMENTOS
      * ABATEM, MENOS OS DE VENDA DE MES ANTERIOR (DEVCOM)

       PRINCIPAL SECTION.
           IF NR-VENDEDOR-TRAB NOT EQUAL WNR-VENDEDOR OR
               MOVE "SIM" TO W-TEM-VENDEDOR
           END-IF.
           IF TIPO-VENDA-TRAB EQUAL "C"
               PERFORM PROCURA-DEVCOM
               IF W-DEV-ACHOU EQUAL "SIM"
                   MOVE "SIM" TO TDV-USADA (W-DEV-I)
                   ADD 1 TO CT-DEV-ANTERIOR
               ELSE
                   SUBTRACT VALOR-VENDA-TRAB FROM WTOT-VENDEDOR
               END-IF
           ELSE
               ADD VALOR-VENDA-TRAB TO WTOT-VENDEDOR.
           PERFORM LEITURA.

       PROCURA-DEVCOM SECTION.
           MOVE "NAO" TO W-DEV-ACHOU.
           MOVE 1 TO W-DEV-I.
           PERFORM CONFERE-DEVCOM UNTIL W-DEV-I GREATER THAN
               CT-DEVCOM OR W-DEV-ACHOU EQUAL "SIM".

       CONFERE-DEVCOM SECTION.
           IF TDV-USADA (W-DEV-I) EQUAL "NAO" AND
              TDV-COD (W-DEV-I) EQUAL NR-VENDEDOR-TRAB AND
              TDV-FILIAL (W-DEV-I) EQUAL FILIAL-TRAB AND
              TDV-MERC (W-DEV-I) EQUAL COD-MERC-TRAB AND
              TDV-QTD (W-DEV-I) EQUAL QTD-TRAB AND
              TDV-VALOR (W-DEV-I) EQUAL VALOR-VENDA-TRAB AND
              TDV-DEVOL (W-DEV-I) EQUAL DATA-VENDA-TRAB
               MOVE "SIM" TO W-DEV-ACHOU
           ELSE
               ADD 1 TO W-DEV-I.

       FECHA-VENDEDOR SECTION.
           IF W-TEM-VENDEDOR EQUAL "SIM"
               PERFORM APLICA-TOTAL-VENDEDOR
           MOVE TV-SEC (W-VEND-I) TO COD-SEC-ATU.
           MOVE TV-COD (W-VEND-I) TO COD-VEN-ATU.
           MOVE TV-NOME (W-VEND-I) TO NOME-ATU.
           COMPUTE W-BASE-COMISSAO = TV-APURADO (W-VEND-I)
               + TV-VIAGENS (W-VEND-I).
           IF W-BASE-COMISSAO LESS THAN ZEROS
               MOVE ZEROS TO VENDA-ATU
           ELSE
               MOVE W-BASE-COMISSAO TO VENDA-ATU.
           MOVE TV-SALARIO (W-VEND-I) TO SALARIO-ATU.
           MOVE TV-DESCONTO (W-VEND-I) TO DESCONTO-ATU.
           MOVE TV-SITUACAO (W-VEND-I) TO SITUACAO-ATU.
           WRITE REG-ATU.
           IF W-CADVATU-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CADVATU - STATUS: "
                   W-CADVATU-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF TV-TEM-VENDA (W-VEND-I) EQUAL "NAO" AND
              TV-VIAGENS (W-VEND-I) EQUAL ZEROS
               MOVE TV-COD (W-VEND-I) TO DET-VENDEDOR
               MOVE TV-NOME (W-VEND-I) TO DET-NOME
               MOVE "SEM VENDA NO PERIODO" TO DET-MENSAGEM
           DISPLAY "TOTAIS DIVERGENTES.....: " CT-DIVERGENTES.
           DISPLAY "VENDEDOR SEM CADASTRO..: " CT-SEM-CADASTRO.
           DISPLAY "VENDEDOR SEM VENDA.....: " CT-SEM-VENDA.
           DISPLAY "CONSULTOR COM VIAGENS..: " CT-VIAG-VENDEDOR
               " (MES " W-ANOMES-VIAG ")".
           DISPLAY "VIAGEM DE OUTRO MES....: " CT-VIAG-OUTRO-MES
               " (FORA DO MES " W-NEG-ANOMES ")".
           DISPLAY "DEVOLUCAO MES ANTERIOR.: " CT-DEV-ANTERIOR
               " (ESTORNO PELO ESTCOM)".
           DISPLAY "DEVCOM DE OUTROS MESES.: " CT-DEVCOM-OUTROS
               " (FORA DO MES " W-NEG-ANOMES ")".
           DISPLAY "CADVATU.DAT GERADO - SUBSTITUI O CADVEND.DAT "
               "ANTES DA FOLHA.".
