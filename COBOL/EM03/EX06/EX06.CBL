      *                BRUTO, LIQUIDO E A COMISSAO, EXIBINDO-OS DE
      *                ACORDO COM A PESSOA EM QUESTAO, ORDENANDO
      *                POR DEPARTAMENTO E SECAO EM ORDEM ASCENDENTE.
      *                EM QUALQUER MODO CALCULA TAMBEM O DEPOSITO DE
      *                FGTS DA EMPRESA (8% DO BRUTO), GRAVA O ARQUIVO
      *                DE RECOLHIMENTO PARA O BANCO COM TOTAIS POR
      *                DEPARTAMENTO, CONTABILIZA O ENCARGO E ACUMULA O
      *                FGTS DO ANO POR FUNCIONARIO NO FGTSYTD.DAT.
      *                NO MODO RE (RESCISAO) CALCULA AS VERBAS DO
      *                DESLIGAMENTO DE UM FUNCIONARIO, IMPRIME O TERMO
      *                PARA ASSINATURA, GRAVA A REMESSA E A
      *                CONTABILIZACAO PROPRIAS E MARCA O FUNCIONARIO
      *                COMO DESLIGADO NO CADVEND.DAT; OS DESLIGADOS
      *                NAO ENTRAM MAIS NAS RODADAS SEGUINTES.
      *                NA FOLHA MENSAL, O CARTAO DE PONTO CRITICADO
      *                PELO CRIPONTO (PONTOOK.DAT) E PAGO PELO VALOR
      *                DA HORA: HORAS EXTRAS A 50% E A 100% COM O
      *                REPOUSO SEMANAL REMUNERADO SOBRE ELAS, ADICIONAL
      *                NOTURNO E DESCONTO DAS FALTAS, CADA ITEM EM
      *                LINHA PROPRIA NO HOLERITE E TODOS NA BASE DO
      *                INSS E DO IRRF. AS HORAS-AULA DOS PROFESSORES,
      *                APURADAS PELO HORPROF DO EX07 E VISADAS PELA
      *                COORDENACAO (HORAULA.DAT), TAMBEM ENTRAM NO
      *                BRUTO DA FOLHA MENSAL, EM LINHA PROPRIA NO
      *                HOLERITE COM O NUMERO DE AULAS.
      *                A FOLHA MENSAL GRAVA TAMBEM O BRUTO, OS
      *                DESCONTOS E O LIQUIDO DE CADA FUNCIONARIO NO
      *                FOLMES.DAT, PARA A REVISAO DO REVFOL CONTRA O
      *                MES ANTERIOR ANTES DE A REMESSA RELBANCO.DAT
      *                SEGUIR PARA O BANCO.
      *                O ESTORNO DE COMISSAO DAS DEVOLUCOES DE VENDAS
      *                DE MESES ANTERIORES, APURADO PELO ESTCOM
      *                (ESTCOM.DAT), E DESCONTADO NA FOLHA MENSAL EM
      *                LINHA PROPRIA NO HOLERITE. A BASE E A TAXA DA
      *                COMISSAO PAGA FICAM NO FOLMES.DAT PARA ESSE
      *                ESTORNO NOS MESES SEGUINTES.
      *                AS DESPESAS DA FOLHA (BRUTO E ENCARGO DO FGTS)
      *                SAO DEBITADAS NA CONTABILIZACAO POR CENTRO DE
      *                CUSTO, "SE" + DEPARTAMENTO + SECAO DO
      *                FUNCIONARIO; AS OBRIGACOES FICAM SEM CENTRO.
      *                MES FECHADO PELA CONTABILIDADE NO PERIODO.DAT
      *                (SUBROTINA VALPER) RECUSA A RODADA COM RETORNO 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SELECT ADIANT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-ADIANT-STATUS.
       SELECT ESTCOM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-ESTCOM-STATUS.
       SELECT FOLHAYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-FOLHAYTD-STATUS.
       SELECT DEPSEC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-DEPSEC-STATUS.
       SELECT FGTSDEP ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-FGTSDEP-STATUS.
       SELECT FGTSYTD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-FGTSYTD-STATUS.
       SELECT RELRESC ASSIGN TO DISK
           FILE STATUS IS W-RELRESC-STATUS.
       SELECT RELBRES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-RELBRES-STATUS.
       SELECT GLCONTRE ASSIGN TO DISK
           FILE STATUS IS W-GLCONTRE-STATUS.
       SELECT PONTOOK ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-PONTOOK-STATUS.
       SELECT HORAULA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-HORAULA-STATUS.
       SELECT FOLMES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS W-FOLMES-STATUS.


       DATA DIVISION.
           02 VENDA-ENT            PIC 9(07)V99.
           02 SALARIO-ENT          PIC 9(07)V99.
           02 DESCONTO-ENT         PIC 9(05)V99.
           02 SITUACAO-ENT         PIC X(01).

       SD TRAB.
       01 REG-TRAB.
           02 VENDA-TRAB           PIC 9(07)V99.
           02 SALARIO-TRAB         PIC 9(07)V99.
           02 DESCONTO-TRAB        PIC 9(05)V99.
           02 SITUACAO-TRAB        PIC X(01).

       FD REL-PAG LABEL RECORD IS OMITTED.
       01 REG-ATR.
           02 GL-DC                 PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GL-VALOR              PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GL-CCUSTO             PIC X(04).

      *    HOLERITES INDIVIDUAIS, UMA PAGINA POR FUNCIONARIO, PARA
      *    DISTRIBUICAO SEPARADA DO RELATORIO GERENCIAL
           02 GL13-DC               PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GL13-VALOR            PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GL13-CCUSTO           PIC X(04).

       FD RELB13 LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELB13.DAT".
           02 GLFE-DC               PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLFE-VALOR            PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLFE-CCUSTO           PIC X(04).

      *================================================================*
      * DIARIO DE EXECUCAO DO STREAM NOTURNO, UMA LINHA POR PASSO,
           02 ADI-VALOR            PIC 9(07)V99.
           02 ADI-DATA             PIC 9(08).

      *================================================================*
      * ESTORNO DE COMISSAO POR VENDEDOR, APURADO PELO ESTCOM SOBRE AS
      * DEVOLUCOES DE VENDAS DE MESES ANTERIORES

       FD ESTCOM LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "ESTCOM.DAT".
       01 REG-ESTCOM.
           COPY ESTCOM.

      *================================================================*
      * CARTAO DE PONTO DO MES JA CRITICADO PELO CRIPONTO: HORAS
      * EXTRAS, FALTAS E HORAS NOTURNAS POR FUNCIONARIO

       FD PONTOOK LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "PONTOOK.DAT".
       01 REG-PONTO.
           COPY PONTO.

      *================================================================*
      * HORAS-AULA DO MES POR PROFESSOR, APURADAS PELO HORPROF (EX07)
      * NAS CHAMADAS DO AULASES.DAT

       FD HORAULA LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "HORAULA.DAT".
       01 REG-HORAULA.
           COPY HORAULA.

      *================================================================*
      * VALORES DA FOLHA MENSAL POR FUNCIONARIO PARA A REVISAO DO
      * REVFOL ANTES DA REMESSA AO BANCO

       FD FOLMES LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FOLMES.DAT".
       01 REG-FOLMES.
           COPY FOLMES.

      *================================================================*
      * ACUMULADO ANUAL DA FOLHA POR FUNCIONARIO (BRUTO, INSS, IRRF
      * E LIQUIDO), ALIMENTADO POR TODAS AS RODADAS (MENSAL, 13 E
           02 DS-NOME-DEP          PIC X(20).
           02 DS-NOME-SEC          PIC X(20).

      *================================================================*
      * RECOLHIMENTO DO FGTS PARA O BANCO: HEADER COM O MODO DA
      * RODADA, UM DETALHE POR FUNCIONARIO, UM REGISTRO "DEP" COM O
      * TOTAL DE CADA DEPARTAMENTO E TRAILER CONFERIDO ANTES DO
      * FECHAMENTO. CADA MODO GRAVA SEU PROPRIO ARQUIVO (FGTSDEP,
      * FGTSD13 OU FGTSDFE), COMO AS REMESSAS DE PAGAMENTO

       FD FGTSDEP LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS W-ARQ-FGTS.
       01 REG-FGD.
           02 FGD-COD-VEN           PIC 9(05).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FGD-COD-DEP           PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FGD-COD-SEC           PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FGD-NOME              PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FGD-BASE              PIC 9(07)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FGD-VALOR             PIC 9(07)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FGD-SEQ               PIC 9(05).
       01 REG-FGD-HDR.
           02 FGD-HDR-ID            PIC X(03).
           02 FGD-HDR-EMPRESA       PIC X(20).
           02 FGD-HDR-AGENCIA       PIC 9(04).
           02 FGD-HDR-CONTA         PIC 9(08).
           02 FGD-HDR-DATA          PIC 9(08).
           02 FGD-HDR-MODO          PIC X(02).
       01 REG-FGD-DEP.
           02 FGD-DEP-ID            PIC X(03).
           02 FGD-DEP-COD           PIC X(01).
           02 FGD-DEP-NOME          PIC X(20).
           02 FGD-DEP-QTD           PIC 9(05).
           02 FGD-DEP-TOTAL         PIC 9(11)V99.
       01 REG-FGD-TRL.
           02 FGD-TRL-ID            PIC X(03).
           02 FGD-TRL-QTD           PIC 9(05).
           02 FGD-TRL-TOTAL         PIC 9(11)V99.
           02 FILLER                PIC X(24).

      *================================================================*
      * FGTS ACUMULADO NO ANO POR FUNCIONARIO, AO LADO DO FOLHAYTD E
      * COM A MESMA REGRA DE VIRADA DE ANO

       FD FGTSYTD LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "FGTSYTD.DAT".
       01 REG-FGY.
           02 FGY-ANO              PIC 9(04).
           02 FGY-COD-VEN          PIC 9(05).
           02 FGY-NOME             PIC X(20).
           02 FGY-FGTS             PIC 9(09)V99.

      *================================================================*
      * RESCISAO: TERMO PARA ASSINATURA, REMESSA E CONTABILIZACAO
      * PROPRIOS, USADOS SOMENTE QUANDO A RODADA E CHAMADA NO MODO
      * RE. O LOTE CONTABIL ACUMULA POR EXTEND OS DESLIGAMENTOS DO
      * DIA ATE SER RECOLHIDO PELO GLCOLETA

       FD RELRESC LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELRESC.DAT".
       01 REG-RES.
           02 REL-RES              PIC X(80).

       FD RELBRES LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "RELBRES.DAT".
       01 REG-BRE.
           02 BRE-COD-VEN           PIC 9(05).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 BRE-NOME              PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 BRE-VALOR             PIC 9(07)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 BRE-SEQ               PIC 9(05).
       01 REG-BRE-HDR.
           02 BRE-HDR-ID            PIC X(03).
           02 BRE-HDR-EMPRESA       PIC X(20).
           02 BRE-HDR-AGENCIA       PIC 9(04).
           02 BRE-HDR-CONTA         PIC 9(08).
           02 BRE-HDR-DATA          PIC 9(08).
           02 FILLER                PIC X(02).
       01 REG-BRE-TRL.
           02 BRE-TRL-ID            PIC X(03).
           02 BRE-TRL-QTD           PIC 9(05).
           02 BRE-TRL-TOTAL         PIC 9(11)V99.
           02 FILLER                PIC X(24).

       FD GLCONTRE LABEL RECORD IS OMITTED
           VALUE OF FILE-ID IS "GLCONTRE.DAT".
       01 REG-GLCONTRE.
           02 GLRE-CONTA            PIC X(06).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLRE-DESCRICAO        PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLRE-DC               PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLRE-VALOR            PIC S9(12)V99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 GLRE-CCUSTO           PIC X(04).

       WORKING-STORAGE SECTION.
       77 FIM-ARQ                  PIC X(03) VALUE "NAO".
       77 FIM-TABCOM                PIC X(03) VALUE "NAO".
       77 CT-GRAVADOS               PIC 9(05) VALUE ZEROS.
       77 W-DATA-ESTAT           PIC 9(08) VALUE ZEROS.
       77 W-HORA-ESTAT           PIC 9(06) VALUE ZEROS.
       77 W-PERIODO-ABERTO         PIC X(03) VALUE "SIM".

      *    FILE STATUS DOS ARQUIVOS
       77 W-CADVEND-STATUS         PIC X(02) VALUE "00".
               03 TA-COD-VEN         PIC 9(05).
               03 TA-VALOR           PIC 9(07)V99.

      *================================================================*
      * ESTORNO DE COMISSAO: DEDUZIDO DO LIQUIDO COMO O ADIANTAMENTO E
      * CREDITADO NA DESPESA DA FOLHA NA CONTABILIZACAO

       77 FIM-ESTCOM               PIC X(03) VALUE "NAO".
       77 CT-TAB-ESTCOM            PIC 9(03) VALUE ZEROS.
       77 W-EST-I                  PIC 9(03) VALUE ZEROS.
       77 W-EST-ACHOU              PIC X(03) VALUE "NAO".
       77 W-ESTORNO-COM            PIC 9(07)V99 VALUE ZEROS.
       77 W-ESTCOM-COMP            PIC 9(12)V99 VALUE ZEROS.
       77 W-ESTCOM-STATUS          PIC X(02) VALUE "00".

       01 TAB-ESTCOM.
           02 TAB-ESTCOM-OCR OCCURS 500 TIMES.
               03 TE-COD-VEN         PIC 9(05).
               03 TE-VALOR           PIC 9(07)V99.

      *================================================================*
      * CARTAO DE PONTO: VALOR DA HORA = SALARIO FIXO / JORNADA
      * MENSAL; HORA EXTRA COM ACRESCIMO DE 50% OU 100%, REPOUSO
      * SEMANAL SOBRE AS EXTRAS NA PROPORCAO DOS DIAS DE DESCANSO
      * PELOS DIAS UTEIS DA ESCALA, ADICIONAL NOTURNO DE 20% SOBRE A
      * HORA E FALTA DESCONTADA POR DIA (SALARIO / 30). SEM CARTAO,
      * O FUNCIONARIO RECEBE SO O FIXO E A COMISSAO

       77 W-JORNADA-MES            PIC 9(03) VALUE 220.
       77 W-FATOR-HE50             PIC 9V99 VALUE 1,50.
       77 W-FATOR-HE100            PIC 9V99 VALUE 2,00.
       77 W-FATOR-NOTURNO          PIC 9V99 VALUE 0,20.
       77 W-SAL-HORA               PIC 9(05)V9999 VALUE ZEROS.
       77 W-PT-HE50                PIC 9(07)V99 VALUE ZEROS.
       77 W-PT-HE100               PIC 9(07)V99 VALUE ZEROS.
       77 W-PT-DSR                 PIC 9(07)V99 VALUE ZEROS.
       77 W-PT-NOTURNO             PIC 9(07)V99 VALUE ZEROS.
       77 W-PT-FALTAS              PIC 9(07)V99 VALUE ZEROS.
       77 FIM-PONTO                PIC X(03) VALUE "NAO".
       77 CT-TAB-PONTO             PIC 9(03) VALUE ZEROS.
       77 W-PT-I                   PIC 9(03) VALUE ZEROS.
       77 W-PT-ACHOU               PIC X(03) VALUE "NAO".
       77 W-PONTOOK-STATUS         PIC X(02) VALUE "00".

       01 TAB-PONTO.
           02 TAB-PONTO-OCR OCCURS 500 TIMES.
               03 TP-COD-VEN         PIC 9(05).
               03 TP-HE50            PIC 9(03)V99.
               03 TP-HE100           PIC 9(03)V99.
               03 TP-FALTAS          PIC 9(02).
               03 TP-NOTURNO         PIC 9(03)V99.
               03 TP-DIAS-UTEIS      PIC 9(02).
               03 TP-DIAS-DSR        PIC 9(02).

      *================================================================*
      * HORAS-AULA: O VALOR JA VEM CALCULADO PELO HORPROF (AULAS
      * DADAS VEZES O VALOR DA HORA); SEM ARQUIVO, OU PARA QUEM NAO E
      * PROFESSOR, NADA ENTRA

       77 W-HA-VALOR               PIC 9(07)V99 VALUE ZEROS.
       77 FIM-HORAULA              PIC X(03) VALUE "NAO".
       77 CT-TAB-HORAULA           PIC 9(03) VALUE ZEROS.
       77 W-HA-I                   PIC 9(03) VALUE ZEROS.
       77 W-HA-ACHOU               PIC X(03) VALUE "NAO".
       77 W-HORAULA-STATUS         PIC X(02) VALUE "00".
       77 W-FOLMES-STATUS          PIC X(02) VALUE "00".

       01 TAB-HORAULA.
           02 TAB-HORAULA-OCR OCCURS 500 TIMES.
               03 TH-COD-VEN         PIC 9(05).
               03 TH-AULAS           PIC 9(03).
               03 TH-VALOR           PIC 9(07)V99.

      *================================================================*
      * ACUMULADO ANUAL DA FOLHA EM MEMORIA: CARREGADO DO FOLHAYTD
      * DO ANO CORRENTE NA ABERTURA, SOMADO A CADA FUNCIONARIO
               03 TY-IRRF            PIC 9(09)V99.
               03 TY-LIQ             PIC S9(09)V99.

      *================================================================*
      * FGTS: DEPOSITO DA EMPRESA DE 8% SOBRE O BRUTO DA RODADA
      * (MENSAL, DECIMO TERCEIRO OU FERIAS COM O TERCO), SEM
      * DESCONTO DO FUNCIONARIO. O TOTAL POR DEPARTAMENTO VAI NO
      * ARQUIVO DE RECOLHIMENTO E O ACUMULADO DO ANO NO FGTSYTD

       77 W-TAXA-FGTS              PIC 9V999 VALUE 0,080.
       77 W-FGTS                   PIC 9(07)V99 VALUE ZEROS.
       77 W-FGTS-COMP              PIC 9(12)V99 VALUE ZEROS.
       77 W-ARQ-FGTS               PIC X(12) VALUE "FGTSDEP.DAT".
       77 W-FGTSDEP-STATUS         PIC X(02) VALUE "00".
       77 W-FGD-SEQ                PIC 9(05) VALUE ZEROS.
       77 CT-FGD-DET               PIC 9(05) VALUE ZEROS.
       77 W-FGD-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77 W-FGD-ESPERADO           PIC 9(11)V99 VALUE ZEROS.
       77 W-FGD-TOTAL-DEP          PIC 9(11)V99 VALUE ZEROS.
       77 CT-TAB-FGDEP             PIC 9(02) VALUE ZEROS.
       77 W-FGDEP-I                PIC 9(02) VALUE ZEROS.
       77 W-FGDEP-ACHOU            PIC X(03) VALUE "NAO".

       01 TAB-FGTSDEP.
           02 TAB-FGTSDEP-OCR OCCURS 50 TIMES.
               03 TFD-COD            PIC X(01).
               03 TFD-NOME           PIC X(20).
               03 TFD-QTD            PIC 9(05).
               03 TFD-TOTAL          PIC 9(11)V99.

      *    DESPESA DA RODADA POR CENTRO DE CUSTO ("SE" + DEPARTAMENTO
      *    + SECAO), PARA OS DEBITOS DA CONTABILIZACAO
       77 CT-TAB-CCUSTO            PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-I               PIC 9(03) VALUE ZEROS.
       77 W-CCUSTO-ACHOU           PIC X(03) VALUE "NAO".

       01 W-CCUSTO-ATUAL.
           02 FILLER               PIC X(02) VALUE "SE".
           02 W-CCUSTO-DEP         PIC X(01) VALUE SPACES.
           02 W-CCUSTO-SEC         PIC X(01) VALUE SPACES.

       01 TAB-CCUSTO.
           02 TAB-CCUSTO-OCR OCCURS 100 TIMES.
               03 TCC-CODIGO         PIC X(04).
               03 TCC-BRUTO          PIC 9(12)V99.
               03 TCC-FGTS           PIC 9(12)V99.

       77 FIM-FGY                  PIC X(03) VALUE "NAO".
       77 CT-TAB-FGY               PIC 9(03) VALUE ZEROS.
       77 W-FGY-I                  PIC 9(03) VALUE ZEROS.
       77 W-FGY-ACHOU              PIC X(03) VALUE "NAO".
       77 W-FGTSYTD-STATUS         PIC X(02) VALUE "00".

       01 TAB-FGTSYTD.
           02 TAB-FGY-OCR OCCURS 500 TIMES.
               03 TG-COD-VEN         PIC 9(05).
               03 TG-NOME            PIC X(20).
               03 TG-FGTS            PIC 9(09)V99.

      *================================================================*
      * MODO DE PROCESSAMENTO: BRANCO = FOLHA MENSAL; "13" = DECIMO
      * TERCEIRO (BASE SALARIAL, SEM COMISSAO, EM DUAS PARCELAS);
      * "FE" = FERIAS (BASE SALARIAL MAIS O TERCO CONSTITUCIONAL)

      * "RE" = RESCISAO DE UM FUNCIONARIO: CODIGO, DATA DO
      * DESLIGAMENTO (DDMMAAAA), MOTIVO (S = DISPENSA SEM JUSTA
      * CAUSA, J = JUSTA CAUSA, P = PEDIDO DE DEMISSAO) E PERIODOS
      * DE FERIAS VENCIDAS NAO GOZADAS (0 A 2, BRANCO = 0)

       01 W-PARM-EXEC.
           02 W-PARM-MODO          PIC X(02).
           02 W-PARM-COD           PIC 9(05).
           02 W-PARM-DATA-RESC.
               03 W-PARM-DD        PIC 9(02).
               03 W-PARM-MM        PIC 9(02).
               03 W-PARM-AAAA      PIC 9(04).
           02 W-PARM-MOTIVO        PIC X(01).
           02 W-PARM-VENCIDAS      PIC X(01).
       77 W-MODO-13                PIC X(03) VALUE "NAO".
       77 W-MODO-FERIAS            PIC X(03) VALUE "NAO".
       77 W-MODO-RESCISAO          PIC X(03) VALUE "NAO".
       77 W-DATA-VALIDA            PIC X(03) VALUE "NAO".
       77 CT-INATIVOS              PIC 9(05) VALUE ZEROS.

      *================================================================*
      * RESCISAO: VERBAS DO FUNCIONARIO DESLIGADO. SEM DATA DE
      * ADMISSAO NO CADASTRO, OS AVOS DO 13O E DAS FERIAS
      * PROPORCIONAIS SAO CONTADOS NO ANO DO DESLIGAMENTO (MES COM
      * 15 DIAS OU MAIS CONTA INTEIRO). INSS E IRRF INCIDEM SOBRE O
      * SALDO DE SALARIO E, EM SEPARADO, SOBRE O 13O; FERIAS
      * INDENIZADAS E AVISO PREVIO INDENIZADO NAO SOFREM DESCONTO

       77 W-RES-ACHOU              PIC X(03) VALUE "NAO".
       77 W-RES-MOTIVO-DESC        PIC X(30) VALUE SPACES.
       77 W-RES-VENCIDAS           PIC 9(01) VALUE ZEROS.
       77 W-RES-DIAS               PIC 9(02) VALUE ZEROS.
       77 W-RES-AVOS               PIC 9(02) VALUE ZEROS.
       77 W-RES-SALDO              PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-13                 PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-FER-VENC           PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-FER-PROP           PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-FER-TERCO          PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-AVISO              PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-BRUTO              PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-INSS-SAL           PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-IRRF-SAL           PIC S9(07)V99 VALUE ZEROS.
       77 W-RES-INSS-13            PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-IRRF-13            PIC S9(07)V99 VALUE ZEROS.
       77 W-RES-INSS               PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-IRRF               PIC S9(07)V99 VALUE ZEROS.
       77 W-RES-DESCONTO           PIC 9(05)V99 VALUE ZEROS.
       77 W-RES-ADIANT             PIC 9(07)V99 VALUE ZEROS.
       77 W-RES-LIQUIDO            PIC S9(07)V99 VALUE ZEROS.
       77 W-RELRESC-STATUS         PIC X(02) VALUE "00".
       77 W-RELBRES-STATUS         PIC X(02) VALUE "00".
       77 W-GLCONTRE-STATUS        PIC X(02) VALUE "00".
       77 W-BRE-SEQ                PIC 9(05) VALUE ZEROS.
       77 CT-BRE-DET               PIC 9(05) VALUE ZEROS.
       77 W-BRE-TOTAL              PIC 9(11)V99 VALUE ZEROS.
       77 W-BRE-ESPERADO           PIC 9(11)V99 VALUE ZEROS.

      *    CADASTRO RELIDO PARA MARCAR O DESLIGADO, REGRAVADO NA
      *    MESMA ORDEM
       77 FIM-CV                   PIC X(03) VALUE "NAO".
       77 CT-TAB-CV                PIC 9(03) VALUE ZEROS.
       77 W-CV-I                   PIC 9(03) VALUE ZEROS.

       01 TAB-CADVEND.
           02 TCV-REG OCCURS 500 TIMES PIC X(53).

      *    REFERENCIA IMPRESSA AO LADO DE CADA VERBA (DIAS OU AVOS)
       01 W-RES-REFER.
           02 W-REF-QTD            PIC Z9.
           02 W-REF-TXT            PIC X(08).

       01 RES-CAB-TITULO.
           02 FILLER PIC X(19) VALUE SPACES.
           02 FILLER PIC X(41) VALUE
               "TERMO DE RESCISAO DO CONTRATO DE TRABALHO".
           02 FILLER PIC X(20) VALUE SPACES.

       01 RES-LIN-DEPTO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           02 RES-DEP PIC X(01).
           02 FILLER PIC X(03) VALUE " - ".
           02 RES-DEP-NOME PIC X(20).
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(07) VALUE "SECAO: ".
           02 RES-SEC PIC X(01).
           02 FILLER PIC X(03) VALUE " - ".
           02 RES-SEC-NOME PIC X(20).
           02 FILLER PIC X(05) VALUE SPACES.

       01 RES-LIN-DATA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "DATA DO DESLIGAMENTO: ".
           02 RES-DD PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 RES-MM PIC 99.
           02 FILLER PIC X(01) VALUE "/".
           02 RES-AAAA PIC 9999.
           02 FILLER PIC X(44) VALUE SPACES.

       01 RES-LIN-MOTIVO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(08) VALUE "MOTIVO: ".
           02 RES-MOTIVO PIC X(30).
           02 FILLER PIC X(38) VALUE SPACES.

       01 RES-LIN-SUBTIT.
           02 FILLER PIC X(04) VALUE SPACES.
           02 RES-SUBTIT PIC X(30).
           02 FILLER PIC X(46) VALUE SPACES.

       01 RES-LIN-VERBA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 RES-ROTULO PIC X(30).
           02 RES-REFER PIC X(10).
           02 RES-VALOR PIC -ZZZZZZ9,99.
           02 FILLER PIC X(25) VALUE SPACES.

       01 RES-LIN-QUITACAO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
               "RECEBI A IMPORTANCIA LIQUIDA ACIMA, ".
           02 FILLER PIC X(34) VALUE
               "REFERENTE AS VERBAS DISCRIMINADAS.".
           02 FILLER PIC X(06) VALUE SPACES.

       01 RES-LIN-TRACOS.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30) VALUE ALL "_".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(30) VALUE ALL "_".
           02 FILLER PIC X(08) VALUE SPACES.

       01 RES-LIN-ASSINA.
           02 FILLER PIC X(04) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "EMPREGADO".
           02 FILLER PIC X(08) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "EMPREGADOR".
           02 FILLER PIC X(08) VALUE SPACES.

      *    FERIAS: TERCO CONSTITUCIONAL E ACUMULADOS PROPRIOS
       77 W-FER-TERCO              PIC 9(07)V99 VALUE ZEROS.
           02 FILLER PIC X(35) VALUE SPACES.

      *    A CONTAGEM DE DEPENDENTES SAI INTEIRA, SEM CENTAVOS
      *    ITEM DO CARTAO DE PONTO COM A QUANTIDADE DE REFERENCIA
       01 HOL-LIN-PONTO.
           02 FILLER PIC X(04) VALUE SPACES.
           02 HOL-ROTULO-PT PIC X(30).
           02 HOL-VALOR-PT PIC -ZZZZZZ9,99.
           02 FILLER PIC X(03) VALUE SPACES.
           02 HOL-QTD-PT PIC ZZ9,99.
           02 FILLER PIC X(01) VALUE SPACES.
           02 HOL-UNID-PT PIC X(05).
           02 FILLER PIC X(20) VALUE SPACES.

       01 HOL-LIN-DEP.
           02 FILLER PIC X(04) VALUE SPACES.
           02 HOL-ROTULO-DEP PIC X(30).
               MOVE "SIM" TO W-MODO-13.
           IF W-PARM-MODO EQUAL "FE"
               MOVE "SIM" TO W-MODO-FERIAS.
           IF W-PARM-MODO EQUAL "RE"
               MOVE "SIM" TO W-MODO-RESCISAO
               PERFORM VALIDA-PARM-RESCISAO.
      *    DATA DE NEGOCIO PELA SUBROTINA DATAPROC (PARAMETRO DO
      *    OPERADOR; SEM PARAMETRO, A DATA DA MAQUINA)
           CALL "DATAPROC" USING W-DATA-ESTAT.
      *    MES DA DATA DE NEGOCIO FECHADO PELA CONTABILIDADE (VALPER):
      *    A RODADA PARA ANTES DE GRAVAR QUALQUER COISA
           CALL "VALPER" USING W-DATA-ESTAT W-PERIODO-ABERTO.
           IF W-PERIODO-ABERTO NOT EQUAL "SIM"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
      *    NOS MODOS 13 E FERIAS OS ARQUIVOS DA FOLHA MENSAL NAO SAO
      *    ABERTOS, PARA A RODADA NAO PERTURBAR OS DA ULTIMA FOLHA
           EVALUATE TRUE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN W-MODO-RESCISAO EQUAL "SIM"
               OPEN OUTPUT RELRESC RELBRES
               IF W-RELRESC-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR RELRESC - STATUS: "
                       W-RELRESC-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF W-RELBRES-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR RELBRES - STATUS: "
                       W-RELBRES-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN EXTEND GLCONTRE
               IF W-GLCONTRE-STATUS EQUAL "35"
                   OPEN OUTPUT GLCONTRE
               END-IF
               IF W-GLCONTRE-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO AO ABRIR GLCONTRE - STATUS: "
                       W-GLCONTRE-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN OTHER
               OPEN OUTPUT REL-PAG RELBANCO RELEXCSAL GLCONTAB RELHOL
                   FOLMES
               PERFORM VERIFICA-ABERTURA
               PERFORM LE-TAB-COMISSAO
           END-EVALUATE.
      *    O RECOLHIMENTO DO FGTS SAI EM TODOS OS MODOS, CADA UM NO
      *    SEU ARQUIVO; OS NOMES DOS DEPARTAMENTOS VAO NOS TOTAIS
           IF W-MODO-13 EQUAL "SIM"
               MOVE "FGTSD13.DAT" TO W-ARQ-FGTS.
           IF W-MODO-FERIAS EQUAL "SIM"
               MOVE "FGTSDFE.DAT" TO W-ARQ-FGTS.
           IF W-MODO-RESCISAO EQUAL "SIM"
               MOVE "FGTSDRE.DAT" TO W-ARQ-FGTS.
           OPEN OUTPUT FGTSDEP.
           IF W-FGTSDEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR " W-ARQ-FGTS " - STATUS: "
                   W-FGTSDEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LE-TAB-DEPSEC.
           ACCEPT W-HORA-ESTAT FROM TIME.
           EVALUATE TRUE
             WHEN W-MODO-13 EQUAL "SIM"
               PERFORM GRAVA-HEADER-B13
             WHEN W-MODO-FERIAS EQUAL "SIM"
               PERFORM GRAVA-HEADER-BFER
             WHEN W-MODO-RESCISAO EQUAL "SIM"
               PERFORM GRAVA-HEADER-BRES
             WHEN OTHER
               PERFORM GRAVA-HEADER-BANCO
           END-EVALUATE.
           PERFORM GRAVA-HEADER-FGTS.
           PERFORM LE-TAB-INSS.
           PERFORM LE-TAB-IRRF.
           PERFORM LE-TAB-DEPEND.
      *    ADIANTAMENTOS SO ENTRAM NA FOLHA MENSAL E NA RESCISAO
           IF W-MODO-13 NOT EQUAL "SIM" AND
              W-MODO-FERIAS NOT EQUAL "SIM"
               PERFORM LE-TAB-ADIANT.
      *    O CARTAO DE PONTO E AS HORAS-AULA SO ENTRAM NA FOLHA
      *    MENSAL
           IF W-MODO-13 NOT EQUAL "SIM" AND
              W-MODO-FERIAS NOT EQUAL "SIM" AND
              W-MODO-RESCISAO NOT EQUAL "SIM"
               PERFORM LE-TAB-PONTO
               PERFORM LE-TAB-HORAULA
               PERFORM LE-TAB-ESTCOM.
           PERFORM CARREGA-FOLHAYTD.
           PERFORM CARREGA-FGTSYTD.
           PERFORM LEITURA.

      *================================================================*

      *    PARAMETROS DA RESCISAO CRITICADOS ANTES DE ABRIR QUALQUER
      *    ARQUIVO
       VALIDA-PARM-RESCISAO SECTION.
           IF W-PARM-COD NOT NUMERIC OR W-PARM-COD EQUAL ZEROS
               DISPLAY "RESCISAO: CODIGO DO FUNCIONARIO INVALIDO"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-PARM-DATA-RESC NOT NUMERIC
               DISPLAY "RESCISAO: DATA DO DESLIGAMENTO INVALIDA: "
                   W-PARM-DATA-RESC
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           CALL "VALDATA" USING W-PARM-DD W-PARM-MM W-PARM-AAAA
               W-DATA-VALIDA.
           IF W-DATA-VALIDA EQUAL "NAO"
               DISPLAY "RESCISAO: DATA DO DESLIGAMENTO INVALIDA: "
                   W-PARM-DATA-RESC
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           EVALUATE W-PARM-MOTIVO
             WHEN "S"
               MOVE "DISPENSA SEM JUSTA CAUSA" TO W-RES-MOTIVO-DESC
             WHEN "J"
               MOVE "DISPENSA POR JUSTA CAUSA" TO W-RES-MOTIVO-DESC
             WHEN "P"
               MOVE "PEDIDO DE DEMISSAO" TO W-RES-MOTIVO-DESC
             WHEN OTHER
               DISPLAY "RESCISAO: MOTIVO INVALIDO (S, J OU P): "
                   W-PARM-MOTIVO
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
           IF W-PARM-VENCIDAS EQUAL SPACE
               MOVE "0" TO W-PARM-VENCIDAS.
           IF W-PARM-VENCIDAS NOT NUMERIC OR
              W-PARM-VENCIDAS GREATER THAN "2"
               DISPLAY "RESCISAO: FERIAS VENCIDAS INVALIDAS (0 A 2): "
                   W-PARM-VENCIDAS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE W-PARM-VENCIDAS TO W-RES-VENCIDAS.

      *================================================================*

      *    FILE STATUS DOS ARQUIVOS
       VERIFICA-ABERTURA SECTION.
           IF W-RELPAG-STATUS NOT EQUAL "00"
                   W-RELHOL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF W-FOLMES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR FOLMES - STATUS: "
                   W-FOLMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*

           ELSE
               ADD 1 TO W-ADI-I.

      *================================================================*
      * CARGA DO ESTORNO DE COMISSAO; SEM ARQUIVO, A FOLHA SEGUE SEM
      * ESTORNO. SO ENTRA O APURADO NA COMPETENCIA DA RODADA E O
      * MESMO VENDEDOR EM MAIS DE UM REGISTRO E SOMADO

       LE-TAB-ESTCOM SECTION.
           OPEN INPUT ESTCOM.
           IF W-ESTCOM-STATUS NOT EQUAL "00"
               MOVE "SIM" TO FIM-ESTCOM
           ELSE
               PERFORM LEITURA-ESTCOM
               PERFORM CARREGA-TAB-ESTCOM UNTIL FIM-ESTCOM
                   EQUAL "SIM"
               CLOSE ESTCOM
           END-IF.

       LEITURA-ESTCOM SECTION.
           READ ESTCOM AT END MOVE "SIM" TO FIM-ESTCOM.
           IF FIM-ESTCOM NOT EQUAL "SIM" AND
              W-ESTCOM-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE ESTCOM - STATUS: "
                   W-ESTCOM-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-ESTCOM SECTION.
           IF EC-DATA (1:6) EQUAL W-DATA-ESTAT (1:6)
               PERFORM ACUMULA-TAB-ESTCOM.
           PERFORM LEITURA-ESTCOM.

       ACUMULA-TAB-ESTCOM SECTION.
           MOVE "NAO" TO W-EST-ACHOU.
           MOVE 1 TO W-EST-I.
           PERFORM PROCURA-ESTCOM UNTIL W-EST-I GREATER THAN
               CT-TAB-ESTCOM OR W-EST-ACHOU EQUAL "SIM".
           IF W-EST-ACHOU EQUAL "SIM"
               ADD EC-VALOR TO TE-VALOR (W-EST-I)
           ELSE
               ADD 1 TO CT-TAB-ESTCOM
               IF CT-TAB-ESTCOM GREATER THAN 500
                   DISPLAY "ERRO: ESTCOM.DAT EXCEDE O LIMITE DE 500 "
                       "FUNCIONARIOS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE EC-COD-VEN TO TE-COD-VEN (CT-TAB-ESTCOM)
               MOVE EC-VALOR TO TE-VALOR (CT-TAB-ESTCOM)
           END-IF.

       PROCURA-ESTCOM SECTION.
           IF TE-COD-VEN (W-EST-I) EQUAL EC-COD-VEN
               MOVE "SIM" TO W-EST-ACHOU
           ELSE
               ADD 1 TO W-EST-I.

      *================================================================*
      * CARGA DO CARTAO DE PONTO CRITICADO; SEM ARQUIVO, A FOLHA
      * SEGUE SEM HORAS EXTRAS NEM FALTAS. SO ENTRA A COMPETENCIA DA
      * RODADA, COMO NOS ADIANTAMENTOS

       LE-TAB-PONTO SECTION.
           OPEN INPUT PONTOOK.
           IF W-PONTOOK-STATUS NOT EQUAL "00"
               MOVE "SIM" TO FIM-PONTO
           ELSE
               PERFORM LEITURA-PONTO
               PERFORM CARREGA-TAB-PONTO UNTIL FIM-PONTO EQUAL "SIM"
               CLOSE PONTOOK
           END-IF.

       LEITURA-PONTO SECTION.
           READ PONTOOK AT END MOVE "SIM" TO FIM-PONTO.
           IF FIM-PONTO NOT EQUAL "SIM" AND
              W-PONTOOK-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE PONTOOK - STATUS: "
                   W-PONTOOK-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-PONTO SECTION.
           IF PT-ANOMES EQUAL W-DATA-ESTAT (1:6)
               ADD 1 TO CT-TAB-PONTO
               IF CT-TAB-PONTO GREATER THAN 500
                   DISPLAY "ERRO: PONTOOK.DAT EXCEDE O LIMITE DE 500 "
                       "FUNCIONARIOS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PT-COD-VEN TO TP-COD-VEN (CT-TAB-PONTO)
               MOVE PT-HE50 TO TP-HE50 (CT-TAB-PONTO)
               MOVE PT-HE100 TO TP-HE100 (CT-TAB-PONTO)
               MOVE PT-FALTAS TO TP-FALTAS (CT-TAB-PONTO)
               MOVE PT-NOTURNO TO TP-NOTURNO (CT-TAB-PONTO)
               MOVE PT-DIAS-UTEIS TO TP-DIAS-UTEIS (CT-TAB-PONTO)
               MOVE PT-DIAS-DSR TO TP-DIAS-DSR (CT-TAB-PONTO)
           END-IF.
           PERFORM LEITURA-PONTO.

      *================================================================*
      * CARGA DAS HORAS-AULA DOS PROFESSORES; SEM ARQUIVO, A FOLHA
      * SEGUE SEM ELAS. SO ENTRA A COMPETENCIA DA RODADA

       LE-TAB-HORAULA SECTION.
           OPEN INPUT HORAULA.
           IF W-HORAULA-STATUS NOT EQUAL "00"
               MOVE "SIM" TO FIM-HORAULA
           ELSE
               PERFORM LEITURA-HORAULA
               PERFORM CARREGA-TAB-HORAULA UNTIL FIM-HORAULA EQUAL
                   "SIM"
               CLOSE HORAULA
           END-IF.

       LEITURA-HORAULA SECTION.
           READ HORAULA AT END MOVE "SIM" TO FIM-HORAULA.
           IF FIM-HORAULA NOT EQUAL "SIM" AND
              W-HORAULA-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE HORAULA - STATUS: "
                   W-HORAULA-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-HORAULA SECTION.
           IF HA-ANOMES EQUAL W-DATA-ESTAT (1:6)
               ADD 1 TO CT-TAB-HORAULA
               IF CT-TAB-HORAULA GREATER THAN 500
                   DISPLAY "ERRO: HORAULA.DAT EXCEDE O LIMITE DE 500 "
                       "PROFESSORES"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE HA-COD-PROF TO TH-COD-VEN (CT-TAB-HORAULA)
               MOVE HA-AULAS TO TH-AULAS (CT-TAB-HORAULA)
               MOVE HA-VALOR TO TH-VALOR (CT-TAB-HORAULA)
           END-IF.
           PERFORM LEITURA-HORAULA.

      *================================================================*
      * ACUMULADO ANUAL DA FOLHA: SO OS REGISTROS DO ANO CORRENTE
      * VOLTAM PARA A TABELA; A VIRADA DE ANO COMECA DO ZERO
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * FGTS ACUMULADO NO ANO: MESMA CARGA, SOMA E REGRAVACAO DO
      * FOLHAYTD; SEM ARQUIVO, O ACUMULADO COMECA DO ZERO

       CARREGA-FGTSYTD SECTION.
           OPEN INPUT FGTSYTD.
           IF W-FGTSYTD-STATUS NOT EQUAL "00"
               MOVE "SIM" TO FIM-FGY
           ELSE
               PERFORM LEITURA-FGY
               PERFORM CARREGA-TAB-FGY UNTIL FIM-FGY EQUAL "SIM"
               CLOSE FGTSYTD
           END-IF.

       LEITURA-FGY SECTION.
           READ FGTSYTD AT END MOVE "SIM" TO FIM-FGY.
           IF FIM-FGY NOT EQUAL "SIM" AND
              W-FGTSYTD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE FGTSYTD - STATUS: "
                   W-FGTSYTD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-FGY SECTION.
           IF FGY-ANO EQUAL W-FY-SIS-ANO
               ADD 1 TO CT-TAB-FGY
               IF CT-TAB-FGY GREATER THAN 500
                   DISPLAY "ERRO: FGTSYTD.DAT EXCEDE O LIMITE DE "
                       "500 FUNCIONARIOS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FGY-COD-VEN TO TG-COD-VEN (CT-TAB-FGY)
               MOVE FGY-NOME TO TG-NOME (CT-TAB-FGY)
               MOVE FGY-FGTS TO TG-FGTS (CT-TAB-FGY)
           END-IF.
           PERFORM LEITURA-FGY.

       ACUMULA-FGTSYTD SECTION.
           MOVE "NAO" TO W-FGY-ACHOU.
           MOVE 1 TO W-FGY-I.
           PERFORM PROCURA-FGY UNTIL W-FGY-I GREATER THAN
               CT-TAB-FGY OR W-FGY-ACHOU EQUAL "SIM".
           IF W-FGY-ACHOU EQUAL "NAO"
               ADD 1 TO CT-TAB-FGY
               IF CT-TAB-FGY GREATER THAN 500
                   DISPLAY "ERRO: FGTSYTD EXCEDE O LIMITE DE 500 "
                       "FUNCIONARIOS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CT-TAB-FGY TO W-FGY-I
               MOVE COD-VEN-TRAB TO TG-COD-VEN (W-FGY-I)
               MOVE NOME-TRAB TO TG-NOME (W-FGY-I)
               MOVE ZEROS TO TG-FGTS (W-FGY-I)
           END-IF.
           ADD W-FGTS TO TG-FGTS (W-FGY-I).

       PROCURA-FGY SECTION.
           IF TG-COD-VEN (W-FGY-I) EQUAL COD-VEN-TRAB
               MOVE "SIM" TO W-FGY-ACHOU
           ELSE
               ADD 1 TO W-FGY-I.

       GRAVA-FGTSYTD SECTION.
           OPEN OUTPUT FGTSYTD.
           IF W-FGTSYTD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR FGTSYTD - STATUS: "
                   W-FGTSYTD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-FGY-I.
           PERFORM GRAVA-REG-FGY CT-TAB-FGY TIMES.
           CLOSE FGTSYTD.

       GRAVA-REG-FGY SECTION.
           ADD 1 TO W-FGY-I.
           MOVE W-FY-SIS-ANO TO FGY-ANO.
           MOVE TG-COD-VEN (W-FGY-I) TO FGY-COD-VEN.
           MOVE TG-NOME (W-FGY-I) TO FGY-NOME.
           MOVE TG-FGTS (W-FGY-I) TO FGY-FGTS.
           WRITE REG-FGY.
           IF W-FGTSYTD-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE FGTSYTD - STATUS: "
                   W-FGTSYTD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       BUSCA-ADIANTAMENTO SECTION.
           MOVE ZEROS TO W-ADIANTAMENTO.
           MOVE "NAO" TO W-ADI-ACHOU.
           ELSE
               ADD 1 TO W-ADI-I.

       BUSCA-ESTORNO SECTION.
           MOVE ZEROS TO W-ESTORNO-COM.
           MOVE "NAO" TO W-EST-ACHOU.
           MOVE 1 TO W-EST-I.
           PERFORM TESTA-ESTORNO UNTIL W-EST-I GREATER THAN
               CT-TAB-ESTCOM OR W-EST-ACHOU EQUAL "SIM".

       TESTA-ESTORNO SECTION.
           IF TE-COD-VEN (W-EST-I) EQUAL COD-VEN-TRAB
               MOVE "SIM" TO W-EST-ACHOU
               MOVE TE-VALOR (W-EST-I) TO W-ESTORNO-COM
           ELSE
               ADD 1 TO W-EST-I.

      *================================================================*

       LEITURA SECTION.

      *================================================================*

      *    NA RESCISAO SO O FUNCIONARIO INFORMADO E CALCULADO; NAS
      *    DEMAIS RODADAS O DESLIGADO E PULADO
       PRINCIPAL SECTION.
           EVALUATE TRUE
             WHEN W-MODO-RESCISAO EQUAL "SIM"
               IF COD-VEN-TRAB EQUAL W-PARM-COD
                   PERFORM CALCULO-RESCISAO
                   PERFORM IMP-RESCISAO
               END-IF
             WHEN SITUACAO-TRAB EQUAL "I"
               ADD 1 TO CT-INATIVOS
             WHEN W-MODO-13 EQUAL "SIM"
               PERFORM CALCULO-13
               PERFORM IMP-DET-13
           MOVE ZEROS TO WCOMISSAO.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           PERFORM CALCULA-FGTS.
           COMPUTE W-13-PARC1 ROUNDED = WSAL-BRUTO / 2.
           COMPUTE W-13-PARC2 = WSAL-BRUTO - W-13-PARC1
                               - W-INSS - W-IRRF.
           ADD WSAL-LIQUIDO TO W-13-LIQ-COMP.
           ADD W-INSS TO W-13-INSS-COMP.
           ADD W-IRRF TO W-13-IRRF-COMP.
           PERFORM LOCALIZA-CCUSTO.
           ADD WSAL-BRUTO TO TCC-BRUTO (W-CCUSTO-I).
           PERFORM ACUMULA-FOLHAYTD.
           PERFORM GRAVA-FGTS.
           PERFORM GRAVA-BANCO-13.

       CAB-PAGINA-13 SECTION.
           MOVE ZEROS TO WCOMISSAO.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           PERFORM CALCULA-FGTS.
           COMPUTE WSAL-LIQUIDO = WSAL-BRUTO - W-INSS - W-IRRF.

       IMP-DET-FER SECTION.
           ADD WSAL-LIQUIDO TO W-FER-LIQ-COMP.
           ADD W-INSS TO W-FER-INSS-COMP.
           ADD W-IRRF TO W-FER-IRRF-COMP.
           PERFORM LOCALIZA-CCUSTO.
           ADD WSAL-BRUTO TO TCC-BRUTO (W-CCUSTO-I).
           PERFORM ACUMULA-FOLHAYTD.
           PERFORM GRAVA-FGTS.
           PERFORM GRAVA-BANCO-FER.

       CAB-PAGINA-FER SECTION.
      *    CONTABILIZACAO PROPRIA DAS FERIAS
       IMP-GLCONTAB-FE SECTION.
           IF CT-FER-PAGOS GREATER THAN ZEROS
               MOVE SPACES TO REG-GLCONTFE
               MOVE 1 TO W-CCUSTO-I
               PERFORM GRAVA-GLFE-BRUTO-CC CT-TAB-CCUSTO TIMES
               MOVE SPACES TO GLFE-CCUSTO
               MOVE "211015" TO GLFE-CONTA
               MOVE "INSS FERIAS A RECOLHER" TO GLFE-DESCRICAO
               MOVE "C" TO GLFE-DC
               MOVE W-FER-LIQ-COMP TO GLFE-VALOR
               PERFORM GRAVA-LANC-GLCONTFE
           END-IF.
           IF W-FGTS-COMP GREATER THAN ZEROS
               MOVE SPACES TO REG-GLCONTFE
               MOVE 1 TO W-CCUSTO-I
               PERFORM GRAVA-GLFE-FGTS-CC CT-TAB-CCUSTO TIMES
               MOVE SPACES TO GLFE-CCUSTO
               MOVE "211018" TO GLFE-CONTA
               MOVE "FGTS A RECOLHER" TO GLFE-DESCRICAO
               MOVE "C" TO GLFE-DC
               MOVE W-FGTS-COMP TO GLFE-VALOR
               PERFORM GRAVA-LANC-GLCONTFE
           END-IF.

       GRAVA-GLFE-BRUTO-CC SECTION.
           IF TCC-BRUTO (W-CCUSTO-I) GREATER THAN ZEROS
               MOVE "411003" TO GLFE-CONTA
               MOVE "FERIAS E TERCO CONSTITUCIONAL" TO GLFE-DESCRICAO
               MOVE "D" TO GLFE-DC
               MOVE TCC-BRUTO (W-CCUSTO-I) TO GLFE-VALOR
               MOVE TCC-CODIGO (W-CCUSTO-I) TO GLFE-CCUSTO
               PERFORM GRAVA-LANC-GLCONTFE
           END-IF.
           ADD 1 TO W-CCUSTO-I.

       GRAVA-GLFE-FGTS-CC SECTION.
           IF TCC-FGTS (W-CCUSTO-I) GREATER THAN ZEROS
               MOVE "411004" TO GLFE-CONTA
               MOVE "FGTS - ENCARGO DA EMPRESA" TO GLFE-DESCRICAO
               MOVE "D" TO GLFE-DC
               MOVE TCC-FGTS (W-CCUSTO-I) TO GLFE-VALOR
               MOVE TCC-CODIGO (W-CCUSTO-I) TO GLFE-CCUSTO
               PERFORM GRAVA-LANC-GLCONTFE
           END-IF.
           ADD 1 TO W-CCUSTO-I.

       GRAVA-LANC-GLCONTFE SECTION.
           WRITE REG-GLCONTFE.
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * RESCISAO: VERBAS CONFORME O MOTIVO. JUSTA CAUSA PERDE 13O E
      * FERIAS PROPORCIONAIS; SO A DISPENSA SEM JUSTA CAUSA TEM AVISO
      * PREVIO INDENIZADO (30 DIAS). O ADIANTAMENTO DO MES AINDA NAO
      * DESCONTADO E OS DESCONTOS DIGITADOS SAEM DO LIQUIDO

       CALCULO-RESCISAO SECTION.
           IF SITUACAO-TRAB EQUAL "I"
               DISPLAY "RESCISAO: FUNCIONARIO JA DESLIGADO: "
                   COD-VEN-TRAB
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE "SIM" TO W-RES-ACHOU.
           MOVE W-PARM-DD TO W-RES-DIAS.
           IF W-RES-DIAS GREATER THAN 30
               MOVE 30 TO W-RES-DIAS.
           COMPUTE W-RES-SALDO ROUNDED = SALARIO-TRAB * W-RES-DIAS
               / 30.
           COMPUTE W-RES-AVOS = W-PARM-MM - 1.
           IF W-PARM-DD NOT LESS THAN 15
               ADD 1 TO W-RES-AVOS.
           COMPUTE W-RES-FER-VENC = SALARIO-TRAB * W-RES-VENCIDAS.
           MOVE ZEROS TO W-RES-13.
           MOVE ZEROS TO W-RES-FER-PROP.
           MOVE ZEROS TO W-RES-AVISO.
           IF W-PARM-MOTIVO NOT EQUAL "J"
               COMPUTE W-RES-13 ROUNDED = SALARIO-TRAB * W-RES-AVOS
                   / 12
               COMPUTE W-RES-FER-PROP ROUNDED = SALARIO-TRAB
                   * W-RES-AVOS / 12
           END-IF.
           IF W-PARM-MOTIVO EQUAL "S"
               MOVE SALARIO-TRAB TO W-RES-AVISO.
           COMPUTE W-RES-FER-TERCO ROUNDED =
               (W-RES-FER-VENC + W-RES-FER-PROP) / 3.
           COMPUTE W-RES-BRUTO = W-RES-SALDO + W-RES-13
               + W-RES-FER-VENC + W-RES-FER-PROP + W-RES-FER-TERCO
               + W-RES-AVISO.
           MOVE ZEROS TO WCOMISSAO.
           MOVE W-RES-SALDO TO WSAL-BRUTO.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           MOVE W-INSS TO W-RES-INSS-SAL.
           MOVE W-IRRF TO W-RES-IRRF-SAL.
           MOVE W-RES-13 TO WSAL-BRUTO.
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           MOVE W-INSS TO W-RES-INSS-13.
           MOVE W-IRRF TO W-RES-IRRF-13.
           COMPUTE W-RES-INSS = W-RES-INSS-SAL + W-RES-INSS-13.
           COMPUTE W-RES-IRRF = W-RES-IRRF-SAL + W-RES-IRRF-13.
           PERFORM BUSCA-ADIANTAMENTO.
           MOVE W-ADIANTAMENTO TO W-RES-ADIANT.
           MOVE DESCONTO-TRAB TO W-RES-DESCONTO.
           COMPUTE W-RES-LIQUIDO = W-RES-BRUTO - W-RES-INSS
               - W-RES-IRRF - W-RES-DESCONTO - W-RES-ADIANT.
      *    O FGTS DO DESLIGAMENTO INCIDE SOBRE SALDO, 13O E AVISO
           COMPUTE WSAL-BRUTO = W-RES-SALDO + W-RES-13 + W-RES-AVISO.
           PERFORM CALCULA-FGTS.

      *    TERMO DE RESCISAO EM PAGINA PROPRIA, COM CADA VERBA E CADA
      *    DESCONTO EM LINHA E O ESPACO PARA AS ASSINATURAS
       IMP-RESCISAO SECTION.
           MOVE SPACES TO REG-RES.
           WRITE REG-RES AFTER ADVANCING PAGE.
           WRITE REG-RES FROM HOL-CAB-EMPRESA AFTER ADVANCING 1 LINE.
           WRITE REG-RES FROM RES-CAB-TITULO AFTER ADVANCING 1 LINE.
           MOVE COD-VEN-TRAB TO HOL-COD.
           MOVE NOME-TRAB TO HOL-NOME.
           WRITE REG-RES FROM HOL-LIN-FUNC AFTER ADVANCING 2 LINES.
           PERFORM BUSCA-NOMES-DEPSEC.
           MOVE COD-DEP-TRAB TO W-CCUSTO-DEP.
           MOVE COD-SEC-TRAB TO W-CCUSTO-SEC.
           MOVE COD-DEP-TRAB TO RES-DEP.
           MOVE W-NOME-DEP-ATUAL TO RES-DEP-NOME.
           MOVE COD-SEC-TRAB TO RES-SEC.
           MOVE W-NOME-SEC-ATUAL TO RES-SEC-NOME.
           WRITE REG-RES FROM RES-LIN-DEPTO AFTER ADVANCING 1 LINE.
           MOVE W-PARM-DD TO RES-DD.
           MOVE W-PARM-MM TO RES-MM.
           MOVE W-PARM-AAAA TO RES-AAAA.
           WRITE REG-RES FROM RES-LIN-DATA AFTER ADVANCING 1 LINE.
           MOVE W-RES-MOTIVO-DESC TO RES-MOTIVO.
           WRITE REG-RES FROM RES-LIN-MOTIVO AFTER ADVANCING 1 LINE.
           MOVE "VERBAS RESCISORIAS" TO RES-SUBTIT.
           WRITE REG-RES FROM RES-LIN-SUBTIT AFTER ADVANCING 2 LINES.
           MOVE "SALDO DE SALARIO............." TO RES-ROTULO.
           MOVE W-RES-DIAS TO W-REF-QTD.
           MOVE " DIAS" TO W-REF-TXT.
           MOVE W-RES-SALDO TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "13O SALARIO PROPORCIONAL....." TO RES-ROTULO.
           MOVE W-RES-AVOS TO W-REF-QTD.
           MOVE "/12 AVOS" TO W-REF-TXT.
           MOVE W-RES-13 TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "FERIAS VENCIDAS.............." TO RES-ROTULO.
           MOVE W-RES-VENCIDAS TO W-REF-QTD.
           MOVE " PERIODO" TO W-REF-TXT.
           MOVE W-RES-FER-VENC TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "FERIAS PROPORCIONAIS........." TO RES-ROTULO.
           MOVE W-RES-AVOS TO W-REF-QTD.
           MOVE "/12 AVOS" TO W-REF-TXT.
           MOVE W-RES-FER-PROP TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "TERCO CONSTITUCIONAL FERIAS.." TO RES-ROTULO.
           MOVE SPACES TO W-RES-REFER.
           MOVE W-RES-FER-TERCO TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "AVISO PREVIO INDENIZADO......" TO RES-ROTULO.
           MOVE SPACES TO W-RES-REFER.
           MOVE W-RES-AVISO TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "TOTAL BRUTO.................." TO RES-ROTULO.
           MOVE SPACES TO W-RES-REFER.
           MOVE W-RES-BRUTO TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "DESCONTOS" TO RES-SUBTIT.
           WRITE REG-RES FROM RES-LIN-SUBTIT AFTER ADVANCING 2 LINES.
           MOVE "INSS SOBRE SALARIO..........." TO RES-ROTULO.
           MOVE W-RES-INSS-SAL TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "IRRF SOBRE SALARIO..........." TO RES-ROTULO.
           MOVE W-RES-IRRF-SAL TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "INSS SOBRE 13O SALARIO......." TO RES-ROTULO.
           MOVE W-RES-INSS-13 TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "IRRF SOBRE 13O SALARIO......." TO RES-ROTULO.
           MOVE W-RES-IRRF-13 TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "OUTROS DESCONTOS............." TO RES-ROTULO.
           MOVE W-RES-DESCONTO TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "ADIANTAMENTO NAO DESCONTADO.." TO RES-ROTULO.
           MOVE W-RES-ADIANT TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           MOVE "LIQUIDO A RECEBER............" TO RES-ROTULO.
           MOVE W-RES-LIQUIDO TO RES-VALOR.
           WRITE REG-RES FROM RES-LIN-VERBA AFTER ADVANCING 2 LINES.
           MOVE "FGTS DO DESLIGAMENTO (DEPOS.)" TO RES-ROTULO.
           MOVE W-FGTS TO RES-VALOR.
           PERFORM IMP-VERBA-RES.
           WRITE REG-RES FROM RES-LIN-QUITACAO AFTER ADVANCING 3 LINES.
           WRITE REG-RES FROM RES-LIN-TRACOS AFTER ADVANCING 4 LINES.
           WRITE REG-RES FROM RES-LIN-ASSINA AFTER ADVANCING 1 LINE.
           IF W-RELRESC-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELRESC - STATUS: "
                   W-RELRESC-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
      *    O ACUMULADO ANUAL RECEBE O BRUTO, OS DESCONTOS LEGAIS E O
      *    LIQUIDO DA RESCISAO; O FGTS VAI COM A SUA PROPRIA BASE
           COMPUTE WSAL-BRUTO = W-RES-SALDO + W-RES-13 + W-RES-AVISO.
           PERFORM GRAVA-FGTS.
           MOVE W-RES-BRUTO TO WSAL-BRUTO.
           MOVE W-RES-INSS TO W-INSS.
           MOVE W-RES-IRRF TO W-IRRF.
           MOVE W-RES-LIQUIDO TO WSAL-LIQUIDO.
           PERFORM ACUMULA-FOLHAYTD.
           PERFORM GRAVA-BANCO-RES.

       IMP-VERBA-RES SECTION.
           MOVE W-RES-REFER TO RES-REFER.
           WRITE REG-RES FROM RES-LIN-VERBA AFTER ADVANCING 1 LINE.
           MOVE SPACES TO W-RES-REFER.

      *    CREDITO UNICO DO LIQUIDO, SO QUANDO POSITIVO; SALDO
      *    DEVEDOR FICA NO TERMO PARA ACERTO NO CAIXA
       GRAVA-BANCO-RES SECTION.
           IF W-RES-LIQUIDO GREATER THAN ZEROS
               MOVE SPACES TO REG-BRE
               MOVE COD-VEN-TRAB TO BRE-COD-VEN
               MOVE NOME-TRAB TO BRE-NOME
               MOVE W-RES-LIQUIDO TO BRE-VALOR
               ADD 1 TO W-BRE-SEQ
               MOVE W-BRE-SEQ TO BRE-SEQ
               ADD W-RES-LIQUIDO TO W-BRE-ESPERADO
               WRITE REG-BRE
               IF W-RELBRES-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE RELBRES - STATUS: "
                       W-RELBRES-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-BRE-DET
               ADD BRE-VALOR TO W-BRE-TOTAL
           END-IF.

       GRAVA-HEADER-BRES SECTION.
           MOVE SPACES TO REG-BRE-HDR.
           MOVE "HDR" TO BRE-HDR-ID.
           MOVE "TURISMAR TURISMOS" TO BRE-HDR-EMPRESA.
           MOVE 1234 TO BRE-HDR-AGENCIA.
           MOVE 00567890 TO BRE-HDR-CONTA.
           MOVE W-DATA-ESTAT TO BRE-HDR-DATA.
           WRITE REG-BRE-HDR.
           IF W-RELBRES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELBRES - STATUS: "
                   W-RELBRES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-TRAILER-BRES SECTION.
           IF W-BRE-TOTAL NOT EQUAL W-BRE-ESPERADO
               DISPLAY "RELBRES NAO CONFERE: GRAVADO "
                   W-BRE-TOTAL " APURADO " W-BRE-ESPERADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO REG-BRE-TRL.
           MOVE "TRL" TO BRE-TRL-ID.
           MOVE CT-BRE-DET TO BRE-TRL-QTD.
           MOVE W-BRE-TOTAL TO BRE-TRL-TOTAL.
           WRITE REG-BRE-TRL.
           IF W-RELBRES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELBRES - STATUS: "
                   W-RELBRES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    CONTABILIZACAO PROPRIA DA RESCISAO
       IMP-GLCONTAB-RE SECTION.
           MOVE SPACES TO REG-GLCONTRE.
           MOVE "411005" TO GLRE-CONTA.
           MOVE "VERBAS RESCISORIAS" TO GLRE-DESCRICAO.
           MOVE "D" TO GLRE-DC.
           MOVE W-RES-BRUTO TO GLRE-VALOR.
           MOVE W-CCUSTO-ATUAL TO GLRE-CCUSTO.
           PERFORM GRAVA-LANC-GLCONTRE.
           MOVE SPACES TO GLRE-CCUSTO.
           MOVE "211019" TO GLRE-CONTA.
           MOVE "INSS RESCISAO A RECOLHER" TO GLRE-DESCRICAO.
           MOVE "C" TO GLRE-DC.
           MOVE W-RES-INSS TO GLRE-VALOR.
           PERFORM GRAVA-LANC-GLCONTRE.
           MOVE "211020" TO GLRE-CONTA.
           MOVE "IRRF RESCISAO A RECOLHER" TO GLRE-DESCRICAO.
           MOVE "C" TO GLRE-DC.
           MOVE W-RES-IRRF TO GLRE-VALOR.
           PERFORM GRAVA-LANC-GLCONTRE.
           IF W-RES-DESCONTO GREATER THAN ZEROS
               MOVE "211001" TO GLRE-CONTA
               MOVE "DESCONTOS DA FOLHA A RECOLHER" TO GLRE-DESCRICAO
               MOVE "C" TO GLRE-DC
               MOVE W-RES-DESCONTO TO GLRE-VALOR
               PERFORM GRAVA-LANC-GLCONTRE
           END-IF.
           IF W-RES-ADIANT GREATER THAN ZEROS
               MOVE "113002" TO GLRE-CONTA
               MOVE "ADIANTAMENTOS COMPENSADOS" TO GLRE-DESCRICAO
               MOVE "C" TO GLRE-DC
               MOVE W-RES-ADIANT TO GLRE-VALOR
               PERFORM GRAVA-LANC-GLCONTRE
           END-IF.
           MOVE "211022" TO GLRE-CONTA.
           MOVE "RESCISAO LIQUIDA A PAGAR" TO GLRE-DESCRICAO.
           MOVE "C" TO GLRE-DC.
           MOVE W-RES-LIQUIDO TO GLRE-VALOR.
           PERFORM GRAVA-LANC-GLCONTRE.
           IF W-FGTS-COMP GREATER THAN ZEROS
               MOVE "411004" TO GLRE-CONTA
               MOVE "FGTS - ENCARGO DA EMPRESA" TO GLRE-DESCRICAO
               MOVE "D" TO GLRE-DC
               MOVE W-FGTS-COMP TO GLRE-VALOR
               MOVE W-CCUSTO-ATUAL TO GLRE-CCUSTO
               PERFORM GRAVA-LANC-GLCONTRE
               MOVE SPACES TO GLRE-CCUSTO
               MOVE "211018" TO GLRE-CONTA
               MOVE "FGTS A RECOLHER" TO GLRE-DESCRICAO
               MOVE "C" TO GLRE-DC
               MOVE W-FGTS-COMP TO GLRE-VALOR
               PERFORM GRAVA-LANC-GLCONTRE
           END-IF.

       GRAVA-LANC-GLCONTRE SECTION.
           WRITE REG-GLCONTRE.
           IF W-GLCONTRE-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE GLCONTRE - STATUS: "
                   W-GLCONTRE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    O CADASTRO E RELIDO INTEIRO E REGRAVADO NA MESMA ORDEM COM
      *    O DESLIGADO MARCADO "I"; SO DEPOIS DE TODAS AS SAIDAS DA
      *    RESCISAO GRAVADAS
       MARCA-DESLIGADO SECTION.
           OPEN INPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO ABRIR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM LEITURA-CV.
           PERFORM CARREGA-TAB-CV UNTIL FIM-CV EQUAL "SIM".
           CLOSE CADVEND.
           OPEN OUTPUT CADVEND.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO AO REGRAVAR CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-CV-I.
           PERFORM GRAVA-REG-CV CT-TAB-CV TIMES.
           CLOSE CADVEND.

       LEITURA-CV SECTION.
           READ CADVEND AT END MOVE "SIM" TO FIM-CV.
           IF FIM-CV NOT EQUAL "SIM" AND
              W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA LEITURA DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       CARREGA-TAB-CV SECTION.
           ADD 1 TO CT-TAB-CV.
           IF CT-TAB-CV GREATER THAN 500
               DISPLAY "ERRO: CADVEND.DAT EXCEDE O LIMITE DE 500 "
                   "FUNCIONARIOS"
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           IF COD-VEN-ENT EQUAL W-PARM-COD
               MOVE "I" TO SITUACAO-ENT.
           MOVE REG-ENT TO TCV-REG (CT-TAB-CV).
           PERFORM LEITURA-CV.

       GRAVA-REG-CV SECTION.
           ADD 1 TO W-CV-I.
           MOVE TCV-REG (W-CV-I) TO REG-ENT.
           WRITE REG-ENT.
           IF W-CADVEND-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE CADVEND - STATUS: "
                   W-CADVEND-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * CONTABILIZACAO PROPRIA DO DECIMO TERCEIRO

       IMP-GLCONTAB-13 SECTION.
           IF CT-13-PAGOS GREATER THAN ZEROS
               MOVE SPACES TO REG-GLCONT13
               MOVE 1 TO W-CCUSTO-I
               PERFORM GRAVA-GL13-BRUTO-CC CT-TAB-CCUSTO TIMES
               MOVE SPACES TO GL13-CCUSTO

               MOVE "211013" TO GL13-CONTA
               MOVE "INSS 13O SALARIO A RECOLHER" TO GL13-DESCRICAO
                   STOP RUN
               END-IF
           END-IF.
           IF W-FGTS-COMP GREATER THAN ZEROS
               MOVE SPACES TO REG-GLCONT13
               MOVE 1 TO W-CCUSTO-I
               PERFORM GRAVA-GL13-FGTS-CC CT-TAB-CCUSTO TIMES
               MOVE SPACES TO GL13-CCUSTO

               MOVE "211018" TO GL13-CONTA
               MOVE "FGTS A RECOLHER" TO GL13-DESCRICAO
               MOVE "C" TO GL13-DC
               MOVE W-FGTS-COMP TO GL13-VALOR
               WRITE REG-GLCONT13
               IF W-GLCONT13-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONT13 - STATUS: "
                       W-GLCONT13-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       GRAVA-GL13-BRUTO-CC SECTION.
           IF TCC-BRUTO (W-CCUSTO-I) GREATER THAN ZEROS
               MOVE "411002" TO GL13-CONTA
               MOVE "DECIMO TERCEIRO SALARIO" TO GL13-DESCRICAO
               MOVE "D" TO GL13-DC
               MOVE TCC-BRUTO (W-CCUSTO-I) TO GL13-VALOR
               MOVE TCC-CODIGO (W-CCUSTO-I) TO GL13-CCUSTO
               WRITE REG-GLCONT13
               IF W-GLCONT13-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONT13 - STATUS: "
                       W-GLCONT13-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO W-CCUSTO-I.

       GRAVA-GL13-FGTS-CC SECTION.
           IF TCC-FGTS (W-CCUSTO-I) GREATER THAN ZEROS
               MOVE "411004" TO GL13-CONTA
               MOVE "FGTS - ENCARGO DA EMPRESA" TO GL13-DESCRICAO
               MOVE "D" TO GL13-DC
               MOVE TCC-FGTS (W-CCUSTO-I) TO GL13-VALOR
               MOVE TCC-CODIGO (W-CCUSTO-I) TO GL13-CCUSTO
               WRITE REG-GLCONT13
               IF W-GLCONT13-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONT13 - STATUS: "
                       W-GLCONT13-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO W-CCUSTO-I.

      *================================================================*

               MOVE TC-TAXA (CT-TAB-COMISSAO) TO W-TAXA-COMISSAO.
           MULTIPLY VENDA-TRAB BY W-TAXA-COMISSAO GIVING WCOMISSAO.

      * CALCULO DOS ITENS DO CARTAO DE PONTO E DAS HORAS-AULA
           PERFORM CALCULA-PONTO.
           PERFORM CALCULA-HORAULA.

      * CALCULO SALARIO BRUTO (FIXO, COMISSAO, ITENS DO PONTO E
      * HORAS-AULA, MENOS AS FALTAS)
           COMPUTE WSAL-BRUTO = SALARIO-TRAB + WCOMISSAO + W-PT-HE50
               + W-PT-HE100 + W-PT-DSR + W-PT-NOTURNO - W-PT-FALTAS
               + W-HA-VALOR.

      * CALCULO DO INSS E DO IRRF PELAS TABELAS PROGRESSIVAS
           PERFORM CALCULA-INSS.
           PERFORM CALCULA-IRRF.
           PERFORM CALCULA-FGTS.

      * CALCULO SALARIO LIQUIDO (BRUTO MENOS INSS, IRRF, DEMAIS
      * DESCONTOS DIGITADOS, ADIANTAMENTO DO MES E ESTORNO DE
      * COMISSAO DAS DEVOLUCOES DE MESES ANTERIORES)
           PERFORM BUSCA-ADIANTAMENTO.
           PERFORM BUSCA-ESTORNO.
           COMPUTE WSAL-LIQUIDO = WSAL-BRUTO - W-INSS - W-IRRF
                                 - DESCONTO-TRAB - W-ADIANTAMENTO
                                 - W-ESTORNO-COM.
           ADD W-ADIANTAMENTO TO W-ADIANT-COMP.
           ADD W-ESTORNO-COM TO W-ESTCOM-COMP.

      *================================================================*
      * ITENS DO CARTAO DE PONTO PELO VALOR DA HORA DO FUNCIONARIO

       CALCULA-PONTO SECTION.
           MOVE ZEROS TO W-PT-HE50 W-PT-HE100 W-PT-DSR W-PT-NOTURNO
               W-PT-FALTAS.
           MOVE "NAO" TO W-PT-ACHOU.
           MOVE 1 TO W-PT-I.
           PERFORM PROCURA-PONTO UNTIL W-PT-I GREATER THAN
               CT-TAB-PONTO OR W-PT-ACHOU EQUAL "SIM".
           IF W-PT-ACHOU EQUAL "SIM"
               COMPUTE W-SAL-HORA ROUNDED = SALARIO-TRAB
                   / W-JORNADA-MES
               COMPUTE W-PT-HE50 ROUNDED = W-SAL-HORA * W-FATOR-HE50
                   * TP-HE50 (W-PT-I)
               COMPUTE W-PT-HE100 ROUNDED = W-SAL-HORA * W-FATOR-HE100
                   * TP-HE100 (W-PT-I)
               COMPUTE W-PT-DSR ROUNDED = (W-PT-HE50 + W-PT-HE100)
                   * TP-DIAS-DSR (W-PT-I) / TP-DIAS-UTEIS (W-PT-I)
               COMPUTE W-PT-NOTURNO ROUNDED = W-SAL-HORA
                   * W-FATOR-NOTURNO * TP-NOTURNO (W-PT-I)
               COMPUTE W-PT-FALTAS ROUNDED = SALARIO-TRAB
                   * TP-FALTAS (W-PT-I) / 30
           END-IF.

       PROCURA-PONTO SECTION.
           IF TP-COD-VEN (W-PT-I) EQUAL COD-VEN-TRAB
               MOVE "SIM" TO W-PT-ACHOU
           ELSE
               ADD 1 TO W-PT-I.

      *================================================================*
      * HORAS-AULA DO PROFESSOR NO MES

       CALCULA-HORAULA SECTION.
           MOVE ZEROS TO W-HA-VALOR.
           MOVE "NAO" TO W-HA-ACHOU.
           MOVE 1 TO W-HA-I.
           PERFORM PROCURA-HORAULA UNTIL W-HA-I GREATER THAN
               CT-TAB-HORAULA OR W-HA-ACHOU EQUAL "SIM".
           IF W-HA-ACHOU EQUAL "SIM"
               MOVE TH-VALOR (W-HA-I) TO W-HA-VALOR.

       PROCURA-HORAULA SECTION.
           IF TH-COD-VEN (W-HA-I) EQUAL COD-VEN-TRAB
               MOVE "SIM" TO W-HA-ACHOU
           ELSE
               ADD 1 TO W-HA-I.

      *================================================================*
      * FGTS DO FUNCIONARIO SOBRE O BRUTO JA APURADO PELO MODO

       CALCULA-FGTS SECTION.
           COMPUTE W-FGTS ROUNDED = WSAL-BRUTO * W-TAXA-FGTS.

      *================================================================*
      * INSS PROGRESSIVO: CADA FAIXA CONTRIBUI COM SUA ALIQUOTA
           ADD DESCONTO-TRAB TO WDESC-COMP.
           ADD W-INSS TO W-INSS-COMP.
           ADD W-IRRF TO W-IRRF-COMP.
           PERFORM LOCALIZA-CCUSTO.
           ADD WSAL-BRUTO TO TCC-BRUTO (W-CCUSTO-I).
           PERFORM ACUMULA-FOLHAYTD.
           PERFORM GRAVA-FOLMES.
           PERFORM GRAVA-FGTS.
           IF WSAL-LIQUIDO LESS THAN ZEROS
               PERFORM IMP-EXC-SAL
           ELSE
               PERFORM IMP-BANCO.
           PERFORM IMP-HOLERITE.

      *================================================================*
      * BRUTO, DESCONTOS E LIQUIDO DO FUNCIONARIO NA COMPETENCIA DA
      * RODADA; OS DESCONTOS SAO TUDO O QUE SEPARA O BRUTO DO LIQUIDO.
      * A BASE E A TAXA DA COMISSAO PAGA FICAM PARA O ESTCOM

       GRAVA-FOLMES SECTION.
           MOVE W-DATA-ESTAT (1:6) TO FM-ANOMES.
           MOVE W-DATA-ESTAT TO FM-DATA.
           MOVE COD-VEN-TRAB TO FM-COD-VEN.
           MOVE NOME-TRAB TO FM-NOME.
           MOVE WSAL-BRUTO TO FM-BRUTO.
           COMPUTE FM-DESCONTOS = WSAL-BRUTO - WSAL-LIQUIDO.
           MOVE WSAL-LIQUIDO TO FM-LIQUIDO.
           MOVE VENDA-TRAB TO FM-BASE-COM.
           MOVE W-TAXA-COMISSAO TO FM-TAXA-COM.
           WRITE REG-FOLMES.
           IF W-FOLMES-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE FOLMES - STATUS: "
                   W-FOLMES-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * HOLERITE INDIVIDUAL: UMA PAGINA POR FUNCIONARIO, COM CADA
      * VERBA E CADA DESCONTO EM LINHA PROPRIA
           MOVE "COMISSAO SOBRE VENDAS........" TO HOL-ROTULO.
           MOVE WCOMISSAO TO HOL-VALOR.
           WRITE REG-HOL FROM HOL-LIN-VALOR AFTER ADVANCING 1 LINE.
           IF W-PT-ACHOU EQUAL "SIM"
               PERFORM IMP-HOLERITE-PONTO.
           IF W-HA-ACHOU EQUAL "SIM"
               PERFORM IMP-HOLERITE-HORAULA.
           MOVE "SALARIO BRUTO................" TO HOL-ROTULO.
           MOVE WSAL-BRUTO TO HOL-VALOR.
           WRITE REG-HOL FROM HOL-LIN-VALOR AFTER ADVANCING 1 LINE.
           MOVE "ADIANTAMENTO................." TO HOL-ROTULO.
           MOVE W-ADIANTAMENTO TO HOL-VALOR.
           WRITE REG-HOL FROM HOL-LIN-VALOR AFTER ADVANCING 1 LINE.
           IF W-ESTORNO-COM GREATER THAN ZEROS
               MOVE "ESTORNO COMISSAO DEVOLUCOES.." TO HOL-ROTULO
               MOVE W-ESTORNO-COM TO HOL-VALOR
               WRITE REG-HOL FROM HOL-LIN-VALOR AFTER ADVANCING 1 LINE.
           MOVE "SALARIO LIQUIDO.............." TO HOL-ROTULO.
           MOVE WSAL-LIQUIDO TO HOL-VALOR.
           WRITE REG-HOL FROM HOL-LIN-VALOR AFTER ADVANCING 2 LINES.
           MOVE "FGTS DO MES (DEPOSITO)......." TO HOL-ROTULO.
           MOVE W-FGTS TO HOL-VALOR.
           WRITE REG-HOL FROM HOL-LIN-VALOR AFTER ADVANCING 1 LINE.
           IF W-RELHOL-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE RELHOL - STATUS: "
                   W-RELHOL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *    CADA ITEM DO CARTAO DE PONTO EM LINHA PROPRIA, COM AS HORAS
      *    OU DIAS QUE O ORIGINARAM; AS FALTAS SAEM NEGATIVAS PORQUE
      *    REDUZEM O BRUTO
       IMP-HOLERITE-PONTO SECTION.
           MOVE "HORAS EXTRAS 50%............." TO HOL-ROTULO-PT.
           MOVE W-PT-HE50 TO HOL-VALOR-PT.
           MOVE TP-HE50 (W-PT-I) TO HOL-QTD-PT.
           MOVE "HORAS" TO HOL-UNID-PT.
           WRITE REG-HOL FROM HOL-LIN-PONTO AFTER ADVANCING 1 LINE.
           MOVE "HORAS EXTRAS 100%............" TO HOL-ROTULO-PT.
           MOVE W-PT-HE100 TO HOL-VALOR-PT.
           MOVE TP-HE100 (W-PT-I) TO HOL-QTD-PT.
           WRITE REG-HOL FROM HOL-LIN-PONTO AFTER ADVANCING 1 LINE.
           MOVE "DSR SOBRE HORAS EXTRAS......." TO HOL-ROTULO-PT.
           MOVE W-PT-DSR TO HOL-VALOR-PT.
           MOVE TP-DIAS-DSR (W-PT-I) TO HOL-QTD-PT.
           MOVE "DIAS" TO HOL-UNID-PT.
           WRITE REG-HOL FROM HOL-LIN-PONTO AFTER ADVANCING 1 LINE.
           MOVE "ADICIONAL NOTURNO (20%)......" TO HOL-ROTULO-PT.
           MOVE W-PT-NOTURNO TO HOL-VALOR-PT.
           MOVE TP-NOTURNO (W-PT-I) TO HOL-QTD-PT.
           MOVE "HORAS" TO HOL-UNID-PT.
           WRITE REG-HOL FROM HOL-LIN-PONTO AFTER ADVANCING 1 LINE.
           MOVE "FALTAS......................." TO HOL-ROTULO-PT.
           COMPUTE HOL-VALOR-PT = ZEROS - W-PT-FALTAS.
           MOVE TP-FALTAS (W-PT-I) TO HOL-QTD-PT.
           MOVE "DIAS" TO HOL-UNID-PT.
           WRITE REG-HOL FROM HOL-LIN-PONTO AFTER ADVANCING 1 LINE.

      *    AS HORAS-AULA SAEM NA MESMA LINHA DOS ITENS DO PONTO, COM O
      *    NUMERO DE AULAS DADAS NO MES
       IMP-HOLERITE-HORAULA SECTION.
           MOVE "HORAS-AULA MINISTRADAS......." TO HOL-ROTULO-PT.
           MOVE W-HA-VALOR TO HOL-VALOR-PT.
           MOVE TH-AULAS (W-HA-I) TO HOL-QTD-PT.
           MOVE "AULAS" TO HOL-UNID-PT.
           WRITE REG-HOL FROM HOL-LIN-PONTO AFTER ADVANCING 1 LINE.

      *================================================================*

       IMP-BANCO SECTION.
               MOVE 1 TO RETURN-CODE
               STOP RUN.

      *================================================================*
      * RECOLHIMENTO DO FGTS: UM DETALHE POR FUNCIONARIO COM FGTS
      * POSITIVO, SOMADO NO TOTAL DO DEPARTAMENTO E NO ACUMULADO DO
      * ANO; NO FECHAMENTO OS TOTAIS POR DEPARTAMENTO TEM DE FECHAR
      * COM O TOTAL GRAVADO ANTES DO TRAILER

       GRAVA-FGTS SECTION.
           IF W-FGTS GREATER THAN ZEROS
               MOVE SPACES TO REG-FGD
               MOVE COD-VEN-TRAB TO FGD-COD-VEN
               MOVE COD-DEP-TRAB TO FGD-COD-DEP
               MOVE COD-SEC-TRAB TO FGD-COD-SEC
               MOVE NOME-TRAB TO FGD-NOME
               MOVE WSAL-BRUTO TO FGD-BASE
               MOVE W-FGTS TO FGD-VALOR
               ADD 1 TO W-FGD-SEQ
               MOVE W-FGD-SEQ TO FGD-SEQ
               ADD W-FGTS TO W-FGD-ESPERADO
               WRITE REG-FGD
               IF W-FGTSDEP-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE " W-ARQ-FGTS
                       " - STATUS: " W-FGTSDEP-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CT-FGD-DET
               ADD FGD-VALOR TO W-FGD-TOTAL
               ADD W-FGTS TO W-FGTS-COMP
               PERFORM LOCALIZA-CCUSTO
               ADD W-FGTS TO TCC-FGTS (W-CCUSTO-I)
               PERFORM ACUMULA-FGTS-DEP
               PERFORM ACUMULA-FGTSYTD
           END-IF.

      *    O TRAB VEM ORDENADO POR DEPARTAMENTO, MAS A TABELA E
      *    PROCURADA PELO CODIGO PARA NAO DEPENDER DA ORDEM
       ACUMULA-FGTS-DEP SECTION.
           MOVE "NAO" TO W-FGDEP-ACHOU.
           MOVE 1 TO W-FGDEP-I.
           PERFORM PROCURA-FGTS-DEP UNTIL W-FGDEP-I GREATER THAN
               CT-TAB-FGDEP OR W-FGDEP-ACHOU EQUAL "SIM".
           IF W-FGDEP-ACHOU EQUAL "NAO"
               ADD 1 TO CT-TAB-FGDEP
               IF CT-TAB-FGDEP GREATER THAN 50
                   DISPLAY "ERRO: MAIS DE 50 DEPARTAMENTOS NO FGTS"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CT-TAB-FGDEP TO W-FGDEP-I
               PERFORM BUSCA-NOMES-DEPSEC
               MOVE COD-DEP-TRAB TO TFD-COD (W-FGDEP-I)
               MOVE W-NOME-DEP-ATUAL TO TFD-NOME (W-FGDEP-I)
               MOVE ZEROS TO TFD-QTD (W-FGDEP-I)
               MOVE ZEROS TO TFD-TOTAL (W-FGDEP-I)
           END-IF.
           ADD 1 TO TFD-QTD (W-FGDEP-I).
           ADD W-FGTS TO TFD-TOTAL (W-FGDEP-I).

       PROCURA-FGTS-DEP SECTION.
           IF TFD-COD (W-FGDEP-I) EQUAL COD-DEP-TRAB
               MOVE "SIM" TO W-FGDEP-ACHOU
           ELSE
               ADD 1 TO W-FGDEP-I.

      *    POSICIONA W-CCUSTO-I NO CENTRO DE CUSTO DA SECAO DO
      *    FUNCIONARIO ATUAL, ABRINDO A ENTRADA NA PRIMEIRA VEZ
       LOCALIZA-CCUSTO SECTION.
           MOVE COD-DEP-TRAB TO W-CCUSTO-DEP.
           MOVE COD-SEC-TRAB TO W-CCUSTO-SEC.
           MOVE "NAO" TO W-CCUSTO-ACHOU.
           MOVE 1 TO W-CCUSTO-I.
           PERFORM PROCURA-CCUSTO UNTIL W-CCUSTO-I GREATER THAN
               CT-TAB-CCUSTO OR W-CCUSTO-ACHOU EQUAL "SIM".
           IF W-CCUSTO-ACHOU EQUAL "NAO"
               ADD 1 TO CT-TAB-CCUSTO
               IF CT-TAB-CCUSTO GREATER THAN 100
                   DISPLAY "ERRO: MAIS DE 100 CENTROS DE CUSTO NA FOLHA"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CT-TAB-CCUSTO TO W-CCUSTO-I
               MOVE W-CCUSTO-ATUAL TO TCC-CODIGO (W-CCUSTO-I)
               MOVE ZEROS TO TCC-BRUTO (W-CCUSTO-I)
               MOVE ZEROS TO TCC-FGTS (W-CCUSTO-I)
           END-IF.

       PROCURA-CCUSTO SECTION.
           IF TCC-CODIGO (W-CCUSTO-I) EQUAL W-CCUSTO-ATUAL
               MOVE "SIM" TO W-CCUSTO-ACHOU
           ELSE
               ADD 1 TO W-CCUSTO-I.

       GRAVA-HEADER-FGTS SECTION.
           MOVE SPACES TO REG-FGD-HDR.
           MOVE "HDR" TO FGD-HDR-ID.
           MOVE "TURISMAR TURISMOS" TO FGD-HDR-EMPRESA.
           MOVE 1234 TO FGD-HDR-AGENCIA.
           MOVE 00567890 TO FGD-HDR-CONTA.
           MOVE W-DATA-ESTAT TO FGD-HDR-DATA.
           MOVE W-PARM-MODO TO FGD-HDR-MODO.
           WRITE REG-FGD-HDR.
           IF W-FGTSDEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE " W-ARQ-FGTS
                   " - STATUS: " W-FGTSDEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-TRAILER-FGTS SECTION.
           IF W-FGD-TOTAL NOT EQUAL W-FGD-ESPERADO
               DISPLAY W-ARQ-FGTS " NAO CONFERE: GRAVADO "
                   W-FGD-TOTAL " APURADO " W-FGD-ESPERADO
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE ZEROS TO W-FGD-TOTAL-DEP.
           MOVE ZEROS TO W-FGDEP-I.
           PERFORM GRAVA-FGTS-DEP CT-TAB-FGDEP TIMES.
           IF W-FGD-TOTAL-DEP NOT EQUAL W-FGD-TOTAL
               DISPLAY W-ARQ-FGTS " NAO CONFERE: DEPARTAMENTOS "
                   W-FGD-TOTAL-DEP " GRAVADO " W-FGD-TOTAL
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           MOVE SPACES TO REG-FGD-TRL.
           MOVE "TRL" TO FGD-TRL-ID.
           MOVE CT-FGD-DET TO FGD-TRL-QTD.
           MOVE W-FGD-TOTAL TO FGD-TRL-TOTAL.
           WRITE REG-FGD-TRL.
           IF W-FGTSDEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE " W-ARQ-FGTS
                   " - STATUS: " W-FGTSDEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.

       GRAVA-FGTS-DEP SECTION.
           ADD 1 TO W-FGDEP-I.
           MOVE SPACES TO REG-FGD-DEP.
           MOVE "DEP" TO FGD-DEP-ID.
           MOVE TFD-COD (W-FGDEP-I) TO FGD-DEP-COD.
           MOVE TFD-NOME (W-FGDEP-I) TO FGD-DEP-NOME.
           MOVE TFD-QTD (W-FGDEP-I) TO FGD-DEP-QTD.
           MOVE TFD-TOTAL (W-FGDEP-I) TO FGD-DEP-TOTAL.
           WRITE REG-FGD-DEP.
           IF W-FGTSDEP-STATUS NOT EQUAL "00"
               DISPLAY "ERRO NA GRAVACAO DE " W-ARQ-FGTS
                   " - STATUS: " W-FGTSDEP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           ADD TFD-TOTAL (W-FGDEP-I) TO W-FGD-TOTAL-DEP.

      *================================================================*

       IMP-EXC-SAL SECTION.
      *    INTERFACE COM A CONTABILIDADE
       IMP-GLCONTAB SECTION.
           IF CT-GRAVADOS GREATER THAN ZEROS
               MOVE SPACES TO REG-GLCONTAB
               MOVE 1 TO W-CCUSTO-I
               PERFORM GRAVA-GL-BRUTO-CC CT-TAB-CCUSTO TIMES
               MOVE SPACES TO GL-CCUSTO

               MOVE "211001" TO GL-CONTA
               MOVE "DESCONTOS DA FOLHA A RECOLHER" TO GL-DESCRICAO
                   END-IF
               END-IF

      *        A COMISSAO ESTORNADA DAS DEVOLUCOES REDUZ A DESPESA DA
      *        FOLHA, SEM CENTRO DE CUSTO, NO VALOR DESCONTADO
               IF W-ESTCOM-COMP GREATER THAN ZEROS
                   MOVE "411001" TO GL-CONTA
                   MOVE "ESTORNO DE COMISSOES" TO GL-DESCRICAO
                   MOVE "C" TO GL-DC
                   MOVE W-ESTCOM-COMP TO GL-VALOR
                   WRITE REG-GLCONTAB
                   IF W-GLCONTAB-STATUS NOT EQUAL "00"
                       DISPLAY "ERRO NA GRAVACAO DE GLCONTAB - "
                           "STATUS: " W-GLCONTAB-STATUS
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF

               MOVE "211002" TO GL-CONTA
               MOVE "SALARIOS LIQUIDOS A PAGAR" TO GL-DESCRICAO
               MOVE "C" TO GL-DC
                   STOP RUN
               END-IF
           END-IF.
      *    ENCARGO DO FGTS: DESPESA DA EMPRESA CONTRA A OBRIGACAO DE
      *    RECOLHIMENTO, FORA DO LIQUIDO DOS FUNCIONARIOS
           IF W-FGTS-COMP GREATER THAN ZEROS
               MOVE SPACES TO REG-GLCONTAB
               MOVE 1 TO W-CCUSTO-I
               PERFORM GRAVA-GL-FGTS-CC CT-TAB-CCUSTO TIMES
               MOVE SPACES TO GL-CCUSTO

               MOVE "211018" TO GL-CONTA
               MOVE "FGTS A RECOLHER" TO GL-DESCRICAO
               MOVE "C" TO GL-DC
               MOVE W-FGTS-COMP TO GL-VALOR
               WRITE REG-GLCONTAB
               IF W-GLCONTAB-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONTAB - STATUS: "
                       W-GLCONTAB-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    UM DEBITO DE DESPESA POR CENTRO DE CUSTO DA TABELA
       GRAVA-GL-BRUTO-CC SECTION.
           IF TCC-BRUTO (W-CCUSTO-I) GREATER THAN ZEROS
               MOVE "411001" TO GL-CONTA
               MOVE "FOLHA DE PAGAMENTO - SALARIO BRUTO" TO
                   GL-DESCRICAO
               MOVE "D" TO GL-DC
               MOVE TCC-BRUTO (W-CCUSTO-I) TO GL-VALOR
               MOVE TCC-CODIGO (W-CCUSTO-I) TO GL-CCUSTO
               WRITE REG-GLCONTAB
               IF W-GLCONTAB-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONTAB - STATUS: "
                       W-GLCONTAB-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO W-CCUSTO-I.

       GRAVA-GL-FGTS-CC SECTION.
           IF TCC-FGTS (W-CCUSTO-I) GREATER THAN ZEROS
               MOVE "411004" TO GL-CONTA
               MOVE "FGTS - ENCARGO DA EMPRESA" TO GL-DESCRICAO
               MOVE "D" TO GL-DC
               MOVE TCC-FGTS (W-CCUSTO-I) TO GL-VALOR
               MOVE TCC-CODIGO (W-CCUSTO-I) TO GL-CCUSTO
               WRITE REG-GLCONTAB
               IF W-GLCONTAB-STATUS NOT EQUAL "00"
                   DISPLAY "ERRO NA GRAVACAO DE GLCONTAB - STATUS: "
                       W-GLCONTAB-STATUS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           ADD 1 TO W-CCUSTO-I.

      *================================================================*

           MOVE "REGISTROS GRAVADOS:" TO ROT-ESTAT.
           MOVE CT-GRAVADOS TO VAL-ESTAT.
           WRITE REG-ATR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE "DESLIGADOS NAO PROCESSADOS:" TO ROT-ESTAT.
           MOVE CT-INATIVOS TO VAL-ESTAT.
           WRITE REG-ATR FROM DET-ESTAT AFTER ADVANCING 1 LINE.
           MOVE W-DATA-ESTAT TO VAR-ESTAT-DATA.
           MOVE W-HORA-ESTAT TO VAR-ESTAT-HORA.
           WRITE REG-ATR FROM DET-ESTAT-DATAHORA AFTER ADVANCING 1 LINE.
           CLOSE EXECLOG.

       FIM SECTION.
           IF W-MODO-RESCISAO EQUAL "SIM" AND W-RES-ACHOU EQUAL "NAO"
               DISPLAY "RESCISAO: FUNCIONARIO NAO CADASTRADO: "
                   W-PARM-COD
               MOVE 1 TO RETURN-CODE
               STOP RUN.
           PERFORM GRAVA-TRAILER-FGTS.
           PERFORM GRAVA-FGTSYTD.
           CLOSE FGTSDEP.
           EVALUATE TRUE
             WHEN W-MODO-13 EQUAL "SIM"
               MOVE CT-13-PAGOS TO CT-GRAVADOS
               PERFORM GRAVA-FOLHAYTD
               PERFORM GRAVA-EXECLOG
               CLOSE RELFER RELBFER GLCONTFE
             WHEN W-MODO-RESCISAO EQUAL "SIM"
               MOVE 1 TO CT-GRAVADOS
               PERFORM GRAVA-TRAILER-BRES
               PERFORM IMP-GLCONTAB-RE
               PERFORM GRAVA-FOLHAYTD
               CLOSE RELRESC RELBRES GLCONTRE
               PERFORM MARCA-DESLIGADO
               PERFORM GRAVA-EXECLOG
             WHEN OTHER
               PERFORM GRAVA-TRAILER-BANCO
               PERFORM IMP-ROD-SAL-SEC
               PERFORM GRAVA-FOLHAYTD
               PERFORM GRAVA-EXECLOG
               CLOSE REL-PAG RELBANCO RELEXCSAL GLCONTAB RELHOL
                   FOLMES
           END-EVALUATE.

      *================================================================*     
