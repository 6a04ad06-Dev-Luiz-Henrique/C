      *    ENDERECO POSTAL PARA A MALA DIRETA (LOGRADOURO, NUMERO,
      *    COMPLEMENTO E CEP), CAPTURADO NO MANCLI; CEP COM ZEROS
      *    SIGNIFICA ENDERECO NAO INFORMADO E O CLIENTE FICA FORA DO
      *    EXTRATO MALADIR.DAT. O CEP INFORMADO TEM DE CONSTAR DO
      *    DIRETORIO DE CEPS (BUSCACEP), QUE DA A CIDADE E O ESTADO.
           02 LOGRA-ENT          PIC X(30).
           02 NUM-END-ENT        PIC X(06).
           02 COMPL-END-ENT      PIC X(15).
           02 CEP-ENT            PIC 9(08).
      *    LIMITE DE CREDITO DO CLIENTE PARA VENDA A PRAZO, DIGITADO
      *    NO MANCLI E CONFERIDO PELO MANRES NA RESERVA E PELO CONREC
      *    NO PLANO DE PARCELAS CONTRA O SALDO ABERTO EM CONTREC.DAT
      *    MAIS O VALOR DA VIAGEM NOVA. ZEROS SIGNIFICA LIMITE AINDA
      *    NAO DEFINIDO: SO A REGRA DE ATRASO E CONFERIDA.
           02 LIMITE-CRED-ENT    PIC 9(07)V99.
      *    PASSAPORTE DO CLIENTE PARA AS VIAGENS INTERNACIONAIS: NUMERO
      *    (EM BRANCO SE NAO INFORMADO) E VALIDADE EM DDMMAAAA,
      *    DIGITADOS NO MANCLI E VALIDADOS POR VALDATA. CONFERIDOS PELO
      *    RELDOC CONTRA A DATA DE RETORNO DAS PARTIDAS PROXIMAS.
           02 PASSAPORTE-ENT     PIC X(10).
           02 DT-VALID-PASS-ENT  PIC 9(08).
           02 RED-DT-VALID-PASS-ENT REDEFINES DT-VALID-PASS-ENT.
             03 DD-PASS-ENT      PIC 9(02).
             03 MM-PASS-ENT      PIC 9(02).
             03 AAAA-PASS-ENT    PIC 9(04).
