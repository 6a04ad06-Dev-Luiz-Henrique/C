           VALUE OF FILE-ID IS "CADMERC.DAT".
       01 REG-CADMERC.
           02 COD-MERC-CADMERC     PIC 9(03).
           02 RESTO-CADMERC        PIC X(52).

       FD CADVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADVEND.DAT".
       01 REG-CADVEND              PIC X(53).

       FD CADALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADALU.DAT".
      *    ANTERIOR; SO UMA COPIA FICA ABERTA POR VEZ
       FD BKPCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-BKP.
       01 REG-BKPCLI               PIC X(234).

       FD BKPMERC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-BKP.
       01 REG-BKPMERC              PIC X(55).

       FD BKPVEND LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-BKP.
       01 REG-BKPVEND              PIC X(53).

       FD BKPALU LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS W-ARQ-BKP.
       77 CT-MESTRES       PIC 9(02) VALUE ZEROS.

      *    AREA COMUM DO REGISTRO EM TRANSITO E DO TRAILER
       01 W-REG-AREA       PIC X(234).
       01 W-TRL-AREA.
           02 W-TRL-ID     PIC X(03).
           02 W-TRL-DATA   PIC 9(08).
