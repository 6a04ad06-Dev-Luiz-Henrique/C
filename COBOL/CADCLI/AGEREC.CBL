
       FD CONTREC LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CONTREC.DAT".

           01 REG-TIT.
           COPY CONTREC.

       FD CADCLI LABEL RECORD ARE STANDARD
           VALUE OF FILE-ID IS "CADCLI.DAT".
