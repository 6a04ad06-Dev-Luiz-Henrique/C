           02 MEN-DT-PAGTO     PIC 9(08).
           02 MEN-VALOR-PAGO   PIC 9(05)V99.
           02 MEN-SIT          PIC X(01).
           02 MEN-VALOR-BRUTO  PIC 9(05)V99.
           02 MEN-DESCONTO     PIC 9(05)V99.

       SD TRAB.
       01 REG-TRAB.
