           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  POSICOES.
       01  POS-REG.
