           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).
       FD  CONTAS-OUT.
       01  CTA-REG-BKP.
           05 CTA-NUMERO-BKP     PIC 9(06).
           05 CTA-SALDO-BKP      PIC S9(009)V99.
           05 CTA-SITUACAO-BKP   PIC X(01).
           05 CTA-FILIAL-BKP     PIC X(02).

       FD  ORDENS-IN.
       01  ORD-REG.
           05 ORD-NUMERO         PIC 9(06).
           05 ORD-CLIENTE        PIC 9(04).
           05 ORD-DADOS          PIC X(63).
      *== ORD-DADOS: RESTO DO ORD-REG (73 BYTES NO TOTAL) COPIADO EM
      *== BLOCO - SO AS CHAVES PRECISAM DE NOME AQUI
       FD  ORDENS-OUT.
       01  ORD-REG-BKP.
           05 ORD-NUMERO-BKP     PIC 9(06).
           05 ORD-CLIENTE-BKP    PIC 9(04).
           05 ORD-DADOS-BKP      PIC X(63).

       FD  CTACLI-IN.
       01  CTC-REG.
