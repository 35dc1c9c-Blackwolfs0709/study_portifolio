           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  CONTAS-LOG.
       01  LOG-LINHA            PIC X(100).
       77  WRK-MESES-BLOQUEIO PIC 9(03) VALUE 24.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(20) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(20) VALUE SPACES.

      *== ULTIMO MOVIMENTO CONHECIDO POR CONTA
       77  WRK-QTD-MOV     PIC 9(04) VALUE ZEROS.
