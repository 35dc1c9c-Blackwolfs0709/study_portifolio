       DATA DIVISION.
       FILE SECTION.
       FD  LOG-IN.
       01  LOG-LINHA             PIC X(320).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
       01  WRK-TAB-SELECAO.
           05 WRK-SEL-ITEM OCCURS 2000 TIMES.
               10 WRK-SEL-ORIGEM  PIC X(10).
               10 WRK-SEL-LINHA   PIC X(320).
       77  WRK-IDX-SEL     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-SEL2    PIC 9(04) VALUE ZEROS.
       01  WRK-TROCA.
           05 WRK-TRC-ORIGEM  PIC X(10).
           05 WRK-TRC-LINHA   PIC X(320).

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           END-PERFORM.
           IF WRK-BUSCA-TAM GREATER ZEROS
               PERFORM VARYING WRK-POS FROM 1 BY 1
                       UNTIL WRK-POS GREATER 290
                       OR WRK-ACHOU EQUAL "S"
                   IF LOG-LINHA(WRK-POS:WRK-BUSCA-TAM) EQUAL
                       WRK-BUSCA(1:WRK-BUSCA-TAM)
