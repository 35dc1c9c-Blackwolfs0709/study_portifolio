      *==   BRANCO, O DIA CORRENTE. DIFERENCA ENTRE DEBITO E CREDITO
      *==   E IMPOSSIVEL POR CONSTRUCAO (CADA LINHA TEM OS DOIS
      *==   LADOS) - SE APARECER, O ARQUIVO FOI EDITADO POR FORA.
      *==   A PROVA SAI TAMBEM POR EMPRESA/FILIAL (RAZ-FILIAL, VER
      *==   FILLIB); O TOTAL GERAL E O CONSOLIDADO DAS FILIAIS.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 RAZ-VALOR          PIC 9(011)V99.
           05 RAZ-ORIGEM         PIC X(08).
           05 RAZ-REF            PIC 9(06).
           05 RAZ-FILIAL         PIC X(02).
      *== RAZ-FILIAL: EMPRESA/FILIAL DO LANCAMENTO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(120) VALUE SPACES.
               10 WRK-ORI-VALOR   PIC 9(013)V99.
       77  WRK-IDX-ORI     PIC 9(02) VALUE ZEROS.

      *== TOTAIS POR EMPRESA/FILIAL (ESPACOS, LINHA ANTIGA = "01")
       77  WRK-QTD-FILIAIS PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-FILIAIS.
           05 WRK-TFL-ITEM OCCURS 50 TIMES.
               10 WRK-TFL-CODIGO  PIC X(02).
               10 WRK-TFL-QTD     PIC 9(06).
               10 WRK-TFL-DEBITO  PIC 9(013)V99.
               10 WRK-TFL-CREDITO PIC 9(013)V99.
       77  WRK-IDX-TFL     PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-CHAVE   PIC X(02) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR2-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

                       MOVE "C" TO WRK-LADO
                       PERFORM 0210-ACUMULA-CONTA
                       PERFORM 0220-ACUMULA-ORIGEM
                       PERFORM 0230-ACUMULA-FILIAL
                   END-IF
                   READ RAZAO
                       AT END MOVE 10 TO FS-RAZAO
               ADD RAZ-VALOR TO WRK-ORI-VALOR(WRK-IDX-ORI)
           END-IF.

       0230-ACUMULA-FILIAL         SECTION.
           MOVE RAZ-FILIAL TO WRK-FIL-CHAVE.
           IF WRK-FIL-CHAVE EQUAL SPACES
               MOVE "01" TO WRK-FIL-CHAVE
           END-IF.
           MOVE 1 TO WRK-IDX-TFL.
           PERFORM UNTIL WRK-IDX-TFL GREATER WRK-QTD-FILIAIS
               OR WRK-TFL-CODIGO(WRK-IDX-TFL) EQUAL WRK-FIL-CHAVE
               ADD 1 TO WRK-IDX-TFL
           END-PERFORM.
           IF WRK-IDX-TFL GREATER WRK-QTD-FILIAIS
               IF WRK-QTD-FILIAIS LESS 50
                   ADD 1 TO WRK-QTD-FILIAIS
                   MOVE WRK-QTD-FILIAIS TO WRK-IDX-TFL
                   MOVE WRK-FIL-CHAVE TO WRK-TFL-CODIGO(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-QTD(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-DEBITO(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-CREDITO(WRK-IDX-TFL)
               END-IF
           END-IF.
           IF WRK-IDX-TFL NOT GREATER WRK-QTD-FILIAIS
               ADD 1 TO WRK-TFL-QTD(WRK-IDX-TFL)
               ADD RAZ-VALOR TO WRK-TFL-DEBITO(WRK-IDX-TFL)
               ADD RAZ-VALOR TO WRK-TFL-CREDITO(WRK-IDX-TFL)
           END-IF.

       0300-IMPRIME-BALANCETE      SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "DIA " WRK-DATA-DIA " - " WRK-TOTAL-LINHAS
           MOVE WRK-TOTAL-DEBITO  TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-CREDITO TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL CONSOLIDADO  DEBITOS " WRK-VALOR-ED
                   "  CREDITOS " WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "TOTAL POR EMPRESA/FILIAL" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-TFL FROM 1 BY 1
                   UNTIL WRK-IDX-TFL GREATER WRK-QTD-FILIAIS
               MOVE WRK-TFL-CODIGO(WRK-IDX-TFL) TO WRK-FIL-CODIGO
               CALL "FILLIB" USING WRK-FILLIB-AREA
               MOVE WRK-TFL-DEBITO(WRK-IDX-TFL)  TO WRK-VALOR-ED
               MOVE WRK-TFL-CREDITO(WRK-IDX-TFL) TO WRK-VALOR2-ED
               MOVE SPACES TO REL-LINHA
               STRING "  " WRK-TFL-CODIGO(WRK-IDX-TFL) " "
                       WRK-FIL-RAZAO " " WRK-TFL-QTD(WRK-IDX-TFL)
                       " LANC.  D " WRK-VALOR-ED
                       "  C " WRK-VALOR2-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL POR ORIGEM (CONFERIR COM O RELATORIO DO "
                   "PROPRIO PROGRAMA)"
