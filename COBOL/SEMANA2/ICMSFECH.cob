      *== LED-SINAL: "-" = LINHA DE AJUSTE QUE SUBTRAI DA APURACAO
      *== (ESTORNO DE CANCELAMENTO/DEVOLUCAO); ESPACO = SOMA -
      *== LINHAS ANTIGAS SEM O CAMPO LEEM COMO ESPACO
           05 LED-PIS            PIC 9(010)V99.
           05 LED-COFINS         PIC 9(010)V99.
      *== LED-PIS/LED-COFINS: MESMA REGRA DE SINAL DO ICMS (PISCOFEC)
           05 LED-FILIAL         PIC X(02).
      *== LED-FILIAL: EMPRESA/FILIAL DA APURACAO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

       FD  ICMSFECH-REL.
       01  REL-LINHA            PIC X(100).
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ICMS  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-LED-FILIAL  PIC X(02) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A APURACAO
      *== E DA FILIAL DA EXECUCAO (CADA CNPJ APURA O SEU ICMS); O
      *== RELATORIO DAS DEMAIS FILIAIS SAI COM O SUFIXO .Fnn
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== CONSOLIDACAO POR UF DA COMPETENCIA
       01  WRK-TAB-UF-AREA.
           MOVE WRK-DATA-HOJE TO WRK-DIF-DATA1.
           MOVE WRK-DATA-HOJE TO WRK-DIF-DATA2.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           ACCEPT WRK-LED-PATH FROM ENVIRONMENT "ICMS_LEDGER_PATH".
           IF WRK-LED-PATH EQUAL SPACES
               MOVE "ICMSLED.DAT" TO WRK-LED-PATH
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "ICMSFECH.REL" TO WRK-REL-PATH
           END-IF.
           MOVE WRK-REL-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-REL-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-REL-PATH
           END-STRING.
           OPEN OUTPUT ICMSFECH-REL.

       0200-CONSOLIDA              SECTION.
               AT END MOVE 10 TO FS-LEDGER
           END-READ.
           PERFORM UNTIL FS-LEDGER EQUAL 10
      *== LINHA ANTIGA, SEM FILIAL, E DA MATRIZ
               MOVE LED-FILIAL TO WRK-LED-FILIAL
               IF WRK-LED-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-LED-FILIAL
               END-IF
               IF LED-COMPETENCIA EQUAL WRK-COMPETENCIA
                  AND WRK-LED-FILIAL EQUAL WRK-FIL-CODIGO
                   ADD 1 TO WRK-TOTAL-LINHAS
                   PERFORM 0210-ACUMULA-UF
               END-IF
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "EMPRESA/FILIAL " WRK-FIL-CODIGO " - "
                   WRK-FIL-RAZAO " CNPJ " WRK-FIL-CNPJ
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "UF  PEDIDOS  BASE TRIBUTAVEL        ICMS DEVIDO"
               TO REL-LINHA.
