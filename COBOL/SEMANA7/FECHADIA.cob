      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: RODA COMO ULTIMO PASSO DA CADEIA NOTURNA DO
      *==   JOBCTL, ANTES DA FAXINA DE LOGS; FECHADIA_DATA (AAAAMMDD)
      *==   ESCOLHE O DIA, EM BRANCO E O DIA CORRENTE; GRAVA A FOTO
      *==   DO SALDO DE CADA CONTA NO FIM DO DIA EM SALDOHIS.DAT
      *==   (SALDO MEDIO DO CTAJUROS, ABERTURA DO EXTRATO, SALDCONS).
      *==   FATURAMENTO E SALDOS SAEM TAMBEM POR EMPRESA/FILIAL (VER
      *==   FILLIB) - OS TOTAIS DE SEMPRE SAO O CONSOLIDADO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT SALDOHIS ASSIGN TO DYNAMIC WRK-HSD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSD-CHAVE
               FILE STATUS IS FS-SALDOHIS.
           SELECT RESUMO-UF ASSIGN TO DYNAMIC WRK-RSU-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMO-UF.
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).
       01  REC-LINHA             PIC X(80).

       FD  CLIENTES-LOG.
       01  CLOG-LINHA            PIC X(320).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

      *== FOTO DO SALDO NO FIM DO DIA: UMA POR CONTA POR DIA; RODAR
      *== DE NOVO NO MESMO DIA SUBSTITUI A FOTO
       FD  SALDOHIS.
       01  HSD-REG.
           05 HSD-CHAVE.
               10 HSD-CONTA      PIC 9(06).
               10 HSD-DATA       PIC 9(08).
           05 HSD-SALDO          PIC S9(009)V99.
           05 HSD-SITUACAO       PIC X(01).

       FD  RESUMO-UF.
       01  RSU-REG.
      *== SE NAO DEFINIDA, "PEDRESUMO.DAT" - RESUMO DE FRETE POR UF
      *== QUE O PEDIDOS PERSISTE A CADA EXECUCAO
       77  FS-RESUMO-UF    PIC 9(02) VALUE ZEROS.
       77  WRK-HSD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HSD-PATH: VARIAVEL DE AMBIENTE "SALDOHIS_PATH";
      *== SE NAO DEFINIDA, "SALDOHIS.DAT"
       77  FS-SALDOHIS     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-FOTOS   PIC 9(06) VALUE ZEROS.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "FECHADIA_REL_PATH";
      *== SE NAO DEFINIDA, "FECHADIA.REL"
       77  WRK-QTD-FUF     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FUF     PIC 9(02) VALUE ZEROS.
       77  WRK-JOR-VALOR   PIC S9(009)V99 VALUE ZEROS.
      *== FATURAMENTO E SALDO POR EMPRESA/FILIAL (ORD-FILIAL E
      *== CTA-FILIAL; ESPACOS = "01", A MATRIZ)
       01  WRK-TAB-FILIAL.
           05 WRK-TFL-ITEM OCCURS 50 TIMES.
               10 WRK-TFL-CODIGO    PIC X(02).
               10 WRK-TFL-QTD-PED   PIC 9(06).
               10 WRK-TFL-VAL-PED   PIC 9(011)V99.
               10 WRK-TFL-QTD-CTA   PIC 9(06).
               10 WRK-TFL-SALDO     PIC S9(012)V99.
       77  WRK-QTD-TFL     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TFL     PIC 9(02) VALUE ZEROS.
       77  WRK-FIL-CHAVE   PIC X(02) VALUE SPACES.
       77  WRK-VALOR-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATAMES-AREA.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): RAZAO SOCIAL
      *== DE CADA FILIAL NO QUADRO POR EMPRESA
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-RSU-PATH EQUAL SPACES
               MOVE "PEDRESUMO.DAT" TO WRK-RSU-PATH
           END-IF.
           ACCEPT WRK-HSD-PATH FROM ENVIRONMENT "SALDOHIS_PATH".
           IF WRK-HSD-PATH EQUAL SPACES
               MOVE "SALDOHIS.DAT" TO WRK-HSD-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "FECHADIA_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "FECHADIA.REL" TO WRK-REL-PATH
                   IF ORD-DATA EQUAL WRK-DATA-DIA
                       ADD 1 TO WRK-QTD-PEDIDOS
                       ADD ORD-TOTAL TO WRK-VAL-PEDIDOS
                       MOVE ORD-FILIAL TO WRK-FIL-CHAVE
                       PERFORM 0800-LOCALIZA-FILIAL
                       IF WRK-IDX-TFL NOT GREATER WRK-QTD-TFL
                           ADD 1 TO WRK-TFL-QTD-PED(WRK-IDX-TFL)
                           ADD ORD-TOTAL
                               TO WRK-TFL-VAL-PED(WRK-IDX-TFL)
                       END-IF
                   END-IF
                   READ PEDIDOS-ORD
                       AT END MOVE 10 TO FS-ORDENS
           END-IF.

       0600-APURA-SALDOS           SECTION.
           OPEN I-O SALDOHIS.
           IF FS-SALDOHIS EQUAL 35
               OPEN OUTPUT SALDOHIS
               CLOSE SALDOHIS
               OPEN I-O SALDOHIS
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS EQUAL 0
               READ CONTAS
               PERFORM UNTIL FS-CONTAS EQUAL 10
                   ADD 1 TO WRK-QTD-CONTAS
                   ADD CTA-SALDO TO WRK-SALDO-TOTAL
                   MOVE CTA-FILIAL TO WRK-FIL-CHAVE
                   PERFORM 0800-LOCALIZA-FILIAL
                   IF WRK-IDX-TFL NOT GREATER WRK-QTD-TFL
                       ADD 1 TO WRK-TFL-QTD-CTA(WRK-IDX-TFL)
                       ADD CTA-SALDO TO WRK-TFL-SALDO(WRK-IDX-TFL)
                   END-IF
                   IF FS-SALDOHIS EQUAL 0
                       PERFORM 0610-GRAVA-FOTO-SALDO
                   END-IF
                   READ CONTAS
                       AT END MOVE 10 TO FS-CONTAS
                   END-READ
               END-PERFORM
               CLOSE CONTAS
           END-IF.
           IF FS-SALDOHIS EQUAL 0
               CLOSE SALDOHIS
           ELSE
               DISPLAY "FECHADIA: SALDOHIS INDISPONIVEL - FS "
                       FS-SALDOHIS " - FOTO DOS SALDOS NAO GRAVADA"
           END-IF.

       0610-GRAVA-FOTO-SALDO       SECTION.
           MOVE CTA-NUMERO   TO HSD-CONTA.
           MOVE WRK-DATA-DIA TO HSD-DATA.
           MOVE CTA-SALDO    TO HSD-SALDO.
           MOVE CTA-SITUACAO TO HSD-SITUACAO.
           WRITE HSD-REG
               INVALID KEY
                   REWRITE HSD-REG
           END-WRITE.
           ADD 1 TO WRK-QTD-FOTOS.

       0700-GRAVA-DIGESTO          SECTION.
           OPEN OUTPUT FECHADIA-REL.
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "FOTOS DE SALDO GRAVADAS EM SALDOHIS: "
                   WRK-QTD-FOTOS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTES: " WRK-QTD-INCL " INCLUSOES, "
                   WRK-QTD-ALTER " ALTERACOES, " WRK-QTD-EXCL
                   " EXCLUSOES"
                   WRK-QTD-PERDIDA " ACUMULADAS"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0750-GRAVA-POR-FILIAL.
           CLOSE FECHADIA-REL.

      *== QUADRO POR EMPRESA/FILIAL; A SOMA DAS LINHAS FECHA COM O
      *== FATURAMENTO E O SALDO TOTAL ACIMA (O CONSOLIDADO)
       0750-GRAVA-POR-FILIAL       SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "POR EMPRESA/FILIAL" TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-TFL FROM 1 BY 1
               UNTIL WRK-IDX-TFL GREATER WRK-QTD-TFL
               MOVE WRK-TFL-CODIGO(WRK-IDX-TFL) TO WRK-FIL-CODIGO
               CALL "FILLIB" USING WRK-FILLIB-AREA
               MOVE SPACES TO REL-LINHA
               STRING "  FILIAL " WRK-TFL-CODIGO(WRK-IDX-TFL) " "
                       WRK-FIL-RAZAO
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TFL-VAL-PED(WRK-IDX-TFL) TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING "    FATURAMENTO: "
                       WRK-TFL-QTD-PED(WRK-IDX-TFL) " PEDIDOS, TOTAL "
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TFL-SALDO(WRK-IDX-TFL) TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING "    SALDO DAS " WRK-TFL-QTD-CTA(WRK-IDX-TFL)
                       " CONTAS: " WRK-VALOR-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE WRK-VAL-PEDIDOS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  CONSOLIDADO FATURAMENTO: " WRK-QTD-PEDIDOS
                   " PEDIDOS, TOTAL " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  CONSOLIDADO SALDO DAS " WRK-QTD-CONTAS
                   " CONTAS: " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *== POSICIONA WRK-IDX-TFL NA LINHA DA FILIAL WRK-FIL-CHAVE,
      *== ABRINDO A LINHA NA PRIMEIRA OCORRENCIA
       0800-LOCALIZA-FILIAL        SECTION.
           IF WRK-FIL-CHAVE EQUAL SPACES
               MOVE "01" TO WRK-FIL-CHAVE
           END-IF.
           MOVE 1 TO WRK-IDX-TFL.
           PERFORM UNTIL WRK-IDX-TFL GREATER WRK-QTD-TFL
               OR WRK-TFL-CODIGO(WRK-IDX-TFL) EQUAL WRK-FIL-CHAVE
               ADD 1 TO WRK-IDX-TFL
           END-PERFORM.
           IF WRK-IDX-TFL GREATER WRK-QTD-TFL
               IF WRK-QTD-TFL GREATER OR EQUAL 50
                   DISPLAY "FECHADIA: MAIS DE 50 FILIAIS - "
                           "EXCEDENTE SO NO CONSOLIDADO"
               ELSE
                   ADD 1 TO WRK-QTD-TFL
                   MOVE WRK-QTD-TFL TO WRK-IDX-TFL
                   MOVE WRK-FIL-CHAVE TO WRK-TFL-CODIGO(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-QTD-PED(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-VAL-PED(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-QTD-CTA(WRK-IDX-TFL)
                   MOVE ZEROS TO WRK-TFL-SALDO(WRK-IDX-TFL)
               END-IF
           END-IF.

       0900-FINALIZAR              SECTION.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-REL-PATH TO WRK-RUN-ARQUIVOS.
