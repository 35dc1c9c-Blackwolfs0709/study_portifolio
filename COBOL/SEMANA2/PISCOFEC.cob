       IDENTIFICATION DIVISION.
       PROGRAM-ID. PISCOFEC.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: APURACAO MENSAL DO PIS E DA COFINS - FECHA A
      *==           COMPETENCIA SOMANDO AS LINHAS DO RAZAO ICMSLED.DAT
      *==           (DEBITO DO FATURAMENTO MENOS OS ESTORNOS DE
      *==           CANCELAMENTO E DEVOLUCAO, LED-SINAL "-") E AMARRA
      *==           O DEBITO AO PIS/COFINS DAS NOTAS EMITIDAS NA
      *==           COMPETENCIA EM NOTAS.DAT, DATADO NO FECHAMENTO
      *==           FISCAL (LNK-FIM-MES-UTIL DO DATADIF)
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: PISCOFEC_COMPETENCIA (AAAAMM) ESCOLHE O MES;
      *==   EM BRANCO, A COMPETENCIA DO MES CORRENTE. A NOTA DEPOIS
      *==   CANCELADA CONTINUA SOMANDO NAS NOTAS EMITIDAS: O ESTORNO
      *==   DELA ENTRA PELO RAZAO. NOTA E LINHA DE RAZAO ANTERIORES
      *==   AOS CAMPOS DE PIS/COFINS CONTAM COMO ZERO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICMS-LEDGER ASSIGN TO DYNAMIC WRK-LED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LEDGER.
           SELECT NOTAS ASSIGN TO DYNAMIC WRK-NOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAS.
           SELECT PISCOFEC-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PISCOFEC-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ICMS-LEDGER.
       01  LED-REG.
           05 LED-COMPETENCIA    PIC 9(06).
           05 LED-UF             PIC X(02).
           05 LED-QTD-PEDIDOS    PIC 9(06).
           05 LED-BASE           PIC 9(011)V99.
           05 LED-ICMS           PIC 9(010)V99.
           05 LED-SINAL          PIC X(01).
      *== LED-SINAL: "-" = LINHA DE AJUSTE QUE SUBTRAI DA APURACAO
      *== (ESTORNO DE CANCELAMENTO/DEVOLUCAO); ESPACO = SOMA -
      *== LINHAS ANTIGAS SEM O CAMPO LEEM COMO ESPACO
           05 LED-PIS            PIC 9(010)V99.
           05 LED-COFINS         PIC 9(010)V99.
      *== LED-PIS/LED-COFINS: MESMA REGRA DE SINAL DO ICMS (PISCOFEC)
           05 LED-FILIAL         PIC X(02).
      *== LED-FILIAL: EMPRESA/FILIAL DA APURACAO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

       FD  NOTAS.
       01  NOTA-REG.
           05 NOTA-NUMERO        PIC 9(08).
           05 NOTA-DATA          PIC 9(08).
           05 NOTA-CLIENTE       PIC 9(04).
           05 NOTA-NOME          PIC X(20).
           05 NOTA-PRODUTO       PIC X(30).
           05 NOTA-VALOR         PIC 9(08)V99.
           05 NOTA-DESCONTO      PIC 9(08)V99.
           05 NOTA-FRETE         PIC 9(08)V99.
           05 NOTA-ICMS          PIC 9(08)V99.
           05 NOTA-TOTAL         PIC 9(09)V99.
           05 NOTA-SITUACAO      PIC X(01).
      *== NOTA-SITUACAO: "C" = CANCELADA (VER PEDCANC); ESPACO =
      *== NORMAL - NOTAS GRAVADAS ANTES DO CAMPO LEEM COMO ESPACO
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
      *== NOTA-DESC-FUNC: DESCONTO DE FUNCIONARIO, DESTACADO DO
      *== DESCONTO POR VOLUME PARA SAIR COMO LINHA PROPRIA NA NOTA
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       FD  PISCOFEC-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-LED-PATH    PIC X(100) VALUE SPACES.
       77  WRK-NOT-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PISCOFEC_REL_PATH";
      *== SE NAO DEFINIDA, "PISCOFEC.REL"
       77  FS-LEDGER       PIC 9(02) VALUE ZEROS.
       77  FS-NOTAS        PIC 9(02) VALUE ZEROS.
       77  FS-PISCOFEC-REL PIC 9(02) VALUE ZEROS.
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-NOTA   PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NOTAS PIC 9(06) VALUE ZEROS.
       77  WRK-PIS-LINHA   PIC 9(010)V99 VALUE ZEROS.
       77  WRK-COFINS-LINHA PIC 9(010)V99 VALUE ZEROS.
       77  WRK-REG-FILIAL  PIC X(02) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): RAZAO E
      *== NOTAS SO DA FILIAL DA EXECUCAO; O RELATORIO DAS DEMAIS
      *== FILIAIS SAI COM O SUFIXO .Fnn
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== TOTAIS DA COMPETENCIA: DEBITO (LINHAS SEM SINAL), ESTORNO
      *== (LINHAS "-") E O QUE AS NOTAS EMITIDAS DIZEM QUE FOI DEBITADO
       77  WRK-PIS-DEBITO  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-PIS-ESTORNO PIC S9(011)V99 VALUE ZEROS.
       77  WRK-PIS-NOTAS   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-PIS-DEVIDO  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-PIS-DIF     PIC S9(011)V99 VALUE ZEROS.
       77  WRK-COF-DEBITO  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-COF-ESTORNO PIC S9(011)V99 VALUE ZEROS.
       77  WRK-COF-NOTAS   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-COF-DEVIDO  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-COF-DIF     PIC S9(011)V99 VALUE ZEROS.

      *== CONSOLIDACAO POR UF DA COMPETENCIA (LIQUIDO COM SINAL)
       01  WRK-TAB-UF-AREA.
           05 WRK-UF-ITEM OCCURS 30 TIMES.
               10 WRK-UF-SIGLA    PIC X(02).
               10 WRK-UF-PIS      PIC S9(011)V99.
               10 WRK-UF-COFINS   PIC S9(011)V99.
       77  WRK-QTD-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-PIS-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-COFINS-ED   PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATADIF-AREA.
           05  WRK-DIF-DATA1    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-DATA2    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-STATUS   PIC X(01) VALUE SPACES.
           05  WRK-DIF-DIAS     PIC S9(08) VALUE ZEROS.
           05  WRK-DIF-PROX-UTIL PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-FIM-MES  PIC 9(08) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PISCOFEC".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PISCOFEC".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONSOLIDA.
           PERFORM 0250-SOMA-NOTAS.
           PERFORM 0300-IMPRIME.
           PERFORM 0400-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA MENSAL DO JOBCTL,
      *== AO LADO DO ICMSFECH
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "PISCOFEC_COMPETENCIA".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-COMP-TXT EQUAL SPACES
               COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-DIF-DATA1.
           MOVE WRK-DATA-HOJE TO WRK-DIF-DATA2.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           ACCEPT WRK-LED-PATH FROM ENVIRONMENT "ICMS_LEDGER_PATH".
           IF WRK-LED-PATH EQUAL SPACES
               MOVE "ICMSLED.DAT" TO WRK-LED-PATH
           END-IF.
           OPEN INPUT ICMS-LEDGER.
           MOVE "ICMSLED.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-LEDGER TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-NOT-PATH FROM ENVIRONMENT "NOTAS_PATH".
           IF WRK-NOT-PATH EQUAL SPACES
               MOVE "NOTAS.DAT" TO WRK-NOT-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PISCOFEC_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PISCOFEC.REL" TO WRK-REL-PATH
           END-IF.
           MOVE WRK-REL-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-REL-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-REL-PATH
           END-STRING.
           OPEN OUTPUT PISCOFEC-REL.

       0200-CONSOLIDA              SECTION.
           READ ICMS-LEDGER
               AT END MOVE 10 TO FS-LEDGER
           END-READ.
           PERFORM UNTIL FS-LEDGER EQUAL 10
      *== LINHA ANTIGA, SEM FILIAL, E DA MATRIZ
               MOVE LED-FILIAL TO WRK-REG-FILIAL
               IF WRK-REG-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-REG-FILIAL
               END-IF
               IF LED-COMPETENCIA EQUAL WRK-COMPETENCIA
                  AND WRK-REG-FILIAL EQUAL WRK-FIL-CODIGO
                   ADD 1 TO WRK-TOTAL-LINHAS
                   PERFORM 0210-ACUMULA-UF
               END-IF
               READ ICMS-LEDGER
                   AT END MOVE 10 TO FS-LEDGER
               END-READ
           END-PERFORM.

       0210-ACUMULA-UF             SECTION.
           MOVE ZEROS TO WRK-PIS-LINHA.
           MOVE ZEROS TO WRK-COFINS-LINHA.
           IF LED-PIS NUMERIC
               MOVE LED-PIS TO WRK-PIS-LINHA
           END-IF.
           IF LED-COFINS NUMERIC
               MOVE LED-COFINS TO WRK-COFINS-LINHA
           END-IF.
           MOVE 1 TO WRK-IDX-UF.
           PERFORM UNTIL WRK-IDX-UF GREATER WRK-QTD-UF
               OR WRK-UF-SIGLA(WRK-IDX-UF) EQUAL LED-UF
               ADD 1 TO WRK-IDX-UF
           END-PERFORM.
           IF WRK-IDX-UF GREATER WRK-QTD-UF
               ADD 1 TO WRK-QTD-UF
               MOVE WRK-QTD-UF TO WRK-IDX-UF
               MOVE LED-UF TO WRK-UF-SIGLA(WRK-IDX-UF)
               MOVE ZEROS TO WRK-UF-PIS(WRK-IDX-UF)
               MOVE ZEROS TO WRK-UF-COFINS(WRK-IDX-UF)
           END-IF.
           IF LED-SINAL EQUAL "-"
               SUBTRACT WRK-PIS-LINHA FROM WRK-UF-PIS(WRK-IDX-UF)
               SUBTRACT WRK-COFINS-LINHA
                   FROM WRK-UF-COFINS(WRK-IDX-UF)
               ADD WRK-PIS-LINHA    TO WRK-PIS-ESTORNO
               ADD WRK-COFINS-LINHA TO WRK-COF-ESTORNO
           ELSE
               ADD WRK-PIS-LINHA    TO WRK-UF-PIS(WRK-IDX-UF)
               ADD WRK-COFINS-LINHA TO WRK-UF-COFINS(WRK-IDX-UF)
               ADD WRK-PIS-LINHA    TO WRK-PIS-DEBITO
               ADD WRK-COFINS-LINHA TO WRK-COF-DEBITO
           END-IF.

      *== PIS/COFINS DAS NOTAS EMITIDAS NA COMPETENCIA (NOTA-DATA),
      *== CANCELADAS INCLUSIVE - E O QUE O DEBITO DO RAZAO TEM DE DAR
       0250-SOMA-NOTAS             SECTION.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL 0
               DISPLAY "PISCOFEC: SEM " WRK-NOT-PATH
                       " - A PONTA DAS NOTAS FICA VAZIA"
           ELSE
               READ NOTAS
                   AT END MOVE 10 TO FS-NOTAS
               END-READ
               PERFORM UNTIL FS-NOTAS EQUAL 10
                   COMPUTE WRK-COMP-NOTA = NOTA-DATA / 100
                   MOVE NOTA-FILIAL TO WRK-REG-FILIAL
                   IF WRK-REG-FILIAL EQUAL SPACES
                       MOVE "01" TO WRK-REG-FILIAL
                   END-IF
                   IF WRK-COMP-NOTA EQUAL WRK-COMPETENCIA
                      AND WRK-REG-FILIAL EQUAL WRK-FIL-CODIGO
                       ADD 1 TO WRK-TOTAL-NOTAS
                       IF NOTA-PIS NUMERIC
                           ADD NOTA-PIS TO WRK-PIS-NOTAS
                       END-IF
                       IF NOTA-COFINS NUMERIC
                           ADD NOTA-COFINS TO WRK-COF-NOTAS
                       END-IF
                   END-IF
                   READ NOTAS
                       AT END MOVE 10 TO FS-NOTAS
                   END-READ
               END-PERFORM
               CLOSE NOTAS
           END-IF.
           COMPUTE WRK-PIS-DEVIDO = WRK-PIS-DEBITO - WRK-PIS-ESTORNO.
           COMPUTE WRK-COF-DEVIDO = WRK-COF-DEBITO - WRK-COF-ESTORNO.
           COMPUTE WRK-PIS-DIF = WRK-PIS-NOTAS - WRK-PIS-DEBITO.
           COMPUTE WRK-COF-DIF = WRK-COF-NOTAS - WRK-COF-DEBITO.

       0300-IMPRIME                SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "APURACAO MENSAL DE PIS/COFINS - COMPETENCIA "
                   WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "FECHAMENTO FISCAL EM " WRK-DIF-FIM-MES
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "EMPRESA/FILIAL " WRK-FIL-CODIGO " - "
                   WRK-FIL-RAZAO " CNPJ " WRK-FIL-CNPJ
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "UF           PIS DEVIDO        COFINS DEVIDA"
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
               UNTIL WRK-IDX-UF GREATER WRK-QTD-UF
               MOVE WRK-UF-PIS(WRK-IDX-UF)    TO WRK-PIS-ED
               MOVE WRK-UF-COFINS(WRK-IDX-UF) TO WRK-COFINS-ED
               MOVE SPACES TO REL-LINHA
               STRING WRK-UF-SIGLA(WRK-IDX-UF) "  "
                       WRK-PIS-ED "  " WRK-COFINS-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "                   PIS               COFINS"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PIS-NOTAS TO WRK-PIS-ED.
           MOVE WRK-COF-NOTAS TO WRK-COFINS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTAS EMITIDAS " WRK-PIS-ED "  " WRK-COFINS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PIS-DEBITO TO WRK-PIS-ED.
           MOVE WRK-COF-DEBITO TO WRK-COFINS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "DEBITO RAZAO.. " WRK-PIS-ED "  " WRK-COFINS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PIS-ESTORNO TO WRK-PIS-ED.
           MOVE WRK-COF-ESTORNO TO WRK-COFINS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "(-) ESTORNOS.. " WRK-PIS-ED "  " WRK-COFINS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PIS-DEVIDO TO WRK-PIS-ED.
           MOVE WRK-COF-DEVIDO TO WRK-COFINS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DEVIDO.. " WRK-PIS-ED "  " WRK-COFINS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-PIS-DIF NOT EQUAL ZEROS
               OR WRK-COF-DIF NOT EQUAL ZEROS
               MOVE WRK-PIS-DIF TO WRK-PIS-ED
               MOVE WRK-COF-DIF TO WRK-COFINS-ED
               MOVE SPACES TO REL-LINHA
               STRING "*** NOTAS X RAZAO DIVERGEM " WRK-PIS-ED "  "
                       WRK-COFINS-ED " ***"
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** NAO FECHE A COMPETENCIA SEM APURAR ***"
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE "DEBITO DO RAZAO CONFERE COM AS NOTAS EMITIDAS"
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0400-FINALIZAR              SECTION.
           CLOSE ICMS-LEDGER.
           CLOSE PISCOFEC-REL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LINHAS TO WRK-RUN-LIDOS.
           IF WRK-PIS-DIF NOT EQUAL ZEROS
               OR WRK-COF-DIF NOT EQUAL ZEROS
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PISCOFEC: LINHAS DO RAZAO NA COMPETENCIA "
                   WRK-TOTAL-LINHAS.
           DISPLAY "PISCOFEC: NOTAS EMITIDAS NA COMPETENCIA "
                   WRK-TOTAL-NOTAS.
           IF WRK-PIS-DIF NOT EQUAL ZEROS
               OR WRK-COF-DIF NOT EQUAL ZEROS
               DISPLAY "PISCOFEC: *** NOTAS X RAZAO DIVERGEM ***"
           END-IF.
           DISPLAY "PISCOFEC: APURACAO GRAVADA EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
