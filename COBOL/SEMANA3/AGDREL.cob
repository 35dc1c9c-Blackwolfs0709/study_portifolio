       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RELATORIO DOS PAGAMENTOS AGENDADOS PARA OS
      *==           PROXIMOS N DIAS - LE AGENDPAG.DAT PELA CHAVE
      *==           CONTA+DATA E LISTA, CONTA A CONTA, OS ITENS AINDA
      *==           AGENDADOS COM SUBTOTAL DE CREDITOS E DEBITOS,
      *==           PARA O GERENTE VER O QUE VAI SAIR DE CADA CONTA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: VARIAVEIS DE AMBIENTE AGDREL_DIAS (JANELA EM
      *==   DIAS A PARTIR DE HOJE, PADRAO 30) E AGDREL_CONTA
      *==   (OPCIONAL - SO ESSA CONTA). ITEM AGENDADO COM DATA JA
      *==   PASSADA (AINDA NAO LIBERADO PELO AGDGERA) TAMBEM SAI,
      *==   MARCADO "VENCIDO"
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDPAG ASSIGN TO DYNAMIC WRK-AGD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-NUMERO
               ALTERNATE RECORD KEY IS AGD-CONTA-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS AGD-DATA WITH DUPLICATES
               FILE STATUS IS FS-AGENDPAG.

       DATA DIVISION.
       FILE SECTION.
      *== PAGAMENTO AGENDADO (VER AGDMANT)
       FD  AGENDPAG.
       01  AGD-REG.
           05 AGD-NUMERO         PIC 9(06).
           05 AGD-CONTA-DATA.
              10 AGD-CONTA       PIC 9(06).
              10 AGD-DATA        PIC 9(08).
           05 AGD-TIPO           PIC X(01).
           05 AGD-VALOR          PIC 9(009)V99.
           05 AGD-HISTORICO      PIC X(30).
           05 AGD-SITUACAO       PIC X(01).
      *== AGD-SITUACAO: "A" = AGENDADO   "L" = LIBERADO NO LOTE
      *== "C" = CANCELADO   "R" = RECUSADO NA LIBERACAO
           05 AGD-DATA-INCLUSAO  PIC 9(08).
           05 AGD-DATA-SITUACAO  PIC 9(08).
           05 AGD-OPERADOR       PIC X(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-AGD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-AGD-PATH: VARIAVEL DE AMBIENTE "AGENDPAG_PATH";
      *== SE NAO DEFINIDA, "AGENDPAG.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "AGDREL_REL_PATH";
      *== SE NAO DEFINIDA, "AGDREL.REL"
       77  FS-AGENDPAG     PIC 9(02) VALUE ZEROS.
       77  WRK-PARAM-TXT   PIC X(10) VALUE SPACES.
       77  WRK-DIAS        PIC 9(03) VALUE 30.
       77  WRK-CONTA-FILTRO PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-ATUAL PIC 9(06) VALUE ZEROS.
       77  WRK-CONTA-CREDITO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-CONTA-DEBITO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CONTAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-CREDITO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-DEBITO-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-MARCA       PIC X(07) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "AGDREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           05  WRK-RW-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-RW-TITULO   PIC X(60) VALUE SPACES.
           05  WRK-RW-COLUNAS  PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-AGENDPAG EQUAL 0
               PERFORM 0200-LISTA-AGENDA
           END-IF.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-PARAM-TXT FROM ENVIRONMENT "AGDREL_DIAS".
           IF WRK-PARAM-TXT NOT EQUAL SPACES
               COMPUTE WRK-DIAS = FUNCTION NUMVAL(WRK-PARAM-TXT)
           END-IF.
           MOVE SPACES TO WRK-PARAM-TXT.
           ACCEPT WRK-PARAM-TXT FROM ENVIRONMENT "AGDREL_CONTA".
           IF WRK-PARAM-TXT NOT EQUAL SPACES
               COMPUTE WRK-CONTA-FILTRO =
                   FUNCTION NUMVAL(WRK-PARAM-TXT)
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + WRK-DIAS.
           COMPUTE WRK-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           ACCEPT WRK-AGD-PATH FROM ENVIRONMENT "AGENDPAG_PATH".
           IF WRK-AGD-PATH EQUAL SPACES
               MOVE "AGENDPAG.DAT" TO WRK-AGD-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "AGDREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "AGDREL.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "PAGAMENTOS AGENDADOS - PROXIMOS DIAS" TO WRK-RW-TITULO.
           MOVE "AGEND  DATA      T  VALOR             HISTORICO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING "HOJE " WRK-DATA-HOJE "  ATE " WRK-DATA-LIMITE
                   "  (" WRK-DIAS " DIAS)"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           OPEN INPUT AGENDPAG.
           IF FS-AGENDPAG NOT EQUAL 0
               MOVE "SEM PAGAMENTOS AGENDADOS (ARQUIVO INEXISTENTE)"
                   TO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== PELA CHAVE CONTA+DATA: CADA CONTA SAI EM BLOCO, NA ORDEM
      *== DAS DATAS; COM FILTRO, O START JA POSICIONA NA CONTA
       0200-LISTA-AGENDA           SECTION.
           MOVE WRK-CONTA-FILTRO TO AGD-CONTA.
           MOVE ZEROS TO AGD-DATA.
           START AGENDPAG KEY IS NOT LESS AGD-CONTA-DATA
               INVALID KEY MOVE 23 TO FS-AGENDPAG
           END-START.
           IF FS-AGENDPAG EQUAL 0
               READ AGENDPAG NEXT
                   AT END MOVE 10 TO FS-AGENDPAG
               END-READ
               PERFORM UNTIL FS-AGENDPAG GREATER 2
                   OR (WRK-CONTA-FILTRO NOT EQUAL ZEROS
                       AND AGD-CONTA NOT EQUAL WRK-CONTA-FILTRO)
                   ADD 1 TO WRK-TOTAL-LIDO
                   IF AGD-SITUACAO EQUAL "A"
                       AND AGD-DATA NOT GREATER WRK-DATA-LIMITE
                       PERFORM 0210-LISTA-ITEM
                   END-IF
                   READ AGENDPAG NEXT
                       AT END MOVE 10 TO FS-AGENDPAG
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-CONTA-ATUAL NOT EQUAL ZEROS
               PERFORM 0220-SUBTOTAL-CONTA
           END-IF.
           CLOSE AGENDPAG.

       0210-LISTA-ITEM             SECTION.
           IF AGD-CONTA NOT EQUAL WRK-CONTA-ATUAL
               IF WRK-CONTA-ATUAL NOT EQUAL ZEROS
                   PERFORM 0220-SUBTOTAL-CONTA
               END-IF
               MOVE AGD-CONTA TO WRK-CONTA-ATUAL
               ADD 1 TO WRK-TOTAL-CONTAS
               MOVE SPACES TO REL-LINHA
               PERFORM 9600-GRAVA-REL
               STRING "CONTA " AGD-CONTA
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           ADD 1 TO WRK-TOTAL-ITENS.
           IF AGD-TIPO EQUAL "P"
               ADD AGD-VALOR TO WRK-CONTA-CREDITO
           ELSE
               ADD AGD-VALOR TO WRK-CONTA-DEBITO
           END-IF.
           IF AGD-DATA LESS WRK-DATA-HOJE
               MOVE "VENCIDO" TO WRK-MARCA
           ELSE
               MOVE SPACES TO WRK-MARCA
           END-IF.
           MOVE AGD-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING AGD-NUMERO " " AGD-DATA "  " AGD-TIPO "  "
                   WRK-VALOR-ED "  " AGD-HISTORICO " " WRK-MARCA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0220-SUBTOTAL-CONTA         SECTION.
           MOVE WRK-CONTA-CREDITO TO WRK-CREDITO-ED.
           MOVE WRK-CONTA-DEBITO  TO WRK-DEBITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SUBTOTAL CONTA " WRK-CONTA-ATUAL
                   "  CREDITOS " WRK-CREDITO-ED
                   "  DEBITOS " WRK-DEBITO-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           ADD WRK-CONTA-CREDITO TO WRK-TOTAL-CREDITO.
           ADD WRK-CONTA-DEBITO  TO WRK-TOTAL-DEBITO.
           MOVE ZEROS TO WRK-CONTA-CREDITO.
           MOVE ZEROS TO WRK-CONTA-DEBITO.

       0300-FINALIZAR              SECTION.
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-ED.
           MOVE WRK-TOTAL-DEBITO  TO WRK-DEBITO-ED.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "CONTAS " WRK-TOTAL-CONTAS
                   "  AGENDAMENTOS " WRK-TOTAL-ITENS
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL CREDITOS " WRK-CREDITO-ED
                   "  TOTAL DEBITOS " WRK-DEBITO-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "AGDREL: CONTAS COM AGENDAMENTO.. " WRK-TOTAL-CONTAS.
           DISPLAY "AGDREL: AGENDAMENTOS LISTADOS... " WRK-TOTAL-ITENS.
           DISPLAY "AGDREL: RELATORIO EM " WRK-REL-PATH.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
