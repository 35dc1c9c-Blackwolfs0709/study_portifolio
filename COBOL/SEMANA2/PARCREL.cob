       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: PARCELAS EM ABERTO POR CLIENTE - VARRE
      *==           PARCELAS.DAT PELA CHAVE ALTERNATIVA DO CLIENTE E
      *==           LISTA CADA PARCELA AINDA NAO APRESENTADA (PEDIDO,
      *==           PARCELA N/QTD, NOTA, VENCIMENTO E VALOR), MARCANDO
      *==           AS JA VENCIDAS, COM SUBTOTAL POR CLIENTE E TOTAL
      *==           GERAL
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: PARCREL_DATA (AAAAMMDD) ESCOLHE A DATA-BASE;
      *==   EM BRANCO, O DIA CORRENTE. PARCELA APRESENTADA ("E")
      *==   OU CANCELADA ("C") NAO ENTRA; SAI VIA RELWRT EM
      *==   PARCREL.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS ASSIGN TO DYNAMIC WRK-PAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-VENCIMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAR-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-PARCELAS.

       DATA DIVISION.
       FILE SECTION.
      *== CRONOGRAMA DA VENDA PARCELADA (VER PEDIDOS/PARCCOB)
       FD  PARCELAS.
       01  PAR-REG.
           05 PAR-CHAVE.
               10 PAR-PEDIDO     PIC 9(06).
               10 PAR-NUMERO     PIC 9(02).
           05 PAR-NOTA           PIC 9(08).
           05 PAR-CLIENTE        PIC 9(04).
           05 PAR-PLANO          PIC X(02).
           05 PAR-QTD-PARCELAS   PIC 9(02).
           05 PAR-VENCIMENTO     PIC 9(08).
           05 PAR-VALOR          PIC 9(09)V99.
           05 PAR-SITUACAO       PIC X(01).
      *== PAR-SITUACAO: "A" = EM ABERTO   "E" = APRESENTADA
      *== "C" = CANCELADA/ABATIDA
           05 PAR-DATA-SITUACAO  PIC 9(08).
           05 PAR-FORMA          PIC X(01).
           05 PAR-DOCUMENTO      PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-PAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PARCREL_REL_PATH";
      *== SE NAO DEFINIDA, "PARCREL.REL"
       77  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-BASE   PIC 9(08) VALUE ZEROS.
       77  WRK-CLI-ATUAL   PIC 9(04) VALUE ZEROS.
       77  WRK-TEM-CLI     PIC X(01) VALUE "N".
       77  WRK-MARCA       PIC X(08) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ABERTO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-VENCIDO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77  WRK-CLI-VALOR   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CLI-VENCIDO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GERAL-VALOR PIC 9(11)V99 VALUE ZEROS.
       77  WRK-GERAL-VENCIDO PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WRK-VENCIDO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PARCREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PARCREL".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

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
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "PARCREL_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-BASE = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           OPEN INPUT PARCELAS.
           MOVE "PARCELAS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PARCELAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PARCREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PARCREL.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "PARCELAS EM ABERTO POR CLIENTE" TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           STRING "CLIE PEDIDO PARC  NOTA     VENCIMENTO"
                  "          VALOR"
                  DELIMITED BY SIZE INTO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== A CHAVE ALTERNATIVA DO CLIENTE JA ENTREGA AS PARCELAS
      *== AGRUPADAS POR CLIENTE - A QUEBRA E PELA TROCA DE CODIGO
       0200-PROCESSAR              SECTION.
           MOVE ZEROS TO PAR-CLIENTE.
           START PARCELAS KEY IS NOT LESS PAR-CLIENTE
               INVALID KEY MOVE 10 TO FS-PARCELAS
           END-START.
           IF FS-PARCELAS NOT EQUAL 10
               READ PARCELAS NEXT
                   AT END MOVE 10 TO FS-PARCELAS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PARCELAS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF PAR-SITUACAO EQUAL "A"
                   IF WRK-TEM-CLI EQUAL "S"
                       AND PAR-CLIENTE NOT EQUAL WRK-CLI-ATUAL
                       PERFORM 0220-QUEBRA-CLIENTE
                   END-IF
                   MOVE "S" TO WRK-TEM-CLI
                   MOVE PAR-CLIENTE TO WRK-CLI-ATUAL
                   PERFORM 0210-LISTA-PARCELA
               END-IF
               READ PARCELAS NEXT
                   AT END MOVE 10 TO FS-PARCELAS
               END-READ
           END-PERFORM.
           IF WRK-TEM-CLI EQUAL "S"
               PERFORM 0220-QUEBRA-CLIENTE
           END-IF.
           CLOSE PARCELAS.

       0210-LISTA-PARCELA          SECTION.
           ADD 1 TO WRK-TOTAL-ABERTO.
           ADD PAR-VALOR TO WRK-CLI-VALOR.
           ADD PAR-VALOR TO WRK-GERAL-VALOR.
           IF PAR-VENCIMENTO LESS WRK-DATA-BASE
               MOVE "VENCIDA" TO WRK-MARCA
               ADD 1 TO WRK-TOTAL-VENCIDO
               ADD PAR-VALOR TO WRK-CLI-VENCIDO
               ADD PAR-VALOR TO WRK-GERAL-VENCIDO
           ELSE
               MOVE SPACES TO WRK-MARCA
           END-IF.
           MOVE PAR-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING PAR-CLIENTE " " PAR-PEDIDO " " PAR-NUMERO "/"
                   PAR-QTD-PARCELAS " " PAR-NOTA " " PAR-VENCIMENTO
                   "  " WRK-VALOR-ED " " WRK-MARCA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0220-QUEBRA-CLIENTE         SECTION.
           ADD 1 TO WRK-TOTAL-CLIENTES.
           MOVE WRK-CLI-VALOR TO WRK-TOTAL-ED.
           MOVE WRK-CLI-VENCIDO TO WRK-VENCIDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "     SUBTOTAL CLIENTE " WRK-CLI-ATUAL
                   " " WRK-TOTAL-ED
                   "  VENCIDO " WRK-VENCIDO-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE ZEROS TO WRK-CLI-VALOR.
           MOVE ZEROS TO WRK-CLI-VENCIDO.

       0300-FINALIZAR              SECTION.
           MOVE WRK-GERAL-VALOR TO WRK-TOTAL-ED.
           MOVE WRK-GERAL-VENCIDO TO WRK-VENCIDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL               " WRK-TOTAL-ED
                   "  VENCIDO " WRK-VENCIDO-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA-BASE " WRK-DATA-BASE
                   "  CLIENTES " WRK-TOTAL-CLIENTES
                   "  PARCELAS EM ABERTO " WRK-TOTAL-ABERTO
                   "  VENCIDAS " WRK-TOTAL-VENCIDO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ABERTO TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PARCREL: PARCELAS LIDAS....... " WRK-TOTAL-LIDO.
           DISPLAY "PARCREL: EM ABERTO............ " WRK-TOTAL-ABERTO.
           DISPLAY "PARCREL: VENCIDAS............. " WRK-TOTAL-VENCIDO.
           DISPLAY "PARCREL: RELATORIO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
