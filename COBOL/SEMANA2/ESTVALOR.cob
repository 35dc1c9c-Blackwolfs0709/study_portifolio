       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTVALOR.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: VALORIZACAO DO ESTOQUE NO FECHAMENTO DO MES -
      *==           VARRE O CADASTRO DE MERCADORIAS (ESTOQUE.DAT) E
      *==           VALORIZA CADA PRODUTO PELO SALDO x CUSTO MEDIO
      *==           PONDERADO (RECALCULADO PELO RECEBE), COM O TOTAL
      *==           GERAL PARA A CONTABILIDADE FECHAR O MES
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: RODA NO ULTIMO DIA UTIL, DEPOIS DO FATURAMENTO
      *==   E DO RECEBIMENTO; A POSICAO E A DO MOMENTO DA EXECUCAO.
      *==   PRODUTO COM SALDO E SEM CUSTO MEDIO SAI MARCADO PARA O
      *==   COMPRADOR CORRIGIR. SAI VIA RELWRT EM ESTVALOR.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
       01  EST-REG.
           05 EST-CODIGO         PIC X(08).
           05 EST-DESCRICAO      PIC X(30).
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.
      *== EST-CUSTO-MEDIO: CUSTO MEDIO PONDERADO, RECALCULADO A CADA
      *== RECEBIMENTO DE COMPRA (RECEBE)

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
      *== WRK-EST-PATH: VARIAVEL DE AMBIENTE "ESTOQUE_PATH";
      *== SE NAO DEFINIDA, "ESTOQUE.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "ESTVALOR_REL_PATH";
      *== SE NAO DEFINIDA, "ESTVALOR.REL"
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SALDO PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-CUSTO   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-UNID  PIC 9(09) VALUE ZEROS.
       77  WRK-VALOR-ITEM  PIC 9(012)V99 VALUE ZEROS.
       77  WRK-VALOR-GERAL PIC 9(012)V99 VALUE ZEROS.
       77  WRK-CUSTO-ED    PIC ZZZ.ZZ9,99.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MARCA       PIC X(10) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "ESTVALOR".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "ESTVALOR".
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "ESTVALOR_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "ESTVALOR.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "VALORIZACAO DO ESTOQUE A CUSTO MEDIO EM "
                   WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODIGO    DESCRICAO                       SALDO  CUSTO
      -         " MEDIO           VALOR"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ ESTOQUE NEXT
               AT END MOVE 10 TO FS-ESTOQUE
           END-READ.
           PERFORM UNTIL FS-ESTOQUE EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF EST-SALDO GREATER ZEROS
                   PERFORM 0210-VALORIZA
               END-IF
               READ ESTOQUE NEXT
                   AT END MOVE 10 TO FS-ESTOQUE
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE.

       0210-VALORIZA               SECTION.
           ADD 1 TO WRK-TOTAL-SALDO.
           ADD EST-SALDO TO WRK-TOTAL-UNID.
           COMPUTE WRK-VALOR-ITEM = EST-SALDO * EST-CUSTO-MEDIO.
           ADD WRK-VALOR-ITEM TO WRK-VALOR-GERAL.
           MOVE SPACES TO WRK-MARCA.
           IF EST-CUSTO-MEDIO EQUAL ZEROS
               ADD 1 TO WRK-SEM-CUSTO
               MOVE "SEM CUSTO" TO WRK-MARCA
           END-IF.
           MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-ED.
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING EST-CODIGO "  " EST-DESCRICAO "  " EST-SALDO "  "
                   WRK-CUSTO-ED " " WRK-VALOR-ED " " WRK-MARCA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-GERAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS COM SALDO " WRK-TOTAL-SALDO
                   "  UNIDADES " WRK-TOTAL-UNID
                   "  VALOR TOTAL " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-SEM-CUSTO GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "ATENCAO: " WRK-SEM-CUSTO " PRODUTO(S) COM SALDO"
                       " E SEM CUSTO MEDIO - VALOR SUBESTIMADO"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-SALDO TO WRK-RUN-GRAVADOS.
           MOVE WRK-SEM-CUSTO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "ESTVALOR: PRODUTOS LIDOS...... " WRK-TOTAL-LIDO.
           DISPLAY "ESTVALOR: COM SALDO........... " WRK-TOTAL-SALDO.
           DISPLAY "ESTVALOR: VALOR TOTAL......... " WRK-VALOR-ED.
           DISPLAY "ESTVALOR: RELATORIO EM " WRK-REL-PATH.

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
