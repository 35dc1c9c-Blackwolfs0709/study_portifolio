       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPCARGA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CARGA INICIAL DO SALDO POR DEPOSITO - VARRE O
      *==           CADASTRO DE MERCADORIAS (ESTOQUE.DAT) E POE TODO
      *==           O EST-SALDO DE CADA PRODUTO NO DEPOSITO PADRAO
      *==           (PRIMEIRA LINHA DE DEPOSITOS.TAB), VIA DEPLIB
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: RODA UMA VEZ, NA IMPLANTACAO DOS DEPOSITOS,
      *==   ANTES DO PRIMEIRO PEDIDO. SE O ESTDEP.DAT JA TEM ALGUM
      *==   REGISTRO A CARGA E RECUSADA, PARA NAO DOBRAR SALDO; A
      *==   DIVISAO ENTRE DEPOSITOS SE FAZ DEPOIS PELO ESTTRANS.
      *==   SAI VIA RELWRT EM DEPCARGA.REL
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
           SELECT ESTDEP ASSIGN TO DYNAMIC WRK-DEP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS FS-ESTDEP.

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

      *== SALDO DO PRODUTO NO DEPOSITO (GRAVADO SO PELO DEPLIB)
       FD  ESTDEP.
       01  DEP-REG.
           05 DEP-CHAVE.
               10 DEP-CODIGO     PIC X(08).
               10 DEP-DEPOSITO   PIC X(02).
           05 DEP-SALDO          PIC 9(06).
           05 DEP-TRANSITO       PIC 9(06).
           05 DEP-PONTO-PEDIDO   PIC 9(06).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
      *== WRK-EST-PATH: VARIAVEL DE AMBIENTE "ESTOQUE_PATH";
      *== SE NAO DEFINIDA, "ESTOQUE.DAT"
       77  WRK-DEP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DEP-PATH: VARIAVEL DE AMBIENTE "ESTDEP_PATH";
      *== SE NAO DEFINIDA, "ESTDEP.DAT" (SO PARA VER SE ESTA VAZIO)
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "DEPCARGA_REL_PATH";
      *== SE NAO DEFINIDA, "DEPCARGA.REL"
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTDEP       PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CARGA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ERRO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-UNID  PIC 9(09) VALUE ZEROS.

      *== AREA DO SALDO POR DEPOSITO (VER DEPLIB)
       01  WRK-DEPLIB-AREA.
           05  WRK-DPL-ACAO      PIC X(01) VALUE SPACES.
           05  WRK-DPL-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-DPL-DEPOSITO  PIC X(02) VALUE SPACES.
           05  WRK-DPL-UF        PIC X(02) VALUE SPACES.
           05  WRK-DPL-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-DPL-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-DPL-TRANSITO  PIC 9(06) VALUE ZEROS.
           05  WRK-DPL-RETORNO   PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "DEPCARGA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "DEPCARGA".
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
      *== ESTDEP COM QUALQUER REGISTRO: A CARGA JA FOI FEITA (OU OS
      *== DEPOSITOS JA MOVIMENTARAM) - NAO CARREGA DE NOVO
           ACCEPT WRK-DEP-PATH FROM ENVIRONMENT "ESTDEP_PATH".
           IF WRK-DEP-PATH EQUAL SPACES
               MOVE "ESTDEP.DAT" TO WRK-DEP-PATH
           END-IF.
           OPEN INPUT ESTDEP.
           IF FS-ESTDEP EQUAL 0
               READ ESTDEP NEXT
                   AT END MOVE 10 TO FS-ESTDEP
               END-READ
               CLOSE ESTDEP
               IF FS-ESTDEP NOT EQUAL 10
                   DISPLAY "DEPCARGA: " WRK-DEP-PATH
                           " JA TEM SALDO POR DEPOSITO - CARGA RECUSADA"
                   MOVE "FIM" TO WRK-RUN-EVENTO
                   MOVE "ERRO" TO WRK-RUN-RESULTADO
                   CALL "RUNCTL" USING WRK-RUNCTL-AREA
                   STOP RUN
               END-IF
           END-IF.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "DEPCARGA_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "DEPCARGA.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "CARGA INICIAL DO SALDO POR DEPOSITO" TO WRK-RW-TITULO.
           MOVE "CODIGO    DESCRICAO                       SALDO  DEP"
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
                   PERFORM 0210-CARREGA
               END-IF
               READ ESTOQUE NEXT
                   AT END MOVE 10 TO FS-ESTOQUE
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE.

       0210-CARREGA                SECTION.
           MOVE "M" TO WRK-DPL-ACAO.
           MOVE EST-CODIGO TO WRK-DPL-CODIGO.
           MOVE SPACES TO WRK-DPL-DEPOSITO.
           MOVE EST-SALDO TO WRK-DPL-QTD.
           CALL "DEPLIB" USING WRK-DEPLIB-AREA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-DPL-RETORNO EQUAL "S"
               ADD 1 TO WRK-TOTAL-CARGA
               ADD EST-SALDO TO WRK-TOTAL-UNID
               STRING EST-CODIGO "  " EST-DESCRICAO "  " EST-SALDO
                       "  " WRK-DPL-DEPOSITO
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               ADD 1 TO WRK-TOTAL-ERRO
               STRING EST-CODIGO "  " EST-DESCRICAO "  " EST-SALDO
                       "  " WRK-DPL-DEPOSITO "  NAO CARREGADO"
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS CARREGADOS " WRK-TOTAL-CARGA
                   "  UNIDADES " WRK-TOTAL-UNID
                   "  COM ERRO " WRK-TOTAL-ERRO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-CARGA TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-ERRO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "DEPCARGA: PRODUTOS LIDOS...... " WRK-TOTAL-LIDO.
           DISPLAY "DEPCARGA: CARREGADOS.......... " WRK-TOTAL-CARGA.
           DISPLAY "DEPCARGA: COM ERRO............ " WRK-TOTAL-ERRO.
           DISPLAY "DEPCARGA: RELATORIO EM " WRK-REL-PATH.

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
