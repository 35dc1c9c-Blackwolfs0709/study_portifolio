       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDALOC.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ALOCACAO DE BACKORDERS - RODA DEPOIS DO
      *==           RECEBIMENTO (RECEBE) E PERCORRE OS ITENS DE
      *==           PEDITENS EM BACKORDER DO PEDIDO MAIS ANTIGO PARA
      *==           O MAIS NOVO, RESERVANDO O EST-SALDO QUE VOLTOU
      *==           (BAIXA + KARDEX) E LIBERANDO O ITEM PARA O
      *==           PEDSTAT EXPEDIR E O ROMANEIO EMBARCAR; O QUE NAO
      *==           COUBE NO SALDO SAI LISTADO COM A FALTA POR
      *==           PRODUTO - QUEM PEDIU PRIMEIRO PARA DE PERDER A
      *==           MERCADORIA PARA O BALCAO DO DIA
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: PEDALOC_NIVEL=S DA PRIORIDADE PELO NIVEL DE
      *==   FIDELIDADE DO CLITIER (OURO, PRATA, BRONZE, SEM NIVEL) E
      *==   SO DEPOIS PELA DATA DO PEDIDO. ITEM DE PEDIDO CANCELADO,
      *==   ESTORNADO OU ENTREGUE NAO E ALOCADO. UMA UNIDADE POR
      *==   ITEM, COMO O PEDIDOS BAIXA NO FATURAMENTO; O KARDEX
      *==   RECEBE A SAIDA COMO "VD" COM O PEDIDO DE DOCUMENTO. A
      *==   UNIDADE SAI DO DEPOSITO DA UF DO PEDIDO OU DO PRIMEIRO COM
      *==   SALDO (DEPLIB); O QUE SO ESTA EM TRANSITO AINDA NAO ATENDE.
      *==   SAI VIA RELWRT EM PEDALOC.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDITENS ASSIGN TO DYNAMIC WRK-ITN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS FS-ITENS.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT NIVEIS ASSIGN TO DYNAMIC WRK-TIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIVEIS.
           SELECT WORK-SORT ASSIGN TO "PEDALOC.WRK"
               FILE STATUS IS FS-SORT.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDITENS.
       01  ITM-REG.
           05 ITM-CHAVE.
               10 ITM-PEDIDO     PIC 9(06).
               10 ITM-SEQ        PIC 9(02).
           05 ITM-PRODUTO        PIC X(30).
           05 ITM-CODIGO         PIC X(08).
           05 ITM-VALOR          PIC 9(08)V99.
           05 ITM-PESO           PIC 9(03)V99.
           05 ITM-STATUS         PIC X(10).
      *== ITM-STATUS: "BACKORDER" = FATURADO SEM SALDO, ESPERANDO O
      *== PEDALOC; "LIBERADO" = SALDO RESERVADO, PRONTO PARA EXPEDIR
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

       FD  PEDIDOS-ORD.
       01  ORD-REG.
           05 ORD-NUMERO         PIC 9(06).
           05 ORD-CLIENTE        PIC 9(04).
           05 ORD-DATA           PIC 9(08).
           05 ORD-NOTA           PIC 9(08).
           05 ORD-TOTAL          PIC 9(009)V99.
           05 ORD-STATUS         PIC X(10).
           05 ORD-DATA-STATUS    PIC 9(08).
           05 ORD-ESTADO         PIC X(02).
           05 ORD-PESO           PIC 9(05)V99.
           05 ORD-PARCEIRA       PIC X(01).
           05 ORD-VENDEDOR       PIC 9(04).
           05 ORD-PLANO          PIC X(02).
           05 ORD-FILIAL         PIC X(02).

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

      *== NIVEL DE FIDELIDADE POR CLIENTE, APURADO PELO CLITIER
       FD  NIVEIS.
       01  TIE-REG.
           05 TIE-CLIENTE        PIC 9(04).
           05 TIE-NIVEL          PIC X(07).
           05 TIE-TOTAL          PIC 9(010)V99.
           05 TIE-COMPETENCIA    PIC 9(06).

      *== FILA DE ATENDIMENTO: PRIORIDADE DO NIVEL (9 = SEM NIVEL OU
      *== SEM PRIORIDADE POR NIVEL), DATA DO PEDIDO, PEDIDO E ITEM
       SD  WORK-SORT.
       01  SRT-REG.
           05 SRT-PRIORIDADE     PIC 9(01).
           05 SRT-DATA           PIC 9(08).
           05 SRT-PEDIDO         PIC 9(06).
           05 SRT-SEQ            PIC 9(02).
           05 SRT-CODIGO         PIC X(08).
           05 SRT-CLIENTE        PIC 9(04).
           05 SRT-NIVEL          PIC X(07).
           05 SRT-UF             PIC X(02).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-ITN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ITN-PATH: VARIAVEL DE AMBIENTE "PEDITENS_PATH";
      *== SE NAO DEFINIDA, "PEDITENS.DAT"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TIER-PATH   PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PEDALOC_REL_PATH";
      *== SE NAO DEFINIDA, "PEDALOC.REL"
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-NIVEIS       PIC 9(02) VALUE ZEROS.
       77  FS-SORT         PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-POR-NIVEL   PIC X(01) VALUE "N".
       77  WRK-SITUACAO    PIC X(10) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FILA  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-IGNORADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIBERADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PENDENTE PIC 9(06) VALUE ZEROS.

      *== NIVEIS DE FIDELIDADE (SO COM PEDALOC_NIVEL=S)
       77  WRK-QTD-NIVEIS  PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-NIVEIS.
           05 WRK-NIVEL-ITEM OCCURS 1000 TIMES.
               10 WRK-NIV-CLIENTE PIC 9(04).
               10 WRK-NIV-NIVEL   PIC X(07).
       77  WRK-IDX-NIVEL   PIC 9(04) VALUE ZEROS.

      *== FALTA POR PRODUTO: UNIDADES QUE FICARAM EM BACKORDER
       77  WRK-QTD-FALTAS  PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-FALTAS.
           05 WRK-FAL-ITEM OCCURS 500 TIMES.
               10 WRK-FAL-CODIGO  PIC X(08).
               10 WRK-FAL-QTD     PIC 9(06).
       77  WRK-IDX-FALTA   PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PEDALOC".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PEDALOC".
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

      *== AREA DO KARDEX DE MOVIMENTO DE ESTOQUE (VER KARDLIB)
       01  WRK-KARDLIB-AREA.
           05  WRK-KRD-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-KRD-TIPO      PIC X(02) VALUE SPACES.
           05  WRK-KRD-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-KRD-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-KRD-DOCUMENTO PIC X(10) VALUE SPACES.
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "PEDALOC".
           05  WRK-KRD-DATA-MOV  PIC 9(08) VALUE ZEROS.

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

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
      *== O SORT MONTA A FILA DE ATENDIMENTO: QUEM PEDIU PRIMEIRO
      *== (DENTRO DO NIVEL, QUANDO HA PRIORIDADE POR NIVEL) LEVA
           SORT WORK-SORT
               ON ASCENDING KEY SRT-PRIORIDADE SRT-DATA
                                SRT-PEDIDO SRT-SEQ
               INPUT PROCEDURE IS 0200-SELECIONA
               OUTPUT PROCEDURE IS 0300-ALOCA.
           PERFORM 0400-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-POR-NIVEL FROM ENVIRONMENT "PEDALOC_NIVEL".
           ACCEPT WRK-ITN-PATH FROM ENVIRONMENT "PEDITENS_PATH".
           IF WRK-ITN-PATH EQUAL SPACES
               MOVE "PEDITENS.DAT" TO WRK-ITN-PATH
           END-IF.
           OPEN I-O PEDITENS.
           MOVE "PEDITENS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ITENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           OPEN INPUT PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN I-O ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           IF WRK-POR-NIVEL EQUAL "S"
               PERFORM 0110-CARREGA-NIVEIS
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PEDALOC_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PEDALOC.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "ALOCACAO DE BACKORDERS EM " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "PEDIDO SQ CODIGO   CLIENTE NIVEL   DATA PED  SITUACAO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0110-CARREGA-NIVEIS         SECTION.
           ACCEPT WRK-TIER-PATH FROM ENVIRONMENT "CLITIER_PATH".
           IF WRK-TIER-PATH EQUAL SPACES
               MOVE "CLITIER.DAT" TO WRK-TIER-PATH
           END-IF.
           OPEN INPUT NIVEIS.
           IF FS-NIVEIS NOT EQUAL 0
               DISPLAY "PEDALOC: SEM NIVEIS DE FIDELIDADE ("
                       WRK-TIER-PATH ") - SO PELA DATA DO PEDIDO"
           ELSE
               READ NIVEIS
                   AT END MOVE 10 TO FS-NIVEIS
               END-READ
               PERFORM UNTIL FS-NIVEIS EQUAL 10
                   IF WRK-QTD-NIVEIS GREATER OR EQUAL 1000
                       DISPLAY "PEDALOC: CLITIER.DAT TEM MAIS DE 1000 "
                               "LINHAS - RESTANTE IGNORADO"
                       MOVE 10 TO FS-NIVEIS
                   ELSE
                       ADD 1 TO WRK-QTD-NIVEIS
                       MOVE TIE-CLIENTE
                           TO WRK-NIV-CLIENTE(WRK-QTD-NIVEIS)
                       MOVE TIE-NIVEL
                           TO WRK-NIV-NIVEL(WRK-QTD-NIVEIS)
                       READ NIVEIS
                           AT END MOVE 10 TO FS-NIVEIS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE NIVEIS
           END-IF.

      *== ENTRADA DO SORT: SO ITEM EM BACKORDER DE PEDIDO AINDA VIVO
       0200-SELECIONA              SECTION.
           READ PEDITENS NEXT
               AT END MOVE 10 TO FS-ITENS
           END-READ.
           PERFORM UNTIL FS-ITENS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF ITM-STATUS EQUAL "BACKORDER"
                   PERFORM 0210-ENFILEIRA
               END-IF
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
           END-PERFORM.

       0210-ENFILEIRA              SECTION.
           MOVE ITM-PEDIDO TO ORD-NUMERO.
           READ PEDIDOS-ORD KEY IS ORD-NUMERO
               INVALID KEY MOVE "ESTORNADO" TO ORD-STATUS
           END-READ.
           IF ORD-STATUS EQUAL "CANCELADO"
               OR ORD-STATUS EQUAL "ESTORNADO"
               OR ORD-STATUS EQUAL "ENTREGUE"
               ADD 1 TO WRK-TOTAL-IGNORADO
           ELSE
               ADD 1 TO WRK-TOTAL-FILA
               MOVE SPACES TO SRT-REG
               MOVE 9 TO SRT-PRIORIDADE
               IF WRK-POR-NIVEL EQUAL "S"
                   PERFORM 0220-PRIORIDADE-NIVEL
               END-IF
               MOVE ORD-DATA    TO SRT-DATA
               MOVE ITM-PEDIDO  TO SRT-PEDIDO
               MOVE ITM-SEQ     TO SRT-SEQ
               MOVE ITM-CODIGO  TO SRT-CODIGO
               MOVE ORD-CLIENTE TO SRT-CLIENTE
               MOVE ORD-ESTADO  TO SRT-UF
               RELEASE SRT-REG
           END-IF.

       0220-PRIORIDADE-NIVEL       SECTION.
           PERFORM VARYING WRK-IDX-NIVEL FROM 1 BY 1
                   UNTIL WRK-IDX-NIVEL GREATER WRK-QTD-NIVEIS
               IF WRK-NIV-CLIENTE(WRK-IDX-NIVEL) EQUAL ORD-CLIENTE
                   MOVE WRK-NIV-NIVEL(WRK-IDX-NIVEL) TO SRT-NIVEL
                   EVALUATE WRK-NIV-NIVEL(WRK-IDX-NIVEL)
                       WHEN "OURO"
                           MOVE 1 TO SRT-PRIORIDADE
                       WHEN "PRATA"
                           MOVE 2 TO SRT-PRIORIDADE
                       WHEN "BRONZE"
                           MOVE 3 TO SRT-PRIORIDADE
                   END-EVALUATE
                   MOVE WRK-QTD-NIVEIS TO WRK-IDX-NIVEL
               END-IF
           END-PERFORM.

      *== SAIDA DO SORT: NA ORDEM DA FILA, CADA ITEM LEVA UMA UNIDADE
      *== SE AINDA HOUVER SALDO; SENAO CONTINUA EM BACKORDER
       0300-ALOCA                  SECTION.
           RETURN WORK-SORT
               AT END MOVE 10 TO FS-SORT
           END-RETURN.
           PERFORM UNTIL FS-SORT EQUAL 10
               PERFORM 0310-ALOCA-ITEM
               MOVE SPACES TO REL-LINHA
               STRING SRT-PEDIDO " " SRT-SEQ " " SRT-CODIGO " "
                       SRT-CLIENTE "    " SRT-NIVEL " " SRT-DATA
                       "  " WRK-SITUACAO
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
               RETURN WORK-SORT
                   AT END MOVE 10 TO FS-SORT
               END-RETURN
           END-PERFORM.

       0310-ALOCA-ITEM             SECTION.
           MOVE "SEM SALDO" TO WRK-SITUACAO.
           MOVE SRT-PEDIDO TO ITM-PEDIDO.
           MOVE SRT-SEQ TO ITM-SEQ.
           READ PEDITENS KEY IS ITM-CHAVE
               INVALID KEY MOVE SPACES TO ITM-STATUS
           END-READ.
           MOVE SRT-CODIGO TO EST-CODIGO.
           IF ITM-STATUS EQUAL "BACKORDER"
               MOVE "E" TO WRK-DPL-ACAO
               MOVE SRT-CODIGO TO WRK-DPL-CODIGO
               MOVE SPACES TO WRK-DPL-DEPOSITO
               MOVE SRT-UF TO WRK-DPL-UF
               CALL "DEPLIB" USING WRK-DEPLIB-AREA
               READ ESTOQUE KEY IS EST-CODIGO
                   INVALID KEY MOVE ZEROS TO EST-SALDO
               END-READ
               IF EST-SALDO GREATER ZEROS
                   AND WRK-DPL-RETORNO EQUAL "S"
                   SUBTRACT 1 FROM EST-SALDO
                   REWRITE EST-REG
                       INVALID KEY
                           DISPLAY "PEDALOC: ERRO AO BAIXAR ESTOQUE DE "
                                   EST-CODIGO " FS=" FS-ESTOQUE
                       NOT INVALID KEY
                           PERFORM 0320-LIBERA-ITEM
                   END-REWRITE
               END-IF
           END-IF.
           IF WRK-SITUACAO EQUAL "SEM SALDO"
               ADD 1 TO WRK-TOTAL-PENDENTE
               PERFORM 0330-ACUMULA-FALTA
           END-IF.

       0320-LIBERA-ITEM            SECTION.
           MOVE EST-CODIGO TO WRK-KRD-CODIGO.
           MOVE "VD" TO WRK-KRD-TIPO.
           MOVE -1 TO WRK-KRD-QTD.
           MOVE EST-SALDO TO WRK-KRD-SALDO.
           MOVE SRT-PEDIDO TO WRK-KRD-DOCUMENTO.
           MOVE WRK-DATA-HOJE TO WRK-KRD-DATA-MOV.
           CALL "KARDLIB" USING WRK-KARDLIB-AREA.
           MOVE "M" TO WRK-DPL-ACAO.
           MOVE -1 TO WRK-DPL-QTD.
           CALL "DEPLIB" USING WRK-DEPLIB-AREA.
           MOVE WRK-DPL-DEPOSITO TO ITM-DEPOSITO.
           MOVE "LIBERADO" TO ITM-STATUS.
           MOVE WRK-DATA-HOJE TO ITM-DATA-STATUS.
           REWRITE ITM-REG
               INVALID KEY
                   DISPLAY "PEDALOC: ERRO AO REGRAVAR ITEM "
                           ITM-CHAVE " FS=" FS-ITENS
           END-REWRITE.
           ADD 1 TO WRK-TOTAL-LIBERADO.
           MOVE "LIBERADO" TO WRK-SITUACAO.

       0330-ACUMULA-FALTA          SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-FALTA FROM 1 BY 1
                   UNTIL WRK-IDX-FALTA GREATER WRK-QTD-FALTAS
                   OR WRK-ACHOU EQUAL "S"
               IF WRK-FAL-CODIGO(WRK-IDX-FALTA) EQUAL SRT-CODIGO
                   ADD 1 TO WRK-FAL-QTD(WRK-IDX-FALTA)
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-QTD-FALTAS LESS 500
                   ADD 1 TO WRK-QTD-FALTAS
                   MOVE SRT-CODIGO TO WRK-FAL-CODIGO(WRK-QTD-FALTAS)
                   MOVE 1 TO WRK-FAL-QTD(WRK-QTD-FALTAS)
               END-IF
           END-IF.

      *== FECHO: O QUE AINDA FALTA, POR PRODUTO, PARA COMPRAS PEDIR
       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "FALTA POR PRODUTO (UNIDADES AINDA EM BACKORDER)"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-FALTA FROM 1 BY 1
                   UNTIL WRK-IDX-FALTA GREATER WRK-QTD-FALTAS
               MOVE WRK-FAL-CODIGO(WRK-IDX-FALTA) TO EST-CODIGO
               READ ESTOQUE KEY IS EST-CODIGO
                   INVALID KEY
                       MOVE "(FORA DO CADASTRO)" TO EST-DESCRICAO
               END-READ
               MOVE SPACES TO REL-LINHA
               STRING "  " WRK-FAL-CODIGO(WRK-IDX-FALTA) " "
                       EST-DESCRICAO " FALTAM "
                       WRK-FAL-QTD(WRK-IDX-FALTA)
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "NA FILA " WRK-TOTAL-FILA
                   "  LIBERADOS " WRK-TOTAL-LIBERADO
                   "  AINDA EM BACKORDER " WRK-TOTAL-PENDENTE
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE PEDITENS.
           CLOSE PEDIDOS-ORD.
           CLOSE ESTOQUE.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-FILA TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-LIBERADO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-PENDENTE TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PEDALOC: ITENS LIDOS.......... " WRK-TOTAL-LIDO.
           DISPLAY "PEDALOC: BACKORDERS NA FILA... " WRK-TOTAL-FILA.
           DISPLAY "PEDALOC: LIBERADOS............ " WRK-TOTAL-LIBERADO.
           DISPLAY "PEDALOC: AINDA EM BACKORDER... " WRK-TOTAL-PENDENTE.
           IF WRK-TOTAL-IGNORADO GREATER ZEROS
               DISPLAY "PEDALOC: " WRK-TOTAL-IGNORADO " ITEM(NS) DE "
                       "PEDIDO ENCERRADO - NAO ALOCADOS"
           END-IF.
           DISPLAY "PEDALOC: RELATORIO EM " WRK-REL-PATH.

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
