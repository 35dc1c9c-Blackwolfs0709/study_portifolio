       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVFOTO.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ABERTURA DO CICLO DE INVENTARIO FISICO - CONGELA
      *==           UMA FOTO DO ESTOQUE.DAT (CODIGO, DESCRICAO,
      *==           PRECO E SALDO DE LIVRO) EM INVENT.DAT, ONDE A
      *==           CONTAGEM (INVCARGA) VAI SER GRAVADA AO LADO DO
      *==           SALDO CONGELADO - O INVENTARIO ANUAL DEIXA DE SER
      *==           UM DIA DE "-ACERTO" DIGITADO ITEM A ITEM NO
      *==           ESTMANT SEM REGISTRO DO QUE A CONTAGEM DISSE
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: O CICLO E CONTROLADO POR INVENT.CTL (NUMERO
      *==   AAMMDD DA FOTO E SITUACAO "A" = EM CONTAGEM, "P" =
      *==   APROVADO PELO SUPERVISOR NO INVAPROV, "L" = LANCADO PELO
      *==   INVLANC); NAO ABRE CICLO NOVO POR CIMA DE UM QUE AINDA
      *==   NAO FOI LANCADO. SEQUENCIA: INVFOTO, INVFICHA, INVCARGA,
      *==   INVDIFE, INVAPROV, INVLANC
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
           SELECT INVENTARIO ASSIGN TO DYNAMIC WRK-INV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODIGO
               FILE STATUS IS FS-INVENTARIO.
           SELECT INVENT-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.

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

      *== FOTO DO ITEM NO CICLO DE INVENTARIO
       FD  INVENTARIO.
       01  INV-REG.
           05 INV-CODIGO         PIC X(08).
           05 INV-DESCRICAO      PIC X(30).
           05 INV-PRECO          PIC 9(06)V99.
           05 INV-SALDO-LIVRO    PIC 9(06).
           05 INV-CONTADO        PIC 9(06).
           05 INV-CONTOU         PIC X(01).
      *== INV-CONTOU: "S" = VEIO NA CONTAGEM  "N" = NAO CONTADO
           05 INV-CARGA          PIC 9(03).
      *== INV-CARGA: NUMERO DA CARGA (INVCARGA) QUE GRAVOU A CONTAGEM

       FD  INVENT-CTL.
       01  CTL-REG.
           05 CTL-CICLO          PIC 9(06).
           05 CTL-DATA-FOTO      PIC 9(08).
           05 CTL-SITUACAO       PIC X(01).
      *== CTL-SITUACAO: "A" = EM CONTAGEM  "P" = APROVADO
      *== "L" = LANCADO (CICLO ENCERRADO)
           05 CTL-CARGAS         PIC 9(03).
           05 CTL-APROVADOR      PIC X(08).
           05 CTL-DATA-APROV     PIC 9(08).
           05 CTL-DATA-LANC      PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-INV-PATH    PIC X(100) VALUE SPACES.
      *== WRK-INV-PATH: VARIAVEL DE AMBIENTE "INVENT_PATH";
      *== SE NAO DEFINIDA, "INVENT.DAT"
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "INVENT_CTL_PATH";
      *== SE NAO DEFINIDA, "INVENT.CTL"
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-INVENTARIO   PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SALDO PIC 9(09) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "INVFOTO".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "INVFOTO".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

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
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "INVENT_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "INVENT.CTL" TO WRK-CTL-PATH
           END-IF.
      *== CICLO ANTERIOR AINDA NAO LANCADO: A FOTO NOVA APAGARIA A
      *== CONTAGEM QUE ESTA ESPERANDO APROVACAO OU LANCAMENTO
           OPEN INPUT INVENT-CTL.
           IF FS-CONTROLE EQUAL 0
               READ INVENT-CTL
                   AT END MOVE "L" TO CTL-SITUACAO
               END-READ
               CLOSE INVENT-CTL
               IF CTL-SITUACAO NOT EQUAL "L"
                   DISPLAY "INVFOTO: CICLO " CTL-CICLO
                           " AINDA NAO LANCADO (SITUACAO "
                           CTL-SITUACAO ") - FOTO NAO TIRADA"
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
           ACCEPT WRK-INV-PATH FROM ENVIRONMENT "INVENT_PATH".
           IF WRK-INV-PATH EQUAL SPACES
               MOVE "INVENT.DAT" TO WRK-INV-PATH
           END-IF.
           OPEN OUTPUT INVENTARIO.
           MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-INVENTARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.

       0200-PROCESSAR              SECTION.
           READ ESTOQUE NEXT
               AT END MOVE 10 TO FS-ESTOQUE
           END-READ.
           PERFORM UNTIL FS-ESTOQUE EQUAL 10
               MOVE EST-CODIGO TO INV-CODIGO
               MOVE EST-DESCRICAO TO INV-DESCRICAO
               MOVE EST-PRECO TO INV-PRECO
               MOVE EST-SALDO TO INV-SALDO-LIVRO
               MOVE ZEROS TO INV-CONTADO
               MOVE "N" TO INV-CONTOU
               MOVE ZEROS TO INV-CARGA
               WRITE INV-REG
               MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO
               MOVE "WRITE" TO WRK-FS-OPERACAO
               MOVE FS-INVENTARIO TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               ADD 1 TO WRK-TOTAL-ITENS
               ADD EST-SALDO TO WRK-TOTAL-SALDO
               READ ESTOQUE NEXT
                   AT END MOVE 10 TO FS-ESTOQUE
               END-READ
           END-PERFORM.

       0300-FINALIZAR              SECTION.
           CLOSE ESTOQUE.
           CLOSE INVENTARIO.
           MOVE WRK-DATA-HOJE(3:6) TO CTL-CICLO.
           MOVE WRK-DATA-HOJE TO CTL-DATA-FOTO.
           MOVE "A" TO CTL-SITUACAO.
           MOVE ZEROS TO CTL-CARGAS.
           MOVE SPACES TO CTL-APROVADOR.
           MOVE ZEROS TO CTL-DATA-APROV.
           MOVE ZEROS TO CTL-DATA-LANC.
           OPEN OUTPUT INVENT-CTL.
           WRITE CTL-REG.
           CLOSE INVENT-CTL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "INVFOTO: CICLO................ " CTL-CICLO.
           DISPLAY "INVFOTO: ITENS CONGELADOS..... " WRK-TOTAL-ITENS.
           DISPLAY "INVFOTO: SALDO TOTAL DE LIVRO. " WRK-TOTAL-SALDO.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
