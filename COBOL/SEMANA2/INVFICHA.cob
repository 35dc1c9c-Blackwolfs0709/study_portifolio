       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVFICHA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: FICHAS DE CONTAGEM DO INVENTARIO FISICO - LISTA
      *==           OS ITENS DA FOTO (INVENT.DAT) DE UMA FAIXA DE
      *==           CODIGOS, COM ESPACO PARA A EQUIPE ANOTAR A
      *==           QUANTIDADE CONTADA E QUEM CONTOU
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: FAIXA EM INVFICHA_DE / INVFICHA_ATE (EM
      *==   BRANCO = DO PRIMEIRO AO ULTIMO CODIGO). A FICHA E CEGA:
      *==   O SALDO DE LIVRO NAO SAI, PARA A CONTAGEM NAO SER
      *==   "CONFERIDA" CONTRA O SISTEMA; SAI VIA RELWRT EM
      *==   INVFICHA.REL (OU INVFICHA_REL_PATH)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  INVENTARIO.
       01  INV-REG.
           05 INV-CODIGO         PIC X(08).
           05 INV-DESCRICAO      PIC X(30).
           05 INV-PRECO          PIC 9(06)V99.
           05 INV-SALDO-LIVRO    PIC 9(06).
           05 INV-CONTADO        PIC 9(06).
           05 INV-CONTOU         PIC X(01).
           05 INV-CARGA          PIC 9(03).

       FD  INVENT-CTL.
       01  CTL-REG.
           05 CTL-CICLO          PIC 9(06).
           05 CTL-DATA-FOTO      PIC 9(08).
           05 CTL-SITUACAO       PIC X(01).
           05 CTL-CARGAS         PIC 9(03).
           05 CTL-APROVADOR      PIC X(08).
           05 CTL-DATA-APROV     PIC 9(08).
           05 CTL-DATA-LANC      PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-INV-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
       77  FS-INVENTARIO   PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  WRK-DE          PIC X(08) VALUE SPACES.
       77  WRK-ATE         PIC X(08) VALUE SPACES.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "INVFICHA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "INVFICHA".
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
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "INVENT_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "INVENT.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE SPACES TO CTL-SITUACAO.
           OPEN INPUT INVENT-CTL.
           IF FS-CONTROLE EQUAL 0
               READ INVENT-CTL
                   AT END MOVE SPACES TO CTL-SITUACAO
               END-READ
               CLOSE INVENT-CTL
           END-IF.
           IF CTL-SITUACAO NOT EQUAL "A"
               DISPLAY "INVFICHA: NAO HA CICLO DE INVENTARIO EM "
                       "CONTAGEM - RODE O INVFOTO"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.
           ACCEPT WRK-DE FROM ENVIRONMENT "INVFICHA_DE".
           ACCEPT WRK-ATE FROM ENVIRONMENT "INVFICHA_ATE".
           IF WRK-ATE EQUAL SPACES
               MOVE HIGH-VALUES TO WRK-ATE
           END-IF.
           ACCEPT WRK-INV-PATH FROM ENVIRONMENT "INVENT_PATH".
           IF WRK-INV-PATH EQUAL SPACES
               MOVE "INVENT.DAT" TO WRK-INV-PATH
           END-IF.
           OPEN INPUT INVENTARIO.
           MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-INVENTARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "INVFICHA_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "INVFICHA.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "FICHA DE CONTAGEM - INVENTARIO " CTL-CICLO
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODIGO   DESCRICAO                      QTD CONTADA
      -         "  CONTADO POR"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           MOVE WRK-DE TO INV-CODIGO.
           START INVENTARIO KEY IS NOT LESS INV-CODIGO
               INVALID KEY MOVE 10 TO FS-INVENTARIO
           END-START.
           IF FS-INVENTARIO NOT EQUAL 10
               READ INVENTARIO NEXT
                   AT END MOVE 10 TO FS-INVENTARIO
               END-READ
           END-IF.
           PERFORM UNTIL FS-INVENTARIO EQUAL 10
                   OR INV-CODIGO GREATER WRK-ATE
               ADD 1 TO WRK-TOTAL-ITENS
               MOVE SPACES TO REL-LINHA
               STRING INV-CODIGO " " INV-DESCRICAO
                       "  __________  ______________"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
               READ INVENTARIO NEXT
                   AT END MOVE 10 TO FS-INVENTARIO
               END-READ
           END-PERFORM.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS NA FICHA " WRK-TOTAL-ITENS
                   "   CONFERIDO POR ______________"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE INVENTARIO.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "INVFICHA: ITENS NA FICHA...... " WRK-TOTAL-ITENS.
           DISPLAY "INVFICHA: RELATORIO EM " WRK-REL-PATH.

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
