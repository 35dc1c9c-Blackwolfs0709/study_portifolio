       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDIFE.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RELATORIO DE DIVERGENCIAS DO INVENTARIO FISICO -
      *==           COMPARA, ITEM A ITEM DA FOTO (INVENT.DAT), O
      *==           SALDO DE LIVRO CONGELADO COM A QUANTIDADE
      *==           CONTADA, EM QUANTIDADE E EM VALOR, COM TOTAL DE
      *==           FALTAS, SOBRAS E ITENS NAO CONTADOS - E O QUE O
      *==           SUPERVISOR LE ANTES DE APROVAR NO INVAPROV
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: SO SAEM OS ITENS COM DIFERENCA E OS NAO
      *==   CONTADOS (INVDIFE_TODOS=S LISTA TODOS). ITEM NAO CONTADO
      *==   NAO E AJUSTADO NO LANCAMENTO - SAI AQUI PARA SER
      *==   RECONTADO; O VALOR E PELO PRECO CONGELADO NA FOTO. PODE
      *==   RODAR QUANTAS VEZES FOR PRECISO; SAI VIA RELWRT EM
      *==   INVDIFE.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO DYNAMIC WRK-INV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
       77  WRK-TODOS       PIC X(01) VALUE "N".
       77  WRK-DIF-QTD     PIC S9(06) VALUE ZEROS.
       77  WRK-DIF-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-OCORRENCIA  PIC X(12) VALUE SPACES.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CONTADOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NAO-CONT PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALTAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SOBRAS PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-FALTA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-SOBRA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-LIQ   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-QTD-ED      PIC -ZZZ.ZZ9.
       77  WRK-VALOR-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "INVDIFE".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "INVDIFE".
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
           OPEN INPUT INVENT-CTL.
           MOVE "INVENT.CTL" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTROLE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           READ INVENT-CTL
               AT END MOVE SPACES TO CTL-SITUACAO
           END-READ.
           CLOSE INVENT-CTL.
           ACCEPT WRK-TODOS FROM ENVIRONMENT "INVDIFE_TODOS".
           ACCEPT WRK-INV-PATH FROM ENVIRONMENT "INVENT_PATH".
           IF WRK-INV-PATH EQUAL SPACES
               MOVE "INVENT.DAT" TO WRK-INV-PATH
           END-IF.
           OPEN INPUT INVENTARIO.
           MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-INVENTARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "INVDIFE_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "INVDIFE.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "DIVERGENCIAS DO INVENTARIO " CTL-CICLO
                   " - SITUACAO " CTL-SITUACAO
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODIGO   DESCRICAO             LIVRO  CONTADO  DIFE
      -         "R.           VALOR DIFER.  OCORRENCIA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ INVENTARIO NEXT
               AT END MOVE 10 TO FS-INVENTARIO
           END-READ.
           PERFORM UNTIL FS-INVENTARIO EQUAL 10
               ADD 1 TO WRK-TOTAL-ITENS
               PERFORM 0210-COMPARA
               READ INVENTARIO NEXT
                   AT END MOVE 10 TO FS-INVENTARIO
               END-READ
           END-PERFORM.
           CLOSE INVENTARIO.

       0210-COMPARA                SECTION.
           IF INV-CONTOU NOT EQUAL "S"
               ADD 1 TO WRK-TOTAL-NAO-CONT
               MOVE ZEROS TO WRK-DIF-QTD
               MOVE ZEROS TO WRK-DIF-VALOR
               MOVE "NAO CONTADO" TO WRK-OCORRENCIA
           ELSE
               ADD 1 TO WRK-TOTAL-CONTADOS
               COMPUTE WRK-DIF-QTD = INV-CONTADO - INV-SALDO-LIVRO
               COMPUTE WRK-DIF-VALOR = WRK-DIF-QTD * INV-PRECO
               EVALUATE TRUE
                   WHEN WRK-DIF-QTD LESS ZEROS
                       ADD 1 TO WRK-TOTAL-FALTAS
                       SUBTRACT WRK-DIF-VALOR FROM WRK-VALOR-FALTA
                       MOVE "FALTA" TO WRK-OCORRENCIA
                   WHEN WRK-DIF-QTD GREATER ZEROS
                       ADD 1 TO WRK-TOTAL-SOBRAS
                       ADD WRK-DIF-VALOR TO WRK-VALOR-SOBRA
                       MOVE "SOBRA" TO WRK-OCORRENCIA
                   WHEN OTHER
                       MOVE "CONFERE" TO WRK-OCORRENCIA
               END-EVALUATE
           END-IF.
           IF WRK-TODOS EQUAL "S"
               OR WRK-OCORRENCIA NOT EQUAL "CONFERE"
               MOVE WRK-DIF-QTD TO WRK-QTD-ED
               MOVE WRK-DIF-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING INV-CODIGO " " INV-DESCRICAO(1:20) " "
                       INV-SALDO-LIVRO "   " INV-CONTADO " "
                       WRK-QTD-ED WRK-VALOR-ED "  " WRK-OCORRENCIA
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0300-FINALIZAR              SECTION.
           COMPUTE WRK-VALOR-LIQ = WRK-VALOR-SOBRA - WRK-VALOR-FALTA.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS NA FOTO " WRK-TOTAL-ITENS
                   "  CONTADOS " WRK-TOTAL-CONTADOS
                   "  NAO CONTADOS " WRK-TOTAL-NAO-CONT
                   "  FALTAS " WRK-TOTAL-FALTAS
                   "  SOBRAS " WRK-TOTAL-SOBRAS
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-FALTA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DAS FALTAS......" WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-SOBRA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DAS SOBRAS......" WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-LIQ TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "DIFERENCA LIQUIDA....." WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS =
               WRK-TOTAL-FALTAS + WRK-TOTAL-SOBRAS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "INVDIFE: ITENS NA FOTO........ " WRK-TOTAL-ITENS.
           DISPLAY "INVDIFE: NAO CONTADOS......... " WRK-TOTAL-NAO-CONT.
           DISPLAY "INVDIFE: FALTAS / SOBRAS...... " WRK-TOTAL-FALTAS
                   " / " WRK-TOTAL-SOBRAS.
           DISPLAY "INVDIFE: RELATORIO EM " WRK-REL-PATH.

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
