       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGAGE.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ENVELHECIMENTO DO CONTAS A PAGAR - VARRE
      *==           APAGAR.DAT (NA ORDEM DA CHAVE, QUE JA E POR
      *==           FORNECEDOR) E DISTRIBUI O VALOR DOS TITULOS EM
      *==           ABERTO NAS FAIXAS A VENCER / 1-30 / 31-60 /
      *==           61-90 / ACIMA DE 90 DIAS DE ATRASO, COM SUBTOTAL
      *==           POR FORNECEDOR E TOTAL GERAL
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: APAGAGE_DATA (AAAAMMDD) ESCOLHE A DATA-BASE;
      *==   EM BRANCO, O DIA CORRENTE. TITULO JA ENVIADO NO LOTE
      *==   ("L") OU CANCELADO NAO ENTRA; SAI VIA RELWRT EM
      *==   APAGAGE.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APAGAR ASSIGN TO DYNAMIC WRK-APG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APG-CHAVE
               ALTERNATE RECORD KEY IS APG-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-APAGAR.
           SELECT FORNECEDORES ASSIGN TO DYNAMIC WRK-FOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.

       DATA DIVISION.
       FILE SECTION.
       FD  APAGAR.
       01  APG-REG.
           05 APG-CHAVE.
               10 APG-FORNECEDOR PIC 9(04).
               10 APG-DOCUMENTO  PIC X(10).
               10 APG-PARCELA    PIC 9(02).
           05 APG-EMISSAO        PIC 9(08).
           05 APG-VENCIMENTO     PIC 9(08).
           05 APG-VALOR          PIC 9(09)V99.
           05 APG-PEDIDO-COMPRA  PIC 9(06).
           05 APG-ORIGEM         PIC X(08).
           05 APG-SITUACAO       PIC X(01).
           05 APG-DATA-SITUACAO  PIC 9(08).
           05 APG-LOTE           PIC 9(06).

       FD  FORNECEDORES.
       01  FOR-REG.
           05 FOR-CODIGO         PIC 9(04).
           05 FOR-NOME           PIC X(30).
           05 FOR-CNPJ           PIC 9(14).
           05 FOR-BANCO          PIC 9(03).
           05 FOR-AGENCIA        PIC 9(04).
           05 FOR-CONTA-EXT      PIC X(12).
           05 FOR-PRAZO          PIC 9(03).
           05 FOR-SITUACAO       PIC X(01).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-APG-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "APAGAGE_REL_PATH";
      *== SE NAO DEFINIDA, "APAGAGE.REL"
       77  FS-APAGAR       PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-BASE   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO PIC S9(06) VALUE ZEROS.
       77  WRK-FAIXA       PIC 9(01) VALUE ZEROS.
       77  WRK-FORN-ATUAL  PIC 9(04) VALUE ZEROS.
       77  WRK-TEM-FORN    PIC X(01) VALUE "N".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ABERTO PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-FAIXA   PIC 9(01) VALUE ZEROS.
      *== FAIXAS: 1 = A VENCER  2 = 1-30  3 = 31-60  4 = 61-90
      *== 5 = ACIMA DE 90 DIAS DE ATRASO
       01  WRK-TAB-FORN.
           05 WRK-FORN-FAIXA OCCURS 5 TIMES PIC 9(11)V99.
       01  WRK-TAB-GERAL.
           05 WRK-GERAL-FAIXA OCCURS 5 TIMES PIC 9(11)V99.
       01  WRK-LINHA-VALORES.
           05 WRK-ED-FAIXA OCCURS 5 TIMES.
               10 FILLER          PIC X(01).
               10 WRK-ED-VALOR    PIC ZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "APAGAGE".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "APAGAGE".
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
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "APAGAGE_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-BASE = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           INITIALIZE WRK-TAB-GERAL.
           INITIALIZE WRK-TAB-FORN.
           ACCEPT WRK-APG-PATH FROM ENVIRONMENT "APAGAR_PATH".
           IF WRK-APG-PATH EQUAL SPACES
               MOVE "APAGAR.DAT" TO WRK-APG-PATH
           END-IF.
           OPEN INPUT APAGAR.
           MOVE "APAGAR.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-APAGAR TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-FOR-PATH FROM ENVIRONMENT "FORNEC_PATH".
           IF WRK-FOR-PATH EQUAL SPACES
               MOVE "FORNEC.DAT" TO WRK-FOR-PATH
           END-IF.
           OPEN INPUT FORNECEDORES.
           MOVE "FORNEC.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-FORNECEDORES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "APAGAGE_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "APAGAGE.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "ENVELHECIMENTO DO CONTAS A PAGAR" TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           STRING "FORN NOME                  "
                  "      A VENCER          1-30"
                  "         31-60         61-90"
                  "      ACIMA 90"
                  DELIMITED BY SIZE INTO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ APAGAR NEXT
               AT END MOVE 10 TO FS-APAGAR
           END-READ.
           PERFORM UNTIL FS-APAGAR EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF APG-SITUACAO EQUAL "A"
                   IF WRK-TEM-FORN EQUAL "S"
                       AND APG-FORNECEDOR NOT EQUAL WRK-FORN-ATUAL
                       PERFORM 0220-QUEBRA-FORNECEDOR
                   END-IF
                   MOVE "S" TO WRK-TEM-FORN
                   MOVE APG-FORNECEDOR TO WRK-FORN-ATUAL
                   ADD 1 TO WRK-TOTAL-ABERTO
                   PERFORM 0210-CLASSIFICA
                   ADD APG-VALOR TO WRK-FORN-FAIXA(WRK-FAIXA)
                   ADD APG-VALOR TO WRK-GERAL-FAIXA(WRK-FAIXA)
               END-IF
               READ APAGAR NEXT
                   AT END MOVE 10 TO FS-APAGAR
               END-READ
           END-PERFORM.
           IF WRK-TEM-FORN EQUAL "S"
               PERFORM 0220-QUEBRA-FORNECEDOR
           END-IF.
           CLOSE APAGAR.

       0210-CLASSIFICA             SECTION.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE)
             - FUNCTION INTEGER-OF-DATE(APG-VENCIMENTO).
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT GREATER 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT GREATER 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO NOT GREATER 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.

       0220-QUEBRA-FORNECEDOR      SECTION.
           MOVE WRK-FORN-ATUAL TO FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE "** FORA DO CADASTRO **" TO FOR-NOME
           END-READ.
           MOVE SPACES TO WRK-LINHA-VALORES.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA GREATER 5
               MOVE WRK-FORN-FAIXA(WRK-IDX-FAIXA)
                   TO WRK-ED-VALOR(WRK-IDX-FAIXA)
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-FORN-ATUAL " " FOR-NOME(1:22)
                   WRK-LINHA-VALORES
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           INITIALIZE WRK-TAB-FORN.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO WRK-LINHA-VALORES.
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IDX-FAIXA GREATER 5
               MOVE WRK-GERAL-FAIXA(WRK-IDX-FAIXA)
                   TO WRK-ED-VALOR(WRK-IDX-FAIXA)
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL                " WRK-LINHA-VALORES
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA-BASE " WRK-DATA-BASE
                   "  TITULOS LIDOS " WRK-TOTAL-LIDO
                   "  EM ABERTO " WRK-TOTAL-ABERTO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE FORNECEDORES.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ABERTO TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "APAGAGE: TITULOS LIDOS........ " WRK-TOTAL-LIDO.
           DISPLAY "APAGAGE: EM ABERTO............ " WRK-TOTAL-ABERTO.
           DISPLAY "APAGAGE: RELATORIO EM " WRK-REL-PATH.

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
