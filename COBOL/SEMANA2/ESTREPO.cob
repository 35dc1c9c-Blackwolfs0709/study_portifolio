      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: RODA APOS O FATURAMENTO DO DIA; SAI VIA
      *==   RELWRT EM ESTREPO.REL
      *==   COM SALDO POR DEPOSITO (ESTDEP.DAT, VER DEPLIB) A CONTA E
      *==   POR DEPOSITO: SALDO + EM TRANSITO CONTRA O PONTO DE PEDIDO
      *==   DO DEPOSITO (ZERADO NO DEPOSITO PADRAO, VALE O DO
      *==   CADASTRO). PRODUTO SEM REGISTRO NO ESTDEP SEGUE A CONTA
      *==   ANTIGA PELO EST-SALDO. O "EM PEDIDO" E DO PRODUTO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT COMPRAS ASSIGN TO DYNAMIC WRK-CMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-COMPRAS.
           SELECT ESTDEP ASSIGN TO DYNAMIC WRK-DEP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS FS-ESTDEP.

       DATA DIVISION.
       FILE SECTION.
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.
      *== EST-CUSTO-MEDIO: CUSTO MEDIO PONDERADO, RECALCULADO A CADA
      *== RECEBIMENTO DE COMPRA (RECEBE)

       FD  COMPRAS.
       01  CMP-REG.
           05 CMP-CHAVE.
               10 CMP-NUMERO     PIC 9(06).
               10 CMP-SEQ        PIC 9(02).
           05 CMP-FORNECEDOR     PIC 9(04).
           05 CMP-CODIGO         PIC X(08).
           05 CMP-QTD-PEDIDA     PIC 9(06).
           05 CMP-QTD-RECEBIDA   PIC 9(06).
           05 CMP-CUSTO          PIC 9(06)V99.
           05 CMP-EMISSAO        PIC 9(08).
           05 CMP-PREVISTA       PIC 9(08).
           05 CMP-SITUACAO       PIC X(01).
           05 CMP-DATA-SITUACAO  PIC 9(08).

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
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REPOR PIC 9(06) VALUE ZEROS.
       77  WRK-CMP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CMP-PATH: VARIAVEL DE AMBIENTE "PEDCOMPRA_PATH";
      *== SE NAO DEFINIDA, "PEDCOMPRA.DAT"
       77  FS-COMPRAS      PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-COMPRAS PIC X(01) VALUE "N".
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-EM-PEDIDO   PIC 9(07) VALUE ZEROS.
       77  WRK-DEP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DEP-PATH: VARIAVEL DE AMBIENTE "ESTDEP_PATH";
      *== SE NAO DEFINIDA, "ESTDEP.DAT"
       77  FS-ESTDEP       PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-ESTDEP  PIC X(01) VALUE "N".
       77  WRK-FIM-DEP     PIC X(01) VALUE "N".
       77  WRK-ACHOU-DEP   PIC X(01) VALUE "N".
       77  WRK-DEP-PADRAO  PIC X(02) VALUE SPACES.
       77  WRK-PONTO       PIC 9(06) VALUE ZEROS.
       77  WRK-DISPONIVEL  PIC 9(07) VALUE ZEROS.

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
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CMP-PATH FROM ENVIRONMENT "PEDCOMPRA_PATH".
           IF WRK-CMP-PATH EQUAL SPACES
               MOVE "PEDCOMPRA.DAT" TO WRK-CMP-PATH
           END-IF.
           OPEN INPUT COMPRAS.
           IF FS-COMPRAS EQUAL 0
               MOVE "S" TO WRK-TEM-COMPRAS
           END-IF.
      *== O DEPLIB DEVOLVE O CODIGO DO DEPOSITO PADRAO QUANDO
      *== CONSULTADO COM O DEPOSITO EM BRANCO
           MOVE "C" TO WRK-DPL-ACAO.
           MOVE SPACES TO WRK-DPL-CODIGO.
           MOVE SPACES TO WRK-DPL-DEPOSITO.
           CALL "DEPLIB" USING WRK-DEPLIB-AREA.
           MOVE WRK-DPL-DEPOSITO TO WRK-DEP-PADRAO.
           ACCEPT WRK-DEP-PATH FROM ENVIRONMENT "ESTDEP_PATH".
           IF WRK-DEP-PATH EQUAL SPACES
               MOVE "ESTDEP.DAT" TO WRK-DEP-PATH
           END-IF.
           OPEN INPUT ESTDEP.
           IF FS-ESTDEP EQUAL 0
               MOVE "S" TO WRK-TEM-ESTDEP
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "ESTREPO_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "ESTREPO.REL" TO WRK-REL-PATH
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "RELATORIO DE REPOSICAO DE ESTOQUE" TO WRK-RW-TITULO.
           MOVE "CODIGO    DESCRICAO                       SALDO   PON
      -         "TO DE PEDIDO  EM PEDIDO  DEP  TRANSITO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           END-READ.
           PERFORM UNTIL FS-ESTOQUE EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               MOVE "N" TO WRK-ACHOU-DEP
               IF WRK-TEM-ESTDEP EQUAL "S"
                   PERFORM 0220-VERIFICA-DEPOSITOS
               END-IF
               IF WRK-ACHOU-DEP EQUAL "N"
                   AND EST-SALDO LESS EST-PONTO-PEDIDO
                   ADD 1 TO WRK-TOTAL-REPOR
                   PERFORM 0210-SOMA-EM-PEDIDO
                   MOVE SPACES TO REL-LINHA
                   STRING EST-CODIGO "  " EST-DESCRICAO "  "
                           EST-SALDO "  " EST-PONTO-PEDIDO
                           "          " WRK-EM-PEDIDO
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTOQUE.
           IF WRK-TEM-COMPRAS EQUAL "S"
               CLOSE COMPRAS
           END-IF.
           IF WRK-TEM-ESTDEP EQUAL "S"
               CLOSE ESTDEP
           END-IF.

      *== QUANTIDADE PEDIDA AO FORNECEDOR E AINDA NAO RECEBIDA, PELA
      *== CHAVE ALTERNATIVA CMP-CODIGO (MESMA CONTA DO COMPMANT)
       0210-SOMA-EM-PEDIDO         SECTION.
           MOVE ZEROS TO WRK-EM-PEDIDO.
           IF WRK-TEM-COMPRAS EQUAL "S"
               MOVE EST-CODIGO TO CMP-CODIGO
               MOVE "N" TO WRK-FIM-ITENS
               START COMPRAS KEY IS EQUAL CMP-CODIGO
                   INVALID KEY MOVE "S" TO WRK-FIM-ITENS
               END-START
               PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                   READ COMPRAS NEXT
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
                   IF WRK-FIM-ITENS EQUAL "N"
                       IF CMP-CODIGO NOT EQUAL EST-CODIGO
                           MOVE "S" TO WRK-FIM-ITENS
                       ELSE
                           IF (CMP-SITUACAO EQUAL "A"
                               OR CMP-SITUACAO EQUAL "P")
                               AND CMP-QTD-PEDIDA
                                   GREATER CMP-QTD-RECEBIDA
                               COMPUTE WRK-EM-PEDIDO = WRK-EM-PEDIDO
                                   + CMP-QTD-PEDIDA - CMP-QTD-RECEBIDA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *== UMA LINHA POR DEPOSITO DO PRODUTO COM SALDO + TRANSITO
      *== ABAIXO DO PONTO DO DEPOSITO; ACHANDO REGISTRO NO ESTDEP A
      *== CONTA PELO CADASTRO NAO E FEITA
       0220-VERIFICA-DEPOSITOS     SECTION.
           MOVE EST-CODIGO TO DEP-CODIGO.
           MOVE LOW-VALUES TO DEP-DEPOSITO.
           MOVE "N" TO WRK-FIM-DEP.
           START ESTDEP KEY IS NOT LESS DEP-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-DEP
           END-START.
           PERFORM UNTIL WRK-FIM-DEP EQUAL "S"
               READ ESTDEP NEXT
                   AT END MOVE "S" TO WRK-FIM-DEP
               END-READ
               IF WRK-FIM-DEP EQUAL "N"
                   IF DEP-CODIGO NOT EQUAL EST-CODIGO
                       MOVE "S" TO WRK-FIM-DEP
                   ELSE
                       MOVE "S" TO WRK-ACHOU-DEP
                       MOVE DEP-PONTO-PEDIDO TO WRK-PONTO
                       IF WRK-PONTO EQUAL ZEROS
                           AND DEP-DEPOSITO EQUAL WRK-DEP-PADRAO
                           MOVE EST-PONTO-PEDIDO TO WRK-PONTO
                       END-IF
                       COMPUTE WRK-DISPONIVEL = DEP-SALDO
                           + DEP-TRANSITO
                       IF WRK-DISPONIVEL LESS WRK-PONTO
                           ADD 1 TO WRK-TOTAL-REPOR
                           PERFORM 0210-SOMA-EM-PEDIDO
                           MOVE SPACES TO REL-LINHA
                           STRING EST-CODIGO "  " EST-DESCRICAO "  "
                                   DEP-SALDO "  " WRK-PONTO
                                   "          " WRK-EM-PEDIDO
                                   "  " DEP-DEPOSITO "   "
                                   DEP-TRANSITO
                                   DELIMITED BY SIZE INTO REL-LINHA
                           PERFORM 9600-GRAVA-REL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
