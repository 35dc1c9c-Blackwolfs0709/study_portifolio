      *==           NOTA-NUMERO ORIGINAL (NOTACRED.DAT, CONTADOR
      *==           PROPRIO NO MOLDE DO NOTAFIS.CTL), GERA O CREDITO
      *==           NO LAYOUT DO EXE1 PARA A CONTA DO CLIENTE E A
      *==           LINHA DE ALIVIO NO RAZAO DE ICMS (LED-SINAL "-",
      *==           COM O PIS E O COFINS PROPORCIONAIS)
      *==           - O REEMBOLSO DEIXA DE SER UM "P" DIGITADO A MAO
      *==           SEM RASTRO ATE A VENDA ORIGINAL
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: O ICMS ALIVIADO E PROPORCIONAL AO VALOR
      *==   DEVOLVIDO SOBRE A BASE DA NOTA (VALOR - DESCONTO); O
      *==   RELATORIO MENSAL POR PRODUTO E MOTIVO E O DEVOLREL,
      *==   SOBRE O PROPRIO NOTACRED.DAT. QUANDO O DEV-PRODUTO E UM
      *==   CODIGO DO CADASTRO DE MERCADORIAS, A UNIDADE DEVOLVIDA
      *==   VOLTA AO EST-SALDO (UMA POR LINHA, COMO O PEDIDOS BAIXA)
      *==   E ENTRA NO KARDEX COMO "DV", COM A NOTA DE CREDITO.
      *==   NO PEDIDO PARCELADO A DEVOLUCAO ABATE PRIMEIRO AS
      *==   PARCELAS AINDA EM ABERTO (DA ULTIMA PARA A PRIMEIRA) E SO
      *==   O QUE SOBRAR VOLTA COMO CREDITO NA CONTA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT REJEITOS ASSIGN TO DYNAMIC WRK-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITOS.
           SELECT PARCELAS ASSIGN TO DYNAMIC WRK-PAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-VENCIMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAR-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-PARCELAS.

       DATA DIVISION.
       FILE SECTION.
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  NOTAS.
       01  NOTA-REG.
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
      *== NOTA-DESC-FUNC: DESCONTO DE FUNCIONARIO, DESTACADO DO
      *== DESCONTO POR VOLUME PARA SAIR COMO LINHA PROPRIA NA NOTA
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       FD  CTACLI.
       01  CTC-REG.
           05 LED-BASE           PIC 9(011)V99.
           05 LED-ICMS           PIC 9(010)V99.
           05 LED-SINAL          PIC X(01).
           05 LED-PIS            PIC 9(010)V99.
           05 LED-COFINS         PIC 9(010)V99.
      *== LED-PIS/LED-COFINS: MESMA REGRA DE SINAL DO ICMS (PISCOFEC)
           05 LED-FILIAL         PIC X(02).
      *== LED-FILIAL: EMPRESA/FILIAL DA APURACAO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

       FD  LOTE-OUT.
       01  LOT-REG.
           05 LOT-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

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

       FD  REJEITOS.
       01  REJ-LINHA            PIC X(100).

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
       77  WRK-DEV-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DEV-PATH: VARIAVEL DE AMBIENTE "DEVOL_PATH";
       77  WRK-LOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "PEDDEVOL_PAG_PATH";
      *== SE NAO DEFINIDA, "PEDDEVOL.PAG"
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
      *== WRK-EST-PATH: VARIAVEL DE AMBIENTE "ESTOQUE_PATH";
      *== SE NAO DEFINIDA, "ESTOQUE.DAT" - SEM ELE, NAO HA RETORNO
      *== DE SALDO
       77  WRK-REJ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REJ-PATH: VARIAVEL DE AMBIENTE "DEVOL_REJ_PATH";
      *== SE NAO DEFINIDA, "DEVOL.REJ"
       77  FS-NOTACRED-CTL PIC 9(02) VALUE ZEROS.
       77  FS-LEDGER       PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-REJEITOS     PIC 9(02) VALUE ZEROS.
       77  WRK-PAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT" - SEM ELE, TODA DEVOLUCAO
      *== VOLTA INTEIRA COMO CREDITO
       77  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-PARCELAS PIC X(01) VALUE "N".

       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-NOTA-ACHADA PIC X(01) VALUE "N".
       77  WRK-BASE-NOTA   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-ICMS-ALIVIO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-PIS-ALIVIO  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COFINS-ALIVIO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TEM-ESTOQUE PIC X(01) VALUE "N".
       77  WRK-VALOR-ABATIDO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-VALOR-REEMBOLSO PIC 9(08)V99 VALUE ZEROS.
       77  WRK-RESTO-ABATER PIC 9(08)V99 VALUE ZEROS.
       77  WRK-TOTAL-ABATIDO PIC 9(04) VALUE ZEROS.

      *== PARCELAS EM ABERTO DO PEDIDO DEVOLVIDO, NA ORDEM DA CHAVE
       77  WRK-QTD-ABERTAS PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ABERTAS.
           05 WRK-ABE-NUMERO OCCURS 99 TIMES PIC 9(02).
       77  WRK-IDX-ABE     PIC 9(02) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "PEDDEVOL".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): SO DEVOLVE
      *== PEDIDO DA PROPRIA FILIAL E NUMERA A NOTA DE CREDITO NO
      *== CONTADOR DELA (NOTACRED.CTL DA MATRIZ, .Fnn DAS DEMAIS)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.
       77  WRK-ORD-FILIAL   PIC X(02) VALUE SPACES.
       77  WRK-NOTA-FILIAL  PIC X(02) VALUE SPACES.

      *== AREA DO KARDEX DE MOVIMENTO DE ESTOQUE (VER KARDLIB)
       01  WRK-KARDLIB-AREA.
           05  WRK-KRD-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-KRD-TIPO      PIC X(02) VALUE SPACES.
           05  WRK-KRD-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-KRD-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-KRD-DOCUMENTO PIC X(10) VALUE SPACES.
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "PEDDEVOL".
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
           IF WRK-NCC-PATH EQUAL SPACES
               MOVE "NOTACRED.CTL" TO WRK-NCC-PATH
           END-IF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE WRK-NCC-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-NCC-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-NCC-PATH
           END-STRING.
           MOVE 1 TO WRK-PROX-NOTA.
           OPEN INPUT NOTACRED-CTL.
           IF FS-NOTACRED-CTL EQUAL 0
               MOVE "DEVOL.REJ" TO WRK-REJ-PATH
           END-IF.
           OPEN OUTPUT REJEITOS.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN I-O ESTOQUE.
           IF FS-ESTOQUE EQUAL 0
               MOVE "S" TO WRK-TEM-ESTOQUE
           ELSE
               DISPLAY "PEDDEVOL: SEM CADASTRO DE MERCADORIAS ("
                       WRK-EST-PATH ") - DEVOLUCAO SEM RETORNO DE SALDO"
           END-IF.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           OPEN I-O PARCELAS.
           IF FS-PARCELAS EQUAL 0
               MOVE "S" TO WRK-TEM-PARCELAS
           END-IF.

       0200-PROCESSAR              SECTION.
           READ DEVOLUCOES
               END-READ
           END-IF.
           IF WRK-DEV-OK EQUAL "S"
               MOVE ORD-FILIAL TO WRK-ORD-FILIAL
               IF WRK-ORD-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-ORD-FILIAL
               END-IF
               EVALUATE TRUE
                   WHEN WRK-ORD-FILIAL NOT EQUAL WRK-FIL-CODIGO
                       MOVE "PEDIDO DE OUTRA FILIAL" TO WRK-MOTIVO-REJ
                       MOVE "N" TO WRK-DEV-OK
                   WHEN ORD-STATUS NOT EQUAL "ENTREGUE"
                       MOVE "PEDIDO NAO ENTREGUE" TO WRK-MOTIVO-REJ
                       MOVE "N" TO WRK-DEV-OK
           END-IF.

      *== VARRE NOTAS.DAT ATRAS DA NOTA DO PEDIDO (ORD-NOTA); A NOTA
      *== CANCELADA NAO SERVE DE LASTRO PARA DEVOLUCAO. CADA FILIAL
      *== NUMERA AS SUAS NOTAS - O NUMERO SO VALE COM A FILIAL JUNTO
       0220-BUSCA-NOTA-ORIGINAL    SECTION.
           MOVE "N" TO WRK-NOTA-ACHADA.
           MOVE ZEROS TO FS-NOTAS.
                   AT END MOVE 10 TO FS-NOTAS
               END-READ
               PERFORM UNTIL FS-NOTAS EQUAL 10
                   MOVE NOTA-FILIAL TO WRK-NOTA-FILIAL
                   IF WRK-NOTA-FILIAL EQUAL SPACES
                       MOVE "01" TO WRK-NOTA-FILIAL
                   END-IF
                   IF NOTA-NUMERO EQUAL ORD-NOTA
                       AND NOTA-SITUACAO NOT EQUAL "C"
                       AND WRK-NOTA-FILIAL EQUAL WRK-ORD-FILIAL
                       MOVE "S" TO WRK-NOTA-ACHADA
                       MOVE 10 TO FS-NOTAS
                   ELSE
           ELSE
               MOVE ZEROS TO WRK-ICMS-ALIVIO
           END-IF.
      *== PIS/COFINS NA MESMA PROPORCAO; NOTA ANTIGA NAO OS TEM
           MOVE ZEROS TO WRK-PIS-ALIVIO.
           MOVE ZEROS TO WRK-COFINS-ALIVIO.
           IF WRK-BASE-NOTA GREATER ZEROS
               IF NOTA-PIS NUMERIC
                   COMPUTE WRK-PIS-ALIVIO ROUNDED =
                       NOTA-PIS * DEV-VALOR / WRK-BASE-NOTA
               END-IF
               IF NOTA-COFINS NUMERIC
                   COMPUTE WRK-COFINS-ALIVIO ROUNDED =
                       NOTA-COFINS * DEV-VALOR / WRK-BASE-NOTA
               END-IF
           END-IF.
      *== NOTA DE CREDITO NUMERADA, AMARRADA A NOTA ORIGINAL
           MOVE SPACES TO NCR-REG.
           MOVE WRK-PROX-NOTA TO NCR-NUMERO.
           MOVE WRK-ICMS-ALIVIO TO NCR-ICMS.
           MOVE DEV-MOTIVO    TO NCR-MOTIVO.
           WRITE NCR-REG.
           IF WRK-TEM-ESTOQUE EQUAL "S"
               PERFORM 0240-RETORNA-ESTOQUE
           END-IF.
           ADD 1 TO WRK-PROX-NOTA.
           MOVE ZEROS TO WRK-VALOR-ABATIDO.
           IF WRK-TEM-PARCELAS EQUAL "S"
               PERFORM 0250-ABATE-PARCELAS
           END-IF.
           COMPUTE WRK-VALOR-REEMBOLSO =
               DEV-VALOR - WRK-VALOR-ABATIDO.
      *== CREDITO NA CONTA DO CLIENTE (VIA CTACLI); DEVOLUCAO TODA
      *== ABSORVIDA PELAS PARCELAS EM ABERTO NAO GERA CREDITO
           IF WRK-VALOR-REEMBOLSO GREATER ZEROS
               MOVE ORD-CLIENTE TO CTC-CLIENTE
               READ CTACLI KEY IS CTC-CLIENTE
                   INVALID KEY
                       DISPLAY "PEDDEVOL: CLIENTE " ORD-CLIENTE
                               " SEM CONTA VINCULADA - REEMBOLSO MANUAL"
                   NOT INVALID KEY
                       MOVE SPACES TO LOT-REG
                       MOVE "P" TO LOT-TIPO
                       MOVE CTC-CONTA TO LOT-CONTA
                       MOVE WRK-VALOR-REEMBOLSO TO LOT-VALOR
                       MOVE ZEROS TO LOT-REF-SEQ
                       MOVE WRK-DATA-HOJE TO LOT-DATA
                       WRITE LOT-REG
                       ADD 1 TO WRK-TOTAL-ACEITO
                       ADD WRK-VALOR-REEMBOLSO TO WRK-VALOR-TOTAL
                       MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA
                       MOVE "VENDAS" TO WRK-RAZ-DEBITO
                       MOVE SPACES TO WRK-RAZ-CREDITO
                       STRING "C" CTC-CONTA DELIMITED BY SIZE
                               INTO WRK-RAZ-CREDITO
                       MOVE WRK-VALOR-REEMBOLSO TO WRK-RAZ-VALOR
                       CALL "RAZLIB" USING WRK-RAZLIB-AREA
               END-READ
           END-IF.
      *== ALIVIO PROPORCIONAL NO RAZAO DE ICMS
           MOVE SPACES TO LED-REG.
           MOVE WRK-COMPETENCIA TO LED-COMPETENCIA.
           MOVE DEV-VALOR TO LED-BASE.
           MOVE WRK-ICMS-ALIVIO TO LED-ICMS.
           MOVE "-" TO LED-SINAL.
           MOVE WRK-PIS-ALIVIO TO LED-PIS.
           MOVE WRK-COFINS-ALIVIO TO LED-COFINS.
           MOVE WRK-FIL-CODIGO TO LED-FILIAL.
           WRITE LED-REG.

      *== PEDIDO PARCELADO: A DEVOLUCAO REDUZ AS PARCELAS AINDA EM
      *== ABERTO, DA ULTIMA PARA A PRIMEIRA; PARCELA ZERADA FICA
      *== CANCELADA ("C"). O QUE JA FOI APRESENTADA NAO SE MEXE - A
      *== SOBRA DA DEVOLUCAO VOLTA COMO CREDITO
       0250-ABATE-PARCELAS         SECTION.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE DEV-PEDIDO TO PAR-PEDIDO.
           MOVE ZEROS TO PAR-NUMERO.
           START PARCELAS KEY IS NOT LESS PAR-CHAVE
               INVALID KEY MOVE 23 TO FS-PARCELAS
           END-START.
           IF FS-PARCELAS EQUAL 0
               READ PARCELAS NEXT
                   AT END MOVE 10 TO FS-PARCELAS
               END-READ
               PERFORM UNTIL FS-PARCELAS GREATER 2
                   OR PAR-PEDIDO NOT EQUAL DEV-PEDIDO
                   IF PAR-SITUACAO EQUAL "A"
                       AND WRK-QTD-ABERTAS LESS 99
                       ADD 1 TO WRK-QTD-ABERTAS
                       MOVE PAR-NUMERO
                           TO WRK-ABE-NUMERO(WRK-QTD-ABERTAS)
                   END-IF
                   READ PARCELAS NEXT
                       AT END MOVE 10 TO FS-PARCELAS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-PARCELAS.
           MOVE DEV-VALOR TO WRK-RESTO-ABATER.
           PERFORM VARYING WRK-IDX-ABE FROM WRK-QTD-ABERTAS BY -1
                   UNTIL WRK-IDX-ABE LESS 1
                   OR WRK-RESTO-ABATER EQUAL ZEROS
               MOVE DEV-PEDIDO TO PAR-PEDIDO
               MOVE WRK-ABE-NUMERO(WRK-IDX-ABE) TO PAR-NUMERO
               READ PARCELAS KEY IS PAR-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 0255-ABATE-UMA-PARCELA
               END-READ
           END-PERFORM.
           IF WRK-VALOR-ABATIDO GREATER ZEROS
               ADD 1 TO WRK-TOTAL-ABATIDO
           END-IF.

       0255-ABATE-UMA-PARCELA      SECTION.
           IF PAR-VALOR GREATER WRK-RESTO-ABATER
               SUBTRACT WRK-RESTO-ABATER FROM PAR-VALOR
               ADD WRK-RESTO-ABATER TO WRK-VALOR-ABATIDO
               MOVE ZEROS TO WRK-RESTO-ABATER
           ELSE
               SUBTRACT PAR-VALOR FROM WRK-RESTO-ABATER
               ADD PAR-VALOR TO WRK-VALOR-ABATIDO
               MOVE ZEROS TO PAR-VALOR
               MOVE "C" TO PAR-SITUACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO PAR-DATA-SITUACAO.
           REWRITE PAR-REG
               INVALID KEY
                   DISPLAY "PEDDEVOL: ERRO AO ABATER PARCELA "
                           PAR-CHAVE " FS=" FS-PARCELAS
           END-REWRITE.

      *== A UNIDADE DEVOLVIDA VOLTA AO SALDO QUANDO O ITEM DA
      *== DEVOLUCAO E UM CODIGO DO CADASTRO; TEXTO LIVRE NAO MEXE
       0240-RETORNA-ESTOQUE        SECTION.
           MOVE DEV-PRODUTO(1:8) TO EST-CODIGO.
           READ ESTOQUE KEY IS EST-CODIGO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO EST-SALDO
                   REWRITE EST-REG
                       INVALID KEY
                           DISPLAY "PEDDEVOL: ERRO AO DEVOLVER "
                                   "ESTOQUE DE " EST-CODIGO
                                   " FS=" FS-ESTOQUE
                       NOT INVALID KEY
                           MOVE EST-CODIGO TO WRK-KRD-CODIGO
                           MOVE "DV" TO WRK-KRD-TIPO
                           MOVE 1 TO WRK-KRD-QTD
                           MOVE EST-SALDO TO WRK-KRD-SALDO
                           MOVE NCR-NUMERO TO WRK-KRD-DOCUMENTO
                           MOVE DEV-DATA TO WRK-KRD-DATA-MOV
                           CALL "KARDLIB" USING WRK-KARDLIB-AREA
      *== A MERCADORIA DEVOLVIDA E RECEBIDA NO BALCAO: ENTRA NO
      *== DEPOSITO PADRAO
                           MOVE "M" TO WRK-DPL-ACAO
                           MOVE EST-CODIGO TO WRK-DPL-CODIGO
                           MOVE SPACES TO WRK-DPL-DEPOSITO
                           MOVE 1 TO WRK-DPL-QTD
                           CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   END-REWRITE
           END-READ.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.
           CLOSE DEVOLUCOES.
           CLOSE PEDIDOS-ORD.
           CLOSE CTACLI.
           IF WRK-TEM-ESTOQUE EQUAL "S"
               CLOSE ESTOQUE
           END-IF.
           IF WRK-TEM-PARCELAS EQUAL "S"
               CLOSE PARCELAS
           END-IF.
           OPEN OUTPUT NOTACRED-CTL.
           MOVE WRK-PROX-NOTA TO NCC-PROXIMO.
           WRITE NCC-REG.
           DISPLAY "PEDDEVOL: DEVOLUCOES LIDAS.... " WRK-TOTAL-LIDO.
           DISPLAY "PEDDEVOL: ACEITAS............. "
                   WRK-TOTAL-ACEITO.
           IF WRK-TOTAL-ABATIDO GREATER ZEROS
               DISPLAY "PEDDEVOL: ABATIDAS EM PARCELAS "
                       WRK-TOTAL-ABATIDO
           END-IF.
           DISPLAY "PEDDEVOL: REJEITADAS.......... " WRK-TOTAL-REJ
                   " EM " WRK-REJ-PATH.
           DISPLAY "PEDDEVOL: LOTE DE CREDITO EM " WRK-LOT-PATH.
