      *==           CANCELADO ANTES DA ENTREGA, DEVOLVE O DINHEIRO AO
      *==           CLIENTE NUM LOTE EXE1, GRAVA A LINHA DE AJUSTE
      *==           NEGATIVA NO RAZAO DE ICMS (LED-SINAL "-", QUE O
      *==           ICMSFECH SUBTRAI DA COMPETENCIA, COM O PIS E O
      *==           COFINS DA NOTA PARA O PISCOFEC), CARIMBA A NOTA
      *==           COMO CANCELADA EM NOTAS.DAT (NOTAFIS REIMPRIME
      *==           COM O CARIMBO) E AVANCA O PEDIDO PARA ESTORNADO -
      *==           A CONTA DO CLIENTE PARA DE FICAR DEBITADA POR
      *==   COBRANCA DO PEDIDO FOI UM DEBITO "D", A DEVOLUCAO SAI
      *==   COMO CREDITO "P" DE MESMO VALOR, EM LOTE COM ORIGEM
      *==   PEDCANC E TRAILER DE CONTROLE. NOTAS.DAT E REGRAVADO VIA
      *==   ARQUIVO DE TRABALHO (MOLDE LOGARQ). OS ITENS DO PEDIDO
      *==   COM CODIGO DO CADASTRO VOLTAM AO EST-SALDO (UMA UNIDADE
      *==   POR LINHA, COMO O PEDIDOS BAIXOU) E ENTRAM NO KARDEX COMO
      *==   "CN", COM O NUMERO DO PEDIDO COMO DOCUMENTO; ITEM AINDA
      *==   EM BACKORDER NUNCA BAIXOU SALDO E NAO VOLTA. NO PEDIDO
      *==   PARCELADO (PARCELAS.DAT) SO VOLTA O QUE JA FOI DEBITADO
      *==   NA CONTA PELO PARCCOB; AS PARCELAS AINDA EM ABERTO SAO
      *==   CANCELADAS E NUNCA CHEGAM A SER COBRADAS. VENDA PAGA NO
      *==   CARTAO (VENDACAR.DAT) NAO GERA CREDITO NA CONTA: A VENDA
      *==   FICA CANCELADA E O ESTORNO E PEDIDO A CREDENCIADORA.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           SELECT PEDITENS ASSIGN TO DYNAMIC WRK-ITN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS FS-ITENS.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT PARCELAS ASSIGN TO DYNAMIC WRK-PAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-VENCIMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAR-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-PARCELAS.
           SELECT VENDACAR ASSIGN TO DYNAMIC WRK-VCR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-PEDIDO
               ALTERNATE RECORD KEY IS VCR-AUTORIZACAO WITH DUPLICATES
               FILE STATUS IS FS-VENDACAR.

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

       FD  CTACLI.
       01  CTC-REG.
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

       FD  NOTAS-TEMP.
       01  TMP-REG               PIC X(154).

       FD  ICMS-LEDGER.
       01  LED-REG.
           05 LED-ICMS           PIC 9(010)V99.
           05 LED-SINAL          PIC X(01).
      *== LED-SINAL: "-" = AJUSTE QUE O ICMSFECH SUBTRAI
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
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

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
      *== PAR-FORMA: "D" = DEBITO NA CONTA (EXE1)  "B" = BOLETO
           05 PAR-DOCUMENTO      PIC 9(08).

      *== VENDAS PAGAS NO CARTAO (VER PEDIDOS/CARTCONC)
       FD  VENDACAR.
       01  VCR-REG.
           05 VCR-PEDIDO         PIC 9(06).
           05 VCR-NOTA           PIC 9(08).
           05 VCR-CLIENTE        PIC 9(04).
           05 VCR-DATA           PIC 9(08).
           05 VCR-AUTORIZACAO    PIC X(06).
           05 VCR-BANDEIRA       PIC X(10).
           05 VCR-PARCELAS       PIC 9(02).
           05 VCR-VALOR          PIC 9(09)V99.
           05 VCR-PARC-PAGAS     PIC 9(02).
           05 VCR-VALOR-PAGO     PIC 9(09)V99.
           05 VCR-TAXA-PAGA      PIC 9(09)V99.
           05 VCR-SITUACAO       PIC X(01).
      *== VCR-SITUACAO: "A" = A RECEBER   "L" = LIQUIDADA
      *== "E" = CHARGEBACK   "C" = PEDIDO CANCELADO
           05 VCR-DATA-SITUACAO  PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "PEDCANC_PAG_PATH";
      *== SE NAO DEFINIDA, "PEDCANC.PAG" - APONTE PAGAMENTOS_PATH DA
      *== PRE-CRITICA/EXE1 PARA ESTE ARQUIVO
       77  WRK-ITN-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-PAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT"
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-NOTAS        PIC 9(02) VALUE ZEROS.
       77  FS-TEMP         PIC 9(02) VALUE ZEROS.
       77  FS-LEDGER       PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  WRK-VCR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-VCR-PATH: VARIAVEL DE AMBIENTE "VENDACAR_PATH";
      *== SE NAO DEFINIDA, "VENDACAR.DAT"
       77  FS-VENDACAR     PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-CARTAO PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.

               10 WRK-CAN-NOTA    PIC 9(08).
               10 WRK-CAN-TOTAL   PIC 9(009)V99.
               10 WRK-CAN-UF      PIC X(02).
               10 WRK-CAN-CREDITO PIC 9(009)V99.
      *== WRK-CAN-CREDITO: O QUE VOLTA PARA A CONTA - O TOTAL DO
      *== PEDIDO A VISTA, OU SO AS PARCELAS JA DEBITADAS NO PARCELADO
      *== (ZERO NA VENDA NO CARTAO)
       77  WRK-IDX-CAN     PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-PARC-CANC PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PARC-BOLETO PIC 9(06) VALUE ZEROS.
       77  WRK-NOTA-DO-CANC PIC X(01) VALUE "N".
       77  WRK-TOTAL-CREDITO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-CREDITO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-NOTAS PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-UNID  PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "PEDCANC".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO KARDEX DE MOVIMENTO DE ESTOQUE (VER KARDLIB)
       01  WRK-KARDLIB-AREA.
           05  WRK-KRD-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-KRD-TIPO      PIC X(02) VALUE SPACES.
           05  WRK-KRD-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-KRD-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-KRD-DOCUMENTO PIC X(10) VALUE SPACES.
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "PEDCANC".
           05  WRK-KRD-DATA-MOV  PIC 9(08) VALUE ZEROS.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): O PASSO SO
      *== ESTORNA PEDIDO E NOTA DA FILIAL DA EXECUCAO - O NUMERO DA
      *== NOTA SO E UNICO DENTRO DA FILIAL EMITENTE
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
       77  WRK-REG-FILIAL   PIC X(02) VALUE SPACES.

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
           PERFORM 0200-SELECIONA-CANCELADOS.
           IF WRK-QTD-CANC GREATER ZEROS
               PERFORM 0250-CANCELA-PARCELAS
               PERFORM 0270-CANCELA-CARTAO
               PERFORM 0300-GERA-CREDITOS
               PERFORM 0400-CARIMBA-NOTAS
               PERFORM 0500-DEVOLVE-ESTOQUE
               PERFORM 0600-AVANCA-STATUS
           END-IF.
           PERFORM 0700-FINALIZAR.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           IF WRK-LOT-PATH EQUAL SPACES
               MOVE "PEDCANC.PAG" TO WRK-LOT-PATH
           END-IF.
           ACCEPT WRK-ITN-PATH FROM ENVIRONMENT "PEDITENS_PATH".
           IF WRK-ITN-PATH EQUAL SPACES
               MOVE "PEDITENS.DAT" TO WRK-ITN-PATH
           END-IF.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           ACCEPT WRK-VCR-PATH FROM ENVIRONMENT "VENDACAR_PATH".
           IF WRK-VCR-PATH EQUAL SPACES
               MOVE "VENDACAR.DAT" TO WRK-VCR-PATH
           END-IF.

      *== SO PEDIDO CANCELADO ANTES DA ENTREGA ENTRA; O ESTORNADO DE
      *== EXECUCOES ANTERIORES NAO VOLTA (IDEMPOTENCIA PELO STATUS)
               AT END MOVE 10 TO FS-ORDENS
           END-READ.
           PERFORM UNTIL FS-ORDENS EQUAL 10
               MOVE ORD-FILIAL TO WRK-REG-FILIAL
               IF WRK-REG-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-REG-FILIAL
               END-IF
               IF ORD-STATUS EQUAL "CANCELADO"
                  AND WRK-REG-FILIAL EQUAL WRK-FIL-CODIGO
                   IF WRK-QTD-CANC GREATER OR EQUAL 200
                       DISPLAY "PEDCANC: MAIS DE 200 CANCELADOS - "
                               "EXCEDENTE FICA PARA A PROXIMA NOITE"
                           TO WRK-CAN-TOTAL(WRK-QTD-CANC)
                       MOVE ORD-ESTADO
                           TO WRK-CAN-UF(WRK-QTD-CANC)
                       MOVE ORD-TOTAL
                           TO WRK-CAN-CREDITO(WRK-QTD-CANC)
                   END-IF
               END-IF
               READ PEDIDOS-ORD NEXT
           END-PERFORM.
           CLOSE PEDIDOS-ORD.

      *== PEDIDO PARCELADO: AS PARCELAS EM ABERTO SAO CANCELADAS E O
      *== CREDITO A DEVOLVER PASSA A SER SO A SOMA DAS JA DEBITADAS
      *== NA CONTA; PARCELA QUE SAIU EM BOLETO FICA PARA A DEVOLUCAO
      *== MANUAL, COMO O PAGADOR SEM CONTA. SEM PARCELAS.DAT, TODO
      *== PEDIDO E A VISTA
       0250-CANCELA-PARCELAS       SECTION.
           OPEN I-O PARCELAS.
           IF FS-PARCELAS EQUAL 0
               PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                       UNTIL WRK-IDX-CAN GREATER WRK-QTD-CANC
                   PERFORM 0260-PARCELAS-DO-PEDIDO
               END-PERFORM
               CLOSE PARCELAS
           END-IF.
           MOVE ZEROS TO FS-PARCELAS.

       0260-PARCELAS-DO-PEDIDO     SECTION.
           MOVE WRK-CAN-NUMERO(WRK-IDX-CAN) TO PAR-PEDIDO.
           MOVE ZEROS TO PAR-NUMERO.
           START PARCELAS KEY IS NOT LESS PAR-CHAVE
               INVALID KEY MOVE 23 TO FS-PARCELAS
           END-START.
           IF FS-PARCELAS EQUAL 0
               READ PARCELAS NEXT
                   AT END MOVE 10 TO FS-PARCELAS
               END-READ
               IF FS-PARCELAS LESS 10
                   AND PAR-PEDIDO EQUAL WRK-CAN-NUMERO(WRK-IDX-CAN)
                   MOVE ZEROS TO WRK-CAN-CREDITO(WRK-IDX-CAN)
               END-IF
               PERFORM UNTIL FS-PARCELAS GREATER 2
                   OR PAR-PEDIDO NOT EQUAL WRK-CAN-NUMERO(WRK-IDX-CAN)
                   EVALUATE TRUE
                       WHEN PAR-SITUACAO EQUAL "A"
                           MOVE "C" TO PAR-SITUACAO
                           MOVE WRK-DATA-HOJE TO PAR-DATA-SITUACAO
                           REWRITE PAR-REG
                               INVALID KEY
                                   DISPLAY "PEDCANC: ERRO AO "
                                           "CANCELAR PARCELA "
                                           PAR-CHAVE " FS="
                                           FS-PARCELAS
                               NOT INVALID KEY
                                   ADD 1 TO WRK-TOTAL-PARC-CANC
                           END-REWRITE
                       WHEN PAR-SITUACAO EQUAL "E"
                           AND PAR-FORMA EQUAL "D"
                           ADD PAR-VALOR
                               TO WRK-CAN-CREDITO(WRK-IDX-CAN)
                       WHEN PAR-SITUACAO EQUAL "E"
                           ADD 1 TO WRK-TOTAL-PARC-BOLETO
                           DISPLAY "PEDCANC: PEDIDO " PAR-PEDIDO
                                   " PARCELA " PAR-NUMERO
                                   " JA EMITIDA NO BOLETO "
                                   PAR-DOCUMENTO
                                   " - DEVOLUCAO MANUAL"
                   END-EVALUATE
                   READ PARCELAS NEXT
                       AT END MOVE 10 TO FS-PARCELAS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-PARCELAS.

      *== VENDA NO CARTAO: O DINHEIRO NUNCA PASSOU PELA CONTA DO
      *== CLIENTE - NADA VOLTA NELA. A VENDA FICA "C" (O CARTCONC
      *== DEIXA DE COBRA-LA) E O ESTORNO NO CARTAO E PEDIDO A
      *== CREDENCIADORA PELA AUTORIZACAO. SEM VENDACAR.DAT, NENHUM
      *== PEDIDO FOI PAGO NO CARTAO
       0270-CANCELA-CARTAO         SECTION.
           OPEN I-O VENDACAR.
           IF FS-VENDACAR EQUAL 0
               PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                       UNTIL WRK-IDX-CAN GREATER WRK-QTD-CANC
                   MOVE WRK-CAN-NUMERO(WRK-IDX-CAN) TO VCR-PEDIDO
                   READ VENDACAR KEY IS VCR-PEDIDO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM 0275-CANCELA-VENDA-CARTAO
                   END-READ
               END-PERFORM
               CLOSE VENDACAR
           END-IF.
           MOVE ZEROS TO FS-VENDACAR.

       0275-CANCELA-VENDA-CARTAO   SECTION.
           MOVE ZEROS TO WRK-CAN-CREDITO(WRK-IDX-CAN).
           IF VCR-SITUACAO NOT EQUAL "C"
               MOVE "C" TO VCR-SITUACAO
               MOVE WRK-DATA-HOJE TO VCR-DATA-SITUACAO
               REWRITE VCR-REG
                   INVALID KEY
                       DISPLAY "PEDCANC: ERRO AO CANCELAR VENDA NO "
                               "CARTAO " VCR-PEDIDO " FS=" FS-VENDACAR
               END-REWRITE
               ADD 1 TO WRK-TOTAL-CARTAO
               DISPLAY "PEDCANC: PEDIDO " VCR-PEDIDO " PAGO NO CARTAO "
                       VCR-BANDEIRA " AUT " VCR-AUTORIZACAO
                       " - PECA O ESTORNO A CREDENCIADORA"
           END-IF.

      *== DEVOLUCAO DO DINHEIRO: UM CREDITO "P" POR PEDIDO, NA CONTA
      *== VINCULADA DO CLIENTE, EM LOTE COM CABECALHO E TRAILER
       0300-GERA-CREDITOS          SECTION.
           WRITE LOT-REG-LOTE.
           PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                   UNTIL WRK-IDX-CAN GREATER WRK-QTD-CANC
      *== PARCELADO SEM NENHUMA PARCELA DEBITADA: NADA A DEVOLVER
               IF WRK-CAN-CREDITO(WRK-IDX-CAN) GREATER ZEROS
               MOVE WRK-CAN-CLIENTE(WRK-IDX-CAN) TO CTC-CLIENTE
               READ CTACLI KEY IS CTC-CLIENTE
                   INVALID KEY
                       MOVE SPACES TO LOT-REG
                       MOVE "P" TO LOT-TIPO
                       MOVE CTC-CONTA TO LOT-CONTA
                       MOVE WRK-CAN-CREDITO(WRK-IDX-CAN) TO LOT-VALOR
                       MOVE ZEROS TO LOT-REF-SEQ
                       MOVE WRK-DATA-HOJE TO LOT-DATA
                       WRITE LOT-REG
                       ADD 1 TO WRK-TOTAL-CREDITO
                       ADD WRK-CAN-CREDITO(WRK-IDX-CAN)
                           TO WRK-VALOR-CREDITO
      *== ESPELHO NO RAZAO: A DEVOLUCAO DESFAZ O FATURAMENTO
                       MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA
                       MOVE SPACES TO WRK-RAZ-CREDITO
                       STRING "C" CTC-CONTA DELIMITED BY SIZE
                               INTO WRK-RAZ-CREDITO
                       MOVE WRK-CAN-CREDITO(WRK-IDX-CAN)
                           TO WRK-RAZ-VALOR
                       MOVE WRK-CAN-NUMERO(WRK-IDX-CAN)
                           TO WRK-RAZ-REF
                       CALL "RAZLIB" USING WRK-RAZLIB-AREA
               END-READ
               END-IF
           END-PERFORM.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.

       0410-TRATA-NOTA             SECTION.
           MOVE "N" TO WRK-NOTA-DO-CANC.
           MOVE NOTA-FILIAL TO WRK-REG-FILIAL.
           IF WRK-REG-FILIAL EQUAL SPACES
               MOVE "01" TO WRK-REG-FILIAL
           END-IF.
           PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                   UNTIL WRK-IDX-CAN GREATER WRK-QTD-CANC
               IF WRK-CAN-NOTA(WRK-IDX-CAN) EQUAL NOTA-NUMERO
                   AND NOTA-SITUACAO NOT EQUAL "C"
                   AND WRK-REG-FILIAL EQUAL WRK-FIL-CODIGO
                   MOVE "S" TO WRK-NOTA-DO-CANC
                   PERFORM 0415-AJUSTE-DA-NOTA
               END-IF
           COMPUTE LED-BASE = NOTA-VALOR - NOTA-DESCONTO.
           MOVE NOTA-ICMS TO LED-ICMS.
           MOVE "-" TO LED-SINAL.
      *== NOTA ANTIGA, SEM PIS/COFINS GRAVADOS, NAO ESTORNA NADA
           IF NOTA-PIS NUMERIC
               MOVE NOTA-PIS TO LED-PIS
           ELSE
               MOVE ZEROS TO LED-PIS
           END-IF.
           IF NOTA-COFINS NUMERIC
               MOVE NOTA-COFINS TO LED-COFINS
           ELSE
               MOVE ZEROS TO LED-COFINS
           END-IF.
           MOVE WRK-FIL-CODIGO TO LED-FILIAL.
           WRITE LED-REG.

       0420-DEVOLVE-NOTAS          SECTION.
           CLOSE NOTAS-TEMP.
           CLOSE NOTAS.

      *== A MERCADORIA QUE NUNCA EMBARCOU VOLTA AO SALDO: PARA CADA
      *== PEDIDO ESTORNADO, LE OS ITENS EM PEDITENS E DEVOLVE UMA
      *== UNIDADE POR ITEM COM CODIGO; SEM ITENS OU SEM CADASTRO, SO
      *== AVISA (O PEDIDO ANTIGO NAO TINHA ITEM CODIFICADO)
       0500-DEVOLVE-ESTOQUE        SECTION.
           OPEN INPUT PEDITENS.
           IF FS-ITENS NOT EQUAL 0
               DISPLAY "PEDCANC: SEM " WRK-ITN-PATH
                       " - ESTOQUE NAO DEVOLVIDO"
           ELSE
               OPEN I-O ESTOQUE
               IF FS-ESTOQUE NOT EQUAL 0
                   DISPLAY "PEDCANC: SEM " WRK-EST-PATH
                           " - ESTOQUE NAO DEVOLVIDO"
               ELSE
                   PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
                           UNTIL WRK-IDX-CAN GREATER WRK-QTD-CANC
                       PERFORM 0510-ITENS-DO-PEDIDO
                   END-PERFORM
                   CLOSE ESTOQUE
               END-IF
               CLOSE PEDITENS
           END-IF.

       0510-ITENS-DO-PEDIDO        SECTION.
           MOVE WRK-CAN-NUMERO(WRK-IDX-CAN) TO ITM-PEDIDO.
           MOVE ZEROS TO ITM-SEQ.
           START PEDITENS KEY IS NOT LESS ITM-CHAVE
               INVALID KEY MOVE 23 TO FS-ITENS
           END-START.
           IF FS-ITENS EQUAL 0
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
               PERFORM UNTIL FS-ITENS GREATER 2
                   OR ITM-PEDIDO NOT EQUAL WRK-CAN-NUMERO(WRK-IDX-CAN)
                   IF ITM-CODIGO NOT EQUAL SPACES
                       AND ITM-STATUS NOT EQUAL "BACKORDER"
                       PERFORM 0520-DEVOLVE-ITEM
                   END-IF
                   READ PEDITENS NEXT
                       AT END MOVE 10 TO FS-ITENS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-ITENS.

       0520-DEVOLVE-ITEM           SECTION.
           MOVE ITM-CODIGO TO EST-CODIGO.
           READ ESTOQUE KEY IS EST-CODIGO
               INVALID KEY
                   DISPLAY "PEDCANC: PEDIDO " ITM-PEDIDO " ITEM "
                           ITM-CODIGO " FORA DO CADASTRO - NAO "
                           "DEVOLVIDO"
               NOT INVALID KEY
                   ADD 1 TO EST-SALDO
                   REWRITE EST-REG
                       INVALID KEY
                           DISPLAY "PEDCANC: ERRO AO DEVOLVER "
                                   "ESTOQUE DE " EST-CODIGO
                                   " FS=" FS-ESTOQUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOTAL-UNID
                           MOVE EST-CODIGO TO WRK-KRD-CODIGO
                           MOVE "CN" TO WRK-KRD-TIPO
                           MOVE 1 TO WRK-KRD-QTD
                           MOVE EST-SALDO TO WRK-KRD-SALDO
                           MOVE ITM-PEDIDO TO WRK-KRD-DOCUMENTO
                           MOVE WRK-DATA-HOJE TO WRK-KRD-DATA-MOV
                           CALL "KARDLIB" USING WRK-KARDLIB-AREA
      *== A UNIDADE VOLTA PARA O DEPOSITO DE ONDE SAIU (ITEM ANTERIOR
      *== AOS DEPOSITOS, SEM ITM-DEPOSITO, VOLTA PARA O PADRAO)
                           MOVE "M" TO WRK-DPL-ACAO
                           MOVE EST-CODIGO TO WRK-DPL-CODIGO
                           MOVE ITM-DEPOSITO TO WRK-DPL-DEPOSITO
                           MOVE 1 TO WRK-DPL-QTD
                           CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   END-REWRITE
           END-READ.

       0600-AVANCA-STATUS          SECTION.
           OPEN I-O PEDIDOS-ORD.
           PERFORM VARYING WRK-IDX-CAN FROM 1 BY 1
           DISPLAY "PEDCANC: CREDITOS GERADOS..... "
                   WRK-TOTAL-CREDITO " EM " WRK-LOT-PATH.
           DISPLAY "PEDCANC: NOTAS CARIMBADAS..... " WRK-TOTAL-NOTAS.
           DISPLAY "PEDCANC: UNIDADES DEVOLVIDAS.. " WRK-TOTAL-UNID.
           IF WRK-TOTAL-PARC-CANC GREATER ZEROS
               DISPLAY "PEDCANC: PARCELAS CANCELADAS.. "
                       WRK-TOTAL-PARC-CANC
           END-IF.
           IF WRK-TOTAL-PARC-BOLETO GREATER ZEROS
               DISPLAY "PEDCANC: " WRK-TOTAL-PARC-BOLETO " PARCELAS "
                       "JA EM BOLETO - DEVOLUCAO MANUAL"
           END-IF.
           IF WRK-TOTAL-CARTAO GREATER ZEROS
               DISPLAY "PEDCANC: " WRK-TOTAL-CARTAO " PAGOS NO CARTAO"
                       " - ESTORNO PELA CREDENCIADORA"
           END-IF.
           IF WRK-TOTAL-SEM-CONTA GREATER ZEROS
               DISPLAY "PEDCANC: " WRK-TOTAL-SEM-CONTA " SEM CONTA "
                       "VINCULADA - DEVOLUCAO MANUAL"
