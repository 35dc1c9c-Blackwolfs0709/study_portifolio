      *==   EM BRANCO, O CORRENTE. O ICMS POR NOTA NAO EXISTE NO
      *==   RAZAO (AS LINHAS SAO AGREGADAS POR UF/DIA): A PONTA DO
      *==   ICMS E PROVADA NO TOTAL DA COMPETENCIA.
      *==   NOTA DE VENDA PARCELADA NAO TEM TRILHA NEM BOLETO NO
      *==   FATURAMENTO: A COBRANCA DELA E O CRONOGRAMA EM
      *==   PARCELAS.DAT (PARCCOB APRESENTA NO VENCIMENTO). NA
      *==   VENDA PAGA NO CARTAO A COBRANCA E A VENDA A RECEBER DA
      *==   CREDENCIADORA EM VENDACAR.DAT (VER CARTCONC).
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
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
           05 NOTA-TOTAL         PIC 9(09)V99.
           05 NOTA-SITUACAO      PIC X(01).
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

      *== TRILHA MENSAL DAS COBRANCAS (GRAVADA PELO PEDIDOS)
       FD  FATURA-HIS.
           05 LED-BASE           PIC 9(011)V99.
           05 LED-ICMS           PIC 9(010)V99.
           05 LED-SINAL          PIC X(01).
           05 LED-PIS            PIC 9(010)V99.
           05 LED-COFINS         PIC 9(010)V99.
      *== LED-PIS/LED-COFINS: MESMA REGRA DE SINAL DO ICMS (PISCOFEC)
           05 LED-FILIAL         PIC X(02).
      *== LED-FILIAL: EMPRESA/FILIAL DA APURACAO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

       FD  BOLETOS.
       01  BOL-REG.
           05 ORD-PESO           PIC 9(05)V99.
           05 ORD-PARCEIRA       PIC X(01).
           05 ORD-VENDEDOR       PIC 9(04).
           05 ORD-PLANO          PIC X(02).
           05 ORD-FILIAL         PIC X(02).


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
           05 PAR-DATA-SITUACAO  PIC 9(08).
           05 PAR-FORMA          PIC X(01).
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
           05 VCR-DATA-SITUACAO  PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
       77  WRK-LED-PATH    PIC X(100) VALUE SPACES.
       77  WRK-BOL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-PAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT"
       77  WRK-VCR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-VCR-PATH: VARIAVEL DE AMBIENTE "VENDACAR_PATH";
      *== SE NAO DEFINIDA, "VENDACAR.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "FISCPROV_REL_PATH";
      *== SE NAO DEFINIDA, "FISCPROV.REL"
       77  FS-LEDGER       PIC 9(02) VALUE ZEROS.
       77  FS-BOLETOS      PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-PARCELAS PIC X(01) VALUE "N".
       77  FS-VENDACAR     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CARTAO  PIC X(01) VALUE "N".
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-LINHA  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-COB PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-COB-ORFA PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-BOLETO PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-PARCELADO PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-CARTAO PIC 9(04) VALUE ZEROS.
       77  WRK-SOMA-ICMS-NOTAS PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SOMA-ICMS-RAZAO PIC S9(011)V99 VALUE ZEROS.
       77  WRK-DIF-ICMS    PIC S9(011)V99 VALUE ZEROS.
      *== TOMADO POR PROVA LIMPA NA VESPERA DO ICMSFECH
       77  WRK-NOTA-REF    PIC 9(06) VALUE ZEROS.
       77  WRK-PEDIDO-DA-NOTA PIC 9(06) VALUE ZEROS.
       77  WRK-REG-FILIAL  PIC X(02) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A PROVA E
      *== DA FILIAL DA EXECUCAO - NOTAS, PEDIDOS E RAZAO DE ICMS DELA,
      *== A TRILHA FATURA.HIS E O RELATORIO COM O SUFIXO .Fnn
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== COBRANCAS DA COMPETENCIA (TRILHA FATURA.HIS)
       77  WRK-QTD-COB     PIC 9(04) VALUE ZEROS.
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           ACCEPT WRK-NOT-PATH FROM ENVIRONMENT "NOTAS_PATH".
           IF WRK-NOT-PATH EQUAL SPACES
               MOVE "NOTAS.DAT" TO WRK-NOT-PATH
           IF WRK-FTH-PATH EQUAL SPACES
               MOVE "FATURA.HIS" TO WRK-FTH-PATH
           END-IF.
           MOVE WRK-FTH-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-FTH-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-FTH-PATH
           END-STRING.
           ACCEPT WRK-LED-PATH FROM ENVIRONMENT "ICMS_LEDGER_PATH".
           IF WRK-LED-PATH EQUAL SPACES
               MOVE "ICMSLED.DAT" TO WRK-LED-PATH
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           ACCEPT WRK-VCR-PATH FROM ENVIRONMENT "VENDACAR_PATH".
           IF WRK-VCR-PATH EQUAL SPACES
               MOVE "VENDACAR.DAT" TO WRK-VCR-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "FISCPROV_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "FISCPROV.REL" TO WRK-REL-PATH
           END-IF.
           MOVE WRK-REL-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-REL-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-REL-PATH
           END-STRING.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "PROVA FISCAL DA COMPETENCIA" TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING "EMPRESA/FILIAL " WRK-FIL-CODIGO " - "
                   WRK-FIL-RAZAO " CNPJ " WRK-FIL-CNPJ
                   " COMPETENCIA " WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0200-CARREGA-COBRANCAS      SECTION.
           OPEN INPUT FATURA-HIS.
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
               PERFORM UNTIL FS-ORDENS GREATER 2
                   MOVE ORD-FILIAL TO WRK-REG-FILIAL
                   IF WRK-REG-FILIAL EQUAL SPACES
                       MOVE "01" TO WRK-REG-FILIAL
                   END-IF
                   IF WRK-REG-FILIAL NOT EQUAL WRK-FIL-CODIGO
                       MOVE ZEROS TO WRK-REG-FILIAL
                   END-IF
                   IF ORD-NOTA GREATER ZEROS
                       AND WRK-REG-FILIAL NOT EQUAL ZEROS
                       AND WRK-QTD-ORD GREATER OR EQUAL 2000
                       DISPLAY "FISCPROV: MAIS DE 2000 PEDIDOS COM "
                               "NOTA - RESTANTE IGNORADO, PROVA "
                       MOVE 10 TO FS-ORDENS
                   ELSE
                       IF ORD-NOTA GREATER ZEROS
                           AND WRK-REG-FILIAL NOT EQUAL ZEROS
                           ADD 1 TO WRK-QTD-ORD
                           MOVE ORD-NOTA
                               TO WRK-TBO-NOTA(WRK-QTD-ORD)
           END-IF.

       0300-CONFERE-NOTAS          SECTION.
           OPEN INPUT PARCELAS.
           IF FS-PARCELAS EQUAL 0
               MOVE "S" TO WRK-TEM-PARCELAS
           END-IF.
           OPEN INPUT VENDACAR.
           IF FS-VENDACAR EQUAL 0
               MOVE "S" TO WRK-TEM-CARTAO
           END-IF.
           OPEN INPUT NOTAS.
           IF FS-NOTAS NOT EQUAL 0
               DISPLAY "FISCPROV: SEM " WRK-NOT-PATH
               END-READ
               PERFORM UNTIL FS-NOTAS EQUAL 10
                   COMPUTE WRK-COMP-LINHA = NOTA-DATA / 100
                   MOVE NOTA-FILIAL TO WRK-REG-FILIAL
                   IF WRK-REG-FILIAL EQUAL SPACES
                       MOVE "01" TO WRK-REG-FILIAL
                   END-IF
                   IF WRK-COMP-LINHA EQUAL WRK-COMPETENCIA
                       AND NOTA-SITUACAO NOT EQUAL "C"
                       AND WRK-REG-FILIAL EQUAL WRK-FIL-CODIGO
                       ADD 1 TO WRK-TOTAL-NOTAS
                       ADD NOTA-ICMS TO WRK-SOMA-ICMS-NOTAS
                       PERFORM 0310-PROCURA-COBRANCA
               END-PERFORM
               CLOSE NOTAS
           END-IF.
           IF WRK-TEM-PARCELAS EQUAL "S"
               CLOSE PARCELAS
           END-IF.
           IF WRK-TEM-CARTAO EQUAL "S"
               CLOSE VENDACAR
           END-IF.

      *== A PONTA DA COBRANCA: PRIMEIRO A TRILHA (REF = NOTA),
      *== DEPOIS O BOLETO DO PEDIDO (PAGADOR SEM CONTA), POR ULTIMO
      *== O CRONOGRAMA DE PARCELAS OU A VENDA NO CARTAO DO PEDIDO;
      *== SEM NENHUMA DELAS, A NOTA ESTA ORFA
       0310-PROCURA-COBRANCA       SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE NOTA-NUMERO TO WRK-NOTA-REF.
           IF WRK-ACHOU EQUAL "N"
               PERFORM 0320-PROCURA-BOLETO
           END-IF.
           IF WRK-ACHOU EQUAL "N"
               AND WRK-TEM-PARCELAS EQUAL "S"
               AND WRK-PEDIDO-DA-NOTA GREATER ZEROS
               PERFORM 0330-PROCURA-PARCELAS
           END-IF.
           IF WRK-ACHOU EQUAL "N"
               AND WRK-TEM-CARTAO EQUAL "S"
               AND WRK-PEDIDO-DA-NOTA GREATER ZEROS
               PERFORM 0340-PROCURA-CARTAO
           END-IF.
           IF WRK-ACHOU EQUAL "N"
               ADD 1 TO WRK-TOTAL-SEM-COB
               MOVE NOTA-TOTAL TO WRK-VALOR-ED
               END-PERFORM
           END-IF.

      *== VENDA PARCELADA: BASTA A PARCELA 01 DO PEDIDO EXISTIR E
      *== SER DESTA NOTA
       0330-PROCURA-PARCELAS       SECTION.
           MOVE WRK-PEDIDO-DA-NOTA TO PAR-PEDIDO.
           MOVE 1 TO PAR-NUMERO.
           READ PARCELAS KEY IS PAR-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PAR-NOTA EQUAL NOTA-NUMERO
                       MOVE "S" TO WRK-ACHOU
                       ADD 1 TO WRK-TOTAL-PARCELADO
                   END-IF
           END-READ.

      *== VENDA NO CARTAO: A VENDA A RECEBER DO PEDIDO, DESTA NOTA
       0340-PROCURA-CARTAO         SECTION.
           MOVE WRK-PEDIDO-DA-NOTA TO VCR-PEDIDO.
           READ VENDACAR KEY IS VCR-PEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VCR-NOTA EQUAL NOTA-NUMERO
                       MOVE "S" TO WRK-ACHOU
                       ADD 1 TO WRK-TOTAL-CARTAO
                   END-IF
           END-READ.

       0400-COBRANCAS-ORFAS        SECTION.
           PERFORM VARYING WRK-IDX-COB FROM 1 BY 1
                   UNTIL WRK-IDX-COB GREATER WRK-QTD-COB
                   AT END MOVE 10 TO FS-LEDGER
               END-READ
               PERFORM UNTIL FS-LEDGER EQUAL 10
                   MOVE LED-FILIAL TO WRK-REG-FILIAL
                   IF WRK-REG-FILIAL EQUAL SPACES
                       MOVE "01" TO WRK-REG-FILIAL
                   END-IF
                   IF LED-COMPETENCIA EQUAL WRK-COMPETENCIA
                      AND WRK-REG-FILIAL EQUAL WRK-FIL-CODIGO
                       IF LED-SINAL EQUAL "-"
                           SUBTRACT LED-ICMS
                               FROM WRK-SOMA-ICMS-RAZAO
           MOVE SPACES TO REL-LINHA.
           STRING "NOTAS ATIVAS: " WRK-TOTAL-NOTAS
                   "  VIA BOLETO: " WRK-TOTAL-BOLETO
                   "  PARCEL: " WRK-TOTAL-PARCELADO
                   "  SEM COBRANCA: " WRK-TOTAL-SEM-COB
                   "  COBRANCAS SEM NOTA: " WRK-TOTAL-COB-ORFA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-TOTAL-CARTAO GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "NOTAS PAGAS NO CARTAO: " WRK-TOTAL-CARTAO
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-TAB-ESTOURO EQUAL "S"
               MOVE SPACES TO REL-LINHA
               STRING "*** PROVA INCOMPLETA - TABELA EM MEMORIA "
