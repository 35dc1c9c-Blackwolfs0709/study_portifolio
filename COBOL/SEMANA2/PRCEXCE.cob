       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCEXCE.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: EXCECOES DE PRECO NO FATURAMENTO - VARRE OS ITENS
      *==           FATURADOS NAS COMPETENCIAS PEDIDAS (PEDIDOS.ORD +
      *==           PEDITENS) E LISTA TODA LINHA COBRADA ABAIXO DO
      *==           PRECO DE LISTA E TAMBEM ABAIXO DO PRECO DE
      *==           CONTRATO EM VIGOR NA DATA DO PEDIDO (PRCMANT) -
      *==           PRECO DIGITADO ERRADO VIRA NOTA DE CREDITO DEPOIS
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: COMPETENCIAS EM PRCEXCE_DE/PRCEXCE_ATE (AAAAMM),
      *==   PADRAO O MES CORRENTE. SO ITENS COM CODIGO DO CADASTRO
      *==   (TEXTO LIVRE NAO TEM LISTA). A LISTA E O EST-PRECO ATUAL
      *==   DO CADASTRO - NAO HA HISTORICO DE PRECO DE LISTA. SEM
      *==   CONTRATO EM VIGOR, BASTA ESTAR ABAIXO DA LISTA. PEDIDOS
      *==   CANCELADOS/ESTORNADOS FICAM DE FORA. SAI VIA RELWRT EM
      *==   PRCEXCE.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
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
           SELECT PRECOCLI ASSIGN TO DYNAMIC WRK-PRC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS FS-PRECOCLI.

       DATA DIVISION.
       FILE SECTION.
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
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

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

      *== PRECO DE CONTRATO POR CLIENTE E PRODUTO (VER PRCMANT)
       FD  PRECOCLI.
       01  PRC-REG.
           05 PRC-CHAVE.
               10 PRC-CLIENTE    PIC 9(04).
               10 PRC-CODIGO     PIC X(08).
               10 PRC-INICIO     PIC 9(08).
           05 PRC-FIM            PIC 9(08).
      *== PRC-FIM: ULTIMO DIA DE VIGENCIA (AAAAMMDD); ZEROS = SEM FIM
           05 PRC-PRECO          PIC 9(06)V99.
           05 PRC-OPERADOR       PIC X(08).
           05 PRC-DATA-ALT       PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ITN-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-PRC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PRCEXCE_REL_PATH";
      *== SE NAO DEFINIDA, "PRCEXCE.REL"
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-PRECOCLI     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CONTRATO PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMP-DE     PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-ATE    PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-LINHA  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXCECAO PIC 9(06) VALUE ZEROS.
       77  WRK-PERDA-GER   PIC 9(010)V99 VALUE ZEROS.
       77  WRK-FIM-CONTRATO PIC X(01) VALUE "N".
       77  WRK-FIM-VIGENCIA PIC 9(08) VALUE ZEROS.
       77  WRK-ACHOU-CONTRATO PIC X(01) VALUE "N".
       77  WRK-PRECO-CONTRATO PIC 9(06)V99 VALUE ZEROS.
       77  WRK-REFERENCIA  PIC 9(08)V99 VALUE ZEROS.
      *== WRK-REFERENCIA: O MENOR ENTRE LISTA E CONTRATO - ABAIXO
      *== DELE A LINHA ESTA ABAIXO DOS DOIS
       77  WRK-DIFERENCA   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-COBRADO-ED  PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-CONTRATO-ED PIC ZZZ.ZZ9,99.
       77  WRK-LISTA-ED    PIC ZZZ.ZZ9,99.
       77  WRK-DIFER-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-PERDA-ED    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PRCEXCE".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PRCEXCE".
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "PRCEXCE_DE".
           IF WRK-COMP-TXT EQUAL SPACES
               COMPUTE WRK-COMP-DE = WRK-DATA-HOJE / 100
           ELSE
               COMPUTE WRK-COMP-DE = FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE SPACES TO WRK-COMP-TXT.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "PRCEXCE_ATE".
           IF WRK-COMP-TXT EQUAL SPACES
               MOVE WRK-COMP-DE TO WRK-COMP-ATE
           ELSE
               COMPUTE WRK-COMP-ATE = FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           OPEN INPUT PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ITN-PATH FROM ENVIRONMENT "PEDITENS_PATH".
           IF WRK-ITN-PATH EQUAL SPACES
               MOVE "PEDITENS.DAT" TO WRK-ITN-PATH
           END-IF.
           OPEN INPUT PEDITENS.
           MOVE "PEDITENS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ITENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== SEM TABELA DE CONTRATO TODA LINHA E COMPARADA SO COM A LISTA
           ACCEPT WRK-PRC-PATH FROM ENVIRONMENT "PRECOCLI_PATH".
           IF WRK-PRC-PATH EQUAL SPACES
               MOVE "PRECOCLI.DAT" TO WRK-PRC-PATH
           END-IF.
           OPEN INPUT PRECOCLI.
           IF FS-PRECOCLI EQUAL 0
               MOVE "S" TO WRK-TEM-CONTRATO
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PRCEXCE_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PRCEXCE.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "EXCECOES DE PRECO - COMPETENCIAS " WRK-COMP-DE
                   " A " WRK-COMP-ATE
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "PEDIDO DATA     CLI  CODIGO          COBRADO   CONTRA
      -         "TO      LISTA      DIFERENCA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ PEDIDOS-ORD NEXT
               AT END MOVE 10 TO FS-ORDENS
           END-READ.
           PERFORM UNTIL FS-ORDENS EQUAL 10
               COMPUTE WRK-COMP-LINHA = ORD-DATA / 100
               IF WRK-COMP-LINHA NOT LESS WRK-COMP-DE
                   AND WRK-COMP-LINHA NOT GREATER WRK-COMP-ATE
                   AND ORD-STATUS NOT EQUAL "CANCELADO"
                   AND ORD-STATUS NOT EQUAL "ESTORNADO"
                   ADD 1 TO WRK-TOTAL-PEDIDOS
                   PERFORM 0210-ITENS-DO-PEDIDO
               END-IF
               READ PEDIDOS-ORD NEXT
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS-ORD.
           CLOSE PEDITENS.
           CLOSE ESTOQUE.
           IF WRK-TEM-CONTRATO EQUAL "S"
               CLOSE PRECOCLI
           END-IF.

      *== ITENS DO PEDIDO PELA CHAVE PEDIDO + SEQUENCIA
       0210-ITENS-DO-PEDIDO        SECTION.
           MOVE ORD-NUMERO TO ITM-PEDIDO.
           MOVE ZEROS TO ITM-SEQ.
           START PEDITENS KEY IS NOT LESS ITM-CHAVE
               INVALID KEY MOVE 23 TO FS-ITENS
           END-START.
           PERFORM UNTIL FS-ITENS GREATER 2
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
               IF FS-ITENS LESS 10
                   IF ITM-PEDIDO NOT EQUAL ORD-NUMERO
                       MOVE 10 TO FS-ITENS
                   ELSE
                       IF ITM-CODIGO NOT EQUAL SPACES
                           PERFORM 0220-CONFERE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO FS-ITENS.

       0220-CONFERE-ITEM           SECTION.
           ADD 1 TO WRK-TOTAL-ITENS.
           MOVE ITM-CODIGO TO EST-CODIGO.
           READ ESTOQUE KEY IS EST-CODIGO
               INVALID KEY
                   MOVE ZEROS TO EST-PRECO
           END-READ.
           MOVE "N" TO WRK-ACHOU-CONTRATO.
           MOVE ZEROS TO WRK-PRECO-CONTRATO.
           IF WRK-TEM-CONTRATO EQUAL "S"
               PERFORM 0230-PRECO-CONTRATO
           END-IF.
           MOVE EST-PRECO TO WRK-REFERENCIA.
           IF WRK-ACHOU-CONTRATO EQUAL "S"
               AND WRK-PRECO-CONTRATO LESS WRK-REFERENCIA
               MOVE WRK-PRECO-CONTRATO TO WRK-REFERENCIA
           END-IF.
           IF ITM-VALOR LESS WRK-REFERENCIA
               PERFORM 0240-LISTA-EXCECAO
           END-IF.

      *== MESMA BUSCA DO PEDIDOS: JANELA DO CLIENTE PARA O PRODUTO
      *== QUE CONTEM A DATA DO PEDIDO
       0230-PRECO-CONTRATO         SECTION.
           MOVE ORD-CLIENTE TO PRC-CLIENTE.
           MOVE ITM-CODIGO TO PRC-CODIGO.
           MOVE ZEROS TO PRC-INICIO.
           MOVE "N" TO WRK-FIM-CONTRATO.
           START PRECOCLI KEY IS NOT LESS PRC-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-CONTRATO
           END-START.
           PERFORM UNTIL WRK-FIM-CONTRATO EQUAL "S"
               READ PRECOCLI NEXT
                   AT END MOVE "S" TO WRK-FIM-CONTRATO
               END-READ
               IF WRK-FIM-CONTRATO EQUAL "N"
                   IF PRC-CLIENTE NOT EQUAL ORD-CLIENTE
                       OR PRC-CODIGO NOT EQUAL ITM-CODIGO
                       OR PRC-INICIO GREATER ORD-DATA
                       MOVE "S" TO WRK-FIM-CONTRATO
                   ELSE
                       MOVE PRC-FIM TO WRK-FIM-VIGENCIA
                       IF WRK-FIM-VIGENCIA EQUAL ZEROS
                           MOVE 99999999 TO WRK-FIM-VIGENCIA
                       END-IF
                       IF WRK-FIM-VIGENCIA NOT LESS ORD-DATA
                           MOVE "S" TO WRK-ACHOU-CONTRATO
                           MOVE PRC-PRECO TO WRK-PRECO-CONTRATO
                           MOVE "S" TO WRK-FIM-CONTRATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0240-LISTA-EXCECAO          SECTION.
           ADD 1 TO WRK-TOTAL-EXCECAO.
           COMPUTE WRK-DIFERENCA = WRK-REFERENCIA - ITM-VALOR.
           ADD WRK-DIFERENCA TO WRK-PERDA-GER.
           MOVE ITM-VALOR TO WRK-COBRADO-ED.
           MOVE WRK-PRECO-CONTRATO TO WRK-CONTRATO-ED.
           MOVE EST-PRECO TO WRK-LISTA-ED.
           MOVE WRK-DIFERENCA TO WRK-DIFER-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-ACHOU-CONTRATO EQUAL "S"
               STRING ORD-NUMERO " " ORD-DATA " " ORD-CLIENTE " "
                       ITM-CODIGO " " WRK-COBRADO-ED " "
                       WRK-CONTRATO-ED " " WRK-LISTA-ED " "
                       WRK-DIFER-ED
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING ORD-NUMERO " " ORD-DATA " " ORD-CLIENTE " "
                       ITM-CODIGO " " WRK-COBRADO-ED " "
                       "SEM CONTR." " " WRK-LISTA-ED " "
                       WRK-DIFER-ED
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-PERDA-GER TO WRK-PERDA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS CONFERIDOS " WRK-TOTAL-ITENS
                   "  EXCECOES " WRK-TOTAL-EXCECAO
                   "  DIFERENCA TOTAL " WRK-PERDA-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-EXCECAO TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PRCEXCE: PEDIDOS NO PERIODO... " WRK-TOTAL-PEDIDOS.
           DISPLAY "PRCEXCE: ITENS CONFERIDOS..... " WRK-TOTAL-ITENS.
           DISPLAY "PRCEXCE: EXCECOES............. " WRK-TOTAL-EXCECAO.
           DISPLAY "PRCEXCE: RELATORIO EM " WRK-REL-PATH.

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
