       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBE.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RECEBIMENTO DE MERCADORIA CONTRA PEDIDO DE COMPRA
      *==           - LE O QUE A DOCA CONFERIU (RECEBE.DAT: PEDIDO
      *==           DE COMPRA, CODIGO, QUANTIDADE, DATA E NOTA DO
      *==           FORNECEDOR), CASA COM O ITEM EM ABERTO DO
      *==           PEDCOMPRA.DAT, SOMA A QUANTIDADE NO EST-SALDO COM
      *==           ANTES/DEPOIS EM ESTOQUE.LOG E RELATA ENTREGA
      *==           TOTAL, PARCIAL (FALTA) OU ACIMA DO PEDIDO
      *==           (EXCESSO); NO FIM LISTA OS ITENS AINDA EM ABERTO
      *==           COM A DATA PREVISTA VENCIDA
      *== DATA: 07/09/2026
      *== OBSERVAÇÕES: O QUE CHEGOU ENTRA NO SALDO MESMO ACIMA DO
      *==   PEDIDO (ESTA FISICAMENTE NA DOCA) - O EXCESSO SAI NO
      *==   RELATORIO PARA O COMPRADOR DEVOLVER OU ACEITAR; ITEM
      *==   PARCIAL FICA "P" ESPERANDO O RESTO; SEM PEDIDO EM ABERTO
      *==   A LINHA VAI PARA RECEBE.REJ E NAO MEXE NO ESTOQUE.
      *==   CADA ENTRADA RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO
      *==   PELO CUSTO UNITARIO DO PEDIDO DE COMPRA (CMP-CUSTO).
      *==   A QUANTIDADE ENTRA NO SALDO DO DEPOSITO QUE RECEBEU (DEPLIB)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTOS ASSIGN TO DYNAMIC WRK-REC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECEBIMENTOS.
           SELECT COMPRAS ASSIGN TO DYNAMIC WRK-CMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-COMPRAS.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT ESTOQUE-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT REJEITOS ASSIGN TO DYNAMIC WRK-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITOS.

       DATA DIVISION.
       FILE SECTION.
      *== LINHA DE CONFERENCIA DA DOCA
       FD  RECEBIMENTOS.
       01  REC-REG.
           05 REC-PEDIDO         PIC 9(06).
           05 REC-CODIGO         PIC X(08).
           05 REC-QTD            PIC 9(06).
           05 REC-DATA           PIC 9(08).
           05 REC-NOTA-FORN      PIC X(10).
           05 REC-DEPOSITO       PIC X(02).
      *== REC-DEPOSITO: DEPOSITO QUE RECEBEU (EM BRANCO = PADRAO)

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
      *== CMP-SITUACAO: "A" = ABERTO   "P" = RECEBIDO EM PARTE
      *== "R" = RECEBIDO   "C" = CANCELADO (VER COMPMANT)
           05 CMP-DATA-SITUACAO  PIC 9(08).

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

       FD  ESTOQUE-LOG.
       01  LOG-LINHA            PIC X(220).

       FD  REJEITOS.
       01  REJ-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-REC-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REC-PATH: VARIAVEL DE AMBIENTE "RECEBE_PATH";
      *== SE NAO DEFINIDA, "RECEBE.DAT"
       77  WRK-CMP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CMP-PATH: VARIAVEL DE AMBIENTE "PEDCOMPRA_PATH";
      *== SE NAO DEFINIDA, "PEDCOMPRA.DAT"
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
      *== WRK-EST-PATH: VARIAVEL DE AMBIENTE "ESTOQUE_PATH";
      *== SE NAO DEFINIDA, "ESTOQUE.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "ESTOQUE_LOG_PATH";
      *== SE NAO DEFINIDA, "ESTOQUE.LOG"
       77  WRK-REJ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REJ-PATH: VARIAVEL DE AMBIENTE "RECEBE_REJ_PATH";
      *== SE NAO DEFINIDA, "RECEBE.REJ"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "RECEBE_REL_PATH";
      *== SE NAO DEFINIDA, "RECEBE.REL"
       77  FS-RECEBIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-COMPRAS      PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-REJEITOS     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(66) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(66) VALUE SPACES.
       77  WRK-REC-OK      PIC X(01) VALUE "S".
       77  WRK-MOTIVO-REJ  PIC X(40) VALUE SPACES.
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77  WRK-PENDENTE    PIC 9(06) VALUE ZEROS.
       77  WRK-DIFERENCA   PIC 9(06) VALUE ZEROS.
       77  WRK-OCORRENCIA  PIC X(20) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ACEITO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REJ   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALTA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXCESSO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ATRASO PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "RECEBE".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "RECEBE".
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
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "RECEBE".
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
           PERFORM 0200-PROCESSAR.
           PERFORM 0250-LISTA-ATRASADOS.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-REC-PATH FROM ENVIRONMENT "RECEBE_PATH".
           IF WRK-REC-PATH EQUAL SPACES
               MOVE "RECEBE.DAT" TO WRK-REC-PATH
           END-IF.
           OPEN INPUT RECEBIMENTOS.
           MOVE "RECEBE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-RECEBIMENTOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CMP-PATH FROM ENVIRONMENT "PEDCOMPRA_PATH".
           IF WRK-CMP-PATH EQUAL SPACES
               MOVE "PEDCOMPRA.DAT" TO WRK-CMP-PATH
           END-IF.
           OPEN I-O COMPRAS.
           MOVE "PEDCOMPRA" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-COMPRAS TO WRK-FS-STATUS.
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
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "ESTOQUE_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "ESTOQUE.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND ESTOQUE-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT ESTOQUE-LOG
           END-IF.
           ACCEPT WRK-REJ-PATH FROM ENVIRONMENT "RECEBE_REJ_PATH".
           IF WRK-REJ-PATH EQUAL SPACES
               MOVE "RECEBE.REJ" TO WRK-REJ-PATH
           END-IF.
           OPEN OUTPUT REJEITOS.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "RECEBE_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "RECEBE.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "RECEBIMENTO DE MERCADORIA X PEDIDO DE COMPRA"
               TO WRK-RW-TITULO.
           MOVE "PEDIDO SQ CODIGO    PEDIDA ANTER. RECEB. PENDEN. OC
      -         "ORRENCIA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ RECEBIMENTOS
               AT END MOVE 10 TO FS-RECEBIMENTOS
           END-READ.
           PERFORM UNTIL FS-RECEBIMENTOS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0210-TRATA-RECEBIMENTO
               READ RECEBIMENTOS
                   AT END MOVE 10 TO FS-RECEBIMENTOS
               END-READ
           END-PERFORM.
           CLOSE RECEBIMENTOS.

       0210-TRATA-RECEBIMENTO      SECTION.
           MOVE "S" TO WRK-REC-OK.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF REC-PEDIDO NOT NUMERIC OR REC-QTD NOT NUMERIC
               MOVE "CAMPO NAO NUMERICO" TO WRK-MOTIVO-REJ
               MOVE "N" TO WRK-REC-OK
           ELSE
           IF REC-QTD EQUAL ZEROS
               MOVE "QUANTIDADE ZERADA" TO WRK-MOTIVO-REJ
               MOVE "N" TO WRK-REC-OK
           ELSE
               PERFORM 0220-LOCALIZA-ITEM
               IF WRK-ACHOU EQUAL "N"
                   MOVE "SEM ITEM EM ABERTO NO PEDIDO DE COMPRA"
                       TO WRK-MOTIVO-REJ
                   MOVE "N" TO WRK-REC-OK
               END-IF
           END-IF
           END-IF.
           IF WRK-REC-OK EQUAL "S"
               MOVE REC-CODIGO TO EST-CODIGO
               READ ESTOQUE KEY IS EST-CODIGO
                   INVALID KEY
                       MOVE "PRODUTO NAO CADASTRADO NO ESTOQUE"
                           TO WRK-MOTIVO-REJ
                       MOVE "N" TO WRK-REC-OK
               END-READ
           END-IF.
           IF WRK-REC-OK EQUAL "S"
               PERFORM 0230-EFETIVA-RECEBIMENTO
           ELSE
               ADD 1 TO WRK-TOTAL-REJ
               MOVE SPACES TO REJ-LINHA
               STRING "PEDIDO " REC-PEDIDO " CODIGO " REC-CODIGO
                       " QTD " REC-QTD " | " WRK-MOTIVO-REJ
                       DELIMITED BY SIZE INTO REJ-LINHA
               WRITE REJ-LINHA
           END-IF.

      *== PRIMEIRO ITEM DO PEDIDO COM O CODIGO RECEBIDO AINDA EM
      *== ABERTO ("A") OU RECEBIDO EM PARTE ("P")
       0220-LOCALIZA-ITEM          SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-FIM-ITENS.
           MOVE REC-PEDIDO TO CMP-NUMERO.
           MOVE ZEROS TO CMP-SEQ.
           START COMPRAS KEY IS NOT LESS CMP-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ COMPRAS NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   IF CMP-NUMERO NOT EQUAL REC-PEDIDO
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       IF CMP-CODIGO EQUAL REC-CODIGO
                           AND (CMP-SITUACAO EQUAL "A"
                               OR CMP-SITUACAO EQUAL "P")
                           MOVE "S" TO WRK-ACHOU
                           MOVE "S" TO WRK-FIM-ITENS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0230-EFETIVA-RECEBIMENTO    SECTION.
           ADD 1 TO WRK-TOTAL-ACEITO.
           MOVE CMP-QTD-RECEBIDA TO WRK-ANTERIOR.
           ADD REC-QTD TO CMP-QTD-RECEBIDA.
           IF CMP-QTD-RECEBIDA LESS CMP-QTD-PEDIDA
               COMPUTE WRK-PENDENTE =
                   CMP-QTD-PEDIDA - CMP-QTD-RECEBIDA
               MOVE "P" TO CMP-SITUACAO
               ADD 1 TO WRK-TOTAL-FALTA
               MOVE "PARCIAL - FALTA" TO WRK-OCORRENCIA
           ELSE
               MOVE ZEROS TO WRK-PENDENTE
               MOVE "R" TO CMP-SITUACAO
               IF CMP-QTD-RECEBIDA GREATER CMP-QTD-PEDIDA
                   COMPUTE WRK-DIFERENCA =
                       CMP-QTD-RECEBIDA - CMP-QTD-PEDIDA
                   ADD 1 TO WRK-TOTAL-EXCESSO
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING "EXCESSO DE " WRK-DIFERENCA
                           DELIMITED BY SIZE INTO WRK-OCORRENCIA
               ELSE
                   MOVE "TOTAL" TO WRK-OCORRENCIA
               END-IF
           END-IF.
           MOVE REC-DATA TO CMP-DATA-SITUACAO.
           REWRITE CMP-REG.
           MOVE "PEDCOMPRA" TO WRK-FS-ARQUIVO.
           MOVE "REWRITE" TO WRK-FS-OPERACAO.
           MOVE FS-COMPRAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== ENTRADA NO SALDO COM O MESMO ANTES/DEPOIS DO ESTMANT;
      *== O CUSTO MEDIO PONDERA O SALDO ANTERIOR PELO CUSTO MEDIO E
      *== A QUANTIDADE RECEBIDA PELO CUSTO ACERTADO NO PEDIDO
           MOVE EST-REG TO WRK-REG-ANTES.
           COMPUTE EST-CUSTO-MEDIO ROUNDED =
               (EST-SALDO * EST-CUSTO-MEDIO + REC-QTD * CMP-CUSTO)
               / (EST-SALDO + REC-QTD).
           ADD REC-QTD TO EST-SALDO.
           REWRITE EST-REG.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "REWRITE" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           MOVE EST-REG TO WRK-REG-DEPOIS.
           PERFORM 9100-GRAVA-LOG.
           MOVE EST-CODIGO TO WRK-KRD-CODIGO.
           MOVE "RC" TO WRK-KRD-TIPO.
           MOVE REC-QTD TO WRK-KRD-QTD.
           MOVE EST-SALDO TO WRK-KRD-SALDO.
           MOVE REC-NOTA-FORN TO WRK-KRD-DOCUMENTO.
           MOVE REC-DATA TO WRK-KRD-DATA-MOV.
           CALL "KARDLIB" USING WRK-KARDLIB-AREA.
           MOVE "M" TO WRK-DPL-ACAO.
           MOVE EST-CODIGO TO WRK-DPL-CODIGO.
           MOVE REC-DEPOSITO TO WRK-DPL-DEPOSITO.
           MOVE REC-QTD TO WRK-DPL-QTD.
           CALL "DEPLIB" USING WRK-DEPLIB-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING CMP-NUMERO " " CMP-SEQ " " CMP-CODIGO "  "
                   CMP-QTD-PEDIDA " " WRK-ANTERIOR " " REC-QTD " "
                   WRK-PENDENTE "  " WRK-OCORRENCIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== "CHEGOU?" PARA O QUE NAO CHEGOU: ITENS AINDA EM ABERTO COM
      *== A DATA PREVISTA JA VENCIDA
       0250-LISTA-ATRASADOS        SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "ITENS EM ABERTO COM ENTREGA PREVISTA VENCIDA:"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE LOW-VALUES TO CMP-CHAVE.
           MOVE "N" TO WRK-FIM-ITENS.
           START COMPRAS KEY IS NOT LESS CMP-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ COMPRAS NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   AND (CMP-SITUACAO EQUAL "A"
                       OR CMP-SITUACAO EQUAL "P")
                   AND CMP-PREVISTA LESS WRK-DATA-HOJE
                   ADD 1 TO WRK-TOTAL-ATRASO
                   COMPUTE WRK-PENDENTE =
                       CMP-QTD-PEDIDA - CMP-QTD-RECEBIDA
                   MOVE SPACES TO REL-LINHA
                   STRING CMP-NUMERO " " CMP-SEQ " " CMP-CODIGO "  "
                           CMP-QTD-PEDIDA " " CMP-QTD-RECEBIDA
                           " PENDENTE " WRK-PENDENTE
                           "  PREVISTA " CMP-PREVISTA
                           "  FORNECEDOR " CMP-FORNECEDOR
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-PERFORM.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "LINHAS LIDAS " WRK-TOTAL-LIDO
                   "  RECEBIDAS " WRK-TOTAL-ACEITO
                   "  REJEITADAS " WRK-TOTAL-REJ
                   "  PARCIAIS " WRK-TOTAL-FALTA
                   "  EXCESSO " WRK-TOTAL-EXCESSO
                   "  ATRASADOS " WRK-TOTAL-ATRASO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE COMPRAS.
           CLOSE ESTOQUE.
           CLOSE ESTOQUE-LOG.
           CLOSE REJEITOS.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ACEITO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-REJ TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "RECEBE: LINHAS LIDAS.......... " WRK-TOTAL-LIDO.
           DISPLAY "RECEBE: RECEBIDAS............. " WRK-TOTAL-ACEITO.
           DISPLAY "RECEBE: REJEITADAS............ " WRK-TOTAL-REJ
                   " EM " WRK-REJ-PATH.
           DISPLAY "RECEBE: RELATORIO EM " WRK-REL-PATH.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " RECEBIMENTO"
                  " ANTES=[" WRK-REG-ANTES
                  "] DEPOIS=[" WRK-REG-DEPOIS "]"
                  " OPER=RECEBE PC=" CMP-NUMERO
                  " NF=" REC-NOTA-FORN
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

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
