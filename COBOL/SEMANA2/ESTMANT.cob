      *== OBSERVAÇÕES: O PEDIDOS VALIDA E PRECIFICA OS ITENS "I" POR
      *==   ESTE CADASTRO E BAIXA UMA UNIDADE POR LINHA NO
      *==   FATURAMENTO; O ESTREPO LISTA O QUE ESTA ABAIXO DO PONTO
      *==   DE PEDIDO. INCLUSAO E MOVIMENTO TAMBEM VAO PARA O KARDEX
      *==   (KARDLIB). O CUSTO UNITARIO SO E DIGITADO NA INCLUSAO;
      *==   DEPOIS A MEDIA PONDERADA E DO RECEBE
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.
      *== EST-CUSTO-MEDIO: CUSTO MEDIO PONDERADO, RECALCULADO A CADA
      *== RECEBIMENTO DE COMPRA (RECEBE)

       FD  ESTOQUE-LOG.
       01  LOG-LINHA            PIC X(220).

       WORKING-STORAGE             SECTION.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(66) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(66) VALUE SPACES.
       77  WRK-QTD-ENTRADA PIC S9(06) VALUE ZEROS.
       77  WRK-PRECO-ED    PIC ZZZ.ZZ9,99.

           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DO KARDEX DE MOVIMENTO DE ESTOQUE (VER KARDLIB)
       01  WRK-KARDLIB-AREA.
           05  WRK-KRD-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-KRD-TIPO      PIC X(02) VALUE SPACES.
           05  WRK-KRD-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-KRD-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-KRD-DOCUMENTO PIC X(10) VALUE SPACES.
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "ESTMANT".
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
                   DISPLAY "PRECO........ " WRK-PRECO-ED
                   DISPLAY "ESTOQUE...... " EST-SALDO
                   DISPLAY "PONTO PEDIDO. " EST-PONTO-PEDIDO
                   MOVE EST-CUSTO-MEDIO TO WRK-PRECO-ED
                   DISPLAY "CUSTO MEDIO.. " WRK-PRECO-ED
           END-READ.

       2000-INCLUIR                SECTION.
                   ACCEPT EST-SALDO
                   DISPLAY "PONTO DE PEDIDO...  "
                   ACCEPT EST-PONTO-PEDIDO
      *== O CUSTO INICIAL E O PONTO DE PARTIDA DA MEDIA PONDERADA;
      *== DAI EM DIANTE SO O RECEBE MEXE NO CUSTO MEDIO
                   DISPLAY "CUSTO UNITARIO INICIAL...  "
                   ACCEPT EST-CUSTO-MEDIO
                   WRITE EST-REG
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR - CHAVE DUPLICADA"
                           MOVE EST-REG TO WRK-REG-DEPOIS
                           MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           MOVE "SI" TO WRK-KRD-TIPO
                           MOVE EST-SALDO TO WRK-KRD-QTD
                           PERFORM 9200-GRAVA-KARDEX
      *== O ESTOQUE INICIAL ENTRA NO DEPOSITO PADRAO; A DISTRIBUICAO
      *== ENTRE DEPOSITOS E POR TRANSFERENCIA (ESTTRANS)
                           MOVE "M" TO WRK-DPL-ACAO
                           MOVE EST-CODIGO TO WRK-DPL-CODIGO
                           MOVE SPACES TO WRK-DPL-DEPOSITO
                           MOVE EST-SALDO TO WRK-DPL-QTD
                           CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   END-WRITE
               WHEN 0
                   DISPLAY "PRODUTO JA CADASTRADO"
               MOVE EST-REG TO WRK-REG-ANTES
               DISPLAY "QUANTIDADE (+ENTRADA / -ACERTO)...  "
               ACCEPT WRK-QTD-ENTRADA
               DISPLAY "DEPOSITO (EM BRANCO = PADRAO)...  "
               MOVE SPACES TO WRK-DPL-DEPOSITO
               ACCEPT WRK-DPL-DEPOSITO
               IF WRK-QTD-ENTRADA LESS ZEROS
                   AND EST-SALDO LESS
                       FUNCTION ABS(WRK-QTD-ENTRADA)
                   DISPLAY "ACERTO DEIXARIA O ESTOQUE NEGATIVO - "
                           "CANCELADO"
               ELSE
      *== O DEPOSITO MOVIMENTA PRIMEIRO: SE O ACERTO DEIXARIA O
      *== DEPOSITO NEGATIVO, O DEPLIB RECUSA E NADA E GRAVADO
               MOVE "M" TO WRK-DPL-ACAO
               MOVE EST-CODIGO TO WRK-DPL-CODIGO
               MOVE WRK-QTD-ENTRADA TO WRK-DPL-QTD
               CALL "DEPLIB" USING WRK-DEPLIB-AREA
               IF WRK-DPL-RETORNO NOT EQUAL "S"
                   DISPLAY "SALDO DO DEPOSITO " WRK-DPL-DEPOSITO
                           " INSUFICIENTE - CANCELADO"
               ELSE
                   ADD WRK-QTD-ENTRADA TO EST-SALDO
                   REWRITE EST-REG
                       INVALID KEY
                           MOVE EST-REG TO WRK-REG-DEPOIS
                           MOVE "MOVIMENTO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           IF WRK-QTD-ENTRADA LESS ZEROS
                               MOVE "AJ" TO WRK-KRD-TIPO
                           ELSE
                               MOVE "EN" TO WRK-KRD-TIPO
                           END-IF
                           MOVE WRK-QTD-ENTRADA TO WRK-KRD-QTD
                           PERFORM 9200-GRAVA-KARDEX
                           DISPLAY "ESTOQUE ATUALIZADO PARA "
                                   EST-SALDO " (DEPOSITO "
                                   WRK-DPL-DEPOSITO ": "
                                   WRK-DPL-SALDO ")"
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

       9100-GRAVA-LOG              SECTION.
           END-STRING.
           WRITE LOG-LINHA.

      *== MOVIMENTO NO KARDEX; O DOCUMENTO DO MOVIMENTO MANUAL E O
      *== OPERADOR QUE DIGITOU
       9200-GRAVA-KARDEX           SECTION.
           MOVE EST-CODIGO TO WRK-KRD-CODIGO.
           MOVE EST-SALDO TO WRK-KRD-SALDO.
           MOVE WRK-SIG-OPERADOR TO WRK-KRD-DOCUMENTO.
           MOVE ZEROS TO WRK-KRD-DATA-MOV.
           CALL "KARDLIB" USING WRK-KARDLIB-AREA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE ESTOQUE.
