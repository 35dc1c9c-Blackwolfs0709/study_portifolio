       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTTRANS.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: TRANSFERENCIA DE MERCADORIA ENTRE DEPOSITOS - O
      *==           ENVIO TIRA A QUANTIDADE DO SALDO DO DEPOSITO DE
      *==           ORIGEM E A POE EM TRANSITO PARA O DESTINO; A
      *==           CHEGADA TIRA DO TRANSITO E SOMA NO SALDO DO
      *==           DESTINO. TAMBEM CONSULTA O SALDO DO PRODUTO POR
      *==           DEPOSITO, LISTA O QUE ESTA EM TRANSITO E GRAVA O
      *==           PONTO DE PEDIDO DE CADA DEPOSITO (VER ESTREPO)
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: UM REGISTRO POR TRANSFERENCIA EM TRANSF.DAT,
      *==   NUMERADO PELO CONTADOR PROPRIO TRANSF.CTL, COM O OPERADOR
      *==   DO SIGNON. O EST-SALDO DO CADASTRO NAO MUDA (A MERCADORIA
      *==   CONTINUA NOSSA), ENTAO NAO HA MOVIMENTO NO KARDEX; OS
      *==   SALDOS POR DEPOSITO SAO DO DEPLIB. DEPOSITOS VALIDOS SAO
      *==   OS DE DEPOSITOS.TAB
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSF ASSIGN TO DYNAMIC WRK-TRF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-NUMERO
               FILE STATUS IS FS-TRANSF.
           SELECT TRANSF-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT ESTDEP ASSIGN TO DYNAMIC WRK-DEP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS FS-ESTDEP.
           SELECT DEPOSITOS ASSIGN TO DYNAMIC WRK-DPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPOSITOS.

       DATA DIVISION.
       FILE SECTION.
      *== TRANSFERENCIA ENTRE DEPOSITOS
       FD  TRANSF.
       01  TRF-REG.
           05 TRF-NUMERO         PIC 9(06).
           05 TRF-CODIGO         PIC X(08).
           05 TRF-ORIGEM         PIC X(02).
           05 TRF-DESTINO        PIC X(02).
           05 TRF-QTD            PIC 9(06).
           05 TRF-ENVIO          PIC 9(08).
           05 TRF-CHEGADA        PIC 9(08).
           05 TRF-SITUACAO       PIC X(01).
      *== TRF-SITUACAO: "T" = EM TRANSITO   "R" = RECEBIDA NO DESTINO
           05 TRF-OPERADOR       PIC X(08).

       FD  TRANSF-CTL.
       01  TFC-REG.
           05 TFC-PROXIMO        PIC 9(06).

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

      *== SALDO DO PRODUTO NO DEPOSITO (GRAVADO SO PELO DEPLIB)
       FD  ESTDEP.
       01  DEP-REG.
           05 DEP-CHAVE.
               10 DEP-CODIGO     PIC X(08).
               10 DEP-DEPOSITO   PIC X(02).
           05 DEP-SALDO          PIC 9(06).
           05 DEP-TRANSITO       PIC 9(06).
           05 DEP-PONTO-PEDIDO   PIC 9(06).

       FD  DEPOSITOS.
       01  DPT-REG.
           05 DPT-DEPOSITO       PIC X(02).
           05 DPT-NOME           PIC X(20).
           05 DPT-UFS            PIC X(54).

       WORKING-STORAGE             SECTION.
       77  WRK-TRF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TRF-PATH: VARIAVEL DE AMBIENTE "TRANSF_PATH";
      *== SE NAO DEFINIDA, "TRANSF.DAT"
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "TRANSF_CTL_PATH";
      *== SE NAO DEFINIDA, "TRANSF.CTL" - PROXIMO NUMERO
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-DEP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-DPT-PATH    PIC X(100) VALUE SPACES.
       77  FS-TRANSF       PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ESTDEP       PIC 9(02) VALUE ZEROS.
       77  FS-DEPOSITOS    PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO      PIC X(08) VALUE SPACES.
       77  WRK-ORIGEM      PIC X(02) VALUE SPACES.
       77  WRK-DESTINO     PIC X(02) VALUE SPACES.
       77  WRK-DEPOSITO    PIC X(02) VALUE SPACES.
       77  WRK-QTD         PIC 9(06) VALUE ZEROS.
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.

      *== DEPOSITOS CADASTRADOS, PARA VALIDAR ORIGEM E DESTINO
       77  WRK-QTD-DEP     PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-DEPOSITOS.
           05 WRK-DPT-ITEM OCCURS 20 TIMES.
               10 WRK-DPT-CODIGO  PIC X(02).
               10 WRK-DPT-NOME    PIC X(20).
       77  WRK-IDX-DEP     PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-DEP    PIC X(20) VALUE SPACES.
       77  WRK-DEP-ABERTO  PIC X(01) VALUE "N".

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON)
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "ESTTRANS".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

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
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "ESTTRANS: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-TRF-PATH FROM ENVIRONMENT "TRANSF_PATH".
           IF WRK-TRF-PATH EQUAL SPACES
               MOVE "TRANSF.DAT" TO WRK-TRF-PATH
           END-IF.
           OPEN I-O TRANSF.
           IF FS-TRANSF EQUAL 35
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF.
           IF FS-TRANSF NOT EQUAL 0
               DISPLAY "ESTTRANS: FALHA AO ABRIR " WRK-TRF-PATH
                       " FS=" FS-TRANSF
               STOP RUN
           END-IF.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 0
               DISPLAY "ESTTRANS: FALHA AO ABRIR " WRK-EST-PATH
                       " FS=" FS-ESTOQUE
               STOP RUN
           END-IF.
           ACCEPT WRK-DEP-PATH FROM ENVIRONMENT "ESTDEP_PATH".
           IF WRK-DEP-PATH EQUAL SPACES
               MOVE "ESTDEP.DAT" TO WRK-DEP-PATH
           END-IF.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "TRANSF_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "TRANSF.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE 1 TO WRK-PROXIMO.
           OPEN INPUT TRANSF-CTL.
           IF FS-CONTROLE EQUAL 0
               READ TRANSF-CTL
                   AT END CONTINUE
                   NOT AT END MOVE TFC-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE TRANSF-CTL
           END-IF.
           PERFORM 0110-CARREGA-DEPOSITOS.

       0110-CARREGA-DEPOSITOS      SECTION.
           ACCEPT WRK-DPT-PATH FROM ENVIRONMENT "DEPOSITOS_PATH".
           IF WRK-DPT-PATH EQUAL SPACES
               MOVE "DEPOSITOS.TAB" TO WRK-DPT-PATH
           END-IF.
           OPEN INPUT DEPOSITOS.
           IF FS-DEPOSITOS NOT EQUAL 0
               DISPLAY "ESTTRANS: SEM TABELA DE DEPOSITOS ("
                       WRK-DPT-PATH ") - NADA A TRANSFERIR"
               STOP RUN
           END-IF.
           READ DEPOSITOS
               AT END MOVE 10 TO FS-DEPOSITOS
           END-READ.
           PERFORM UNTIL FS-DEPOSITOS EQUAL 10
                   OR WRK-QTD-DEP EQUAL 20
               ADD 1 TO WRK-QTD-DEP
               MOVE DPT-DEPOSITO TO WRK-DPT-CODIGO(WRK-QTD-DEP)
               MOVE DPT-NOME TO WRK-DPT-NOME(WRK-QTD-DEP)
               READ DEPOSITOS
                   AT END MOVE 10 TO FS-DEPOSITOS
               END-READ
           END-PERFORM.
           CLOSE DEPOSITOS.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-SALDOS DO PRODUTO  2-ENVIAR  3-RECEBER  "
                   "4-EM TRANSITO  5-PONTO DE PEDIDO  6-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-ENVIAR
               WHEN 3
                   PERFORM 3000-RECEBER
               WHEN 4
                   PERFORM 4000-EM-TRANSITO
               WHEN 5
                   PERFORM 5000-PONTO-PEDIDO
               WHEN 6
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== SALDO E EM TRANSITO DO PRODUTO EM CADA DEPOSITO, PELA
      *== CHAVE CODIGO + DEPOSITO DO ESTDEP
       1000-CONSULTAR              SECTION.
           PERFORM 9100-LE-PRODUTO.
           IF FS-ESTOQUE EQUAL 0
               DISPLAY "PRODUTO...... " EST-CODIGO " " EST-DESCRICAO
               DISPLAY "SALDO TOTAL.. " EST-SALDO
               DISPLAY "DEP NOME                  SALDO  TRANSITO "
                       " PONTO"
               OPEN INPUT ESTDEP
               MOVE "N" TO WRK-FIM-ITENS
               MOVE "S" TO WRK-DEP-ABERTO
               IF FS-ESTDEP NOT EQUAL 0
                   MOVE "S" TO WRK-FIM-ITENS
                   MOVE "N" TO WRK-DEP-ABERTO
               END-IF
               MOVE EST-CODIGO TO DEP-CODIGO
               MOVE LOW-VALUES TO DEP-DEPOSITO
               IF WRK-FIM-ITENS EQUAL "N"
                   START ESTDEP KEY IS NOT LESS DEP-CHAVE
                       INVALID KEY MOVE "S" TO WRK-FIM-ITENS
                   END-START
               END-IF
               PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                   READ ESTDEP NEXT
                       AT END MOVE "S" TO WRK-FIM-ITENS
                   END-READ
                   IF WRK-FIM-ITENS EQUAL "N"
                       IF DEP-CODIGO NOT EQUAL EST-CODIGO
                           MOVE "S" TO WRK-FIM-ITENS
                       ELSE
                           MOVE DEP-DEPOSITO TO WRK-DEPOSITO
                           PERFORM 9200-ACHA-DEPOSITO
                           DISPLAY DEP-DEPOSITO "  "
                                   WRK-NOME-DEP "  "
                                   DEP-SALDO "  " DEP-TRANSITO "  "
                                   DEP-PONTO-PEDIDO
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-DEP-ABERTO EQUAL "S"
                   CLOSE ESTDEP
               END-IF
           END-IF.

      *== ENVIO: SAI DO SALDO DA ORIGEM (O DEPLIB RECUSA SE NAO HA)
      *== E ENTRA EM TRANSITO NO DESTINO
       2000-ENVIAR                 SECTION.
           PERFORM 9100-LE-PRODUTO.
           IF FS-ESTOQUE EQUAL 0
               DISPLAY "DEPOSITO DE ORIGEM...  "
               ACCEPT WRK-ORIGEM
               DISPLAY "DEPOSITO DE DESTINO...  "
               ACCEPT WRK-DESTINO
               DISPLAY "QUANTIDADE...  "
               ACCEPT WRK-QTD
               MOVE WRK-ORIGEM TO WRK-DEPOSITO
               PERFORM 9200-ACHA-DEPOSITO
               IF WRK-ACHOU EQUAL "S"
                   MOVE WRK-DESTINO TO WRK-DEPOSITO
                   PERFORM 9200-ACHA-DEPOSITO
               END-IF
               EVALUATE TRUE
                   WHEN WRK-ACHOU EQUAL "N"
                       DISPLAY "DEPOSITO FORA DA TABELA - CANCELADO"
                   WHEN WRK-ORIGEM EQUAL WRK-DESTINO
                       DISPLAY "ORIGEM IGUAL AO DESTINO - CANCELADO"
                   WHEN WRK-QTD EQUAL ZEROS
                       DISPLAY "QUANTIDADE ZERADA - CANCELADO"
                   WHEN OTHER
                       PERFORM 2100-EFETIVA-ENVIO
               END-EVALUATE
           END-IF.

       2100-EFETIVA-ENVIO          SECTION.
           MOVE "M" TO WRK-DPL-ACAO.
           MOVE EST-CODIGO TO WRK-DPL-CODIGO.
           MOVE WRK-ORIGEM TO WRK-DPL-DEPOSITO.
           COMPUTE WRK-DPL-QTD = 0 - WRK-QTD.
           CALL "DEPLIB" USING WRK-DEPLIB-AREA.
           IF WRK-DPL-RETORNO NOT EQUAL "S"
               DISPLAY "SALDO INSUFICIENTE NO DEPOSITO " WRK-ORIGEM
                       " (" WRK-DPL-SALDO ") - CANCELADO"
           ELSE
               MOVE "T" TO WRK-DPL-ACAO
               MOVE WRK-DESTINO TO WRK-DPL-DEPOSITO
               MOVE WRK-QTD TO WRK-DPL-QTD
               CALL "DEPLIB" USING WRK-DEPLIB-AREA
               MOVE SPACES TO TRF-REG
               MOVE WRK-PROXIMO TO TRF-NUMERO
               MOVE EST-CODIGO TO TRF-CODIGO
               MOVE WRK-ORIGEM TO TRF-ORIGEM
               MOVE WRK-DESTINO TO TRF-DESTINO
               MOVE WRK-QTD TO TRF-QTD
               MOVE WRK-DATA-HOJE TO TRF-ENVIO
               MOVE ZEROS TO TRF-CHEGADA
               MOVE "T" TO TRF-SITUACAO
               MOVE WRK-SIG-OPERADOR TO TRF-OPERADOR
               WRITE TRF-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR TRANSFERENCIA FS="
                               FS-TRANSF
                   NOT INVALID KEY
                       ADD 1 TO WRK-PROXIMO
                       OPEN OUTPUT TRANSF-CTL
                       MOVE WRK-PROXIMO TO TFC-PROXIMO
                       WRITE TFC-REG
                       CLOSE TRANSF-CTL
                       DISPLAY "TRANSFERENCIA " TRF-NUMERO
                               " EM TRANSITO PARA " WRK-DESTINO
               END-WRITE
           END-IF.

      *== CHEGADA: SAI DO TRANSITO E ENTRA NO SALDO DO DESTINO
       3000-RECEBER                SECTION.
           DISPLAY "NUMERO DA TRANSFERENCIA...  ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO TRF-NUMERO.
           READ TRANSF KEY IS TRF-NUMERO
               INVALID KEY
                   DISPLAY "TRANSFERENCIA NAO ENCONTRADA"
           END-READ.
           IF FS-TRANSF EQUAL 0
               IF TRF-SITUACAO NOT EQUAL "T"
                   DISPLAY "TRANSFERENCIA JA RECEBIDA EM "
                           TRF-CHEGADA
               ELSE
                   MOVE "T" TO WRK-DPL-ACAO
                   MOVE TRF-CODIGO TO WRK-DPL-CODIGO
                   MOVE TRF-DESTINO TO WRK-DPL-DEPOSITO
                   COMPUTE WRK-DPL-QTD = 0 - TRF-QTD
                   CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   MOVE "M" TO WRK-DPL-ACAO
                   MOVE TRF-DESTINO TO WRK-DPL-DEPOSITO
                   MOVE TRF-QTD TO WRK-DPL-QTD
                   CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   MOVE "R" TO TRF-SITUACAO
                   MOVE WRK-DATA-HOJE TO TRF-CHEGADA
                   REWRITE TRF-REG
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR TRANSFERENCIA FS="
                                   FS-TRANSF
                       NOT INVALID KEY
                           DISPLAY "TRANSFERENCIA " TRF-NUMERO
                                   " RECEBIDA - SALDO NO DEPOSITO "
                                   TRF-DESTINO ": " WRK-DPL-SALDO
                   END-REWRITE
               END-IF
           END-IF.

       4000-EM-TRANSITO            SECTION.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE ZEROS TO TRF-NUMERO.
           MOVE "N" TO WRK-FIM-ITENS.
           START TRANSF KEY IS NOT LESS TRF-NUMERO
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           DISPLAY "NUMERO CODIGO   DE PARA   QTD  ENVIO    OPERADOR".
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ TRANSF NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   AND TRF-SITUACAO EQUAL "T"
                   ADD 1 TO WRK-QTD-LISTA
                   DISPLAY TRF-NUMERO " " TRF-CODIGO " " TRF-ORIGEM
                           "  " TRF-DESTINO "  " TRF-QTD " "
                           TRF-ENVIO " " TRF-OPERADOR
               END-IF
           END-PERFORM.
           DISPLAY WRK-QTD-LISTA " TRANSFERENCIA(S) EM TRANSITO".

      *== PONTO DE PEDIDO DO PRODUTO NO DEPOSITO (REPOSICAO POR
      *== DEPOSITO NO ESTREPO)
       5000-PONTO-PEDIDO           SECTION.
           PERFORM 9100-LE-PRODUTO.
           IF FS-ESTOQUE EQUAL 0
               DISPLAY "DEPOSITO...  "
               ACCEPT WRK-DEPOSITO
               PERFORM 9200-ACHA-DEPOSITO
               IF WRK-ACHOU EQUAL "N"
                   DISPLAY "DEPOSITO FORA DA TABELA - CANCELADO"
               ELSE
                   DISPLAY "PONTO DE PEDIDO NO DEPOSITO...  "
                   ACCEPT WRK-QTD
                   MOVE "P" TO WRK-DPL-ACAO
                   MOVE EST-CODIGO TO WRK-DPL-CODIGO
                   MOVE WRK-DEPOSITO TO WRK-DPL-DEPOSITO
                   MOVE WRK-QTD TO WRK-DPL-QTD
                   CALL "DEPLIB" USING WRK-DEPLIB-AREA
                   IF WRK-DPL-RETORNO EQUAL "S"
                       DISPLAY "PONTO DE PEDIDO GRAVADO"
                   END-IF
               END-IF
           END-IF.

       9100-LE-PRODUTO             SECTION.
           DISPLAY "CODIGO...  ".
           MOVE SPACES TO WRK-CODIGO.
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO EST-CODIGO.
           READ ESTOQUE KEY IS EST-CODIGO
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO"
           END-READ.

       9200-ACHA-DEPOSITO          SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
                   OR WRK-ACHOU EQUAL "S"
               IF WRK-DPT-CODIGO(WRK-IDX-DEP) EQUAL WRK-DEPOSITO
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "S"
               SUBTRACT 1 FROM WRK-IDX-DEP
               MOVE WRK-DPT-NOME(WRK-IDX-DEP) TO WRK-NOME-DEP
           ELSE
               MOVE "(FORA DA TABELA)" TO WRK-NOME-DEP
           END-IF.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE TRANSF.
           CLOSE ESTOQUE.
