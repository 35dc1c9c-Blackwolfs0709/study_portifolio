       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO DO KARDEX (FICHA DE MOVIMENTO DE ESTOQUE)
      *==           - TODO PROGRAMA QUE MEXE NO EST-SALDO (ESTMANT,
      *==           PEDIDOS, PEDDEVOL, PEDCANC, RECEBE, INVLANC...)
      *==           CHAMA ESTE MODULO LOGO DEPOIS DO REWRITE,
      *==           INFORMANDO PRODUTO, TIPO DO MOVIMENTO, QUANTIDADE
      *==           COM SINAL, SALDO RESULTANTE, DOCUMENTO E PROGRAMA;
      *==           O MODULO GRAVA O MOVIMENTO EM KARDEX.DAT - "COMO O
      *==           SALDO FOI DE A PARA B?" DEIXA DE SER UM DIA DE
      *==           GARIMPO EM QUATRO LOGS
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: CHAVE = PRODUTO + DATA/HORA DO LANCAMENTO +
      *==   SEQUENCIA (DOIS MOVIMENTOS DO MESMO PRODUTO NO MESMO
      *==   CENTESIMO DE SEGUNDO AVANCAM A SEQUENCIA), ENTAO A LEITURA
      *==   PELA CHAVE DA O MOVIMENTO DO PRODUTO EM ORDEM, COM O
      *==   ULTIMO SALDO NO FIM - E O QUE O KARDREL LISTA E O
      *==   KARDCONF CONFERE CONTRA O EST-SALDO. ABRE E FECHA O
      *==   ARQUIVO A CADA CHAMADA, COMO O RAZLIB.
      *==   TIPOS: SI = SALDO INICIAL  EN = ENTRADA MANUAL
      *==   AJ = ACERTO MANUAL  RC = RECEBIMENTO DE COMPRA
      *==   VD = VENDA (FATURAMENTO)  DV = DEVOLUCAO DE CLIENTE
      *==   CN = ESTORNO DE PEDIDO CANCELADO  IV = AJUSTE DE
      *==   INVENTARIO FISICO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX ASSIGN TO DYNAMIC WRK-KRD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRD-CHAVE
               FILE STATUS IS FS-KARDEX.

       DATA DIVISION.
       FILE SECTION.
       FD  KARDEX.
       01  KRD-REG.
           05 KRD-CHAVE.
               10 KRD-CODIGO     PIC X(08).
               10 KRD-DATA       PIC 9(08).
               10 KRD-HORA       PIC 9(08).
               10 KRD-SEQ        PIC 9(02).
           05 KRD-TIPO           PIC X(02).
           05 KRD-QTD            PIC S9(06) SIGN LEADING SEPARATE.
           05 KRD-SALDO          PIC 9(06).
           05 KRD-DOCUMENTO      PIC X(10).
           05 KRD-ORIGEM         PIC X(08).
           05 KRD-DATA-MOV       PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-KRD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-KRD-PATH: VARIAVEL DE AMBIENTE "KARDEX_PATH";
      *== SE NAO DEFINIDA, "KARDEX.DAT"
       77  FS-KARDEX       PIC 9(02) VALUE ZEROS.

       LINKAGE                     SECTION.
       01  LNK-KARDLIB.
           05  LNK-CODIGO      PIC X(08).
           05  LNK-TIPO        PIC X(02).
           05  LNK-QTD         PIC S9(06).
      *== LNK-QTD: POSITIVA = ENTROU NO SALDO; NEGATIVA = SAIU
           05  LNK-SALDO       PIC 9(06).
      *== LNK-SALDO: EST-SALDO JA REGRAVADO, DEPOIS DO MOVIMENTO
           05  LNK-DOCUMENTO   PIC X(10).
           05  LNK-ORIGEM      PIC X(08).
           05  LNK-DATA-MOV    PIC 9(08).
      *== LNK-DATA-MOV: DATA DO DOCUMENTO; ZEROS = HOJE

       PROCEDURE DIVISION USING LNK-KARDLIB.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-KRD-PATH FROM ENVIRONMENT "KARDEX_PATH".
           IF WRK-KRD-PATH EQUAL SPACES
               MOVE "KARDEX.DAT" TO WRK-KRD-PATH
           END-IF.
           OPEN I-O KARDEX.
           IF FS-KARDEX EQUAL 35
               OPEN OUTPUT KARDEX
               CLOSE KARDEX
               OPEN I-O KARDEX
           END-IF.
           IF FS-KARDEX NOT EQUAL 0
               DISPLAY "KARDLIB: FALHA AO ABRIR " WRK-KRD-PATH
                       " FS=" FS-KARDEX " - MOVIMENTO DE "
                       LNK-CODIGO " NAO REGISTRADO"
               GOBACK
           END-IF.
           MOVE SPACES TO KRD-REG.
           MOVE LNK-CODIGO    TO KRD-CODIGO.
           ACCEPT KRD-DATA FROM DATE YYYYMMDD.
           ACCEPT KRD-HORA FROM TIME.
           MOVE ZEROS         TO KRD-SEQ.
           MOVE LNK-TIPO      TO KRD-TIPO.
           MOVE LNK-QTD       TO KRD-QTD.
           MOVE LNK-SALDO     TO KRD-SALDO.
           MOVE LNK-DOCUMENTO TO KRD-DOCUMENTO.
           MOVE LNK-ORIGEM    TO KRD-ORIGEM.
           IF LNK-DATA-MOV EQUAL ZEROS
               MOVE KRD-DATA TO KRD-DATA-MOV
           ELSE
               MOVE LNK-DATA-MOV TO KRD-DATA-MOV
           END-IF.
           WRITE KRD-REG
               INVALID KEY CONTINUE
           END-WRITE.
           PERFORM UNTIL FS-KARDEX NOT EQUAL 22
                   OR KRD-SEQ EQUAL 99
               ADD 1 TO KRD-SEQ
               WRITE KRD-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-PERFORM.
           IF FS-KARDEX NOT EQUAL 0
               DISPLAY "KARDLIB: ERRO AO GRAVAR MOVIMENTO DE "
                       LNK-CODIGO " FS=" FS-KARDEX
           END-IF.
           CLOSE KARDEX.
           GOBACK.
