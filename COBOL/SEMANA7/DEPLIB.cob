       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO DO SALDO POR DEPOSITO (ESTDEP.DAT) - O
      *==           EST-SALDO DO CADASTRO CONTINUA SENDO O TOTAL DA
      *==           EMPRESA (O QUE O KARDEX ACOMPANHA); ESTE MODULO
      *==           GUARDA QUANTO DESSE TOTAL ESTA EM CADA DEPOSITO E
      *==           QUANTO ESTA EM TRANSITO PARA ELE, E ESCOLHE DE
      *==           ONDE SAI A VENDA PELA UF DO PEDIDO - O BALCAO
      *==           PARA DE VENDER O QUE ESTA A 300 KM DAQUI
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: ACOES (LNK-ACAO):
      *==   "M" = SOMA LNK-QTD (COM SINAL) NO SALDO DO DEPOSITO; SE
      *==         FICARIA NEGATIVO NAO MEXE E DEVOLVE "N"
      *==   "T" = SOMA LNK-QTD (COM SINAL) NO EM TRANSITO DO DEPOSITO
      *==   "E" = ESCOLHE O DEPOSITO DA VENDA: O QUE ATENDE A LNK-UF
      *==         SE TIVER SALDO; SENAO O PRIMEIRO DA TABELA COM
      *==         SALDO; SENAO DEVOLVE "N" COM O DEPOSITO DA UF
      *==   "C" = CONSULTA SALDO E EM TRANSITO DO DEPOSITO
      *==   "P" = GRAVA LNK-QTD COMO PONTO DE PEDIDO DO DEPOSITO
      *==   DEPOSITO EM BRANCO = DEPOSITO PADRAO (PRIMEIRA LINHA DE
      *==   DEPOSITOS.TAB; SEM TABELA, "01"). A TABELA TRAZ CODIGO,
      *==   NOME E AS UFS QUE O DEPOSITO ATENDE (ATE 27, EMENDADAS).
      *==   ABRE E FECHA OS ARQUIVOS A CADA CHAMADA, COMO O KARDLIB.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *== SALDO DO PRODUTO NO DEPOSITO
       FD  ESTDEP.
       01  DEP-REG.
           05 DEP-CHAVE.
               10 DEP-CODIGO     PIC X(08).
               10 DEP-DEPOSITO   PIC X(02).
           05 DEP-SALDO          PIC 9(06).
           05 DEP-TRANSITO       PIC 9(06).
      *== DEP-TRANSITO: TRANSFERIDO PARA ESTE DEPOSITO E AINDA NAO
      *== CHEGADO (VER ESTTRANS) - CONTA NO EST-SALDO, NAO NA VENDA
           05 DEP-PONTO-PEDIDO   PIC 9(06).

      *== CADASTRO DE DEPOSITOS E UFS ATENDIDAS
       FD  DEPOSITOS.
       01  DPT-REG.
           05 DPT-DEPOSITO       PIC X(02).
           05 DPT-NOME           PIC X(20).
           05 DPT-UFS            PIC X(54).

       WORKING-STORAGE             SECTION.
       77  WRK-DEP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DEP-PATH: VARIAVEL DE AMBIENTE "ESTDEP_PATH";
      *== SE NAO DEFINIDA, "ESTDEP.DAT"
       77  WRK-DPT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DPT-PATH: VARIAVEL DE AMBIENTE "DEPOSITOS_PATH";
      *== SE NAO DEFINIDA, "DEPOSITOS.TAB"
       77  FS-ESTDEP       PIC 9(02) VALUE ZEROS.
       77  FS-DEPOSITOS    PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-DEP     PIC 9(02) VALUE ZEROS.
       01  WRK-TABELA-DEPOSITOS.
           05 WRK-DPT-ITEM OCCURS 20 TIMES.
               10 WRK-DPT-CODIGO  PIC X(02).
               10 WRK-DPT-UFS     PIC X(54).
       77  WRK-IDX-DEP     PIC 9(02) VALUE ZEROS.
       77  WRK-POS-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-UF      PIC X(02) VALUE SPACES.
       77  WRK-NOVO-SALDO  PIC S9(07) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".

       LINKAGE                     SECTION.
       01  LNK-DEPLIB.
           05  LNK-ACAO        PIC X(01).
           05  LNK-CODIGO      PIC X(08).
           05  LNK-DEPOSITO    PIC X(02).
      *== LNK-DEPOSITO: ENTRADA (ESPACOS = PADRAO) E SAIDA (O
      *== DEPOSITO EFETIVAMENTE USADO OU ESCOLHIDO)
           05  LNK-UF          PIC X(02).
           05  LNK-QTD         PIC S9(06).
           05  LNK-SALDO       PIC 9(06).
           05  LNK-TRANSITO    PIC 9(06).
           05  LNK-RETORNO     PIC X(01).
      *== LNK-RETORNO: "S" = FEITO / HA SALDO; "N" = NAO FEITO /
      *== SEM SALDO EM NENHUM DEPOSITO

       PROCEDURE DIVISION USING LNK-DEPLIB.
       0000-PRINCIPAL              SECTION.
           MOVE "S" TO LNK-RETORNO.
           MOVE ZEROS TO LNK-SALDO.
           MOVE ZEROS TO LNK-TRANSITO.
           PERFORM 0100-CARREGA-DEPOSITOS.
           IF LNK-DEPOSITO EQUAL SPACES
               MOVE WRK-DPT-CODIGO(1) TO LNK-DEPOSITO
           END-IF.
           ACCEPT WRK-DEP-PATH FROM ENVIRONMENT "ESTDEP_PATH".
           IF WRK-DEP-PATH EQUAL SPACES
               MOVE "ESTDEP.DAT" TO WRK-DEP-PATH
           END-IF.
           OPEN I-O ESTDEP.
           IF FS-ESTDEP EQUAL 35
               OPEN OUTPUT ESTDEP
               CLOSE ESTDEP
               OPEN I-O ESTDEP
           END-IF.
           IF FS-ESTDEP NOT EQUAL 0
               DISPLAY "DEPLIB: FALHA AO ABRIR " WRK-DEP-PATH
                       " FS=" FS-ESTDEP " - PRODUTO " LNK-CODIGO
               MOVE "N" TO LNK-RETORNO
               GOBACK
           END-IF.
           EVALUATE LNK-ACAO
               WHEN "M"
               WHEN "T"
               WHEN "P"
                   PERFORM 0200-MOVIMENTA
               WHEN "E"
                   PERFORM 0300-ESCOLHE
               WHEN OTHER
                   PERFORM 0150-LE-DEPOSITO
                   MOVE DEP-SALDO TO LNK-SALDO
                   MOVE DEP-TRANSITO TO LNK-TRANSITO
           END-EVALUATE.
           CLOSE ESTDEP.
           GOBACK.

       0100-CARREGA-DEPOSITOS      SECTION.
           MOVE ZEROS TO WRK-QTD-DEP.
           ACCEPT WRK-DPT-PATH FROM ENVIRONMENT "DEPOSITOS_PATH".
           IF WRK-DPT-PATH EQUAL SPACES
               MOVE "DEPOSITOS.TAB" TO WRK-DPT-PATH
           END-IF.
           OPEN INPUT DEPOSITOS.
           IF FS-DEPOSITOS EQUAL 0
               READ DEPOSITOS
                   AT END MOVE 10 TO FS-DEPOSITOS
               END-READ
               PERFORM UNTIL FS-DEPOSITOS EQUAL 10
                       OR WRK-QTD-DEP EQUAL 20
                   ADD 1 TO WRK-QTD-DEP
                   MOVE DPT-DEPOSITO TO WRK-DPT-CODIGO(WRK-QTD-DEP)
                   MOVE DPT-UFS TO WRK-DPT-UFS(WRK-QTD-DEP)
                   READ DEPOSITOS
                       AT END MOVE 10 TO FS-DEPOSITOS
                   END-READ
               END-PERFORM
               CLOSE DEPOSITOS
           END-IF.
           IF WRK-QTD-DEP EQUAL ZEROS
               MOVE 1 TO WRK-QTD-DEP
               MOVE "01" TO WRK-DPT-CODIGO(1)
               MOVE SPACES TO WRK-DPT-UFS(1)
           END-IF.

      *== LE O REGISTRO DO PRODUTO NO DEPOSITO; SEM REGISTRO, VOLTA
      *== ZERADO E FS 23 (A GRAVACAO DECIDE ENTRE WRITE E REWRITE)
       0150-LE-DEPOSITO            SECTION.
           MOVE LNK-CODIGO TO DEP-CODIGO.
           MOVE LNK-DEPOSITO TO DEP-DEPOSITO.
           READ ESTDEP KEY IS DEP-CHAVE
               INVALID KEY
                   MOVE ZEROS TO DEP-SALDO
                   MOVE ZEROS TO DEP-TRANSITO
                   MOVE ZEROS TO DEP-PONTO-PEDIDO
           END-READ.

       0200-MOVIMENTA              SECTION.
           PERFORM 0150-LE-DEPOSITO.
           EVALUATE LNK-ACAO
               WHEN "M"
                   COMPUTE WRK-NOVO-SALDO = DEP-SALDO + LNK-QTD
               WHEN "T"
                   COMPUTE WRK-NOVO-SALDO = DEP-TRANSITO + LNK-QTD
               WHEN OTHER
                   MOVE LNK-QTD TO WRK-NOVO-SALDO
           END-EVALUATE.
           IF WRK-NOVO-SALDO LESS ZEROS
               DISPLAY "DEPLIB: " LNK-CODIGO " DEPOSITO " LNK-DEPOSITO
                       " FICARIA NEGATIVO - NAO MOVIMENTADO"
               MOVE "N" TO LNK-RETORNO
           ELSE
               EVALUATE LNK-ACAO
                   WHEN "M"
                       MOVE WRK-NOVO-SALDO TO DEP-SALDO
                   WHEN "T"
                       MOVE WRK-NOVO-SALDO TO DEP-TRANSITO
                   WHEN OTHER
                       MOVE WRK-NOVO-SALDO TO DEP-PONTO-PEDIDO
               END-EVALUATE
               IF FS-ESTDEP EQUAL 23
                   WRITE DEP-REG
                       INVALID KEY CONTINUE
                   END-WRITE
               ELSE
                   REWRITE DEP-REG
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               IF FS-ESTDEP NOT EQUAL 0
                   DISPLAY "DEPLIB: ERRO AO GRAVAR " LNK-CODIGO
                           " DEPOSITO " LNK-DEPOSITO " FS=" FS-ESTDEP
                   MOVE "N" TO LNK-RETORNO
               END-IF
           END-IF.
           MOVE DEP-SALDO TO LNK-SALDO.
           MOVE DEP-TRANSITO TO LNK-TRANSITO.

      *== DEPOSITO DA VENDA: PRIMEIRO O QUE ATENDE A UF DO PEDIDO;
      *== SEM SALDO LA, O PRIMEIRO DA TABELA QUE TIVER
       0300-ESCOLHE                SECTION.
           MOVE WRK-DPT-CODIGO(1) TO WRK-DEP-UF.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
                   OR WRK-ACHOU EQUAL "S"
               PERFORM VARYING WRK-POS-UF FROM 1 BY 2
                       UNTIL WRK-POS-UF GREATER 53
                       OR WRK-ACHOU EQUAL "S"
                   IF WRK-DPT-UFS(WRK-IDX-DEP)(WRK-POS-UF:2)
                       EQUAL LNK-UF
                       AND LNK-UF NOT EQUAL SPACES
                       MOVE WRK-DPT-CODIGO(WRK-IDX-DEP) TO WRK-DEP-UF
                       MOVE "S" TO WRK-ACHOU
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WRK-DEP-UF TO LNK-DEPOSITO.
           PERFORM 0150-LE-DEPOSITO.
           IF DEP-SALDO EQUAL ZEROS
               MOVE "N" TO WRK-ACHOU
               PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                       UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
                       OR WRK-ACHOU EQUAL "S"
                   MOVE WRK-DPT-CODIGO(WRK-IDX-DEP) TO LNK-DEPOSITO
                   PERFORM 0150-LE-DEPOSITO
                   IF DEP-SALDO GREATER ZEROS
                       MOVE "S" TO WRK-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-ACHOU EQUAL "N"
                   MOVE WRK-DEP-UF TO LNK-DEPOSITO
                   MOVE ZEROS TO DEP-SALDO
                   MOVE ZEROS TO DEP-TRANSITO
                   MOVE "N" TO LNK-RETORNO
               END-IF
           END-IF.
           MOVE DEP-SALDO TO LNK-SALDO.
           MOVE DEP-TRANSITO TO LNK-TRANSITO.
