       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDCONF.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CONFERENCIA NOTURNA DO KARDEX - CASA O CADASTRO
      *==           DE MERCADORIAS (ESTOQUE.DAT) COM O KARDEX.DAT NA
      *==           ORDEM DO CODIGO E CONFERE SE O SALDO DO ULTIMO
      *==           MOVIMENTO DE CADA PRODUTO E IGUAL AO EST-SALDO;
      *==           DIVERGENCIA QUER DIZER QUE ALGUEM MEXEU NO SALDO
      *==           SEM PASSAR PELO KARDLIB (OU MEXEU NO ARQUIVO POR
      *==           FORA) E SAI NO RELATORIO PARA SER APURADA
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: PRODUTO CADASTRADO ANTES DO KARDEX NAO TEM
      *==   MOVIMENTO NENHUM - SAI COMO "SEM KARDEX", NAO COMO
      *==   DIVERGENCIA; COM KARDCONF_ABRE=S A CONFERENCIA GRAVA O
      *==   SALDO INICIAL ("SI", DOCUMENTO "ABERTURA") DESSES
      *==   PRODUTOS COM O EST-SALDO DO MOMENTO. MOVIMENTO DE PRODUTO
      *==   JA EXCLUIDO DO CADASTRO SAI COMO "FORA CADASTRO", SO
      *==   PARA CIENCIA. HAVENDO DIVERGENCIA O RESULTADO NO RUNCTL E
      *==   "ERRO". SAI VIA RELWRT EM KARDCONF.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX ASSIGN TO DYNAMIC WRK-KRD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KRD-CHAVE
               FILE STATUS IS FS-KARDEX.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.

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

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-KRD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-KRD-PATH: VARIAVEL DE AMBIENTE "KARDEX_PATH";
      *== SE NAO DEFINIDA, "KARDEX.DAT"
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "KARDCONF_REL_PATH";
      *== SE NAO DEFINIDA, "KARDCONF.REL"
       77  FS-KARDEX       PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  WRK-ABRE        PIC X(01) VALUE "N".
       77  WRK-ABRE-EXCEDEU PIC X(01) VALUE "N".
       77  WRK-TEM-KARDEX  PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COD-ATUAL   PIC X(08) VALUE SPACES.
       77  WRK-ULTIMO-SALDO PIC 9(06) VALUE ZEROS.
       77  WRK-DIF-QTD     PIC S9(06) VALUE ZEROS.
       77  WRK-OCORRENCIA  PIC X(13) VALUE SPACES.
       77  WRK-TOTAL-PROD  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MOV   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONFERE PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DIVERG PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FORA  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ED      PIC -ZZZ.ZZ9.

      *== PRODUTOS A ABRIR NO KARDEX (KARDCONF_ABRE=S); A GRAVACAO
      *== FICA PARA DEPOIS DE FECHAR O ARQUIVO, PELO KARDLIB
       77  WRK-QTD-ABRE    PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-ABERTURA.
           05 WRK-ABR-ITEM OCCURS 2000 TIMES.
               10 WRK-ABR-CODIGO  PIC X(08).
               10 WRK-ABR-SALDO   PIC 9(06).
       77  WRK-IDX-ABR     PIC 9(04) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "KARDCONF".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "KARDCONF".
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
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "KARDCONF".
           05  WRK-KRD-DATA-MOV  PIC 9(08) VALUE ZEROS.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           IF WRK-QTD-ABRE GREATER ZEROS
               PERFORM 0400-ABRE-KARDEX
           END-IF.
           PERFORM 0300-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-ABRE FROM ENVIRONMENT "KARDCONF_ABRE".
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-KRD-PATH FROM ENVIRONMENT "KARDEX_PATH".
           IF WRK-KRD-PATH EQUAL SPACES
               MOVE "KARDEX.DAT" TO WRK-KRD-PATH
           END-IF.
      *== SEM KARDEX.DAT AINDA (NENHUM MOVIMENTO DESDE A IMPLANTACAO)
      *== A CONFERENCIA SEGUE: TODO PRODUTO SAI COMO "SEM KARDEX"
           OPEN INPUT KARDEX.
           IF FS-KARDEX EQUAL 35
               DISPLAY "KARDCONF: SEM " WRK-KRD-PATH
                       " - NENHUM MOVIMENTO REGISTRADO AINDA"
           ELSE
               MOVE "KARDEX.DAT" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-KARDEX TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               MOVE "S" TO WRK-TEM-KARDEX
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "KARDCONF_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "KARDCONF.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "CONFERENCIA KARDEX X CADASTRO EM " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODIGO   DESCRICAO            CADAST  KARDEX    DIFER.
      -         "  OCORRENCIA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== CASAMENTO DOS DOIS ARQUIVOS PELO CODIGO: O KARDEX ESTA EM
      *== ORDEM DE PRODUTO E DATA/HORA, ENTAO O ULTIMO MOVIMENTO DE
      *== CADA PRODUTO E O QUE VEM ANTES DA TROCA DE CODIGO
       0200-PROCESSAR              SECTION.
           READ ESTOQUE NEXT
               AT END MOVE 10 TO FS-ESTOQUE
           END-READ.
           IF WRK-TEM-KARDEX EQUAL "S"
               READ KARDEX NEXT
                   AT END MOVE 10 TO FS-KARDEX
               END-READ
           ELSE
               MOVE 10 TO FS-KARDEX
           END-IF.
           PERFORM UNTIL FS-ESTOQUE EQUAL 10
                   AND FS-KARDEX EQUAL 10
               EVALUATE TRUE
                   WHEN FS-KARDEX EQUAL 10
                       PERFORM 0230-SEM-KARDEX
                   WHEN FS-ESTOQUE EQUAL 10
                       PERFORM 0240-FORA-CADASTRO
                   WHEN EST-CODIGO LESS KRD-CODIGO
                       PERFORM 0230-SEM-KARDEX
                   WHEN KRD-CODIGO LESS EST-CODIGO
                       PERFORM 0240-FORA-CADASTRO
                   WHEN OTHER
                       PERFORM 0210-CONFERE
               END-EVALUATE
           END-PERFORM.
           CLOSE ESTOQUE.
           IF WRK-TEM-KARDEX EQUAL "S"
               CLOSE KARDEX
           END-IF.

       0210-CONFERE                SECTION.
           ADD 1 TO WRK-TOTAL-PROD.
           PERFORM 0250-ULTIMO-MOVIMENTO.
           IF WRK-ULTIMO-SALDO EQUAL EST-SALDO
               ADD 1 TO WRK-TOTAL-CONFERE
           ELSE
               ADD 1 TO WRK-TOTAL-DIVERG
               COMPUTE WRK-DIF-QTD = EST-SALDO - WRK-ULTIMO-SALDO
               MOVE "DIVERGENTE" TO WRK-OCORRENCIA
               PERFORM 0260-LINHA-PRODUTO
           END-IF.
           READ ESTOQUE NEXT
               AT END MOVE 10 TO FS-ESTOQUE
           END-READ.

       0230-SEM-KARDEX             SECTION.
           ADD 1 TO WRK-TOTAL-PROD.
           ADD 1 TO WRK-TOTAL-SEM.
           MOVE ZEROS TO WRK-ULTIMO-SALDO.
           MOVE ZEROS TO WRK-DIF-QTD.
           MOVE "SEM KARDEX" TO WRK-OCORRENCIA.
           IF WRK-ABRE EQUAL "S"
               IF WRK-QTD-ABRE GREATER OR EQUAL 2000
                   MOVE "S" TO WRK-ABRE-EXCEDEU
               ELSE
                   ADD 1 TO WRK-QTD-ABRE
                   MOVE EST-CODIGO TO WRK-ABR-CODIGO(WRK-QTD-ABRE)
                   MOVE EST-SALDO TO WRK-ABR-SALDO(WRK-QTD-ABRE)
                   MOVE "ABERTO" TO WRK-OCORRENCIA
               END-IF
           END-IF.
           PERFORM 0260-LINHA-PRODUTO.
           READ ESTOQUE NEXT
               AT END MOVE 10 TO FS-ESTOQUE
           END-READ.

       0240-FORA-CADASTRO          SECTION.
           ADD 1 TO WRK-TOTAL-FORA.
           PERFORM 0250-ULTIMO-MOVIMENTO.
           MOVE ZEROS TO WRK-DIF-QTD.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-COD-ATUAL " "
                   "(EXCLUIDO)                   "
                   WRK-ULTIMO-SALDO "            FORA CADASTRO"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== CONSOME OS MOVIMENTOS DO PRODUTO CORRENTE, FICANDO COM O
      *== SALDO DO ULTIMO
       0250-ULTIMO-MOVIMENTO       SECTION.
           MOVE KRD-CODIGO TO WRK-COD-ATUAL.
           PERFORM UNTIL FS-KARDEX EQUAL 10
                   OR KRD-CODIGO NOT EQUAL WRK-COD-ATUAL
               ADD 1 TO WRK-TOTAL-MOV
               MOVE KRD-SALDO TO WRK-ULTIMO-SALDO
               READ KARDEX NEXT
                   AT END MOVE 10 TO FS-KARDEX
               END-READ
           END-PERFORM.

       0260-LINHA-PRODUTO          SECTION.
           MOVE WRK-DIF-QTD TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING EST-CODIGO " " EST-DESCRICAO(1:20) " " EST-SALDO
                   "  " WRK-ULTIMO-SALDO "  " WRK-QTD-ED "  "
                   WRK-OCORRENCIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== SALDO INICIAL DOS PRODUTOS SEM KARDEX, COM O ARQUIVO JA
      *== FECHADO (O KARDLIB ABRE O SEU A CADA CHAMADA)
       0400-ABRE-KARDEX            SECTION.
           PERFORM VARYING WRK-IDX-ABR FROM 1 BY 1
                   UNTIL WRK-IDX-ABR GREATER WRK-QTD-ABRE
               MOVE WRK-ABR-CODIGO(WRK-IDX-ABR) TO WRK-KRD-CODIGO
               MOVE "SI" TO WRK-KRD-TIPO
               MOVE WRK-ABR-SALDO(WRK-IDX-ABR) TO WRK-KRD-QTD
               MOVE WRK-ABR-SALDO(WRK-IDX-ABR) TO WRK-KRD-SALDO
               MOVE "ABERTURA" TO WRK-KRD-DOCUMENTO
               MOVE WRK-DATA-HOJE TO WRK-KRD-DATA-MOV
               CALL "KARDLIB" USING WRK-KARDLIB-AREA
           END-PERFORM.
           IF WRK-ABRE-EXCEDEU EQUAL "S"
               DISPLAY "KARDCONF: MAIS DE 2000 PRODUTOS SEM KARDEX - "
                       "RODE DE NOVO PARA ABRIR O RESTANTE"
           END-IF.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS " WRK-TOTAL-PROD
                   "  CONFEREM " WRK-TOTAL-CONFERE
                   "  DIVERGENTES " WRK-TOTAL-DIVERG
                   "  SEM KARDEX " WRK-TOTAL-SEM
                   "  ABERTOS " WRK-QTD-ABRE
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-PROD TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-CONFERE TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-DIVERG TO WRK-RUN-REJEITADOS.
           IF WRK-TOTAL-DIVERG EQUAL ZEROS
               MOVE "OK" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "ERRO" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "KARDCONF: PRODUTOS CONFERIDOS. " WRK-TOTAL-PROD.
           DISPLAY "KARDCONF: MOVIMENTOS LIDOS.... " WRK-TOTAL-MOV.
           DISPLAY "KARDCONF: DIVERGENTES......... " WRK-TOTAL-DIVERG.
           DISPLAY "KARDCONF: SEM KARDEX.......... " WRK-TOTAL-SEM
                   " (ABERTOS AGORA: " WRK-QTD-ABRE ")".
           IF WRK-TOTAL-FORA GREATER ZEROS
               DISPLAY "KARDCONF: " WRK-TOTAL-FORA " PRODUTO(S) COM "
                       "MOVIMENTO E FORA DO CADASTRO"
           END-IF.
           DISPLAY "KARDCONF: RELATORIO EM " WRK-REL-PATH.

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
