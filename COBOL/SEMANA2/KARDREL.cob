       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RELATORIO DO KARDEX - LISTA, POR PRODUTO E NO
      *==           PERIODO PEDIDO, CADA MOVIMENTO GRAVADO PELO
      *==           KARDLIB (TIPO, QUANTIDADE, SALDO RESULTANTE,
      *==           DOCUMENTO E PROGRAMA DE ORIGEM), ABRINDO COM O
      *==           SALDO ANTERIOR AO PERIODO E FECHANDO COM ENTRADAS,
      *==           SAIDAS E SALDO FINAL - A PERGUNTA "PARA ONDE FOI
      *==           A MERCADORIA?" SE RESPONDE NUMA FOLHA
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: KARDREL_CODIGO ESCOLHE O PRODUTO (EM BRANCO,
      *==   TODOS); KARDREL_DE E KARDREL_ATE (AAAAMMDD) O PERIODO
      *==   PELA DATA DE LANCAMENTO - EM BRANCO, DO DIA 1 DO MES
      *==   CORRENTE ATE HOJE. PRODUTO SEM MOVIMENTO NO PERIODO NAO
      *==   SAI. SAI VIA RELWRT EM KARDREL.REL
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
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "KARDREL_REL_PATH";
      *== SE NAO DEFINIDA, "KARDREL.REL"
       77  FS-KARDEX       PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-ESTOQUE PIC X(01) VALUE "N".
       77  WRK-CODIGO-PARM PIC X(08) VALUE SPACES.
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-DE     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE    PIC 9(08) VALUE ZEROS.
       77  WRK-COD-ATUAL   PIC X(08) VALUE SPACES.
       77  WRK-NO-PERIODO  PIC X(01) VALUE "N".
       77  WRK-SALDO-ANT   PIC S9(07) VALUE ZEROS.
       77  WRK-SALDO-FIM   PIC 9(06) VALUE ZEROS.
       77  WRK-ENTRADAS    PIC 9(07) VALUE ZEROS.
       77  WRK-SAIDAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-MOV   PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-PROD  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ED      PIC -ZZZ.ZZ9.
       77  WRK-SALDO-ED    PIC ZZZ.ZZ9.
       77  WRK-TOTAL-ED    PIC -Z.ZZZ.ZZ9.
       77  WRK-SAIDA-ED    PIC Z.ZZZ.ZZ9.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "KARDREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "KARDREL".
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
           ACCEPT WRK-CODIGO-PARM FROM ENVIRONMENT "KARDREL_CODIGO".
           MOVE SPACES TO WRK-DATA-TXT.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "KARDREL_DE".
           IF WRK-DATA-TXT EQUAL SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-DE
               MOVE "01" TO WRK-DATA-DE(7:2)
           ELSE
               COMPUTE WRK-DATA-DE = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           MOVE SPACES TO WRK-DATA-TXT.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "KARDREL_ATE".
           IF WRK-DATA-TXT EQUAL SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-ATE
           ELSE
               COMPUTE WRK-DATA-ATE = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           ACCEPT WRK-KRD-PATH FROM ENVIRONMENT "KARDEX_PATH".
           IF WRK-KRD-PATH EQUAL SPACES
               MOVE "KARDEX.DAT" TO WRK-KRD-PATH
           END-IF.
           OPEN INPUT KARDEX.
           MOVE "KARDEX.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-KARDEX TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 0
               MOVE "S" TO WRK-TEM-ESTOQUE
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "KARDREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "KARDREL.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "KARDEX DE " WRK-DATA-DE " A " WRK-DATA-ATE
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "DATA MOV TP     QTD.   SALDO  DOCUMENTO  ORIGEM   LANC
      -         "ADO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== LE O KARDEX NA ORDEM DA CHAVE (PRODUTO, DATA/HORA); COM
      *== PRODUTO ESCOLHIDO, POSICIONA NELE E PARA NA TROCA
       0200-PROCESSAR              SECTION.
           IF WRK-CODIGO-PARM NOT EQUAL SPACES
               MOVE LOW-VALUES TO KRD-CHAVE
               MOVE WRK-CODIGO-PARM TO KRD-CODIGO
               START KARDEX KEY IS NOT LESS KRD-CHAVE
                   INVALID KEY MOVE 10 TO FS-KARDEX
               END-START
           END-IF.
           IF FS-KARDEX NOT EQUAL 10
               READ KARDEX NEXT
                   AT END MOVE 10 TO FS-KARDEX
               END-READ
           END-IF.
           PERFORM UNTIL FS-KARDEX EQUAL 10
               IF WRK-CODIGO-PARM NOT EQUAL SPACES
                   AND KRD-CODIGO NOT EQUAL WRK-CODIGO-PARM
                   MOVE 10 TO FS-KARDEX
               ELSE
                   ADD 1 TO WRK-TOTAL-LIDO
                   IF KRD-CODIGO NOT EQUAL WRK-COD-ATUAL
                       PERFORM 0220-FECHA-PRODUTO
                       MOVE KRD-CODIGO TO WRK-COD-ATUAL
                       MOVE "N" TO WRK-NO-PERIODO
                   END-IF
                   PERFORM 0210-TRATA-MOVIMENTO
                   READ KARDEX NEXT
                       AT END MOVE 10 TO FS-KARDEX
                   END-READ
               END-IF
           END-PERFORM.
           PERFORM 0220-FECHA-PRODUTO.
           CLOSE KARDEX.

      *== MOVIMENTO ANTES DO PERIODO SO ALIMENTA O SALDO ANTERIOR;
      *== DEPOIS DO PERIODO E IGNORADO
       0210-TRATA-MOVIMENTO        SECTION.
           IF KRD-DATA LESS WRK-DATA-DE
               OR KRD-DATA GREATER WRK-DATA-ATE
               CONTINUE
           ELSE
               IF WRK-NO-PERIODO EQUAL "N"
                   MOVE "S" TO WRK-NO-PERIODO
                   COMPUTE WRK-SALDO-ANT = KRD-SALDO - KRD-QTD
                   MOVE ZEROS TO WRK-ENTRADAS
                   MOVE ZEROS TO WRK-SAIDAS
                   PERFORM 0230-ABRE-PRODUTO
               END-IF
               IF KRD-QTD LESS ZEROS
                   SUBTRACT KRD-QTD FROM WRK-SAIDAS
               ELSE
                   ADD KRD-QTD TO WRK-ENTRADAS
               END-IF
               MOVE KRD-SALDO TO WRK-SALDO-FIM
               ADD 1 TO WRK-TOTAL-MOV
               MOVE KRD-QTD TO WRK-QTD-ED
               MOVE KRD-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO REL-LINHA
               STRING KRD-DATA-MOV " " KRD-TIPO " " WRK-QTD-ED " "
                       WRK-SALDO-ED "  " KRD-DOCUMENTO " "
                       KRD-ORIGEM " " KRD-DATA
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0220-FECHA-PRODUTO          SECTION.
           IF WRK-COD-ATUAL NOT EQUAL SPACES
               AND WRK-NO-PERIODO EQUAL "S"
               MOVE WRK-ENTRADAS TO WRK-TOTAL-ED
               MOVE WRK-SAIDAS TO WRK-SAIDA-ED
               MOVE WRK-SALDO-FIM TO WRK-SALDO-ED
               MOVE SPACES TO REL-LINHA
               STRING "         ENTRADAS " WRK-TOTAL-ED
                       "  SAIDAS " WRK-SAIDA-ED
                       "  SALDO FINAL " WRK-SALDO-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
               MOVE SPACES TO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0230-ABRE-PRODUTO           SECTION.
           ADD 1 TO WRK-TOTAL-PROD.
           MOVE "(FORA DO CADASTRO)" TO EST-DESCRICAO.
           IF WRK-TEM-ESTOQUE EQUAL "S"
               MOVE KRD-CODIGO TO EST-CODIGO
               READ ESTOQUE KEY IS EST-CODIGO
                   INVALID KEY
                       MOVE "(FORA DO CADASTRO)" TO EST-DESCRICAO
               END-READ
           END-IF.
           MOVE WRK-SALDO-ANT TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTO " KRD-CODIGO " " EST-DESCRICAO
                   "  SALDO ANTERIOR " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           IF WRK-TEM-ESTOQUE EQUAL "S"
               CLOSE ESTOQUE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "PRODUTOS LISTADOS " WRK-TOTAL-PROD
                   "  MOVIMENTOS NO PERIODO " WRK-TOTAL-MOV
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-MOV TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "KARDREL: MOVIMENTOS LIDOS..... " WRK-TOTAL-LIDO.
           DISPLAY "KARDREL: PRODUTOS LISTADOS.... " WRK-TOTAL-PROD.
           DISPLAY "KARDREL: MOVIMENTOS NO PERIODO " WRK-TOTAL-MOV.
           DISPLAY "KARDREL: RELATORIO EM " WRK-REL-PATH.

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
