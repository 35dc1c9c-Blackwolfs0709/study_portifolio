       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DA TABELA DE PRECO DE CONTRATO POR
      *==           CLIENTE E PRODUTO (PRECOCLI.DAT, LIDO PELO
      *==           PEDIDOS): LISTAR, INCLUIR, ALTERAR E EXCLUIR
      *==           JANELAS DE VIGENCIA, COM CADA MUDANCA GRAVADA
      *==           ANTES/DEPOIS EM PRECOCLI.LOG - O PRECO NEGOCIADO
      *==           DEIXA DE SER DIGITADO NO BALCAO
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: A INCLUSAO VALIDA O REG-ID CONTRA CLIENTES.DAT
      *==   E O CODIGO CONTRA ESTOQUE.DAT. JANELAS DO MESMO CLIENTE E
      *==   PRODUTO NAO PODEM SE SOBREPOR (O PEDIDOS PRECISA DE UM SO
      *==   PRECO EM VIGOR). FIM ZERADO = SEM DATA DE FIM
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECOCLI ASSIGN TO DYNAMIC WRK-PRC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-CHAVE
               FILE STATUS IS FS-PRECOCLI.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT PRECOCLI-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== PRECO DE CONTRATO POR CLIENTE E PRODUTO, UMA LINHA POR
      *== JANELA DE VIGENCIA
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

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

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

       FD  PRECOCLI-LOG.
       01  LOG-LINHA            PIC X(180).

       WORKING-STORAGE             SECTION.
       77  WRK-PRC-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PRC-PATH: VARIAVEL DE AMBIENTE "PRECOCLI_PATH";
      *== SE NAO DEFINIDA, "PRECOCLI.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "PRECOCLI_LOG_PATH";
      *== SE NAO DEFINIDA, "PRECOCLI.LOG"
       77  FS-PRECOCLI     PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       77  WRK-CLIENTE-BUSCA PIC 9(04) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC X(08) VALUE SPACES.
       77  WRK-INICIO      PIC 9(08) VALUE ZEROS.
       77  WRK-FIM         PIC 9(08) VALUE ZEROS.
       77  WRK-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-SOBREPOE    PIC X(01) VALUE "N".
       77  WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-NOVO PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-LIDO PIC 9(08) VALUE ZEROS.
       77  WRK-PRECO-ED    PIC ZZZ.ZZ9,99.
       77  WRK-LISTA-ED    PIC ZZZ.ZZ9,99.
       01  WRK-REG-ANTES   PIC X(52) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(52) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "PRCMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "PRCMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-PRC-PATH FROM ENVIRONMENT "PRECOCLI_PATH".
           IF WRK-PRC-PATH EQUAL SPACES
               MOVE "PRECOCLI.DAT" TO WRK-PRC-PATH
           END-IF.
           OPEN I-O PRECOCLI.
           IF FS-PRECOCLI EQUAL 35
               OPEN OUTPUT PRECOCLI
               CLOSE PRECOCLI
               OPEN I-O PRECOCLI
           END-IF.
           IF FS-PRECOCLI NOT EQUAL 0
               DISPLAY "PRCMANT: FALHA AO ABRIR " WRK-PRC-PATH
                       " FS=" FS-PRECOCLI
               STOP RUN
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
               DISPLAY "PRCMANT: FALHA AO ABRIR " WRK-CLI-PATH
                       " FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 0
               DISPLAY "PRCMANT: FALHA AO ABRIR " WRK-EST-PATH
                       " FS=" FS-ESTOQUE
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "PRECOCLI_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "PRECOCLI.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND PRECOCLI-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT PRECOCLI-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-LISTAR CLIENTE  2-INCLUIR  3-ALTERAR  "
                   "4-EXCLUIR  5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-LISTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-ALTERAR
               WHEN 4
                   PERFORM 4000-EXCLUIR
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== TODAS AS JANELAS DO CLIENTE, PELA CHAVE CLIENTE + CODIGO
      *== + INICIO, COM O PRECO DE LISTA AO LADO PARA COMPARAR
       1000-LISTAR                 SECTION.
           DISPLAY "CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE-BUSCA.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE WRK-CLIENTE-BUSCA TO PRC-CLIENTE.
           MOVE LOW-VALUES TO PRC-CODIGO.
           MOVE ZEROS TO PRC-INICIO.
           MOVE "N" TO WRK-FIM-ITENS.
           START PRECOCLI KEY IS NOT LESS PRC-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           DISPLAY "CODIGO   INICIO   FIM        CONTRATO      LISTA".
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ PRECOCLI NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   IF PRC-CLIENTE NOT EQUAL WRK-CLIENTE-BUSCA
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       ADD 1 TO WRK-QTD-LISTA
                       MOVE ZEROS TO WRK-LISTA-ED
                       MOVE PRC-CODIGO TO EST-CODIGO
                       READ ESTOQUE KEY IS EST-CODIGO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE EST-PRECO TO WRK-LISTA-ED
                       END-READ
                       MOVE PRC-PRECO TO WRK-PRECO-ED
                       DISPLAY PRC-CODIGO " " PRC-INICIO " " PRC-FIM
                               " " WRK-PRECO-ED " " WRK-LISTA-ED
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "TOTAL DE PRECOS DO CLIENTE... " WRK-QTD-LISTA.

       2000-INCLUIR                SECTION.
           DISPLAY "CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE-BUSCA.
           MOVE WRK-CLIENTE-BUSCA TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO - CANCELADO"
           END-READ.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
               DISPLAY "CODIGO DO PRODUTO...  "
               MOVE SPACES TO WRK-CODIGO-BUSCA
               ACCEPT WRK-CODIGO-BUSCA
               MOVE WRK-CODIGO-BUSCA TO EST-CODIGO
               READ ESTOQUE KEY IS EST-CODIGO
                   INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO - CANCELADO"
               END-READ
               IF FS-ESTOQUE EQUAL 0
                   PERFORM 2050-DADOS-JANELA
               END-IF
           END-IF.

       2050-DADOS-JANELA           SECTION.
           MOVE EST-PRECO TO WRK-LISTA-ED.
           DISPLAY "PRODUTO " EST-CODIGO " " EST-DESCRICAO
                   " LISTA " WRK-LISTA-ED.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)...  ".
           ACCEPT WRK-INICIO.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD, 0 = SEM FIM)...  ".
           ACCEPT WRK-FIM.
           DISPLAY "PRECO DE CONTRATO...  ".
           ACCEPT WRK-PRECO.
           EVALUATE TRUE
               WHEN WRK-INICIO EQUAL ZEROS
                   DISPLAY "INICIO OBRIGATORIO - CANCELADO"
               WHEN WRK-FIM NOT EQUAL ZEROS
                   AND WRK-FIM LESS WRK-INICIO
                   DISPLAY "FIM ANTES DO INICIO - CANCELADO"
               WHEN WRK-PRECO EQUAL ZEROS
                   DISPLAY "PRECO ZERADO - CANCELADO"
               WHEN OTHER
                   MOVE HIGH-VALUES TO WRK-REG-ANTES
                   PERFORM 2500-VERIFICA-SOBREPOSICAO
                   IF WRK-SOBREPOE EQUAL "S"
                       DISPLAY "JANELA SOBREPOE OUTRA DO MESMO "
                               "CLIENTE E PRODUTO - CANCELADO"
                   ELSE
                       PERFORM 2100-GRAVA-NOVO
                   END-IF
           END-EVALUATE.

       2100-GRAVA-NOVO             SECTION.
           MOVE WRK-CLIENTE-BUSCA TO PRC-CLIENTE.
           MOVE WRK-CODIGO-BUSCA TO PRC-CODIGO.
           MOVE WRK-INICIO TO PRC-INICIO.
           MOVE WRK-FIM TO PRC-FIM.
           MOVE WRK-PRECO TO PRC-PRECO.
           MOVE WRK-SIG-OPERADOR TO PRC-OPERADOR.
           MOVE WRK-DATA-HOJE TO PRC-DATA-ALT.
           WRITE PRC-REG
               INVALID KEY
                   DISPLAY "JA EXISTE PRECO COM ESTE INICIO - USE "
                           "ALTERAR"
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE PRC-REG TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "PRECO DE CONTRATO INCLUIDO"
           END-WRITE.

      *== SO PRECO E FIM MUDAM; OUTRO INICIO E OUTRA JANELA (EXCLUIR
      *== E INCLUIR), PARA A CHAVE NAO ANDAR
       3000-ALTERAR                SECTION.
           PERFORM 9200-LE-CHAVE.
           IF FS-PRECOCLI EQUAL 0
               MOVE PRC-REG TO WRK-REG-ANTES
               MOVE PRC-PRECO TO WRK-PRECO-ED
               DISPLAY "ATUAL: FIM " PRC-FIM " PRECO " WRK-PRECO-ED
               DISPLAY "NOVO FIM (AAAAMMDD, 0 = SEM FIM)...  "
               ACCEPT WRK-FIM
               DISPLAY "NOVO PRECO DE CONTRATO...  "
               ACCEPT WRK-PRECO
               EVALUATE TRUE
                   WHEN WRK-FIM NOT EQUAL ZEROS
                       AND WRK-FIM LESS WRK-INICIO
                       DISPLAY "FIM ANTES DO INICIO - CANCELADO"
                   WHEN WRK-PRECO EQUAL ZEROS
                       DISPLAY "PRECO ZERADO - CANCELADO"
                   WHEN OTHER
                       PERFORM 2500-VERIFICA-SOBREPOSICAO
                       IF WRK-SOBREPOE EQUAL "S"
                           DISPLAY "JANELA SOBREPOE OUTRA DO MESMO "
                                   "CLIENTE E PRODUTO - CANCELADO"
                       ELSE
                           PERFORM 3100-REGRAVA
                       END-IF
               END-EVALUATE
           END-IF.

       3100-REGRAVA                SECTION.
           MOVE WRK-REG-ANTES TO PRC-REG.
           MOVE WRK-FIM TO PRC-FIM.
           MOVE WRK-PRECO TO PRC-PRECO.
           MOVE WRK-SIG-OPERADOR TO PRC-OPERADOR.
           MOVE WRK-DATA-HOJE TO PRC-DATA-ALT.
           REWRITE PRC-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FS=" FS-PRECOCLI
               NOT INVALID KEY
                   MOVE PRC-REG TO WRK-REG-DEPOIS
                   MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "PRECO DE CONTRATO ALTERADO"
           END-REWRITE.

       4000-EXCLUIR                SECTION.
           PERFORM 9200-LE-CHAVE.
           IF FS-PRECOCLI EQUAL 0
               MOVE PRC-REG TO WRK-REG-ANTES
               DELETE PRECOCLI RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR FS=" FS-PRECOCLI
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-REG-DEPOIS
                       MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "PRECO DE CONTRATO EXCLUIDO - VOLTA A "
                               "VALER O PRECO DE LISTA"
               END-DELETE
           END-IF.

      *== PERCORRE AS JANELAS DO MESMO CLIENTE E PRODUTO; A JANELA
      *== EM ALTERACAO (WRK-REG-ANTES) NAO CONTA CONTRA SI MESMA.
      *== FIM ZERADO VALE COMO 99999999
       2500-VERIFICA-SOBREPOSICAO  SECTION.
           MOVE "N" TO WRK-SOBREPOE.
           MOVE WRK-FIM TO WRK-LIMITE-NOVO.
           IF WRK-LIMITE-NOVO EQUAL ZEROS
               MOVE 99999999 TO WRK-LIMITE-NOVO
           END-IF.
           MOVE WRK-CLIENTE-BUSCA TO PRC-CLIENTE.
           MOVE WRK-CODIGO-BUSCA TO PRC-CODIGO.
           MOVE ZEROS TO PRC-INICIO.
           MOVE "N" TO WRK-FIM-ITENS.
           START PRECOCLI KEY IS NOT LESS PRC-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ PRECOCLI NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   IF PRC-CLIENTE NOT EQUAL WRK-CLIENTE-BUSCA
                       OR PRC-CODIGO NOT EQUAL WRK-CODIGO-BUSCA
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       IF PRC-CHAVE NOT EQUAL WRK-REG-ANTES(1:20)
                           MOVE PRC-FIM TO WRK-LIMITE-LIDO
                           IF WRK-LIMITE-LIDO EQUAL ZEROS
                               MOVE 99999999 TO WRK-LIMITE-LIDO
                           END-IF
                           IF PRC-INICIO NOT GREATER WRK-LIMITE-NOVO
                               AND WRK-INICIO NOT GREATER
                                   WRK-LIMITE-LIDO
                               MOVE "S" TO WRK-SOBREPOE
                               MOVE "S" TO WRK-FIM-ITENS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       9200-LE-CHAVE               SECTION.
           DISPLAY "CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE-BUSCA.
           DISPLAY "CODIGO DO PRODUTO...  ".
           MOVE SPACES TO WRK-CODIGO-BUSCA.
           ACCEPT WRK-CODIGO-BUSCA.
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD)...  ".
           ACCEPT WRK-INICIO.
           MOVE WRK-CLIENTE-BUSCA TO PRC-CLIENTE.
           MOVE WRK-CODIGO-BUSCA TO PRC-CODIGO.
           MOVE WRK-INICIO TO PRC-INICIO.
           READ PRECOCLI KEY IS PRC-CHAVE
               INVALID KEY
                   DISPLAY "PRECO DE CONTRATO NAO ENCONTRADO"
           END-READ.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-OPERACAO
                  " ANTES=[" WRK-REG-ANTES
                  "] DEPOIS=[" WRK-REG-DEPOIS "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE PRECOCLI.
           CLOSE CLIENTES.
           CLOSE ESTOQUE.
           CLOSE PRECOCLI-LOG.
