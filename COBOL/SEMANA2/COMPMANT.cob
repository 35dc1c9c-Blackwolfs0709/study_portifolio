       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DOS PEDIDOS DE COMPRA (PEDCOMPRA.DAT)
      *==           - O COMPRADOR GERA O PEDIDO DIRETO DA LISTA DE
      *==           REPOSICAO (MESMO CRITERIO DO ESTREPO: SALDO
      *==           ABAIXO DO PONTO DE PEDIDO), INFORMANDO
      *==           FORNECEDOR, QUANTIDADE, CUSTO UNITARIO ACERTADO
      *==           E DATA PREVISTA DE ENTREGA; TAMBEM INCLUI PEDIDO
      *==           AVULSO, CONSULTA E CANCELA ITEM - "PEDIMOS?" SAI
      *==           DO SISTEMA E NAO DO E-MAIL DO COMPRADOR
      *== DATA: 07/09/2026
      *== OBSERVAÇÕES: UM REGISTRO POR ITEM (NUMERO + SEQUENCIA, NO
      *==   MOLDE DO PEDITENS), NUMERADO PELO CONTADOR PROPRIO
      *==   PEDCOMPRA.CTL; O RECEBIMENTO (RECEBE) BAIXA AS
      *==   QUANTIDADES; ANTES/DEPOIS EM PEDCOMPRA.LOG
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPRAS ASSIGN TO DYNAMIC WRK-CMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-CODIGO WITH DUPLICATES
               FILE STATUS IS FS-COMPRAS.
           SELECT COMPRAS-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT FORNECEDORES ASSIGN TO DYNAMIC WRK-FOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
           SELECT COMPRAS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== ITEM DO PEDIDO DE COMPRA
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
      *== CMP-CUSTO: CUSTO UNITARIO ACERTADO COM O FORNECEDOR
           05 CMP-EMISSAO        PIC 9(08).
           05 CMP-PREVISTA       PIC 9(08).
           05 CMP-SITUACAO       PIC X(01).
      *== CMP-SITUACAO: "A" = ABERTO   "P" = RECEBIDO EM PARTE
      *== "R" = RECEBIDO   "C" = CANCELADO
           05 CMP-DATA-SITUACAO  PIC 9(08).

       FD  COMPRAS-CTL.
       01  CPC-REG.
           05 CPC-PROXIMO        PIC 9(06).

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

       FD  FORNECEDORES.
       01  FOR-REG.
           05 FOR-CODIGO         PIC 9(04).
           05 FOR-NOME           PIC X(30).
           05 FOR-CNPJ           PIC 9(14).
           05 FOR-BANCO          PIC 9(03).
           05 FOR-AGENCIA        PIC 9(04).
           05 FOR-CONTA-EXT      PIC X(12).
           05 FOR-PRAZO          PIC 9(03).
           05 FOR-SITUACAO       PIC X(01).

       FD  COMPRAS-LOG.
       01  LOG-LINHA            PIC X(180).

       WORKING-STORAGE             SECTION.
       77  WRK-CMP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CMP-PATH: VARIAVEL DE AMBIENTE "PEDCOMPRA_PATH";
      *== SE NAO DEFINIDA, "PEDCOMPRA.DAT"
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "PEDCOMPRA_CTL_PATH";
      *== SE NAO DEFINIDA, "PEDCOMPRA.CTL" - PROXIMO NUMERO
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "PEDCOMPRA_LOG_PATH";
      *== SE NAO DEFINIDA, "PEDCOMPRA.LOG"
       77  FS-COMPRAS      PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(65) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(65) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77  WRK-SEQ         PIC 9(02) VALUE ZEROS.
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77  WRK-PREVISTA    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD         PIC 9(06) VALUE ZEROS.
       77  WRK-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77  WRK-SUGERIDA    PIC S9(07) VALUE ZEROS.
       77  WRK-EM-PEDIDO   PIC 9(07) VALUE ZEROS.
       77  WRK-CODIGO      PIC X(08) VALUE SPACES.
       77  WRK-FIM-ITENS   PIC X(01) VALUE "N".
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-CUSTO-ED    PIC ZZZ.ZZ9,99.

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "COMPMANT".
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
               DISPLAY "COMPMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-CMP-PATH FROM ENVIRONMENT "PEDCOMPRA_PATH".
           IF WRK-CMP-PATH EQUAL SPACES
               MOVE "PEDCOMPRA.DAT" TO WRK-CMP-PATH
           END-IF.
           OPEN I-O COMPRAS.
           IF FS-COMPRAS EQUAL 35
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN I-O COMPRAS
           END-IF.
           IF FS-COMPRAS NOT EQUAL 0
               DISPLAY "COMPMANT: FALHA AO ABRIR " WRK-CMP-PATH
                       " FS=" FS-COMPRAS
               STOP RUN
           END-IF.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT EQUAL 0
               DISPLAY "COMPMANT: FALHA AO ABRIR " WRK-EST-PATH
                       " FS=" FS-ESTOQUE
               STOP RUN
           END-IF.
           ACCEPT WRK-FOR-PATH FROM ENVIRONMENT "FORNEC_PATH".
           IF WRK-FOR-PATH EQUAL SPACES
               MOVE "FORNEC.DAT" TO WRK-FOR-PATH
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
               DISPLAY "COMPMANT: FALHA AO ABRIR " WRK-FOR-PATH
                       " FS=" FS-FORNECEDORES
               STOP RUN
           END-IF.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "PEDCOMPRA_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "PEDCOMPRA.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE 1 TO WRK-PROXIMO.
           OPEN INPUT COMPRAS-CTL.
           IF FS-CONTROLE EQUAL 0
               READ COMPRAS-CTL
                   AT END CONTINUE
                   NOT AT END MOVE CPC-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE COMPRAS-CTL
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "PEDCOMPRA_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "PEDCOMPRA.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND COMPRAS-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT COMPRAS-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-GERAR DA REPOSICAO  "
                   "3-INCLUIR AVULSO  4-CANCELAR ITEM  5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-GERA-REPOSICAO
               WHEN 3
                   PERFORM 3000-INCLUIR-AVULSO
               WHEN 4
                   PERFORM 4000-CANCELAR-ITEM
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-CONSULTAR              SECTION.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA...  ".
           ACCEPT WRK-NUMERO.
           MOVE "N" TO WRK-ACHOU.
           MOVE WRK-NUMERO TO CMP-NUMERO.
           MOVE ZEROS TO CMP-SEQ.
           MOVE "N" TO WRK-FIM-ITENS.
           START COMPRAS KEY IS NOT LESS CMP-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ COMPRAS NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   IF CMP-NUMERO NOT EQUAL WRK-NUMERO
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       IF WRK-ACHOU EQUAL "N"
                           MOVE "S" TO WRK-ACHOU
                           DISPLAY "FORNECEDOR... " CMP-FORNECEDOR
                                   "  EMISSAO " CMP-EMISSAO
                                   "  PREVISTA " CMP-PREVISTA
                           DISPLAY "SQ CODIGO    PEDIDA RECEBIDA "
                                   "CUSTO UNIT.  SIT"
                       END-IF
                       MOVE CMP-CUSTO TO WRK-CUSTO-ED
                       DISPLAY CMP-SEQ " " CMP-CODIGO "  "
                               CMP-QTD-PEDIDA " " CMP-QTD-RECEBIDA
                               "   " WRK-CUSTO-ED "  " CMP-SITUACAO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
           END-IF.

      *== MESMO CRITERIO DO ESTREPO: SO OFERECE O QUE ESTA ABAIXO DO
      *== PONTO DE PEDIDO; A SUGESTAO DESCONTA O QUE JA ESTA PEDIDO E
      *== NAO CHEGOU, PARA O MESMO FURO NAO SER COMPRADO DUAS VEZES
       2000-GERA-REPOSICAO         SECTION.
           PERFORM 2100-CABECALHO-PEDIDO.
           IF WRK-FORNECEDOR NOT EQUAL ZEROS
               MOVE LOW-VALUES TO EST-CODIGO
               START ESTOQUE KEY IS NOT LESS EST-CODIGO
                   INVALID KEY MOVE 10 TO FS-ESTOQUE
               END-START
               IF FS-ESTOQUE NOT EQUAL 10
                   READ ESTOQUE NEXT
                       AT END MOVE 10 TO FS-ESTOQUE
                   END-READ
               END-IF
               PERFORM UNTIL FS-ESTOQUE EQUAL 10
                       OR WRK-SEQ EQUAL 99
                   IF EST-SALDO LESS EST-PONTO-PEDIDO
                       PERFORM 5100-SOMA-EM-PEDIDO
                       COMPUTE WRK-SUGERIDA = EST-PONTO-PEDIDO
                           - EST-SALDO - WRK-EM-PEDIDO
                       IF WRK-SUGERIDA LESS ZEROS
                           MOVE ZEROS TO WRK-SUGERIDA
                       END-IF
                       DISPLAY EST-CODIGO " " EST-DESCRICAO
                               " SALDO " EST-SALDO
                               " PONTO " EST-PONTO-PEDIDO
                               " EM PEDIDO " WRK-EM-PEDIDO
                               " SUGERIDO " WRK-SUGERIDA
                       DISPLAY "QUANTIDADE A PEDIR (0=NAO PEDIR)...  "
                       ACCEPT WRK-QTD
                       IF WRK-QTD GREATER ZEROS
                           MOVE EST-CODIGO TO WRK-CODIGO
                           PERFORM 2200-GRAVA-ITEM
                       END-IF
                   END-IF
                   READ ESTOQUE NEXT
                       AT END MOVE 10 TO FS-ESTOQUE
                   END-READ
               END-PERFORM
               PERFORM 2300-FECHA-PEDIDO
           END-IF.

       2100-CABECALHO-PEDIDO       SECTION.
           MOVE ZEROS TO WRK-SEQ.
           DISPLAY "FORNECEDOR (CODIGO)...  ".
           ACCEPT WRK-FORNECEDOR.
           DISPLAY "DATA PREVISTA DE ENTREGA (AAAAMMDD)...  ".
           ACCEPT WRK-PREVISTA.
           MOVE WRK-PREVISTA TO WRK-DATAVAL-ENTRADA.
           CALL "DATAMES" USING WRK-DATAVAL-AREA.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY MOVE SPACES TO FOR-SITUACAO
           END-READ.
           EVALUATE TRUE
               WHEN WRK-FORNECEDOR EQUAL ZEROS
                   DISPLAY "FORNECEDOR NAO INFORMADO - CANCELADO"
               WHEN FOR-SITUACAO NOT EQUAL "A"
                   DISPLAY "FORNECEDOR INEXISTENTE OU INATIVO - "
                           "CANCELADO"
                   MOVE ZEROS TO WRK-FORNECEDOR
               WHEN WRK-DATAVAL-VALIDA NOT EQUAL "S"
                   DISPLAY "DATA PREVISTA INVALIDA - CANCELADO"
                   MOVE ZEROS TO WRK-FORNECEDOR
               WHEN WRK-PREVISTA LESS WRK-DATA-HOJE
                   DISPLAY "DATA PREVISTA NO PASSADO - CANCELADO"
                   MOVE ZEROS TO WRK-FORNECEDOR
               WHEN OTHER
                   MOVE WRK-PROXIMO TO WRK-NUMERO
                   DISPLAY "PEDIDO DE COMPRA NUMERO " WRK-NUMERO
           END-EVALUATE.

      *== UMA LINHA POR ITEM; O CUSTO ACERTADO E PEDIDO A CADA ITEM
       2200-GRAVA-ITEM             SECTION.
           DISPLAY "CUSTO UNITARIO ACERTADO...  ".
           ACCEPT WRK-CUSTO.
           IF WRK-CUSTO EQUAL ZEROS
               DISPLAY "CUSTO ZERADO - ITEM NAO INCLUIDO"
           ELSE
               ADD 1 TO WRK-SEQ
               MOVE SPACES TO CMP-REG
               MOVE WRK-NUMERO     TO CMP-NUMERO
               MOVE WRK-SEQ        TO CMP-SEQ
               MOVE WRK-FORNECEDOR TO CMP-FORNECEDOR
               MOVE WRK-CODIGO     TO CMP-CODIGO
               MOVE WRK-QTD        TO CMP-QTD-PEDIDA
               MOVE ZEROS          TO CMP-QTD-RECEBIDA
               MOVE WRK-CUSTO      TO CMP-CUSTO
               MOVE WRK-DATA-HOJE  TO CMP-EMISSAO
               MOVE WRK-PREVISTA   TO CMP-PREVISTA
               MOVE "A"            TO CMP-SITUACAO
               MOVE WRK-DATA-HOJE  TO CMP-DATA-SITUACAO
               WRITE CMP-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR ITEM FS=" FS-COMPRAS
                       SUBTRACT 1 FROM WRK-SEQ
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-REG-ANTES
                       MOVE CMP-REG TO WRK-REG-DEPOIS
                       MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
               END-WRITE
           END-IF.

      *== O NUMERO SO E CONSUMIDO SE O PEDIDO GANHOU ALGUM ITEM; O
      *== CONTADOR E REGRAVADO NA HORA, COMO NO BOLETOLIB
       2300-FECHA-PEDIDO           SECTION.
           IF WRK-SEQ EQUAL ZEROS
               DISPLAY "NENHUM ITEM PEDIDO - NUMERO NAO CONSUMIDO"
           ELSE
               ADD 1 TO WRK-PROXIMO
               OPEN OUTPUT COMPRAS-CTL
               MOVE WRK-PROXIMO TO CPC-PROXIMO
               WRITE CPC-REG
               CLOSE COMPRAS-CTL
               DISPLAY "PEDIDO DE COMPRA " WRK-NUMERO " GRAVADO COM "
                       WRK-SEQ " ITEM(NS)"
           END-IF.

       3000-INCLUIR-AVULSO         SECTION.
           PERFORM 2100-CABECALHO-PEDIDO.
           IF WRK-FORNECEDOR NOT EQUAL ZEROS
               MOVE "N" TO WRK-FIM-ITENS
               PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                       OR WRK-SEQ EQUAL 99
                   DISPLAY "CODIGO DO PRODUTO (BRANCO=FIM)...  "
                   MOVE SPACES TO WRK-CODIGO
                   ACCEPT WRK-CODIGO
                   IF WRK-CODIGO EQUAL SPACES
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       MOVE WRK-CODIGO TO EST-CODIGO
                       READ ESTOQUE KEY IS EST-CODIGO
                           INVALID KEY
                               DISPLAY "PRODUTO NAO CADASTRADO"
                       END-READ
                       IF FS-ESTOQUE EQUAL 0
                           DISPLAY "QUANTIDADE...  "
                           ACCEPT WRK-QTD
                           IF WRK-QTD EQUAL ZEROS
                               DISPLAY "QUANTIDADE ZERADA - IGNORADO"
                           ELSE
                               PERFORM 2200-GRAVA-ITEM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM 2300-FECHA-PEDIDO
           END-IF.

      *== ITEM JA RECEBIDO EM PARTE E CANCELADO SO NO QUE FALTA: A
      *== QUANTIDADE RECEBIDA FICA REGISTRADA NO PROPRIO ITEM
       4000-CANCELAR-ITEM          SECTION.
           DISPLAY "NUMERO DO PEDIDO DE COMPRA...  ".
           ACCEPT CMP-NUMERO.
           DISPLAY "SEQUENCIA DO ITEM...  ".
           ACCEPT CMP-SEQ.
           READ COMPRAS KEY IS CMP-CHAVE
               INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO"
           END-READ.
           IF FS-COMPRAS EQUAL 0
               IF CMP-SITUACAO EQUAL "R" OR CMP-SITUACAO EQUAL "C"
                   DISPLAY "ITEM JA ENCERRADO (SITUACAO "
                           CMP-SITUACAO ")"
               ELSE
                   MOVE CMP-REG TO WRK-REG-ANTES
                   MOVE "C" TO CMP-SITUACAO
                   MOVE WRK-DATA-HOJE TO CMP-DATA-SITUACAO
                   REWRITE CMP-REG
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR FS=" FS-COMPRAS
                       NOT INVALID KEY
                           MOVE CMP-REG TO WRK-REG-DEPOIS
                           MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "ITEM CANCELADO"
                   END-REWRITE
               END-IF
           END-IF.

      *== QUANTIDADE JA PEDIDA E AINDA NAO RECEBIDA DO PRODUTO EM
      *== EST-CODIGO, PELA CHAVE ALTERNATIVA CMP-CODIGO
       5100-SOMA-EM-PEDIDO         SECTION.
           MOVE ZEROS TO WRK-EM-PEDIDO.
           MOVE EST-CODIGO TO CMP-CODIGO.
           MOVE "N" TO WRK-FIM-ITENS.
           START COMPRAS KEY IS EQUAL CMP-CODIGO
               INVALID KEY MOVE "S" TO WRK-FIM-ITENS
           END-START.
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ COMPRAS NEXT
                   AT END MOVE "S" TO WRK-FIM-ITENS
               END-READ
               IF WRK-FIM-ITENS EQUAL "N"
                   IF CMP-CODIGO NOT EQUAL EST-CODIGO
                       MOVE "S" TO WRK-FIM-ITENS
                   ELSE
                       IF (CMP-SITUACAO EQUAL "A"
                           OR CMP-SITUACAO EQUAL "P")
                           AND CMP-QTD-PEDIDA GREATER CMP-QTD-RECEBIDA
                           COMPUTE WRK-EM-PEDIDO = WRK-EM-PEDIDO
                               + CMP-QTD-PEDIDA - CMP-QTD-RECEBIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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
           CLOSE COMPRAS.
           CLOSE ESTOQUE.
           CLOSE FORNECEDORES.
           CLOSE COMPRAS-LOG.
