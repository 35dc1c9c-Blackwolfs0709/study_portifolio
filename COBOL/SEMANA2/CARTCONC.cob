       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTCONC.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CONCILIACAO DO CARTAO - IMPORTA O ARQUIVO DE
      *==           LIQUIDACAO DA CREDENCIADORA E CASA CADA LINHA COM
      *==           A VENDA NO CARTAO (VENDACAR.DAT, GRAVADA PELO
      *==           PEDIDOS) PELA AUTORIZACAO E BANDEIRA. A PARCELA
      *==           LIQUIDADA VAI AO RAZAO (LIQUIDO EM CAIXA, TAXA EM
      *==           DESPCART, CONTRA VENDAS); O CHARGEBACK ESTORNA A
      *==           VENDA. NO FIM, APONTA AS VENDAS QUE A CREDENCIADORA
      *==           JA DEVIA TER PAGO E NAO PAGOU
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: CARTCONC_DATA_MOVIMENTO (AAAAMMDD) REPROCESSA
      *==   UM DIA; EM BRANCO, A DATA CORRENTE. A TAXA CONTRATADA POR
      *==   BANDEIRA E FAIXA DE PARCELAS FICA EM TAXACART.TAB; TAXA
      *==   COBRADA ACIMA DELA SAI APONTADA (A LIQUIDACAO E POSTADA
      *==   PELO QUE ENTROU DE FATO). PRAZO DA CREDENCIADORA NO
      *==   PARAMETRO CARTAO_PRAZO_DIAS (PADRAO 30 DIAS PARA A
      *==   PRIMEIRA PARCELA, MAIS 30 POR PARCELA SEGUINTE). DIA SEM
      *==   ARQUIVO DE LIQUIDACAO SO FAZ A VARREDURA DAS EM ATRASO.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQCART ASSIGN TO DYNAMIC WRK-LIQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIQCART.
           SELECT VENDACAR ASSIGN TO DYNAMIC WRK-VCR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCR-PEDIDO
               ALTERNATE RECORD KEY IS VCR-AUTORIZACAO WITH DUPLICATES
               FILE STATUS IS FS-VENDACAR.
           SELECT TAXACART ASSIGN TO DYNAMIC WRK-TXC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAXACART.

       DATA DIVISION.
       FILE SECTION.
      *== UMA LINHA POR PARCELA LIQUIDADA OU CHARGEBACK, NO LAYOUT
      *== COMBINADO COM A CREDENCIADORA
       FD  LIQCART.
       01  LIQ-REG.
           05 LIQ-TIPO           PIC X(01).
      *== LIQ-TIPO: "V" = PARCELA DE VENDA LIQUIDADA
      *== "C" = CHARGEBACK (VENDA CONTESTADA, VALOR RETIDO)
           05 LIQ-DATA           PIC 9(08).
           05 LIQ-AUTORIZACAO    PIC X(06).
           05 LIQ-BANDEIRA       PIC X(10).
           05 LIQ-PARCELA        PIC 9(02).
           05 LIQ-VALOR-BRUTO    PIC 9(09)V99.
           05 LIQ-TAXA           PIC 9(09)V99.
           05 LIQ-VALOR-LIQUIDO  PIC 9(09)V99.

      *== VENDAS PAGAS NO CARTAO (GRAVADAS PELO PEDIDOS)
       FD  VENDACAR.
       01  VCR-REG.
           05 VCR-PEDIDO         PIC 9(06).
           05 VCR-NOTA           PIC 9(08).
           05 VCR-CLIENTE        PIC 9(04).
           05 VCR-DATA           PIC 9(08).
           05 VCR-AUTORIZACAO    PIC X(06).
           05 VCR-BANDEIRA       PIC X(10).
           05 VCR-PARCELAS       PIC 9(02).
           05 VCR-VALOR          PIC 9(09)V99.
           05 VCR-PARC-PAGAS     PIC 9(02).
           05 VCR-VALOR-PAGO     PIC 9(09)V99.
           05 VCR-TAXA-PAGA      PIC 9(09)V99.
           05 VCR-SITUACAO       PIC X(01).
      *== VCR-SITUACAO: "A" = A RECEBER   "L" = LIQUIDADA
      *== "E" = CHARGEBACK   "C" = PEDIDO CANCELADO (PEDCANC)
           05 VCR-DATA-SITUACAO  PIC 9(08).

      *== TAXA CONTRATADA: BANDEIRA, ATE QUANTAS PARCELAS E O
      *== PERCENTUAL; AS FAIXAS DE UMA BANDEIRA EM ORDEM CRESCENTE
       FD  TAXACART.
       01  TXC-REG.
           05 TXC-BANDEIRA       PIC X(10).
           05 TXC-PARCELAS-ATE   PIC 9(02).
           05 TXC-PERCENTUAL     PIC 9(02)V99.

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-LIQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LIQ-PATH: VARIAVEL DE AMBIENTE "CARTCONC_LIQ_PATH";
      *== SE NAO DEFINIDA, "LIQCART.DAT"
       77  WRK-VCR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-VCR-PATH: VARIAVEL DE AMBIENTE "VENDACAR_PATH";
      *== SE NAO DEFINIDA, "VENDACAR.DAT"
       77  WRK-TXC-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TXC-PATH: VARIAVEL DE AMBIENTE "TAXACART_PATH";
      *== SE NAO DEFINIDA, "TAXACART.TAB"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CARTCONC_REL_PATH";
      *== SE NAO DEFINIDA, "CARTCONC.REL"
       77  FS-LIQCART      PIC 9(02) VALUE ZEROS.
       77  FS-VENDACAR     PIC 9(02) VALUE ZEROS.
       77  FS-TAXACART     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-TEM-VENDAS  PIC X(01) VALUE "N".
       77  WRK-TEM-LIQ     PIC X(01) VALUE "N".
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-MOTIVO      PIC X(45) VALUE SPACES.
       77  WRK-PRAZO-DIAS  PIC 9(03) VALUE 30.
       77  WRK-DIAS-VENDA  PIC S9(06) VALUE ZEROS.
       77  WRK-ESPERADAS   PIC 9(04) VALUE ZEROS.
       77  WRK-PERCENTUAL  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TEM-TAXA    PIC X(01) VALUE "N".
       77  WRK-TAXA-CONTRATO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED     PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-LIQUIDO-ED  PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CHARGEBACK PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-TAXA-ALTA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NAO-PAGA PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-LIQUIDO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SOMA-TAXA   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SOMA-CHARGEBACK PIC 9(011)V99 VALUE ZEROS.

      *== TAXAS CONTRATADAS (TAXACART.TAB) EM MEMORIA
       77  WRK-QTD-TAXAS   PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TAXAS.
           05 WRK-TXC-ITEM OCCURS 100 TIMES.
               10 WRK-TXC-BANDEIRA   PIC X(10).
               10 WRK-TXC-ATE        PIC 9(02).
               10 WRK-TXC-PERCENTUAL PIC 9(02)V99.
       77  WRK-IDX-TXC     PIC 9(03) VALUE ZEROS.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "CARTCONC".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "CARTCONC".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "CARTCONC".
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
           IF WRK-TEM-VENDAS EQUAL "S"
               IF WRK-TEM-LIQ EQUAL "S"
                   PERFORM 0200-PROCESSAR
               END-IF
               PERFORM 0400-VENDAS-EM-ATRASO
           END-IF.
           PERFORM 0500-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           MOVE "LIQCART.DAT VENDACAR.DAT TAXACART.TAB"
               TO WRK-RUN-ARQUIVOS.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "CARTCONC_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-HOJE =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           MOVE "CARTAO_PRAZO_DIAS" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PRAZO-DIAS =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-VCR-PATH FROM ENVIRONMENT "VENDACAR_PATH".
           IF WRK-VCR-PATH EQUAL SPACES
               MOVE "VENDACAR.DAT" TO WRK-VCR-PATH
           END-IF.
           ACCEPT WRK-LIQ-PATH FROM ENVIRONMENT "CARTCONC_LIQ_PATH".
           IF WRK-LIQ-PATH EQUAL SPACES
               MOVE "LIQCART.DAT" TO WRK-LIQ-PATH
           END-IF.
           ACCEPT WRK-TXC-PATH FROM ENVIRONMENT "TAXACART_PATH".
           IF WRK-TXC-PATH EQUAL SPACES
               MOVE "TAXACART.TAB" TO WRK-TXC-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CARTCONC_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CARTCONC.REL" TO WRK-REL-PATH
           END-IF.
      *== SEM VENDACAR.DAT NENHUM PEDIDO FOI PAGO NO CARTAO AINDA:
      *== O PASSO TERMINA OK SEM CONCILIAR NADA
           OPEN I-O VENDACAR.
           EVALUATE FS-VENDACAR
               WHEN 0
                   MOVE "S" TO WRK-TEM-VENDAS
               WHEN 35
                   DISPLAY "CARTCONC: SEM " WRK-VCR-PATH
                           " - NENHUMA VENDA NO CARTAO A CONCILIAR"
               WHEN OTHER
                   MOVE "VENDACAR.DAT" TO WRK-FS-ARQUIVO
                   MOVE "OPEN" TO WRK-FS-OPERACAO
                   MOVE FS-VENDACAR TO WRK-FS-STATUS
                   PERFORM 9500-TRATA-ARQUIVO
           END-EVALUATE.
           IF WRK-TEM-VENDAS EQUAL "S"
               OPEN INPUT LIQCART
               IF FS-LIQCART EQUAL 0
                   MOVE "S" TO WRK-TEM-LIQ
               ELSE
                   DISPLAY "CARTCONC: SEM ARQUIVO " WRK-LIQ-PATH
                           " - SO A VARREDURA DAS VENDAS EM ATRASO"
               END-IF
               PERFORM 0110-CARREGA-TAXAS
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "CONCILIACAO DO CARTAO" TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0110-CARREGA-TAXAS          SECTION.
           OPEN INPUT TAXACART.
           IF FS-TAXACART NOT EQUAL 0
               DISPLAY "CARTCONC: SEM " WRK-TXC-PATH
                       " - TAXA COBRADA NAO SERA CONFERIDA"
           ELSE
               READ TAXACART
                   AT END MOVE 10 TO FS-TAXACART
               END-READ
               PERFORM UNTIL FS-TAXACART EQUAL 10
                   IF WRK-QTD-TAXAS GREATER OR EQUAL 100
                       DISPLAY "CARTCONC: TAXACART.TAB TEM MAIS DE "
                               "100 LINHAS - EXCEDENTE IGNORADO"
                       MOVE 10 TO FS-TAXACART
                   ELSE
                       IF TXC-PARCELAS-ATE IS NUMERIC
                           AND TXC-PERCENTUAL IS NUMERIC
                           ADD 1 TO WRK-QTD-TAXAS
                           MOVE TXC-BANDEIRA
                               TO WRK-TXC-BANDEIRA(WRK-QTD-TAXAS)
                           MOVE TXC-PARCELAS-ATE
                               TO WRK-TXC-ATE(WRK-QTD-TAXAS)
                           MOVE TXC-PERCENTUAL
                               TO WRK-TXC-PERCENTUAL(WRK-QTD-TAXAS)
                       END-IF
                       READ TAXACART
                           AT END MOVE 10 TO FS-TAXACART
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE TAXACART
           END-IF.

       0200-PROCESSAR              SECTION.
           READ LIQCART
               AT END MOVE 10 TO FS-LIQCART
           END-READ.
           PERFORM UNTIL FS-LIQCART EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 0210-VALIDA-LINHA
               IF WRK-MOTIVO EQUAL SPACES
                   IF LIQ-TIPO EQUAL "V"
                       PERFORM 0230-LIQUIDA-PARCELA
                   ELSE
                       PERFORM 0250-CHARGEBACK
                   END-IF
               ELSE
                   PERFORM 0290-REJEITA
               END-IF
               READ LIQCART
                   AT END MOVE 10 TO FS-LIQCART
               END-READ
           END-PERFORM.
           CLOSE LIQCART.

      *== A PRIMEIRA REGRA QUE FALHAR VIRA O MOTIVO DA EXCECAO
       0210-VALIDA-LINHA           SECTION.
           EVALUATE TRUE
               WHEN LIQ-TIPO NOT EQUAL "V"
                   AND LIQ-TIPO NOT EQUAL "C"
                   MOVE "TIPO DE LINHA INVALIDO" TO WRK-MOTIVO
               WHEN LIQ-DATA NOT NUMERIC
                   OR LIQ-PARCELA NOT NUMERIC
                   OR LIQ-VALOR-BRUTO NOT NUMERIC
                   OR LIQ-TAXA NOT NUMERIC
                   OR LIQ-VALOR-LIQUIDO NOT NUMERIC
                   MOVE "CAMPO NUMERICO INVALIDO" TO WRK-MOTIVO
               WHEN LIQ-TIPO EQUAL "V"
                   AND LIQ-VALOR-BRUTO - LIQ-TAXA
                       NOT EQUAL LIQ-VALOR-LIQUIDO
                   MOVE "LIQUIDO NAO FECHA COM BRUTO - TAXA"
                       TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0220-LOCALIZA-VENDA
               IF WRK-ACHOU EQUAL "N"
                   MOVE "SEM VENDA COM ESTA AUTORIZACAO/BANDEIRA"
                       TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               EVALUATE TRUE
                   WHEN VCR-SITUACAO EQUAL "C"
                       MOVE "VENDA CANCELADA - ESTORNAR NA CREDENC."
                           TO WRK-MOTIVO
                   WHEN VCR-SITUACAO EQUAL "E"
                       MOVE "VENDA JA ESTORNADA POR CHARGEBACK"
                           TO WRK-MOTIVO
                   WHEN LIQ-TIPO EQUAL "V"
                       AND VCR-SITUACAO EQUAL "L"
                       MOVE "VENDA JA LIQUIDADA" TO WRK-MOTIVO
                   WHEN LIQ-TIPO EQUAL "V"
                       AND (LIQ-PARCELA NOT GREATER VCR-PARC-PAGAS
                        OR LIQ-PARCELA GREATER VCR-PARCELAS)
                       MOVE "PARCELA JA LIQUIDADA OU INEXISTENTE"
                           TO WRK-MOTIVO
               END-EVALUATE
           END-IF.

      *== A AUTORIZACAO PODE SE REPETIR ENTRE BANDEIRAS: PERCORRE AS
      *== VENDAS DA MESMA AUTORIZACAO ATE BATER A BANDEIRA
       0220-LOCALIZA-VENDA         SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE LIQ-AUTORIZACAO TO VCR-AUTORIZACAO.
           START VENDACAR KEY IS EQUAL VCR-AUTORIZACAO
               INVALID KEY MOVE 23 TO FS-VENDACAR
           END-START.
           IF FS-VENDACAR EQUAL 0
               READ VENDACAR NEXT
                   AT END MOVE 10 TO FS-VENDACAR
               END-READ
               PERFORM UNTIL FS-VENDACAR GREATER 2
                   OR VCR-AUTORIZACAO NOT EQUAL LIQ-AUTORIZACAO
                   OR WRK-ACHOU EQUAL "S"
                   IF VCR-BANDEIRA EQUAL LIQ-BANDEIRA
                       MOVE "S" TO WRK-ACHOU
                   ELSE
                       READ VENDACAR NEXT
                           AT END MOVE 10 TO FS-VENDACAR
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-VENDACAR.

      *== PARCELA PAGA: O LIQUIDO ENTRA NO CAIXA E A TAXA VAI PARA A
      *== DESPESA DE CARTAO, AS DUAS CONTRA VENDAS (A VENDA NO CARTAO
      *== NAO FOI AO RAZAO NO FATURAMENTO). PAGA A ULTIMA PARCELA, A
      *== VENDA FICA LIQUIDADA
       0230-LIQUIDA-PARCELA        SECTION.
           MOVE LIQ-DATA TO WRK-RAZ-DATA.
           MOVE VCR-PEDIDO TO WRK-RAZ-REF.
           MOVE "CAIXA" TO WRK-RAZ-DEBITO.
           MOVE "VENDAS" TO WRK-RAZ-CREDITO.
           MOVE LIQ-VALOR-LIQUIDO TO WRK-RAZ-VALOR.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.
           IF LIQ-TAXA GREATER ZEROS
               MOVE "DESPCART" TO WRK-RAZ-DEBITO
               MOVE "VENDAS" TO WRK-RAZ-CREDITO
               MOVE LIQ-TAXA TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           ADD 1 TO VCR-PARC-PAGAS.
           ADD LIQ-VALOR-BRUTO TO VCR-VALOR-PAGO.
           ADD LIQ-TAXA TO VCR-TAXA-PAGA.
           IF VCR-PARC-PAGAS NOT LESS VCR-PARCELAS
               MOVE "L" TO VCR-SITUACAO
               MOVE LIQ-DATA TO VCR-DATA-SITUACAO
           END-IF.
           REWRITE VCR-REG
               INVALID KEY
                   DISPLAY "CARTCONC: ERRO AO REGRAVAR VENDA "
                           VCR-PEDIDO " FS=" FS-VENDACAR
           END-REWRITE.
           ADD 1 TO WRK-TOTAL-LIQUIDADO.
           ADD LIQ-VALOR-LIQUIDO TO WRK-SOMA-LIQUIDO.
           ADD LIQ-TAXA TO WRK-SOMA-TAXA.
           PERFORM 0240-CONFERE-TAXA.
           IF VCR-SITUACAO EQUAL "L"
               AND VCR-VALOR-PAGO NOT EQUAL VCR-VALOR
               MOVE VCR-VALOR TO WRK-VALOR-ED
               MOVE VCR-VALOR-PAGO TO WRK-LIQUIDO-ED
               MOVE SPACES TO REL-LINHA
               STRING "PEDIDO " VCR-PEDIDO " NOTA " VCR-NOTA
                       " LIQUIDADA COM DIFERENCA: VENDA "
                       WRK-VALOR-ED " PAGO " WRK-LIQUIDO-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== TAXA DA BANDEIRA NA PRIMEIRA FAIXA QUE COMPORTA AS PARCELAS
      *== DA VENDA; SEM LINHA NA TABELA, NAO HA O QUE CONFERIR
       0240-CONFERE-TAXA           SECTION.
           MOVE "N" TO WRK-TEM-TAXA.
           PERFORM VARYING WRK-IDX-TXC FROM 1 BY 1
                   UNTIL WRK-IDX-TXC GREATER WRK-QTD-TAXAS
                   OR WRK-TEM-TAXA EQUAL "S"
               IF WRK-TXC-BANDEIRA(WRK-IDX-TXC) EQUAL VCR-BANDEIRA
                   AND WRK-TXC-ATE(WRK-IDX-TXC)
                       NOT LESS VCR-PARCELAS
                   MOVE "S" TO WRK-TEM-TAXA
                   MOVE WRK-TXC-PERCENTUAL(WRK-IDX-TXC)
                       TO WRK-PERCENTUAL
               END-IF
           END-PERFORM.
           IF WRK-TEM-TAXA EQUAL "S"
               COMPUTE WRK-TAXA-CONTRATO ROUNDED =
                   LIQ-VALOR-BRUTO * WRK-PERCENTUAL / 100
               IF LIQ-TAXA GREATER WRK-TAXA-CONTRATO
                   ADD 1 TO WRK-TOTAL-TAXA-ALTA
                   MOVE LIQ-TAXA TO WRK-TAXA-ED
                   MOVE WRK-TAXA-CONTRATO TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "PEDIDO " VCR-PEDIDO " PARC " LIQ-PARCELA
                           " " VCR-BANDEIRA " TAXA ACIMA: "
                           "COBRADA " WRK-TAXA-ED
                           " CONTRATO " WRK-VALOR-ED
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-IF.

      *== CHARGEBACK: O VALOR RETIDO PELA CREDENCIADORA SAI DO CAIXA
      *== CONTRA VENDAS E A VENDA FICA ESTORNADA - NAO E MAIS COBRADA
       0250-CHARGEBACK             SECTION.
           MOVE LIQ-DATA TO WRK-RAZ-DATA.
           MOVE VCR-PEDIDO TO WRK-RAZ-REF.
           MOVE "VENDAS" TO WRK-RAZ-DEBITO.
           MOVE "CAIXA" TO WRK-RAZ-CREDITO.
           MOVE LIQ-VALOR-LIQUIDO TO WRK-RAZ-VALOR.
           IF LIQ-VALOR-LIQUIDO GREATER ZEROS
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           MOVE "E" TO VCR-SITUACAO.
           MOVE LIQ-DATA TO VCR-DATA-SITUACAO.
           REWRITE VCR-REG
               INVALID KEY
                   DISPLAY "CARTCONC: ERRO AO REGRAVAR VENDA "
                           VCR-PEDIDO " FS=" FS-VENDACAR
           END-REWRITE.
           ADD 1 TO WRK-TOTAL-CHARGEBACK.
           ADD LIQ-VALOR-LIQUIDO TO WRK-SOMA-CHARGEBACK.
           MOVE LIQ-VALOR-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDO " VCR-PEDIDO " NOTA " VCR-NOTA " CLIENTE "
                   VCR-CLIENTE " CHARGEBACK EM " LIQ-DATA " DE "
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0290-REJEITA                SECTION.
           ADD 1 TO WRK-TOTAL-REJEITADO.
           MOVE SPACES TO REL-LINHA.
           STRING "LIQUIDACAO " LIQ-TIPO " AUT " LIQ-AUTORIZACAO " "
                   LIQ-BANDEIRA " PARC " LIQ-PARCELA " - " WRK-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== VENDA A RECEBER: A PRIMEIRA PARCELA E DEVIDA NO PRAZO DA
      *== CREDENCIADORA E CADA SEGUINTE 30 DIAS DEPOIS; PAGAS MENOS
      *== QUE AS DEVIDAS ATE A DATA DE MOVIMENTO = VENDA NAO PAGA
       0400-VENDAS-EM-ATRASO       SECTION.
           MOVE ZEROS TO VCR-PEDIDO.
           START VENDACAR KEY IS NOT LESS VCR-PEDIDO
               INVALID KEY MOVE 10 TO FS-VENDACAR
           END-START.
           IF FS-VENDACAR NOT EQUAL 10
               READ VENDACAR NEXT
                   AT END MOVE 10 TO FS-VENDACAR
               END-READ
           END-IF.
           PERFORM UNTIL FS-VENDACAR EQUAL 10
               IF VCR-SITUACAO EQUAL "A"
                   PERFORM 0410-AVALIA-VENDA
               END-IF
               READ VENDACAR NEXT
                   AT END MOVE 10 TO FS-VENDACAR
               END-READ
           END-PERFORM.

       0410-AVALIA-VENDA           SECTION.
           COMPUTE WRK-DIAS-VENDA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
             - FUNCTION INTEGER-OF-DATE(VCR-DATA).
           IF WRK-DIAS-VENDA GREATER WRK-PRAZO-DIAS
               COMPUTE WRK-ESPERADAS =
                   1 + (WRK-DIAS-VENDA - WRK-PRAZO-DIAS) / 30
               IF WRK-ESPERADAS GREATER VCR-PARCELAS
                   MOVE VCR-PARCELAS TO WRK-ESPERADAS
               END-IF
               IF VCR-PARC-PAGAS LESS WRK-ESPERADAS
                   ADD 1 TO WRK-TOTAL-NAO-PAGA
                   MOVE VCR-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "PEDIDO " VCR-PEDIDO " " VCR-DATA " "
                           VCR-BANDEIRA " AUT " VCR-AUTORIZACAO " "
                           WRK-VALOR-ED " PAGAS " VCR-PARC-PAGAS "/"
                           WRK-ESPERADAS(3:2) " DEVIDAS"
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-IF.

       0500-FINALIZAR              SECTION.
           IF WRK-TEM-VENDAS EQUAL "S"
               CLOSE VENDACAR
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-SOMA-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE WRK-SOMA-TAXA TO WRK-TAXA-ED.
           MOVE WRK-SOMA-CHARGEBACK TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LIQUIDO RECEBIDO " WRK-LIQUIDO-ED
                   "  TAXAS " WRK-TAXA-ED
                   "  CHARGEBACKS " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "LINHAS LIDAS: " WRK-TOTAL-LIDO
                   "  LIQUIDADAS: " WRK-TOTAL-LIQUIDADO
                   "  CHARGEBACKS: " WRK-TOTAL-CHARGEBACK
                   "  REJEITADAS: " WRK-TOTAL-REJEITADO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "TAXA ACIMA DO CONTRATO: " WRK-TOTAL-TAXA-ALTA
                   "  VENDAS NAO PAGAS: " WRK-TOTAL-NAO-PAGA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS =
               WRK-TOTAL-LIQUIDADO + WRK-TOTAL-CHARGEBACK.
           MOVE WRK-TOTAL-REJEITADO TO WRK-RUN-REJEITADOS.
           IF WRK-TOTAL-REJEITADO GREATER ZEROS
               OR WRK-TOTAL-NAO-PAGA GREATER ZEROS
               OR WRK-TOTAL-TAXA-ALTA GREATER ZEROS
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CARTCONC: LINHAS LIDAS......... " WRK-TOTAL-LIDO.
           DISPLAY "CARTCONC: PARCELAS LIQUIDADAS.. "
                   WRK-TOTAL-LIQUIDADO.
           DISPLAY "CARTCONC: CHARGEBACKS.......... "
                   WRK-TOTAL-CHARGEBACK.
           DISPLAY "CARTCONC: LINHAS REJEITADAS.... "
                   WRK-TOTAL-REJEITADO.
           DISPLAY "CARTCONC: TAXA ACIMA CONTRATO.. "
                   WRK-TOTAL-TAXA-ALTA.
           DISPLAY "CARTCONC: VENDAS NAO PAGAS..... "
                   WRK-TOTAL-NAO-PAGA.
           DISPLAY "CARTCONC: RELATORIO EM " WRK-REL-PATH.

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
