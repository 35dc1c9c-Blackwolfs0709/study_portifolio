       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MARGEM BRUTA - SOBRE OS ITENS FATURADOS
      *==           (PEDITENS.DAT, COM O CUSTO MEDIO CONGELADO NO
      *==           FATURAMENTO) DOS PEDIDOS DO PERIODO (PEDIDOS.ORD),
      *==           APURA RECEITA, CUSTO E MARGEM POR PRODUTO, POR
      *==           VENDEDOR (ORD-VENDEDOR), POR UF DE DESTINO E POR
      *==           MES - O FINANCEIRO PARA DE RECEBER SO FATURAMENTO
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: MARGREL_DE E MARGREL_ATE (AAAAMM) DAO AS
      *==   COMPETENCIAS PELA DATA DO PEDIDO; EM BRANCO, O MES
      *==   CORRENTE. PEDIDO CANCELADO/ESTORNADO FICA DE FORA. A
      *==   RECEITA E O VALOR DO ITEM (ANTES DE DESCONTO, FRETE E
      *==   ICMS, QUE SAO DA NOTA); ITEM SEM CUSTO (TEXTO LIVRE ANTIGO
      *==   OU FATURADO ANTES DO CUSTO MEDIO) ENTRA COM CUSTO ZERO E
      *==   E CONTADO A PARTE. SAI VIA RELWRT EM MARGREL.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT PEDITENS ASSIGN TO DYNAMIC WRK-ITN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS FS-ITENS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-ORD.
       01  ORD-REG.
           05 ORD-NUMERO         PIC 9(06).
           05 ORD-CLIENTE        PIC 9(04).
           05 ORD-DATA           PIC 9(08).
           05 ORD-NOTA           PIC 9(08).
           05 ORD-TOTAL          PIC 9(009)V99.
           05 ORD-STATUS         PIC X(10).
           05 ORD-DATA-STATUS    PIC 9(08).
           05 ORD-ESTADO         PIC X(02).
           05 ORD-PESO           PIC 9(05)V99.
           05 ORD-PARCEIRA       PIC X(01).
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  PEDITENS.
       01  ITM-REG.
           05 ITM-CHAVE.
               10 ITM-PEDIDO     PIC 9(06).
               10 ITM-SEQ        PIC 9(02).
           05 ITM-PRODUTO        PIC X(30).
           05 ITM-CODIGO         PIC X(08).
           05 ITM-VALOR          PIC 9(08)V99.
           05 ITM-PESO           PIC 9(03)V99.
           05 ITM-STATUS         PIC X(10).
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ITN-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "MARGREL_REL_PATH";
      *== SE NAO DEFINIDA, "MARGREL.REL"
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMP-DE     PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-ATE    PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-LINHA  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PEDIDOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-CUSTO   PIC 9(06) VALUE ZEROS.
       77  WRK-RECEITA-GER PIC 9(012)V99 VALUE ZEROS.
       77  WRK-CUSTO-GER   PIC 9(012)V99 VALUE ZEROS.

      *== ACUMULADORES POR DIMENSAO: PRODUTO, VENDEDOR, UF E MES
       77  WRK-QTD-PROD    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES.
               10 WRK-PRD-CODIGO  PIC X(08).
               10 WRK-PRD-NOME    PIC X(30).
               10 WRK-PRD-QTD     PIC 9(06).
               10 WRK-PRD-RECEITA PIC 9(012)V99.
               10 WRK-PRD-CUSTO   PIC 9(012)V99.
       77  WRK-IDX-PROD    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-VEND    PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-VENDEDORES.
           05 WRK-VND-ITEM OCCURS 200 TIMES.
               10 WRK-VND-CODIGO  PIC 9(04).
               10 WRK-VND-QTD     PIC 9(06).
               10 WRK-VND-RECEITA PIC 9(012)V99.
               10 WRK-VND-CUSTO   PIC 9(012)V99.
       77  WRK-IDX-VEND    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-UF      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-UF-AREA.
           05 WRK-UF-ITEM OCCURS 30 TIMES.
               10 WRK-UF-SIGLA    PIC X(02).
               10 WRK-UF-QTD      PIC 9(06).
               10 WRK-UF-RECEITA  PIC 9(012)V99.
               10 WRK-UF-CUSTO    PIC 9(012)V99.
       77  WRK-IDX-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MES     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-MESES.
           05 WRK-MES-ITEM OCCURS 60 TIMES.
               10 WRK-MES-COMP    PIC 9(06).
               10 WRK-MES-QTD     PIC 9(06).
               10 WRK-MES-RECEITA PIC 9(012)V99.
               10 WRK-MES-CUSTO   PIC 9(012)V99.
       77  WRK-IDX-MES     PIC 9(02) VALUE ZEROS.

      *== LINHA DE MARGEM MONTADA PELA 0490 PARA QUALQUER DIMENSAO
       77  WRK-ROTULO      PIC X(40) VALUE SPACES.
       77  WRK-LIN-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-LIN-RECEITA PIC 9(012)V99 VALUE ZEROS.
       77  WRK-LIN-CUSTO   PIC 9(012)V99 VALUE ZEROS.
       77  WRK-MARGEM      PIC S9(012)V99 VALUE ZEROS.
       77  WRK-PERCENTUAL  PIC S9(05)V99 VALUE ZEROS.
       77  WRK-RECEITA-ED  PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CUSTO-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MARGEM-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-PERC-ED     PIC -ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "MARGREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "MARGREL".
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
           PERFORM 0400-IMPRIME.
           PERFORM 0500-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "MARGREL_DE".
           IF WRK-COMP-TXT EQUAL SPACES
               COMPUTE WRK-COMP-DE = WRK-DATA-HOJE / 100
           ELSE
               COMPUTE WRK-COMP-DE = FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE SPACES TO WRK-COMP-TXT.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "MARGREL_ATE".
           IF WRK-COMP-TXT EQUAL SPACES
               MOVE WRK-COMP-DE TO WRK-COMP-ATE
           ELSE
               COMPUTE WRK-COMP-ATE = FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           OPEN INPUT PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ITN-PATH FROM ENVIRONMENT "PEDITENS_PATH".
           IF WRK-ITN-PATH EQUAL SPACES
               MOVE "PEDITENS.DAT" TO WRK-ITN-PATH
           END-IF.
           OPEN INPUT PEDITENS.
           MOVE "PEDITENS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ITENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "MARGREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "MARGREL.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "MARGEM BRUTA - COMPETENCIAS " WRK-COMP-DE
                   " A " WRK-COMP-ATE
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "                                   ITENS         RECE
      -         "ITA           CUSTO          MARGEM       %"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ PEDIDOS-ORD NEXT
               AT END MOVE 10 TO FS-ORDENS
           END-READ.
           PERFORM UNTIL FS-ORDENS EQUAL 10
               COMPUTE WRK-COMP-LINHA = ORD-DATA / 100
               IF WRK-COMP-LINHA NOT LESS WRK-COMP-DE
                   AND WRK-COMP-LINHA NOT GREATER WRK-COMP-ATE
                   AND ORD-STATUS NOT EQUAL "CANCELADO"
                   AND ORD-STATUS NOT EQUAL "ESTORNADO"
                   ADD 1 TO WRK-TOTAL-PEDIDOS
                   PERFORM 0210-ITENS-DO-PEDIDO
               END-IF
               READ PEDIDOS-ORD NEXT
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS-ORD.
           CLOSE PEDITENS.

      *== ITENS DO PEDIDO PELA CHAVE PEDIDO + SEQUENCIA
       0210-ITENS-DO-PEDIDO        SECTION.
           MOVE ORD-NUMERO TO ITM-PEDIDO.
           MOVE ZEROS TO ITM-SEQ.
           START PEDITENS KEY IS NOT LESS ITM-CHAVE
               INVALID KEY MOVE 23 TO FS-ITENS
           END-START.
           PERFORM UNTIL FS-ITENS GREATER 2
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
               IF FS-ITENS LESS 10
                   IF ITM-PEDIDO NOT EQUAL ORD-NUMERO
                       MOVE 10 TO FS-ITENS
                   ELSE
                       PERFORM 0220-ACUMULA-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO FS-ITENS.

       0220-ACUMULA-ITEM           SECTION.
           ADD 1 TO WRK-TOTAL-ITENS.
           IF ITM-CUSTO EQUAL ZEROS
               ADD 1 TO WRK-SEM-CUSTO
           END-IF.
           ADD ITM-VALOR TO WRK-RECEITA-GER.
           ADD ITM-CUSTO TO WRK-CUSTO-GER.
           PERFORM 0230-ACUMULA-PRODUTO.
           PERFORM 0240-ACUMULA-VENDEDOR.
           PERFORM 0250-ACUMULA-UF.
           PERFORM 0260-ACUMULA-MES.

      *== PRODUTO PELO CODIGO DO CADASTRO; O TEXTO LIVRE ANTIGO (SEM
      *== CODIGO) AGRUPA PELA DESCRICAO
       0230-ACUMULA-PRODUTO        SECTION.
           MOVE 1 TO WRK-IDX-PROD.
           PERFORM UNTIL WRK-IDX-PROD GREATER WRK-QTD-PROD
               OR (WRK-PRD-CODIGO(WRK-IDX-PROD) EQUAL ITM-CODIGO
                   AND WRK-PRD-NOME(WRK-IDX-PROD) EQUAL ITM-PRODUTO)
               OR (ITM-CODIGO NOT EQUAL SPACES
                   AND WRK-PRD-CODIGO(WRK-IDX-PROD) EQUAL ITM-CODIGO)
               ADD 1 TO WRK-IDX-PROD
           END-PERFORM.
           IF WRK-IDX-PROD GREATER WRK-QTD-PROD
               IF WRK-QTD-PROD LESS 500
                   ADD 1 TO WRK-QTD-PROD
                   MOVE WRK-QTD-PROD TO WRK-IDX-PROD
                   MOVE ITM-CODIGO TO WRK-PRD-CODIGO(WRK-IDX-PROD)
                   MOVE ITM-PRODUTO TO WRK-PRD-NOME(WRK-IDX-PROD)
                   MOVE ZEROS TO WRK-PRD-QTD(WRK-IDX-PROD)
                   MOVE ZEROS TO WRK-PRD-RECEITA(WRK-IDX-PROD)
                   MOVE ZEROS TO WRK-PRD-CUSTO(WRK-IDX-PROD)
               END-IF
           END-IF.
           IF WRK-IDX-PROD NOT GREATER WRK-QTD-PROD
               ADD 1 TO WRK-PRD-QTD(WRK-IDX-PROD)
               ADD ITM-VALOR TO WRK-PRD-RECEITA(WRK-IDX-PROD)
               ADD ITM-CUSTO TO WRK-PRD-CUSTO(WRK-IDX-PROD)
           END-IF.

       0240-ACUMULA-VENDEDOR       SECTION.
           MOVE 1 TO WRK-IDX-VEND.
           PERFORM UNTIL WRK-IDX-VEND GREATER WRK-QTD-VEND
               OR WRK-VND-CODIGO(WRK-IDX-VEND) EQUAL ORD-VENDEDOR
               ADD 1 TO WRK-IDX-VEND
           END-PERFORM.
           IF WRK-IDX-VEND GREATER WRK-QTD-VEND
               IF WRK-QTD-VEND LESS 200
                   ADD 1 TO WRK-QTD-VEND
                   MOVE WRK-QTD-VEND TO WRK-IDX-VEND
                   MOVE ORD-VENDEDOR TO WRK-VND-CODIGO(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-QTD(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-RECEITA(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-CUSTO(WRK-IDX-VEND)
               END-IF
           END-IF.
           IF WRK-IDX-VEND NOT GREATER WRK-QTD-VEND
               ADD 1 TO WRK-VND-QTD(WRK-IDX-VEND)
               ADD ITM-VALOR TO WRK-VND-RECEITA(WRK-IDX-VEND)
               ADD ITM-CUSTO TO WRK-VND-CUSTO(WRK-IDX-VEND)
           END-IF.

       0250-ACUMULA-UF             SECTION.
           MOVE 1 TO WRK-IDX-UF.
           PERFORM UNTIL WRK-IDX-UF GREATER WRK-QTD-UF
               OR WRK-UF-SIGLA(WRK-IDX-UF) EQUAL ORD-ESTADO
               ADD 1 TO WRK-IDX-UF
           END-PERFORM.
           IF WRK-IDX-UF GREATER WRK-QTD-UF
               IF WRK-QTD-UF LESS 30
                   ADD 1 TO WRK-QTD-UF
                   MOVE WRK-QTD-UF TO WRK-IDX-UF
                   MOVE ORD-ESTADO TO WRK-UF-SIGLA(WRK-IDX-UF)
                   MOVE ZEROS TO WRK-UF-QTD(WRK-IDX-UF)
                   MOVE ZEROS TO WRK-UF-RECEITA(WRK-IDX-UF)
                   MOVE ZEROS TO WRK-UF-CUSTO(WRK-IDX-UF)
               END-IF
           END-IF.
           IF WRK-IDX-UF NOT GREATER WRK-QTD-UF
               ADD 1 TO WRK-UF-QTD(WRK-IDX-UF)
               ADD ITM-VALOR TO WRK-UF-RECEITA(WRK-IDX-UF)
               ADD ITM-CUSTO TO WRK-UF-CUSTO(WRK-IDX-UF)
           END-IF.

       0260-ACUMULA-MES            SECTION.
           MOVE 1 TO WRK-IDX-MES.
           PERFORM UNTIL WRK-IDX-MES GREATER WRK-QTD-MES
               OR WRK-MES-COMP(WRK-IDX-MES) EQUAL WRK-COMP-LINHA
               ADD 1 TO WRK-IDX-MES
           END-PERFORM.
           IF WRK-IDX-MES GREATER WRK-QTD-MES
               IF WRK-QTD-MES LESS 60
                   ADD 1 TO WRK-QTD-MES
                   MOVE WRK-QTD-MES TO WRK-IDX-MES
                   MOVE WRK-COMP-LINHA TO WRK-MES-COMP(WRK-IDX-MES)
                   MOVE ZEROS TO WRK-MES-QTD(WRK-IDX-MES)
                   MOVE ZEROS TO WRK-MES-RECEITA(WRK-IDX-MES)
                   MOVE ZEROS TO WRK-MES-CUSTO(WRK-IDX-MES)
               END-IF
           END-IF.
           IF WRK-IDX-MES NOT GREATER WRK-QTD-MES
               ADD 1 TO WRK-MES-QTD(WRK-IDX-MES)
               ADD ITM-VALOR TO WRK-MES-RECEITA(WRK-IDX-MES)
               ADD ITM-CUSTO TO WRK-MES-CUSTO(WRK-IDX-MES)
           END-IF.

       0400-IMPRIME                SECTION.
           MOVE "MARGEM POR PRODUTO" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-PROD FROM 1 BY 1
                   UNTIL WRK-IDX-PROD GREATER WRK-QTD-PROD
               MOVE SPACES TO WRK-ROTULO
               STRING WRK-PRD-CODIGO(WRK-IDX-PROD) " "
                       WRK-PRD-NOME(WRK-IDX-PROD)
                       DELIMITED BY SIZE INTO WRK-ROTULO
               MOVE WRK-PRD-QTD(WRK-IDX-PROD) TO WRK-LIN-QTD
               MOVE WRK-PRD-RECEITA(WRK-IDX-PROD) TO WRK-LIN-RECEITA
               MOVE WRK-PRD-CUSTO(WRK-IDX-PROD) TO WRK-LIN-CUSTO
               PERFORM 0490-LINHA-MARGEM
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "MARGEM POR VENDEDOR (0000 = SEM VENDEDOR)"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                   UNTIL WRK-IDX-VEND GREATER WRK-QTD-VEND
               MOVE SPACES TO WRK-ROTULO
               STRING "VENDEDOR " WRK-VND-CODIGO(WRK-IDX-VEND)
                       DELIMITED BY SIZE INTO WRK-ROTULO
               MOVE WRK-VND-QTD(WRK-IDX-VEND) TO WRK-LIN-QTD
               MOVE WRK-VND-RECEITA(WRK-IDX-VEND) TO WRK-LIN-RECEITA
               MOVE WRK-VND-CUSTO(WRK-IDX-VEND) TO WRK-LIN-CUSTO
               PERFORM 0490-LINHA-MARGEM
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "MARGEM POR UF DE DESTINO" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF GREATER WRK-QTD-UF
               MOVE SPACES TO WRK-ROTULO
               STRING "UF " WRK-UF-SIGLA(WRK-IDX-UF)
                       DELIMITED BY SIZE INTO WRK-ROTULO
               MOVE WRK-UF-QTD(WRK-IDX-UF) TO WRK-LIN-QTD
               MOVE WRK-UF-RECEITA(WRK-IDX-UF) TO WRK-LIN-RECEITA
               MOVE WRK-UF-CUSTO(WRK-IDX-UF) TO WRK-LIN-CUSTO
               PERFORM 0490-LINHA-MARGEM
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "MARGEM POR MES" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                   UNTIL WRK-IDX-MES GREATER WRK-QTD-MES
               MOVE SPACES TO WRK-ROTULO
               STRING "COMPETENCIA " WRK-MES-COMP(WRK-IDX-MES)
                       DELIMITED BY SIZE INTO WRK-ROTULO
               MOVE WRK-MES-QTD(WRK-IDX-MES) TO WRK-LIN-QTD
               MOVE WRK-MES-RECEITA(WRK-IDX-MES) TO WRK-LIN-RECEITA
               MOVE WRK-MES-CUSTO(WRK-IDX-MES) TO WRK-LIN-CUSTO
               PERFORM 0490-LINHA-MARGEM
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "TOTAL DO PERIODO" TO WRK-ROTULO.
           MOVE WRK-TOTAL-ITENS TO WRK-LIN-QTD.
           MOVE WRK-RECEITA-GER TO WRK-LIN-RECEITA.
           MOVE WRK-CUSTO-GER TO WRK-LIN-CUSTO.
           PERFORM 0490-LINHA-MARGEM.
           IF WRK-SEM-CUSTO GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "ATENCAO: " WRK-SEM-CUSTO " ITEM(NS) SEM CUSTO "
                       "(CUSTO ZERO - MARGEM SUPERESTIMADA)"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== RECEITA, CUSTO, MARGEM E % SOBRE A RECEITA DE UMA LINHA
       0490-LINHA-MARGEM           SECTION.
           COMPUTE WRK-MARGEM = WRK-LIN-RECEITA - WRK-LIN-CUSTO.
           IF WRK-LIN-RECEITA GREATER ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-MARGEM * 100 / WRK-LIN-RECEITA
           ELSE
               MOVE ZEROS TO WRK-PERCENTUAL
           END-IF.
           MOVE WRK-LIN-RECEITA TO WRK-RECEITA-ED.
           MOVE WRK-LIN-CUSTO TO WRK-CUSTO-ED.
           MOVE WRK-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-PERCENTUAL TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " WRK-ROTULO(1:33) WRK-LIN-QTD " " WRK-RECEITA-ED
                   " " WRK-CUSTO-ED " " WRK-MARGEM-ED " " WRK-PERC-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0500-FINALIZAR              SECTION.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-ITENS TO WRK-RUN-LIDOS.
           MOVE WRK-SEM-CUSTO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "MARGREL: PEDIDOS NO PERIODO... " WRK-TOTAL-PEDIDOS.
           DISPLAY "MARGREL: ITENS APURADOS....... " WRK-TOTAL-ITENS.
           DISPLAY "MARGREL: ITENS SEM CUSTO...... " WRK-SEM-CUSTO.
           DISPLAY "MARGREL: RELATORIO EM " WRK-REL-PATH.

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
