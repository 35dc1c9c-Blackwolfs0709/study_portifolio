       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDLOJA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ENTRADA DOS PEDIDOS DA LOJA VIRTUAL - LE O
      *==           ARQUIVO DIARIO DA LOJA (UMA LINHA POR ITEM, COM
      *==           NOME, EMAIL, TELEFONE E ENDERECO DO COMPRADOR,
      *==           SEM REG-ID), AGRUPA AS LINHAS POR PEDIDO, ACHA O
      *==           COMPRADOR EM CLIENTES.DAT PELO EMAIL OU TELEFONE
      *==           (CHAVES ALTERNATIVAS) OU O CADASTRA, TRADUZ O SKU
      *==           DA LOJA PARA O EST-CODIGO E GRAVA UM LOTE
      *==           "P"/"I" NO LAYOUT DO PEDIDOS-IN, COM CABECALHO
      *==           "H" E TRAILER "T" DE CONTROLE
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: APONTE PEDIDOS_PATH PARA O LOTE GERADO
      *==   (PEDLOJA.PED) NA EXECUCAO DO PEDIDOS. PEDIDO QUE NAO SE
      *==   RESOLVE INTEIRO (SKU SEM DE-PARA, COMPRADOR INATIVO,
      *==   UF INVALIDA...) NAO ENTRA NO LOTE - VAI PARA O
      *==   RELATORIO DE REJEITADOS PEDLOJA.REJ. O NUMERO DO
      *==   PEDIDO DA LOJA FICA EM LOJAXREF.DAT: O MESMO ARQUIVO
      *==   IMPORTADO DUAS VEZES NAO FATURA EM DOBRO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOJA-IN ASSIGN TO DYNAMIC WRK-LJA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOJA.
           SELECT SKU-TABELA ASSIGN TO DYNAMIC WRK-SKU-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SKU.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIENTES-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT LOJA-XREF ASSIGN TO DYNAMIC WRK-XRF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-LOJA
               FILE STATUS IS FS-XREF.
           SELECT NUMERO-CONTROLE ASSIGN TO DYNAMIC WRK-NUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NUMERO.
           SELECT PEDIDOS-OUT ASSIGN TO DYNAMIC WRK-PED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDIDOS.

       DATA DIVISION.
       FILE SECTION.
      *== ARQUIVO DIARIO DA LOJA VIRTUAL: UMA LINHA POR ITEM, OS
      *== DADOS DO COMPRADOR REPETIDOS EM TODAS AS LINHAS DO PEDIDO
      *== E AS LINHAS DE UM MESMO PEDIDO EM SEQUENCIA
       FD  LOJA-IN.
       01  LJA-REG.
           05 LJA-PEDIDO         PIC X(12).
           05 LJA-DATA           PIC 9(08).
           05 LJA-NOME           PIC X(20).
           05 LJA-EMAIL          PIC X(30).
           05 LJA-TELEFONE       PIC X(11).
           05 LJA-ENDERECO       PIC X(40).
           05 LJA-UF             PIC X(02).
           05 LJA-SKU            PIC X(15).
           05 LJA-QTD            PIC 9(03).
           05 LJA-VALOR          PIC 9(08)V99.
      *== LJA-VALOR / LJA-PESO: POR UNIDADE
           05 LJA-PESO           PIC 9(03)V99.
           05 LJA-FORMA          PIC X(01).
      *== LJA-FORMA: "C" = PAGO NO CARTAO NA LOJA (VER CARTCONC);
      *== ESPACOS = BOLETO/CONTA, COMO NO BALCAO
           05 LJA-AUTORIZACAO    PIC X(06).
           05 LJA-BANDEIRA       PIC X(10).
           05 LJA-PARCELAS       PIC 9(02).
           05 LJA-CEP            PIC 9(08).
      *== LJA-CEP: CEP DE ENTREGA; VAI NO CABECALHO DO LOTE PARA O
      *== FRETE POR ZONA DO PEDIDOS (ZEROS = FRETE PELA UF)

      *== DE-PARA DO SKU DA LOJA PARA O CODIGO DO CADASTRO DE
      *== MERCADORIAS (SKULOJA.TAB, MANTIDA PELO COMERCIAL)
       FD  SKU-TABELA.
       01  SKU-REG.
           05 SKU-LOJA           PIC X(15).
           05 SKU-CODIGO         PIC X(08).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
      *== REG-STATUS: "A" = ATIVO   "I" = INATIVO
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  ESTOQUE.
       01  EST-REG.
           05 EST-CODIGO         PIC X(08).
           05 EST-DESCRICAO      PIC X(30).
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.

      *== SO PARA NAO REPETIR NUMERO DE PEDIDO JA FATURADO
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
           05 ORD-PLANO          PIC X(02).
           05 ORD-FILIAL         PIC X(02).

      *== PEDIDO DA LOJA JA IMPORTADO: NUMERO DA LOJA -> NUMERO
      *== DO NOSSO PEDIDO E COMPRADOR
       FD  LOJA-XREF.
       01  XRF-REG.
           05 XRF-LOJA           PIC X(12).
           05 XRF-PEDIDO         PIC 9(06).
           05 XRF-CLIENTE        PIC 9(04).
           05 XRF-DATA           PIC 9(08).

       FD  NUMERO-CONTROLE.
       01  NUM-REG.
           05 NUM-PROXIMO        PIC 9(06).

      *== LOTE NO LAYOUT DO PEDIDOS-IN (VER PEDIDOS)
       FD  PEDIDOS-OUT.
       01  PED-REG.
           05 PED-TIPO           PIC X(01).
           05 PED-NUMERO         PIC 9(06).
           05 PED-CLIENTE        PIC 9(04).
           05 PED-ESTADO         PIC X(02).
           05 PED-DATA           PIC 9(08).
           05 PED-VENDEDOR       PIC 9(04).
           05 PED-PLANO          PIC X(02).
           05 PED-FORMA          PIC X(01).
           05 PED-CAR-AUTORIZACAO PIC X(06).
           05 PED-CAR-BANDEIRA   PIC X(10).
           05 PED-CAR-PARCELAS   PIC 9(02).
           05 PED-CEP            PIC 9(08).
           05 PED-END-SEQ        PIC 9(02).
           05 PED-FILIAL         PIC X(02).
       01  PED-REG-ITEM.
           05 PED-ITM-TIPO       PIC X(01).
           05 PED-ITM-PRODUTO    PIC X(30).
           05 PED-ITM-VALOR      PIC 9(08)V99.
           05 PED-ITM-PESO       PIC 9(03)V99.
       01  PED-REG-CONTROLE.
           05 PED-CTL-TIPO       PIC X(01).
           05 PED-CTL-ORIGEM     PIC X(08).
           05 PED-CTL-DATA       PIC 9(08).
       01  PED-REG-TRAILER.
           05 PED-TRL-TIPO       PIC X(01).
           05 PED-TRL-PEDIDOS    PIC 9(06).
           05 PED-TRL-ITENS      PIC 9(06).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-LJA-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LJA-PATH: VARIAVEL DE AMBIENTE "PEDLOJA_ENTRADA_PATH";
      *== SE NAO DEFINIDA, "LOJA.DAT"
       77  WRK-SKU-PATH    PIC X(100) VALUE SPACES.
      *== WRK-SKU-PATH: VARIAVEL DE AMBIENTE "SKULOJA_PATH";
      *== SE NAO DEFINIDA, "SKULOJA.TAB"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CLI-PATH: VARIAVEL DE AMBIENTE "CLIENTES_PATH";
      *== SE NAO DEFINIDA, "CLIENTES.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CLIENTES_LOG_PATH";
      *== SE NAO DEFINIDA, "CLIENTES.LOG"
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
      *== WRK-EST-PATH: VARIAVEL DE AMBIENTE "ESTOQUE_PATH";
      *== SE NAO DEFINIDA, "ESTOQUE.DAT"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ORD-PATH: VARIAVEL DE AMBIENTE "PEDIDOS_ORD_PATH";
      *== SE NAO DEFINIDA, "PEDIDOS.ORD"
       77  WRK-XRF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-XRF-PATH: VARIAVEL DE AMBIENTE "LOJAXREF_PATH";
      *== SE NAO DEFINIDA, "LOJAXREF.DAT"
       77  WRK-NUM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-NUM-PATH: VARIAVEL DE AMBIENTE "PEDLOJA_CTL_PATH";
      *== SE NAO DEFINIDA, "PEDLOJA.CTL" - PROXIMO NUMERO DE PEDIDO
       77  WRK-PED-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PED-PATH: VARIAVEL DE AMBIENTE "PEDLOJA_SAIDA_PATH";
      *== SE NAO DEFINIDA, "PEDLOJA.PED" - APONTE PEDIDOS_PATH PARA
      *== ESTE ARQUIVO NA EXECUCAO DO PEDIDOS
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PEDLOJA_REJ_PATH";
      *== SE NAO DEFINIDA, "PEDLOJA.REJ"
       77  FS-LOJA         PIC 9(02) VALUE ZEROS.
       77  FS-SKU          PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-XREF         PIC 9(02) VALUE ZEROS.
       77  FS-NUMERO       PIC 9(02) VALUE ZEROS.
       77  FS-PEDIDOS      PIC 9(02) VALUE ZEROS.
       77  WRK-BKP-STATUS  PIC X(01) VALUE SPACES.
       77  WRK-TEM-ESTOQUE PIC X(01) VALUE "N".
       77  WRK-TEM-ORDENS  PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-MAIOR-ID    PIC 9(04) VALUE ZEROS.
       77  WRK-PROX-PEDIDO PIC 9(07) VALUE ZEROS.
       77  WRK-LIVRE       PIC X(01) VALUE "N".
       77  WRK-PED-ABERTO  PIC X(01) VALUE "N".
       77  WRK-MOTIVO      PIC X(50) VALUE SPACES.
       77  WRK-POS-UF      PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-LIN     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-UNI     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-SKU     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-UNIDADES PIC 9(04) VALUE ZEROS.
       77  WRK-CLIENTE     PIC 9(04) VALUE ZEROS.
       77  WRK-CLI-NOVO    PIC X(01) VALUE "N".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(121) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(121) VALUE SPACES.

       77  WRK-TOTAL-LINHAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIDOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REJ   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NOVOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ACHADOS PIC 9(06) VALUE ZEROS.

      *== DE-PARA DE SKU CARREGADO EM MEMORIA
       77  WRK-QTD-SKU     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-SKU.
           05 WRK-SKU-ITEM OCCURS 500 TIMES.
               10 WRK-SKU-LOJA    PIC X(15).
               10 WRK-SKU-CODIGO  PIC X(08).

      *== PEDIDO DA LOJA EM MONTAGEM: OS DADOS DO COMPRADOR VEM DA
      *== PRIMEIRA LINHA; AS LINHAS DE ITEM FICAM NA TABELA ATE A
      *== QUEBRA DO NUMERO
       01  WRK-PEDIDO-LOJA.
           05 WRK-LJA-PEDIDO     PIC X(12).
           05 WRK-LJA-DATA       PIC 9(08).
           05 WRK-LJA-NOME       PIC X(20).
           05 WRK-LJA-EMAIL      PIC X(30).
           05 WRK-LJA-TELEFONE   PIC X(11).
           05 WRK-LJA-ENDERECO   PIC X(40).
           05 WRK-LJA-UF         PIC X(02).
           05 WRK-LJA-FORMA      PIC X(01).
           05 WRK-LJA-AUTORIZACAO PIC X(06).
           05 WRK-LJA-BANDEIRA   PIC X(10).
           05 WRK-LJA-PARCELAS   PIC 9(02).
           05 WRK-LJA-CEP        PIC 9(08).
       77  WRK-QTD-LINHAS  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-LINHAS.
           05 WRK-LIN-ITEM OCCURS 20 TIMES.
               10 WRK-LIN-SKU     PIC X(15).
               10 WRK-LIN-QTD     PIC 9(03).
               10 WRK-LIN-VALOR   PIC 9(08)V99.
               10 WRK-LIN-PESO    PIC 9(03)V99.
               10 WRK-LIN-CODIGO  PIC X(08).

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
       01  WRK-SELOLIB-AREA.
           05  WRK-SEL-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-SEL-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-SEL-QTD      PIC 9(08) VALUE ZEROS.
           05  WRK-SEL-HASH     PIC S9(13)V99 VALUE ZEROS.
           05  WRK-SEL-PROGRAMA PIC X(08) VALUE "PEDLOJA".
           05  WRK-SEL-RESULTADO PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE PARAMETROS (VER PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PEDLOJA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PEDLOJA".
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
           PERFORM 0400-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-LJA-PATH FROM ENVIRONMENT "PEDLOJA_ENTRADA_PATH".
           IF WRK-LJA-PATH EQUAL SPACES
               MOVE "LOJA.DAT" TO WRK-LJA-PATH
           END-IF.
           OPEN INPUT LOJA-IN.
           MOVE "LOJA.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-LOJA TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           PERFORM 0110-CARREGA-SKU.
           CALL "CLIBKP" USING WRK-BKP-STATUS.
           IF WRK-BKP-STATUS NOT EQUAL "S"
               DISPLAY "BACKUP NOTURNO FALHOU - IMPORTACAO ABORTADA"
               STOP RUN
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN I-O CLIENTES.
           MOVE "CLIENTES" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CLIENTES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           PERFORM 9400-VERIFICA-SELO.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CLIENTES_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CLIENTES.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND CLIENTES-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT CLIENTES-LOG
           END-IF.
      *== SEM CADASTRO DE MERCADORIAS O DE-PARA NAO E CONFERIDO
      *== AQUI - O PEDIDOS CRITICA O CODIGO DE NOVO NO FATURAMENTO
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 0
               MOVE "S" TO WRK-TEM-ESTOQUE
           END-IF.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           OPEN INPUT PEDIDOS-ORD.
           IF FS-ORDENS EQUAL 0
               MOVE "S" TO WRK-TEM-ORDENS
           END-IF.
           ACCEPT WRK-XRF-PATH FROM ENVIRONMENT "LOJAXREF_PATH".
           IF WRK-XRF-PATH EQUAL SPACES
               MOVE "LOJAXREF.DAT" TO WRK-XRF-PATH
           END-IF.
           OPEN I-O LOJA-XREF.
           IF FS-XREF EQUAL 35
               OPEN OUTPUT LOJA-XREF
               CLOSE LOJA-XREF
               OPEN I-O LOJA-XREF
           END-IF.
           MOVE "LOJAXREF.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-XREF TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== NUMERACAO PROPRIA DOS PEDIDOS DA LOJA (FAIXA DO PARAMETRO
      *== LOJA_PEDIDO_INICIAL, PADRAO 900001), CONTINUADA PELO
      *== CONTADOR PERSISTIDO - MOLDE NOTAFIS.CTL DO PEDIDOS
           MOVE 900001 TO WRK-PROX-PEDIDO.
           MOVE "LOJA_PEDIDO_INICIAL" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PROX-PEDIDO =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-NUM-PATH FROM ENVIRONMENT "PEDLOJA_CTL_PATH".
           IF WRK-NUM-PATH EQUAL SPACES
               MOVE "PEDLOJA.CTL" TO WRK-NUM-PATH
           END-IF.
           OPEN INPUT NUMERO-CONTROLE.
           IF FS-NUMERO EQUAL 0
               READ NUMERO-CONTROLE
                   AT END CONTINUE
                   NOT AT END
                       IF NUM-PROXIMO GREATER WRK-PROX-PEDIDO
                           MOVE NUM-PROXIMO TO WRK-PROX-PEDIDO
                       END-IF
               END-READ
               CLOSE NUMERO-CONTROLE
           END-IF.
           ACCEPT WRK-PED-PATH FROM ENVIRONMENT "PEDLOJA_SAIDA_PATH".
           IF WRK-PED-PATH EQUAL SPACES
               MOVE "PEDLOJA.PED" TO WRK-PED-PATH
           END-IF.
           OPEN OUTPUT PEDIDOS-OUT.
           MOVE "PEDLOJA.PED" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PEDIDOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           MOVE SPACES TO PED-REG-CONTROLE.
           MOVE "H" TO PED-CTL-TIPO.
           MOVE "PEDLOJA" TO PED-CTL-ORIGEM.
           MOVE WRK-DATA-HOJE TO PED-CTL-DATA.
           WRITE PED-REG-CONTROLE.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PEDLOJA_REJ_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PEDLOJA.REJ" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "PEDIDOS DA LOJA VIRTUAL REJEITADOS" TO WRK-RW-TITULO.
           MOVE "PEDIDO LOJA  EMAIL DO COMPRADOR / MOTIVO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0110-CARREGA-SKU            SECTION.
           ACCEPT WRK-SKU-PATH FROM ENVIRONMENT "SKULOJA_PATH".
           IF WRK-SKU-PATH EQUAL SPACES
               MOVE "SKULOJA.TAB" TO WRK-SKU-PATH
           END-IF.
           OPEN INPUT SKU-TABELA.
           MOVE "SKULOJA.TAB" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-SKU TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           READ SKU-TABELA
               AT END MOVE 10 TO FS-SKU
           END-READ.
           PERFORM UNTIL FS-SKU EQUAL 10
               IF WRK-QTD-SKU LESS 500
                   ADD 1 TO WRK-QTD-SKU
                   MOVE SKU-LOJA   TO WRK-SKU-LOJA(WRK-QTD-SKU)
                   MOVE SKU-CODIGO TO WRK-SKU-CODIGO(WRK-QTD-SKU)
               ELSE
                   DISPLAY "PEDLOJA: DE-PARA COM MAIS DE 500 SKUS - "
                           SKU-LOJA " IGNORADO"
               END-IF
               READ SKU-TABELA
                   AT END MOVE 10 TO FS-SKU
               END-READ
           END-PERFORM.
           CLOSE SKU-TABELA.

      *== AS LINHAS DE UM PEDIDO DA LOJA VEM EM SEQUENCIA: A QUEBRA
      *== E PELA TROCA DO NUMERO DO PEDIDO DA LOJA
       0200-PROCESSAR              SECTION.
           READ LOJA-IN
               AT END MOVE 10 TO FS-LOJA
           END-READ.
           PERFORM UNTIL FS-LOJA EQUAL 10
               ADD 1 TO WRK-TOTAL-LINHAS
               IF WRK-PED-ABERTO EQUAL "S"
                   AND LJA-PEDIDO NOT EQUAL WRK-LJA-PEDIDO
                   PERFORM 0300-FECHA-PEDIDO
               END-IF
               IF WRK-PED-ABERTO EQUAL "N"
                   PERFORM 0210-ABRE-PEDIDO
               END-IF
               PERFORM 0220-GUARDA-LINHA
               READ LOJA-IN
                   AT END MOVE 10 TO FS-LOJA
               END-READ
           END-PERFORM.
           IF WRK-PED-ABERTO EQUAL "S"
               PERFORM 0300-FECHA-PEDIDO
           END-IF.

       0210-ABRE-PEDIDO            SECTION.
           MOVE "S" TO WRK-PED-ABERTO.
           ADD 1 TO WRK-TOTAL-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE LJA-PEDIDO       TO WRK-LJA-PEDIDO.
           MOVE LJA-NOME         TO WRK-LJA-NOME.
           MOVE LJA-EMAIL        TO WRK-LJA-EMAIL.
           MOVE LJA-TELEFONE     TO WRK-LJA-TELEFONE.
           MOVE LJA-ENDERECO     TO WRK-LJA-ENDERECO.
           MOVE LJA-UF           TO WRK-LJA-UF.
           MOVE LJA-FORMA        TO WRK-LJA-FORMA.
           MOVE LJA-AUTORIZACAO  TO WRK-LJA-AUTORIZACAO.
           MOVE LJA-BANDEIRA     TO WRK-LJA-BANDEIRA.
           IF LJA-DATA IS NUMERIC
               MOVE LJA-DATA TO WRK-LJA-DATA
           ELSE
               MOVE ZEROS TO WRK-LJA-DATA
           END-IF.
           IF LJA-PARCELAS IS NUMERIC
               MOVE LJA-PARCELAS TO WRK-LJA-PARCELAS
           ELSE
               MOVE ZEROS TO WRK-LJA-PARCELAS
           END-IF.
           IF LJA-CEP IS NUMERIC
               MOVE LJA-CEP TO WRK-LJA-CEP
           ELSE
               MOVE ZEROS TO WRK-LJA-CEP
           END-IF.

       0220-GUARDA-LINHA           SECTION.
           IF WRK-QTD-LINHAS GREATER OR EQUAL 20
               MOVE "MAIS DE 20 LINHAS DE ITEM NO PEDIDO"
                   TO WRK-MOTIVO
           ELSE
               ADD 1 TO WRK-QTD-LINHAS
               MOVE LJA-SKU TO WRK-LIN-SKU(WRK-QTD-LINHAS)
               MOVE SPACES TO WRK-LIN-CODIGO(WRK-QTD-LINHAS)
               IF LJA-QTD IS NUMERIC
                   MOVE LJA-QTD TO WRK-LIN-QTD(WRK-QTD-LINHAS)
               ELSE
                   MOVE ZEROS TO WRK-LIN-QTD(WRK-QTD-LINHAS)
               END-IF
               IF LJA-VALOR IS NUMERIC AND LJA-PESO IS NUMERIC
                   MOVE LJA-VALOR TO WRK-LIN-VALOR(WRK-QTD-LINHAS)
                   MOVE LJA-PESO  TO WRK-LIN-PESO(WRK-QTD-LINHAS)
               ELSE
                   MOVE ZEROS TO WRK-LIN-VALOR(WRK-QTD-LINHAS)
                   MOVE ZEROS TO WRK-LIN-PESO(WRK-QTD-LINHAS)
               END-IF
           END-IF.

      *== O PEDIDO SO ENTRA NO LOTE SE RESOLVER INTEIRO; A PRIMEIRA
      *== FALHA VIRA O MOTIVO DA REJEICAO. O COMPRADOR NOVO SO E
      *== CADASTRADO DEPOIS DE TODOS OS ITENS RESOLVIDOS, PARA NAO
      *== SOBRAR CLIENTE DE PEDIDO QUE NAO ENTROU
       0300-FECHA-PEDIDO           SECTION.
           MOVE "N" TO WRK-PED-ABERTO.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0310-CRITICA-CABECALHO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0320-RESOLVE-ITENS
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0340-RESOLVE-CLIENTE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0350-NUMERA-PEDIDO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM 0360-GRAVA-PEDIDO
           ELSE
               PERFORM 0390-REJEITA-PEDIDO
           END-IF.

       0310-CRITICA-CABECALHO      SECTION.
           MOVE WRK-LJA-PEDIDO TO XRF-LOJA.
           READ LOJA-XREF KEY IS XRF-LOJA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "JA IMPORTADO COMO PEDIDO " XRF-PEDIDO
                           " EM " XRF-DATA
                           DELIMITED BY SIZE INTO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO EQUAL SPACES
               IF WRK-LJA-EMAIL EQUAL SPACES
                   AND WRK-LJA-TELEFONE EQUAL SPACES
                   MOVE "COMPRADOR SEM EMAIL E SEM TELEFONE"
                       TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               PERFORM VARYING WRK-POS-UF FROM 1 BY 1
                       UNTIL WRK-POS-UF GREATER 2
                   IF WRK-LJA-UF(WRK-POS-UF:1) LESS "A"
                       OR WRK-LJA-UF(WRK-POS-UF:1) GREATER "Z"
                       MOVE SPACES TO WRK-MOTIVO
                       STRING "UF DE ENTREGA INVALIDA [" WRK-LJA-UF
                               "]" DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               IF WRK-LJA-FORMA NOT EQUAL "C"
                   AND WRK-LJA-FORMA NOT EQUAL SPACES
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "FORMA DE PAGAMENTO INVALIDA [" WRK-LJA-FORMA
                           "]" DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               IF WRK-LJA-FORMA EQUAL "C"
                   AND (WRK-LJA-AUTORIZACAO EQUAL SPACES
                        OR WRK-LJA-BANDEIRA EQUAL SPACES)
                   MOVE "CARTAO SEM AUTORIZACAO OU BANDEIRA"
                       TO WRK-MOTIVO
               END-IF
           END-IF.

      *== CADA LINHA: SKU COM DE-PARA, CODIGO NO CADASTRO DE
      *== MERCADORIAS, QUANTIDADE E PESO; O PEDIDOS FATURA UMA
      *== UNIDADE POR ITEM "I" E NO MAXIMO 20 POR PEDIDO
       0320-RESOLVE-ITENS          SECTION.
           MOVE ZEROS TO WRK-QTD-UNIDADES.
           PERFORM VARYING WRK-IDX-LIN FROM 1 BY 1
                   UNTIL WRK-IDX-LIN GREATER WRK-QTD-LINHAS
                      OR WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 0330-RESOLVE-SKU
               IF WRK-MOTIVO EQUAL SPACES
                   IF WRK-LIN-QTD(WRK-IDX-LIN) EQUAL ZEROS
                       MOVE SPACES TO WRK-MOTIVO
                       STRING "SKU " WRK-LIN-SKU(WRK-IDX-LIN)
                               " COM QUANTIDADE INVALIDA"
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               END-IF
               IF WRK-MOTIVO EQUAL SPACES
                   IF WRK-LIN-PESO(WRK-IDX-LIN) EQUAL ZEROS
                       MOVE SPACES TO WRK-MOTIVO
                       STRING "SKU " WRK-LIN-SKU(WRK-IDX-LIN)
                               " COM PESO ZERADO OU INVALIDO"
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-IF
               END-IF
               IF WRK-MOTIVO EQUAL SPACES
                   ADD WRK-LIN-QTD(WRK-IDX-LIN) TO WRK-QTD-UNIDADES
               END-IF
           END-PERFORM.
           IF WRK-MOTIVO EQUAL SPACES
               IF WRK-QTD-UNIDADES GREATER 20
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "PEDIDO COM " WRK-QTD-UNIDADES
                           " UNIDADES - LIMITE DE 20 POR PEDIDO"
                           DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

       0330-RESOLVE-SKU            SECTION.
           PERFORM VARYING WRK-IDX-SKU FROM 1 BY 1
                   UNTIL WRK-IDX-SKU GREATER WRK-QTD-SKU
                      OR WRK-LIN-CODIGO(WRK-IDX-LIN) NOT EQUAL SPACES
               IF WRK-SKU-LOJA(WRK-IDX-SKU)
                   EQUAL WRK-LIN-SKU(WRK-IDX-LIN)
                   MOVE WRK-SKU-CODIGO(WRK-IDX-SKU)
                       TO WRK-LIN-CODIGO(WRK-IDX-LIN)
               END-IF
           END-PERFORM.
           IF WRK-LIN-CODIGO(WRK-IDX-LIN) EQUAL SPACES
               MOVE SPACES TO WRK-MOTIVO
               STRING "SKU " WRK-LIN-SKU(WRK-IDX-LIN)
                       " SEM DE-PARA EM SKULOJA.TAB"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
           ELSE
               IF WRK-TEM-ESTOQUE EQUAL "S"
                   MOVE WRK-LIN-CODIGO(WRK-IDX-LIN) TO EST-CODIGO
                   READ ESTOQUE KEY IS EST-CODIGO
                       INVALID KEY
                           MOVE SPACES TO WRK-MOTIVO
                           STRING "SKU " WRK-LIN-SKU(WRK-IDX-LIN)
                                   " -> " EST-CODIGO
                                   " NAO CADASTRADO"
                                   DELIMITED BY SIZE INTO WRK-MOTIVO
                   END-READ
               END-IF
           END-IF.

      *== COMPRADOR: PRIMEIRO PELO EMAIL, DEPOIS PELO TELEFONE (AS
      *== CHAVES ALTERNATIVAS DO CADASTRO); SEM NENHUM DOS DOIS, E
      *== CLIENTE NOVO - RECEBE O PROXIMO REG-ID LIVRE
       0340-RESOLVE-CLIENTE        SECTION.
           MOVE "N" TO WRK-CLI-NOVO.
           MOVE ZEROS TO WRK-CLIENTE.
           IF WRK-LJA-EMAIL NOT EQUAL SPACES
               MOVE WRK-LJA-EMAIL TO REG-EMAIL
               READ CLIENTES KEY IS REG-EMAIL
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE REG-ID TO WRK-CLIENTE
               END-READ
           END-IF.
           IF WRK-CLIENTE EQUAL ZEROS
               AND WRK-LJA-TELEFONE NOT EQUAL SPACES
               MOVE WRK-LJA-TELEFONE TO REG-TELEFONE
               READ CLIENTES KEY IS REG-TELEFONE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE REG-ID TO WRK-CLIENTE
               END-READ
           END-IF.
           IF WRK-CLIENTE NOT EQUAL ZEROS
               IF REG-STATUS EQUAL "I"
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "COMPRADOR E O CLIENTE " REG-ID
                           ", INATIVO NO CADASTRO"
                           DELIMITED BY SIZE INTO WRK-MOTIVO
               ELSE
                   ADD 1 TO WRK-TOTAL-ACHADOS
               END-IF
           ELSE
               PERFORM 0345-CADASTRA-CLIENTE
           END-IF.

       0345-CADASTRA-CLIENTE       SECTION.
           IF WRK-LJA-NOME EQUAL SPACES
               MOVE "COMPRADOR NOVO SEM NOME" TO WRK-MOTIVO
           ELSE
           IF WRK-MAIOR-ID GREATER OR EQUAL 9999
               MOVE "CADASTRO DE CLIENTES SEM REG-ID LIVRE"
                   TO WRK-MOTIVO
           ELSE
               MOVE SPACES TO REG-CLIENTES
               COMPUTE REG-ID = WRK-MAIOR-ID + 1
               MOVE WRK-LJA-NOME     TO REG-NOME
               MOVE WRK-LJA-TELEFONE TO REG-TELEFONE
               MOVE WRK-LJA-ENDERECO TO REG-ENDERECO
               MOVE WRK-LJA-EMAIL    TO REG-EMAIL
               MOVE "A"              TO REG-STATUS
               WRITE REG-CLIENTES
                   INVALID KEY
                       MOVE SPACES TO WRK-MOTIVO
                       STRING "FALHA AO CADASTRAR O COMPRADOR - FS="
                               FS-CLIENTES
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                   NOT INVALID KEY
                       MOVE REG-ID TO WRK-MAIOR-ID
                       MOVE REG-ID TO WRK-CLIENTE
                       MOVE "S" TO WRK-CLI-NOVO
                       ADD 1 TO WRK-TOTAL-NOVOS
                       MOVE SPACES TO WRK-REG-ANTES
                       MOVE REG-CLIENTES TO WRK-REG-DEPOIS
                       MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
               END-WRITE
           END-IF
           END-IF.

      *== PROXIMO NUMERO DA FAIXA DA LOJA, PULANDO O QUE JA EXISTIR
      *== EM PEDIDOS.ORD (FAIXA CONFIGURADA SOBRE NUMEROS DO BALCAO)
       0350-NUMERA-PEDIDO          SECTION.
           MOVE "N" TO WRK-LIVRE.
           PERFORM UNTIL WRK-LIVRE EQUAL "S"
                      OR WRK-PROX-PEDIDO GREATER 999999
               IF WRK-TEM-ORDENS EQUAL "S"
                   MOVE WRK-PROX-PEDIDO TO ORD-NUMERO
                   READ PEDIDOS-ORD KEY IS ORD-NUMERO
                       INVALID KEY MOVE "S" TO WRK-LIVRE
                       NOT INVALID KEY ADD 1 TO WRK-PROX-PEDIDO
                   END-READ
               ELSE
                   MOVE "S" TO WRK-LIVRE
               END-IF
           END-PERFORM.
           IF WRK-LIVRE EQUAL "N"
               MOVE "FAIXA DE NUMERACAO DA LOJA ESGOTADA"
                   TO WRK-MOTIVO
           END-IF.

       0360-GRAVA-PEDIDO           SECTION.
           MOVE SPACES TO PED-REG.
           MOVE "P"                 TO PED-TIPO.
           MOVE WRK-PROX-PEDIDO     TO PED-NUMERO.
           MOVE WRK-CLIENTE         TO PED-CLIENTE.
           MOVE WRK-LJA-UF          TO PED-ESTADO.
           MOVE WRK-LJA-DATA        TO PED-DATA.
           MOVE ZEROS               TO PED-VENDEDOR.
           MOVE WRK-LJA-FORMA       TO PED-FORMA.
           MOVE WRK-LJA-AUTORIZACAO TO PED-CAR-AUTORIZACAO.
           MOVE WRK-LJA-BANDEIRA    TO PED-CAR-BANDEIRA.
           MOVE WRK-LJA-PARCELAS    TO PED-CAR-PARCELAS.
           MOVE WRK-LJA-CEP         TO PED-CEP.
           MOVE ZEROS               TO PED-END-SEQ.
           WRITE PED-REG.
           PERFORM VARYING WRK-IDX-LIN FROM 1 BY 1
                   UNTIL WRK-IDX-LIN GREATER WRK-QTD-LINHAS
               PERFORM VARYING WRK-IDX-UNI FROM 1 BY 1
                       UNTIL WRK-IDX-UNI GREATER
                             WRK-LIN-QTD(WRK-IDX-LIN)
                   MOVE SPACES TO PED-REG-ITEM
                   MOVE "I" TO PED-ITM-TIPO
      *== CODIGO NAS 8 PRIMEIRAS POSICOES (O PEDIDOS BUSCA A
      *== DESCRICAO E O PRECO NO CADASTRO); O SKU DA LOJA FICA NO
      *== RESTO DO CAMPO PARA RASTREIO
                   MOVE WRK-LIN-CODIGO(WRK-IDX-LIN)
                       TO PED-ITM-PRODUTO(1:8)
                   MOVE WRK-LIN-SKU(WRK-IDX-LIN)
                       TO PED-ITM-PRODUTO(10:15)
                   MOVE WRK-LIN-VALOR(WRK-IDX-LIN) TO PED-ITM-VALOR
                   MOVE WRK-LIN-PESO(WRK-IDX-LIN)  TO PED-ITM-PESO
                   WRITE PED-REG-ITEM
                   ADD 1 TO WRK-TOTAL-ITENS
               END-PERFORM
           END-PERFORM.
           ADD 1 TO WRK-TOTAL-GRAVADOS.
           MOVE WRK-LJA-PEDIDO  TO XRF-LOJA.
           MOVE WRK-PROX-PEDIDO TO XRF-PEDIDO.
           MOVE WRK-CLIENTE     TO XRF-CLIENTE.
           MOVE WRK-DATA-HOJE   TO XRF-DATA.
           WRITE XRF-REG
               INVALID KEY
                   MOVE "LOJAXREF.DAT" TO WRK-FS-ARQUIVO
                   MOVE "WRITE" TO WRK-FS-OPERACAO
                   MOVE FS-XREF TO WRK-FS-STATUS
                   PERFORM 9500-TRATA-ARQUIVO
           END-WRITE.
           ADD 1 TO WRK-PROX-PEDIDO.

       0390-REJEITA-PEDIDO         SECTION.
           ADD 1 TO WRK-TOTAL-REJ.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-LJA-PEDIDO " " WRK-LJA-EMAIL
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "             " WRK-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO PED-REG-TRAILER.
           MOVE "T" TO PED-TRL-TIPO.
           MOVE WRK-TOTAL-GRAVADOS TO PED-TRL-PEDIDOS.
           MOVE WRK-TOTAL-ITENS TO PED-TRL-ITENS.
           WRITE PED-REG-TRAILER.
           CLOSE PEDIDOS-OUT.
           OPEN OUTPUT NUMERO-CONTROLE.
           MOVE WRK-PROX-PEDIDO TO NUM-PROXIMO.
           WRITE NUM-REG.
           CLOSE NUMERO-CONTROLE.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           STRING "LINHAS LIDAS: " WRK-TOTAL-LINHAS
                   "  PEDIDOS: " WRK-TOTAL-LIDOS
                   "  NO LOTE: " WRK-TOTAL-GRAVADOS
                   "  REJEITADOS: " WRK-TOTAL-REJ
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS NO LOTE: " WRK-TOTAL-ITENS
                   "  COMPRADORES ACHADOS: " WRK-TOTAL-ACHADOS
                   "  CADASTRADOS: " WRK-TOTAL-NOVOS
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE LOJA-IN.
           PERFORM 9450-CARIMBA-SELO.
           CLOSE CLIENTES.
           CLOSE CLIENTES-LOG.
           IF WRK-TEM-ESTOQUE EQUAL "S"
               CLOSE ESTOQUE
           END-IF.
           IF WRK-TEM-ORDENS EQUAL "S"
               CLOSE PEDIDOS-ORD
           END-IF.
           CLOSE LOJA-XREF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-LJA-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-LIDOS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-GRAVADOS TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-REJ TO WRK-RUN-REJEITADOS.
           IF WRK-TOTAL-REJ GREATER ZEROS
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PEDLOJA: " WRK-TOTAL-LIDOS " PEDIDOS DA LOJA ("
                   WRK-TOTAL-LINHAS " LINHAS), " WRK-TOTAL-GRAVADOS
                   " NO LOTE " WRK-PED-PATH.
           DISPLAY "PEDLOJA: " WRK-TOTAL-NOVOS " COMPRADORES "
                   "CADASTRADOS, " WRK-TOTAL-REJ " PEDIDOS "
                   "REJEITADOS EM " WRK-REL-PATH.

      *== CONTAGEM E TOTAL-BALANCO DO MESTRE (SOMA DAS CHAVES, COMO
      *== NO CLIMANT) PARA O SELO DE INTEGRIDADE; DE QUEBRA, O MAIOR
      *== REG-ID EM USO, BASE DA NUMERACAO DOS CLIENTES NOVOS
       9300-APURA-SELO             SECTION.
           MOVE ZEROS TO WRK-SEL-QTD.
           MOVE ZEROS TO WRK-SEL-HASH.
           MOVE ZEROS TO WRK-MAIOR-ID.
           MOVE ZEROS TO REG-ID.
           START CLIENTES KEY IS NOT LESS REG-ID
               INVALID KEY MOVE 23 TO FS-CLIENTES
           END-START.
           IF FS-CLIENTES EQUAL 0
               READ CLIENTES NEXT
                   AT END MOVE 10 TO FS-CLIENTES
               END-READ
               PERFORM UNTIL FS-CLIENTES GREATER 2
                   ADD 1 TO WRK-SEL-QTD
                   ADD REG-ID TO WRK-SEL-HASH
                   MOVE REG-ID TO WRK-MAIOR-ID
                   READ CLIENTES NEXT
                       AT END MOVE 10 TO FS-CLIENTES
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CLIENTES.

      *== CONFERE O SELO NA ABERTURA: DIVERGENCIA ABORTA VIA TRATAFS
      *== (STATUS 98 DA CASA) - ARQUIVO MEXIDO POR FORA NAO ENTRA
       9400-VERIFICA-SELO          SECTION.
           PERFORM 9300-APURA-SELO.
           MOVE "V" TO WRK-SEL-ACAO.
           MOVE "CLIENTES" TO WRK-SEL-ARQUIVO.
           CALL "SELOLIB" USING WRK-SELOLIB-AREA.
           IF WRK-SEL-RESULTADO EQUAL "N"
               MOVE "CLIENTES" TO WRK-FS-ARQUIVO
               MOVE "SELO" TO WRK-FS-OPERACAO
               MOVE 98 TO WRK-FS-STATUS
               CALL "TRATAFS" USING WRK-TRATAFS-AREA
               CLOSE CLIENTES
               STOP RUN
           END-IF.

      *== CARIMBA O SELO NO FECHAMENTO, DEPOIS DOS CADASTROS - SEM
      *== ISTO O PROXIMO LEITOR QUE CONFERE O SELO (CLIMANT, PEDIDOS,
      *== MENSAL) RECUSARIA UM MESTRE LEGITIMO
       9450-CARIMBA-SELO           SECTION.
           PERFORM 9300-APURA-SELO.
           MOVE "G" TO WRK-SEL-ACAO.
           MOVE "CLIENTES" TO WRK-SEL-ARQUIVO.
           CALL "SELOLIB" USING WRK-SELOLIB-AREA.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA          DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WRK-LOG-HORA          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-LOG-OPERACAO      DELIMITED BY SIZE
                  " ANTES=["            DELIMITED BY SIZE
                  WRK-REG-ANTES         DELIMITED BY SIZE
                  "] DEPOIS=["          DELIMITED BY SIZE
                  WRK-REG-DEPOIS        DELIMITED BY SIZE
                  "]"                   DELIMITED BY SIZE
                  " OPER=PEDLOJA"       DELIMITED BY SIZE
                  INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

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
