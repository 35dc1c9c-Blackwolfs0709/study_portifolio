       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIEXTR.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: EXTRACAO NOTURNA PARA O BI - GERA, SO COM O
      *==           MOVIMENTO DO DIA, TRES ARQUIVOS DE FATO (ITENS DE
      *==           PEDIDO, PAGAMENTOS DE BOLETO, MOVIMENTOS DO
      *==           JORNAL DAS CONTAS) E CINCO DE DIMENSAO (CLIENTE,
      *==           PRODUTO, VENDEDOR, UF, DATA), DELIMITADOS POR ";"
      *==           - ACABARAM AS COPIAS AVULSAS DE PEDIDOS.ORD,
      *==           PEDITENS, NOTAS.DAT E CONTAS.DAT CRUZADAS EM
      *==           PLANILHA, CADA UMA COM UM RESULTADO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: AS CHAVES SAO AS NATURAIS DO SISTEMA E NAO
      *==   MUDAM DE UMA NOITE PARA OUTRA: ITEM = PEDIDO(6)+SEQ(2),
      *==   PAGAMENTO = DOCUMENTO DO BOLETO, MOVIMENTO = SEQ DO
      *==   JORNAL, CLIENTE = REG-ID, PRODUTO = EST-CODIGO, VENDEDOR
      *==   = EMP-CODIGO, UF = SIGLA, DATA = AAAAMMDD. "DO DIA" =
      *==   PEDIDO INCLUIDO OU COM STATUS MUDADO NO DIA (SAEM TODOS
      *==   OS ITENS) OU ITEM COM STATUS MUDADO NO DIA; BOLETO PAGO
      *==   NO DIA; LINHA DO JORNAL COM DATAHORA DO DIA. AS
      *==   DIMENSOES TRAZEM OS MEMBROS CITADOS PELOS FATOS DO DIA
      *==   E, NO CLIENTE, TAMBEM O ALTERADO NO DIA (CLIENTES.LOG)
      *==   OU COM CONSENTIMENTO DADO/RETIRADO NO DIA. CADA ARQUIVO
      *==   ABRE COM O REGISTRO DE CONTROLE "CTL" E FECHA COM "FIM"
      *==   (QUANTIDADE E, NOS FATOS, SOMA DOS VALORES). DADO
      *==   PESSOAL DO CLIENTE SAI MASCARADO: CANAL SEM
      *==   CONSENTIMENTO VIGENTE (CONSENT.DAT, VER CONSMANT), NOME
      *==   E CPF DE PESSOA FISICA (DO CPF FICAM SO OS DOIS ULTIMOS
      *==   DIGITOS). BIEXTR_DATA (AAAAMMDD) ESCOLHE O DIA; EM
      *==   BRANCO, O CORRENTE
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT PEDITENS ASSIGN TO DYNAMIC WRK-ITN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS FS-ITENS.
           SELECT BOLETOS ASSIGN TO DYNAMIC WRK-BOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLETOS.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-JOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
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
           SELECT CONSENTIMENTOS ASSIGN TO DYNAMIC WRK-CNS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS FS-CONSENTIMENTOS.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT BI-ITENS ASSIGN TO DYNAMIC WRK-BIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-ITENS.
           SELECT BI-PAGTOS ASSIGN TO DYNAMIC WRK-BPG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-PAGTOS.
           SELECT BI-MOVTOS ASSIGN TO DYNAMIC WRK-BMV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-MOVTOS.
           SELECT BI-CLIENTES ASSIGN TO DYNAMIC WRK-BCL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-CLIENTES.
           SELECT BI-PRODUTOS ASSIGN TO DYNAMIC WRK-BPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-PRODUTOS.
           SELECT BI-VENDEDORES ASSIGN TO DYNAMIC WRK-BVD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-VENDEDORES.
           SELECT BI-UFS ASSIGN TO DYNAMIC WRK-BUF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-UFS.
           SELECT BI-DATAS ASSIGN TO DYNAMIC WRK-BDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BI-DATAS.

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
           05 ORD-PLANO          PIC X(02).
           05 ORD-FILIAL         PIC X(02).

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
           05 ITM-DEPOSITO       PIC X(02).

       FD  BOLETOS.
       01  BOL-REG.
           05 BOL-DOCUMENTO      PIC 9(08).
           05 BOL-ORIGEM         PIC X(08).
           05 BOL-CLIENTE        PIC 9(04).
           05 BOL-REFERENCIA     PIC 9(08).
           05 BOL-VALOR          PIC 9(09)V99.
           05 BOL-EMISSAO        PIC 9(08).
           05 BOL-VENCIMENTO     PIC 9(08).
           05 BOL-SITUACAO       PIC X(01).
      *== BOL-SITUACAO: "A" = EM ABERTO   "P" = PAGO (VER BOLRET)
           05 BOL-DATA-PAGTO     PIC 9(08).

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

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

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  CONSENTIMENTOS.
       01  CNS-REG.
           05 CNS-CHAVE.
              10 CNS-CLIENTE     PIC 9(04).
              10 CNS-CANAL       PIC X(01).
           05 CNS-DATA-CONSENT   PIC 9(08).
           05 CNS-ORIGEM         PIC X(20).
           05 CNS-DATA-RETIRADA  PIC 9(08).
           05 CNS-ORIGEM-RETIRADA PIC X(20).
           05 CNS-OPERADOR       PIC X(08).

       FD  ESTOQUE.
       01  EST-REG.
           05 EST-CODIGO         PIC X(08).
           05 EST-DESCRICAO      PIC X(30).
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.

       FD  EMPREGADOS.
       01  EMP-REG.
           05  EMP-CODIGO  PIC 9(04).
           05  EMP-NOME    PIC X(15).
           05  EMP-SALARIO PIC 9(06).
           05  EMP-DEPENDENTES PIC 9(02).
           05  EMP-DEPTO   PIC X(03).
           05  EMP-CONTA   PIC 9(06).
           05  EMP-SITUACAO PIC X(01).
           05  EMP-DATA-DESLIG PIC 9(08).
           05  EMP-DATA-ADMISSAO PIC 9(08).
           05  EMP-BANCO   PIC 9(03).
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
           05  EMP-FILIAL  PIC X(02).

      *== ARQUIVOS DE SAIDA DO BI: LINHA "CTL", LINHA DE NOMES DAS
      *== COLUNAS, DETALHES E LINHA "FIM"
       FD  BI-ITENS.
       01  BIT-LINHA            PIC X(200).
       FD  BI-PAGTOS.
       01  BPG-LINHA            PIC X(200).
       FD  BI-MOVTOS.
       01  BMV-LINHA            PIC X(200).
       FD  BI-CLIENTES.
       01  BCL-LINHA            PIC X(200).
       FD  BI-PRODUTOS.
       01  BPR-LINHA            PIC X(200).
       FD  BI-VENDEDORES.
       01  BVD-LINHA            PIC X(200).
       FD  BI-UFS.
       01  BUF-LINHA            PIC X(200).
       FD  BI-DATAS.
       01  BDT-LINHA            PIC X(200).

       WORKING-STORAGE             SECTION.
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ITN-PATH    PIC X(100) VALUE SPACES.
       77  WRK-BOL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-JOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-BIT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BIT-PATH: VARIAVEL DE AMBIENTE "BIEXTR_ITENS_PATH";
      *== SE NAO DEFINIDA, "BIITENS.AAAAMMDD"
       77  WRK-BPG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BPG-PATH: VARIAVEL DE AMBIENTE "BIEXTR_PAGTOS_PATH";
      *== SE NAO DEFINIDA, "BIPAGTOS.AAAAMMDD"
       77  WRK-BMV-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BMV-PATH: VARIAVEL DE AMBIENTE "BIEXTR_MOVTOS_PATH";
      *== SE NAO DEFINIDA, "BIMOVTOS.AAAAMMDD"
       77  WRK-BCL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BCL-PATH: VARIAVEL DE AMBIENTE "BIEXTR_CLIENTES_PATH";
      *== SE NAO DEFINIDA, "BICLIENT.AAAAMMDD"
       77  WRK-BPR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BPR-PATH: VARIAVEL DE AMBIENTE "BIEXTR_PRODUTOS_PATH";
      *== SE NAO DEFINIDA, "BIPRODUT.AAAAMMDD"
       77  WRK-BVD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BVD-PATH: VARIAVEL DE AMBIENTE
      *== "BIEXTR_VENDEDORES_PATH"; SE NAO DEFINIDA,
      *== "BIVENDED.AAAAMMDD"
       77  WRK-BUF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BUF-PATH: VARIAVEL DE AMBIENTE "BIEXTR_UFS_PATH";
      *== SE NAO DEFINIDA, "BIUFS.AAAAMMDD"
       77  WRK-BDT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BDT-PATH: VARIAVEL DE AMBIENTE "BIEXTR_DATAS_PATH";
      *== SE NAO DEFINIDA, "BIDATAS.AAAAMMDD"
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  FS-BOLETOS      PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-BI-ITENS     PIC 9(02) VALUE ZEROS.
       77  FS-BI-PAGTOS    PIC 9(02) VALUE ZEROS.
       77  FS-BI-MOVTOS    PIC 9(02) VALUE ZEROS.
       77  FS-BI-CLIENTES  PIC 9(02) VALUE ZEROS.
       77  FS-BI-PRODUTOS  PIC 9(02) VALUE ZEROS.
       77  FS-BI-VENDEDORES PIC 9(02) VALUE ZEROS.
       77  FS-BI-UFS       PIC 9(02) VALUE ZEROS.
       77  FS-BI-DATAS     PIC 9(02) VALUE ZEROS.
      *== ARQUIVOS DE APOIO OPCIONAIS: SEM ELES O FATO OU O ATRIBUTO
      *== CORRESPONDENTE SAI VAZIO, MAS A EXTRACAO NAO PARA
       77  WRK-CTC-ABERTO  PIC X(01) VALUE "N".
       77  WRK-CTA-ABERTO  PIC X(01) VALUE "N".
       77  WRK-CNS-ABERTO  PIC X(01) VALUE "N".
       77  WRK-EST-ABERTO  PIC X(01) VALUE "N".
       77  WRK-EMP-ABERTO  PIC X(01) VALUE "N".
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-DIA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LINHA       PIC X(200) VALUE SPACES.
       77  WRK-TIPO-ARQ    PIC X(10) VALUE SPACES.
       77  WRK-PED-DO-DIA  PIC X(01) VALUE "N".
       77  WRK-VALOR-ED    PIC 9(09),99.
       77  WRK-CUSTO-ED    PIC 9(06),99.
       77  WRK-PESO-ED     PIC 9(03),99.
       77  WRK-SOMA-ED     PIC 9(11),99.
       77  WRK-QTD-ED      PIC 9(08).
       77  WRK-TEXTO       PIC X(40) VALUE SPACES.

      *== MOVIMENTO DO JORNAL: MESMO RECORTE DO CTARECON (SEQ EM 5,
      *== DATAHORA EM 21, CONTA EM 42, ROTULO DO VALOR EM 49)
       77  WRK-JOR-RECUSA  PIC 9(02) VALUE ZEROS.
       77  WRK-JOR-TIPO    PIC X(10) VALUE SPACES.
       77  WRK-JOR-SINAL   PIC X(01) VALUE SPACES.
       77  WRK-JOR-VALOR   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-JOR-CONTA   PIC 9(06) VALUE ZEROS.
       77  WRK-JOR-CLIENTE PIC 9(04) VALUE ZEROS.
       77  WRK-JOR-SITUACAO PIC X(01) VALUE SPACES.
       77  WRK-ATRASO      PIC 9(05) VALUE ZEROS.

      *== CLIENTE: CONSENTIMENTO POR CANAL E CAMPOS JA MASCARADOS
       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
       77  WRK-LOG-ID      PIC X(04) VALUE SPACES.
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CONS-OK     PIC X(01) VALUE SPACES.
       77  WRK-CONS-EMAIL  PIC X(01) VALUE SPACES.
       77  WRK-CONS-FONE   PIC X(01) VALUE SPACES.
       77  WRK-CONS-POSTAL PIC X(01) VALUE SPACES.
       77  WRK-MASCARA     PIC X(05) VALUE "*****".
       77  WRK-BI-NOME     PIC X(20) VALUE SPACES.
       77  WRK-BI-DOC      PIC X(14) VALUE SPACES.
       77  WRK-BI-FONE     PIC X(11) VALUE SPACES.
       77  WRK-BI-EMAIL    PIC X(30) VALUE SPACES.
       77  WRK-BI-ENDERECO PIC X(40) VALUE SPACES.
       77  WRK-TAM-DOC     PIC 9(02) VALUE ZEROS.
       77  WRK-POS-DOC     PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU-CLI   PIC X(01) VALUE "N".

      *== DATA: ATRIBUTOS DA DIMENSAO (1 = DOMINGO ... 7 = SABADO)
       77  WRK-DATA-REG    PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-DIM.
           05 WRK-DIM-ANO      PIC 9(04).
           05 WRK-DIM-MES      PIC 9(02).
           05 WRK-DIM-DIA      PIC 9(02).
       77  WRK-DIM-TRIM    PIC 9(01) VALUE ZEROS.
       77  WRK-DIM-DSEM    PIC 9(01) VALUE ZEROS.
       77  WRK-DIM-FDS     PIC X(01) VALUE SPACES.
       77  WRK-DIAS-CORR   PIC 9(07) VALUE ZEROS.

      *== MEMBROS DAS DIMENSOES CITADOS NO DIA: CLIENTE E VENDEDOR
      *== PELO PROPRIO CODIGO (MOLDE CRMRECON); PRODUTO, UF E DATA
      *== EM LISTA SEM REPETICAO
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-MARCA OCCURS 9999 TIMES PIC X(01).
       01  WRK-TAB-VENDEDORES.
           05 WRK-VEN-MARCA OCCURS 9999 TIMES PIC X(01).
       77  WRK-MAX-PRD     PIC 9(04) VALUE 3000.
       77  WRK-QTD-PRD     PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05 WRK-PRD-CODIGO OCCURS 3000 TIMES PIC X(08).
       77  WRK-QTD-UF      PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-UFS-DIA.
           05 WRK-UFD-SIGLA  OCCURS 40 TIMES PIC X(02).
       77  WRK-MAX-DATAS   PIC 9(04) VALUE 2000.
       77  WRK-QTD-DATAS   PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-DATAS.
           05 WRK-DAT-VALOR  OCCURS 2000 TIMES PIC 9(08).
       77  WRK-IDX         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CLI     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-UF      PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-CODIGO-REG  PIC X(08) VALUE SPACES.
       77  WRK-UF-REG      PIC X(02) VALUE SPACES.
       77  WRK-TOTAL-EXCESSO PIC 9(06) VALUE ZEROS.

      *== REGIAO DE CADA UF (DIMENSAO UF)
       01  WRK-TAB-UFS.
           05 FILLER PIC X(14) VALUE "ACNORTE       ".
           05 FILLER PIC X(14) VALUE "ALNORDESTE    ".
           05 FILLER PIC X(14) VALUE "AMNORTE       ".
           05 FILLER PIC X(14) VALUE "APNORTE       ".
           05 FILLER PIC X(14) VALUE "BANORDESTE    ".
           05 FILLER PIC X(14) VALUE "CENORDESTE    ".
           05 FILLER PIC X(14) VALUE "DFCENTRO-OESTE".
           05 FILLER PIC X(14) VALUE "ESSUDESTE     ".
           05 FILLER PIC X(14) VALUE "GOCENTRO-OESTE".
           05 FILLER PIC X(14) VALUE "MANORDESTE    ".
           05 FILLER PIC X(14) VALUE "MGSUDESTE     ".
           05 FILLER PIC X(14) VALUE "MSCENTRO-OESTE".
           05 FILLER PIC X(14) VALUE "MTCENTRO-OESTE".
           05 FILLER PIC X(14) VALUE "PANORTE       ".
           05 FILLER PIC X(14) VALUE "PBNORDESTE    ".
           05 FILLER PIC X(14) VALUE "PENORDESTE    ".
           05 FILLER PIC X(14) VALUE "PINORDESTE    ".
           05 FILLER PIC X(14) VALUE "PRSUL         ".
           05 FILLER PIC X(14) VALUE "RJSUDESTE     ".
           05 FILLER PIC X(14) VALUE "RNNORDESTE    ".
           05 FILLER PIC X(14) VALUE "RONORTE       ".
           05 FILLER PIC X(14) VALUE "RRNORTE       ".
           05 FILLER PIC X(14) VALUE "RSSUL         ".
           05 FILLER PIC X(14) VALUE "SCSUL         ".
           05 FILLER PIC X(14) VALUE "SENORDESTE    ".
           05 FILLER PIC X(14) VALUE "SPSUDESTE     ".
           05 FILLER PIC X(14) VALUE "TONORTE       ".
       01  FILLER REDEFINES WRK-TAB-UFS.
           05 WRK-UF-ITEM OCCURS 27 TIMES.
               10 WRK-UF-SIGLA       PIC X(02).
               10 WRK-UF-REGIAO      PIC X(12).
       77  WRK-UF-NOME-REGIAO PIC X(13) VALUE SPACES.

      *== CONTADORES E SOMAS PARA OS REGISTROS "FIM"
       77  WRK-TOTAL-LIDO  PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-ITENS   PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-PAGTOS  PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-MOVTOS  PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DCLI    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DPRD    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DVEN    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DUF     PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-DDATA   PIC 9(08) VALUE ZEROS.
       77  WRK-SOMA-ITENS  PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-PAGTOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SOMA-MOVTOS PIC 9(11)V99 VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "BIEXTR".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "BIEXTR".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-FATO-ITENS.
           PERFORM 0300-FATO-PAGAMENTOS.
           PERFORM 0400-FATO-MOVIMENTOS.
           PERFORM 0500-CLIENTES-DO-DIA.
           PERFORM 0610-DIM-CLIENTES.
           PERFORM 0620-DIM-PRODUTOS.
           PERFORM 0630-DIM-VENDEDORES.
           PERFORM 0640-DIM-UFS.
           PERFORM 0650-DIM-DATAS.
           PERFORM 0900-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "BIEXTR_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               MOVE WRK-DATA-HOJE TO WRK-DATA-DIA
           ELSE
               COMPUTE WRK-DATA-DIA = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           MOVE ALL "N" TO WRK-TAB-CLIENTES.
           MOVE ALL "N" TO WRK-TAB-VENDEDORES.
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
           MOVE "PEDITENS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ITENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           MOVE "CLIENTES" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CLIENTES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-BOL-PATH FROM ENVIRONMENT "BOLETOS_PATH".
           IF WRK-BOL-PATH EQUAL SPACES
               MOVE "BOLETOS.DAT" TO WRK-BOL-PATH
           END-IF.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CLIENTES_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CLIENTES.LOG" TO WRK-LOG-PATH
           END-IF.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
           END-IF.
           OPEN INPUT CTACLI.
           IF FS-CTACLI EQUAL 0
               MOVE "S" TO WRK-CTC-ABERTO
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS EQUAL 0
               MOVE "S" TO WRK-CTA-ABERTO
           END-IF.
           ACCEPT WRK-CNS-PATH FROM ENVIRONMENT "CONSENT_PATH".
           IF WRK-CNS-PATH EQUAL SPACES
               MOVE "CONSENT.DAT" TO WRK-CNS-PATH
           END-IF.
           OPEN INPUT CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS EQUAL 0
               MOVE "S" TO WRK-CNS-ABERTO
           ELSE
               DISPLAY "BIEXTR: " WRK-CNS-PATH " INDISPONIVEL FS="
                       FS-CONSENTIMENTOS " - CANAIS DE CONTATO SAEM "
                       "TODOS MASCARADOS"
           END-IF.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE EQUAL 0
               MOVE "S" TO WRK-EST-ABERTO
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           IF FS-EMPREGADOS EQUAL 0
               MOVE "S" TO WRK-EMP-ABERTO
           END-IF.
           PERFORM 0110-ABRE-SAIDAS.

      *== OS OITO ARQUIVOS DO DIA, CADA UM COM O REGISTRO DE
      *== CONTROLE E A LINHA COM O NOME DAS COLUNAS
       0110-ABRE-SAIDAS            SECTION.
           ACCEPT WRK-BIT-PATH FROM ENVIRONMENT "BIEXTR_ITENS_PATH".
           IF WRK-BIT-PATH EQUAL SPACES
               STRING "BIITENS." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BIT-PATH
           END-IF.
           OPEN OUTPUT BI-ITENS.
           MOVE "FATOITEM" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BIT-LINHA FROM WRK-LINHA.
           MOVE "CHAVE_ITEM;PEDIDO;SEQ;DATA_PEDIDO;DATA_STATUS;CLIENTE;V
      -         "ENDEDOR;UF;PRODUTO;DEPOSITO;STATUS_ITEM;STATUS_PEDIDO;N
      -         "OTA;VALOR;CUSTO;PESO" TO BIT-LINHA.
           WRITE BIT-LINHA.
           ACCEPT WRK-BPG-PATH FROM ENVIRONMENT "BIEXTR_PAGTOS_PATH".
           IF WRK-BPG-PATH EQUAL SPACES
               STRING "BIPAGTOS." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BPG-PATH
           END-IF.
           OPEN OUTPUT BI-PAGTOS.
           MOVE "FATOPAGTO" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BPG-LINHA FROM WRK-LINHA.
           MOVE "DOCUMENTO;ORIGEM;CLIENTE;REFERENCIA;DATA_EMISSAO;DATA_V
      -         "ENCIMENTO;DATA_PAGTO;DIAS_ATRASO;VALOR" TO BPG-LINHA.
           WRITE BPG-LINHA.
           ACCEPT WRK-BMV-PATH FROM ENVIRONMENT "BIEXTR_MOVTOS_PATH".
           IF WRK-BMV-PATH EQUAL SPACES
               STRING "BIMOVTOS." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BMV-PATH
           END-IF.
           OPEN OUTPUT BI-MOVTOS.
           MOVE "FATOMOVTO" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BMV-LINHA FROM WRK-LINHA.
           MOVE "SEQ_JORNAL;DATA;HORA;CONTA;CLIENTE;TIPO;SINAL;VALOR;SIT
      -         "UACAO_CONTA" TO BMV-LINHA.
           WRITE BMV-LINHA.
           ACCEPT WRK-BCL-PATH FROM ENVIRONMENT "BIEXTR_CLIENTES_PATH".
           IF WRK-BCL-PATH EQUAL SPACES
               STRING "BICLIENT." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BCL-PATH
           END-IF.
           OPEN OUTPUT BI-CLIENTES.
           MOVE "DIMCLIENTE" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BCL-LINHA FROM WRK-LINHA.
           MOVE "CLIENTE;TIPO_DOC;NOME;DOCUMENTO;TELEFONE;EMAIL;ENDERECO
      -         ";STATUS;CONS_EMAIL;CONS_FONE;CONS_CORREIO"
               TO BCL-LINHA.
           WRITE BCL-LINHA.
           ACCEPT WRK-BPR-PATH FROM ENVIRONMENT "BIEXTR_PRODUTOS_PATH".
           IF WRK-BPR-PATH EQUAL SPACES
               STRING "BIPRODUT." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BPR-PATH
           END-IF.
           OPEN OUTPUT BI-PRODUTOS.
           MOVE "DIMPRODUTO" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BPR-LINHA FROM WRK-LINHA.
           MOVE "PRODUTO;DESCRICAO;PRECO;CUSTO_MEDIO" TO BPR-LINHA.
           WRITE BPR-LINHA.
           ACCEPT WRK-BVD-PATH
               FROM ENVIRONMENT "BIEXTR_VENDEDORES_PATH".
           IF WRK-BVD-PATH EQUAL SPACES
               STRING "BIVENDED." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BVD-PATH
           END-IF.
           OPEN OUTPUT BI-VENDEDORES.
           MOVE "DIMVENDED" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BVD-LINHA FROM WRK-LINHA.
           MOVE "VENDEDOR;NOME;DEPTO;SITUACAO;DATA_ADMISSAO"
               TO BVD-LINHA.
           WRITE BVD-LINHA.
           ACCEPT WRK-BUF-PATH FROM ENVIRONMENT "BIEXTR_UFS_PATH".
           IF WRK-BUF-PATH EQUAL SPACES
               STRING "BIUFS." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BUF-PATH
           END-IF.
           OPEN OUTPUT BI-UFS.
           MOVE "DIMUF" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BUF-LINHA FROM WRK-LINHA.
           MOVE "UF;REGIAO" TO BUF-LINHA.
           WRITE BUF-LINHA.
           ACCEPT WRK-BDT-PATH FROM ENVIRONMENT "BIEXTR_DATAS_PATH".
           IF WRK-BDT-PATH EQUAL SPACES
               STRING "BIDATAS." WRK-DATA-DIA
                       DELIMITED BY SIZE INTO WRK-BDT-PATH
           END-IF.
           OPEN OUTPUT BI-DATAS.
           MOVE "DIMDATA" TO WRK-TIPO-ARQ.
           PERFORM 0120-MONTA-CONTROLE.
           WRITE BDT-LINHA FROM WRK-LINHA.
           MOVE "DATA;ANO;MES;DIA;TRIMESTRE;DIA_SEMANA;FIM_DE_SEMANA"
               TO BDT-LINHA.
           WRITE BDT-LINHA.

      *== REGISTRO DE CONTROLE: ORIGEM, TIPO DO ARQUIVO, DIA DO
      *== MOVIMENTO E DIA DA GERACAO - O CARREGADOR DO BI CONFERE
      *== CONTRA O "FIM" PARA PROVAR QUE O ARQUIVO CHEGOU INTEIRO
       0120-MONTA-CONTROLE         SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING "CTL;BIEXTR;"         DELIMITED BY SIZE
                  WRK-TIPO-ARQ          DELIMITED BY SPACE
                  ";" WRK-DATA-DIA ";" WRK-DATA-HOJE
                                        DELIMITED BY SIZE
                  INTO WRK-LINHA.

      *== FATO ITEM DE PEDIDO: PEDIDO INCLUIDO OU COM STATUS MUDADO
      *== NO DIA LEVA TODOS OS ITENS; NOS DEMAIS, SO O ITEM QUE MUDOU
       0200-FATO-ITENS             SECTION.
           READ PEDIDOS-ORD NEXT
               AT END MOVE 10 TO FS-ORDENS
           END-READ.
           PERFORM UNTIL FS-ORDENS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               MOVE "N" TO WRK-PED-DO-DIA
               IF ORD-DATA EQUAL WRK-DATA-DIA
                   OR ORD-DATA-STATUS EQUAL WRK-DATA-DIA
                   MOVE "S" TO WRK-PED-DO-DIA
               END-IF
               PERFORM 0210-ITENS-DO-PEDIDO
               READ PEDIDOS-ORD NEXT
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
           END-PERFORM.

       0210-ITENS-DO-PEDIDO        SECTION.
           MOVE ORD-NUMERO TO ITM-PEDIDO.
           MOVE ZEROS TO ITM-SEQ.
           START PEDITENS KEY IS NOT LESS THAN ITM-CHAVE
               INVALID KEY MOVE 10 TO FS-ITENS
               NOT INVALID KEY MOVE ZEROS TO FS-ITENS
           END-START.
           IF FS-ITENS EQUAL ZEROS
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
           END-IF.
           PERFORM UNTIL FS-ITENS EQUAL 10
               OR ITM-PEDIDO NOT EQUAL ORD-NUMERO
               IF WRK-PED-DO-DIA EQUAL "S"
                   OR ITM-DATA-STATUS EQUAL WRK-DATA-DIA
                   PERFORM 0220-GRAVA-ITEM
               END-IF
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
           END-PERFORM.

       0220-GRAVA-ITEM             SECTION.
           MOVE ITM-VALOR TO WRK-VALOR-ED.
           MOVE ITM-CUSTO TO WRK-CUSTO-ED.
           MOVE ITM-PESO  TO WRK-PESO-ED.
           MOVE SPACES TO BIT-LINHA.
           STRING ITM-PEDIDO ITM-SEQ ";" ITM-PEDIDO ";" ITM-SEQ ";"
                  ORD-DATA ";" ITM-DATA-STATUS ";" ORD-CLIENTE ";"
                  ORD-VENDEDOR ";"      DELIMITED BY SIZE
                  ORD-ESTADO            DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  ITM-CODIGO            DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  ITM-DEPOSITO          DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  ITM-STATUS            DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  ORD-STATUS            DELIMITED BY SPACE
                  ";" ORD-NOTA ";" WRK-VALOR-ED ";" WRK-CUSTO-ED ";"
                  WRK-PESO-ED           DELIMITED BY SIZE
                  INTO BIT-LINHA.
           WRITE BIT-LINHA.
           ADD 1 TO WRK-QTD-ITENS.
           ADD ITM-VALOR TO WRK-SOMA-ITENS.
           MOVE ORD-CLIENTE TO WRK-IDX-CLI.
           PERFORM 0810-REGISTRA-CLIENTE.
           IF ORD-VENDEDOR GREATER ZEROS
               MOVE "S" TO WRK-VEN-MARCA(ORD-VENDEDOR)
           END-IF.
           MOVE ITM-CODIGO TO WRK-CODIGO-REG.
           PERFORM 0830-REGISTRA-PRODUTO.
           MOVE ORD-ESTADO TO WRK-UF-REG.
           PERFORM 0840-REGISTRA-UF.
           MOVE ORD-DATA TO WRK-DATA-REG.
           PERFORM 0820-REGISTRA-DATA.
           MOVE ITM-DATA-STATUS TO WRK-DATA-REG.
           PERFORM 0820-REGISTRA-DATA.

      *== FATO PAGAMENTO: BOLETO BAIXADO PELO BOLRET COM PAGAMENTO
      *== NO DIA
       0300-FATO-PAGAMENTOS        SECTION.
           OPEN INPUT BOLETOS.
           IF FS-BOLETOS NOT EQUAL 0
               DISPLAY "BIEXTR: SEM BOLETOS EM " WRK-BOL-PATH
                       " - FATO DE PAGAMENTOS VAZIO"
               GO TO 0300-FATO-PAGAMENTOS-FIM
           END-IF.
           READ BOLETOS
               AT END MOVE 10 TO FS-BOLETOS
           END-READ.
           PERFORM UNTIL FS-BOLETOS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF BOL-SITUACAO EQUAL "P"
                   AND BOL-DATA-PAGTO EQUAL WRK-DATA-DIA
                   PERFORM 0310-GRAVA-PAGAMENTO
               END-IF
               READ BOLETOS
                   AT END MOVE 10 TO FS-BOLETOS
               END-READ
           END-PERFORM.
           CLOSE BOLETOS.
       0300-FATO-PAGAMENTOS-FIM. EXIT.

       0310-GRAVA-PAGAMENTO        SECTION.
           MOVE ZEROS TO WRK-ATRASO.
           IF BOL-DATA-PAGTO GREATER BOL-VENCIMENTO
               AND FUNCTION TEST-DATE-YYYYMMDD(BOL-VENCIMENTO)
                   EQUAL 0
               COMPUTE WRK-ATRASO =
                   FUNCTION INTEGER-OF-DATE(BOL-DATA-PAGTO)
                 - FUNCTION INTEGER-OF-DATE(BOL-VENCIMENTO)
           END-IF.
           MOVE BOL-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO BPG-LINHA.
           STRING BOL-DOCUMENTO ";"     DELIMITED BY SIZE
                  BOL-ORIGEM            DELIMITED BY SPACE
                  ";" BOL-CLIENTE ";" BOL-REFERENCIA ";"
                  BOL-EMISSAO ";" BOL-VENCIMENTO ";" BOL-DATA-PAGTO
                  ";" WRK-ATRASO ";" WRK-VALOR-ED
                                        DELIMITED BY SIZE
                  INTO BPG-LINHA.
           WRITE BPG-LINHA.
           ADD 1 TO WRK-QTD-PAGTOS.
           ADD BOL-VALOR TO WRK-SOMA-PAGTOS.
           MOVE BOL-CLIENTE TO WRK-IDX-CLI.
           PERFORM 0810-REGISTRA-CLIENTE.
           MOVE BOL-EMISSAO TO WRK-DATA-REG.
           PERFORM 0820-REGISTRA-DATA.
           MOVE BOL-VENCIMENTO TO WRK-DATA-REG.
           PERFORM 0820-REGISTRA-DATA.
           MOVE BOL-DATA-PAGTO TO WRK-DATA-REG.
           PERFORM 0820-REGISTRA-DATA.

      *== FATO MOVIMENTO: LANCAMENTO DE CONTA DO JORNAL.LOG COM
      *== DATAHORA DO DIA; RECUSAS E LINHAS DE CONTROLE DO LOTE NAO
      *== MOVEM SALDO E FICAM DE FORA (MESMO CRITERIO DO CTARECON)
       0400-FATO-MOVIMENTOS        SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 0
               DISPLAY "BIEXTR: SEM JORNAL EM " WRK-JOR-PATH
                       " - FATO DE MOVIMENTOS VAZIO"
               GO TO 0400-FATO-MOVIMENTOS-FIM
           END-IF.
           READ JORNAL
               AT END MOVE 10 TO FS-JORNAL
           END-READ.
           PERFORM UNTIL FS-JORNAL EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF JOR-LINHA(1:4) EQUAL "SEQ="
                   AND JOR-LINHA(11:10) EQUAL " DATAHORA="
                   AND JOR-LINHA(21:8) EQUAL WRK-DATA-DIA
                   AND JOR-LINHA(35:7) EQUAL " CONTA="
                   AND JOR-LINHA(42:6) IS NUMERIC
                   PERFORM 0410-GRAVA-MOVIMENTO
               END-IF
               READ JORNAL
                   AT END MOVE 10 TO FS-JORNAL
               END-READ
           END-PERFORM.
           CLOSE JORNAL.
       0400-FATO-MOVIMENTOS-FIM. EXIT.

       0410-GRAVA-MOVIMENTO        SECTION.
           MOVE ZEROS TO WRK-JOR-RECUSA.
           INSPECT JOR-LINHA TALLYING WRK-JOR-RECUSA
               FOR ALL "RECUSADO".
           IF WRK-JOR-RECUSA GREATER ZEROS
               GO TO 0410-GRAVA-MOVIMENTO-FIM
           END-IF.
           EVALUATE TRUE
               WHEN JOR-LINHA(49:10) EQUAL "PAGAMENTO="
                   MOVE "PAGAMENTO" TO WRK-JOR-TIPO
                   MOVE "C" TO WRK-JOR-SINAL
                   COMPUTE WRK-JOR-VALOR =
                       FUNCTION NUMVAL-C(JOR-LINHA(59:14))
               WHEN JOR-LINHA(49:8) EQUAL "ESTORNO="
                   MOVE "ESTORNO" TO WRK-JOR-TIPO
                   MOVE "D" TO WRK-JOR-SINAL
                   COMPUTE WRK-JOR-VALOR =
                       FUNCTION NUMVAL-C(JOR-LINHA(57:14))
               WHEN JOR-LINHA(49:7) EQUAL "DEBITO="
                   MOVE "DEBITO" TO WRK-JOR-TIPO
                   MOVE "D" TO WRK-JOR-SINAL
                   COMPUTE WRK-JOR-VALOR =
                       FUNCTION NUMVAL-C(JOR-LINHA(56:14))
               WHEN OTHER
                   GO TO 0410-GRAVA-MOVIMENTO-FIM
           END-EVALUATE.
           MOVE JOR-LINHA(42:6) TO WRK-JOR-CONTA.
           MOVE ZEROS TO WRK-JOR-CLIENTE.
           IF WRK-CTC-ABERTO EQUAL "S"
               MOVE WRK-JOR-CONTA TO CTC-CONTA
               READ CTACLI KEY IS CTC-CONTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CTC-CLIENTE TO WRK-JOR-CLIENTE
               END-READ
           END-IF.
           MOVE SPACES TO WRK-JOR-SITUACAO.
           IF WRK-CTA-ABERTO EQUAL "S"
               MOVE WRK-JOR-CONTA TO CTA-NUMERO
               READ CONTAS KEY IS CTA-NUMERO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-SITUACAO TO WRK-JOR-SITUACAO
               END-READ
               IF WRK-JOR-SITUACAO EQUAL SPACES
                   MOVE "A" TO WRK-JOR-SITUACAO
               END-IF
           END-IF.
           MOVE WRK-JOR-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO BMV-LINHA.
           STRING JOR-LINHA(5:6) ";" JOR-LINHA(21:8) ";"
                  JOR-LINHA(29:6) ";" WRK-JOR-CONTA ";"
                  WRK-JOR-CLIENTE ";"   DELIMITED BY SIZE
                  WRK-JOR-TIPO          DELIMITED BY SPACE
                  ";" WRK-JOR-SINAL ";" WRK-VALOR-ED ";"
                  WRK-JOR-SITUACAO      DELIMITED BY SIZE
                  INTO BMV-LINHA.
           WRITE BMV-LINHA.
           ADD 1 TO WRK-QTD-MOVTOS.
           ADD WRK-JOR-VALOR TO WRK-SOMA-MOVTOS.
           MOVE WRK-JOR-CLIENTE TO WRK-IDX-CLI.
           PERFORM 0810-REGISTRA-CLIENTE.
           MOVE WRK-DATA-DIA TO WRK-DATA-REG.
           PERFORM 0820-REGISTRA-DATA.
       0410-GRAVA-MOVIMENTO-FIM. EXIT.

      *== CLIENTE ALTERADO NO DIA MESMO SEM FATO: CADASTRO
      *== (CLIENTES.LOG, CARIMBO AAAAMMDD NA POSICAO 1) E
      *== CONSENTIMENTO DADO OU RETIRADO NO DIA (CONSENT.DAT)
       0500-CLIENTES-DO-DIA        SECTION.
           OPEN INPUT CLIENTES-LOG.
           IF FS-LOG EQUAL 0
               READ CLIENTES-LOG
                   AT END MOVE 10 TO FS-LOG
               END-READ
               PERFORM UNTIL FS-LOG EQUAL 10
                   IF LOG-LINHA(1:8) EQUAL WRK-DATA-DIA
                       PERFORM 0510-CLIENTE-DO-LOG
                   END-IF
                   READ CLIENTES-LOG
                       AT END MOVE 10 TO FS-LOG
                   END-READ
               END-PERFORM
               CLOSE CLIENTES-LOG
           END-IF.
           IF WRK-CNS-ABERTO EQUAL "S"
               READ CONSENTIMENTOS NEXT
                   AT END MOVE 10 TO FS-CONSENTIMENTOS
               END-READ
               PERFORM UNTIL FS-CONSENTIMENTOS EQUAL 10
                   IF CNS-DATA-CONSENT EQUAL WRK-DATA-DIA
                       OR CNS-DATA-RETIRADA EQUAL WRK-DATA-DIA
                       MOVE CNS-CLIENTE TO WRK-IDX-CLI
                       PERFORM 0810-REGISTRA-CLIENTE
                   END-IF
                   READ CONSENTIMENTOS NEXT
                       AT END MOVE 10 TO FS-CONSENTIMENTOS
                   END-READ
               END-PERFORM
           END-IF.

      *== O REG-ID ABRE A IMAGEM DO REGISTRO; A POSICAO DA IMAGEM
      *== SEGUE O MESMO RECORTE DO CLIDELTA
       0510-CLIENTE-DO-LOG         SECTION.
           MOVE LOG-LINHA(19:10) TO WRK-LOG-OPERACAO.
           EVALUATE TRUE
               WHEN WRK-LOG-OPERACAO EQUAL "EXCLUSAO"
                   OR WRK-LOG-OPERACAO EQUAL "ARQUIVADO"
                   MOVE LOG-LINHA(37:4) TO WRK-LOG-ID
               WHEN LOG-LINHA(143:10) EQUAL "] DEPOIS=["
                   MOVE LOG-LINHA(153:4) TO WRK-LOG-ID
               WHEN OTHER
                   MOVE LOG-LINHA(168:4) TO WRK-LOG-ID
           END-EVALUATE.
           IF WRK-LOG-ID IS NUMERIC
               MOVE WRK-LOG-ID TO WRK-IDX-CLI
               PERFORM 0810-REGISTRA-CLIENTE
           END-IF.

      *== DIMENSAO CLIENTE - SO AQUI SAI DADO PESSOAL, JA MASCARADO
       0610-DIM-CLIENTES           SECTION.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI GREATER 9999
               IF WRK-CLI-MARCA(WRK-IDX-CLI) EQUAL "S"
                   PERFORM 0611-GRAVA-CLIENTE
               END-IF
           END-PERFORM.

       0611-GRAVA-CLIENTE          SECTION.
           MOVE WRK-IDX-CLI TO REG-ID.
           MOVE "S" TO WRK-ACHOU-CLI.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY MOVE "N" TO WRK-ACHOU-CLI
           END-READ.
           MOVE SPACES TO BCL-LINHA.
      *== CLIENTE EXCLUIDO DO CADASTRO: A CHAVE SAI COM STATUS "X"
      *== PARA O BI NAO PERDER O VINCULO DOS FATOS ANTIGOS
           IF WRK-ACHOU-CLI EQUAL "N"
               STRING WRK-IDX-CLI ";;;;;;;X;N;N;N"
                       DELIMITED BY SIZE INTO BCL-LINHA
               WRITE BCL-LINHA
               ADD 1 TO WRK-QTD-DCLI
               GO TO 0611-GRAVA-CLIENTE-FIM
           END-IF.
           PERFORM 0612-CONFERE-CONSENT.
           PERFORM 0614-MASCARA-CLIENTE.
           STRING REG-ID ";"            DELIMITED BY SIZE
                  REG-TIPO-DOC          DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-BI-NOME)     DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WRK-BI-DOC            DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-BI-FONE)     DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-BI-EMAIL)    DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-BI-ENDERECO) DELIMITED BY SIZE
                  ";" REG-STATUS ";" WRK-CONS-EMAIL ";"
                  WRK-CONS-FONE ";" WRK-CONS-POSTAL
                                        DELIMITED BY SIZE
                  INTO BCL-LINHA.
           WRITE BCL-LINHA.
           ADD 1 TO WRK-QTD-DCLI.
       0611-GRAVA-CLIENTE-FIM. EXIT.

      *== CONSENTIMENTO VIGENTE = REGISTRO DO CANAL SEM DATA DE
      *== RETIRADA (MESMA REGRA DO CLIEXP)
       0612-CONFERE-CONSENT        SECTION.
           MOVE "E" TO WRK-CANAL.
           PERFORM 0613-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-EMAIL.
           MOVE "T" TO WRK-CANAL.
           PERFORM 0613-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-FONE.
           MOVE "P" TO WRK-CANAL.
           PERFORM 0613-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-POSTAL.

       0613-LE-CANAL               SECTION.
           MOVE "N" TO WRK-CONS-OK.
           IF WRK-CNS-ABERTO EQUAL "S"
               MOVE REG-ID    TO CNS-CLIENTE
               MOVE WRK-CANAL TO CNS-CANAL
               READ CONSENTIMENTOS KEY IS CNS-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CNS-DATA-RETIRADA EQUAL ZEROS
                           MOVE "S" TO WRK-CONS-OK
                       END-IF
               END-READ
           END-IF.

      *== MASCARA LGPD: CANAL SEM CONSENTIMENTO VIRA "*****"; PESSOA
      *== FISICA (OU SEM TIPO) NAO TEM NOME NO BI E DO CPF FICAM SO
      *== OS DOIS ULTIMOS DIGITOS; RAZAO SOCIAL E CNPJ NAO SAO DADO
      *== PESSOAL E SAEM INTEIROS
       0614-MASCARA-CLIENTE        SECTION.
           MOVE REG-TELEFONE TO WRK-BI-FONE.
           IF WRK-CONS-FONE NOT EQUAL "S"
               AND REG-TELEFONE NOT EQUAL SPACES
               MOVE WRK-MASCARA TO WRK-BI-FONE
           END-IF.
           MOVE REG-EMAIL TO WRK-BI-EMAIL.
           IF WRK-CONS-EMAIL NOT EQUAL "S"
               AND REG-EMAIL NOT EQUAL SPACES
               MOVE WRK-MASCARA TO WRK-BI-EMAIL
           END-IF.
           MOVE REG-ENDERECO TO WRK-BI-ENDERECO.
           IF WRK-CONS-POSTAL NOT EQUAL "S"
               AND REG-ENDERECO NOT EQUAL SPACES
               MOVE WRK-MASCARA TO WRK-BI-ENDERECO
           END-IF.
           MOVE REG-NOME TO WRK-BI-NOME.
           MOVE REG-DOCUMENTO TO WRK-BI-DOC.
           IF REG-TIPO-DOC NOT EQUAL "J"
               IF REG-NOME NOT EQUAL SPACES
                   MOVE WRK-MASCARA TO WRK-BI-NOME
               END-IF
               MOVE ZEROS TO WRK-TAM-DOC
               INSPECT REG-DOCUMENTO TALLYING WRK-TAM-DOC
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE SPACES TO WRK-BI-DOC
               IF WRK-TAM-DOC GREATER 2
                   COMPUTE WRK-POS-DOC = WRK-TAM-DOC - 1
                   MOVE ALL "*" TO WRK-BI-DOC(1:WRK-POS-DOC - 1)
                   MOVE REG-DOCUMENTO(WRK-POS-DOC:2)
                       TO WRK-BI-DOC(WRK-POS-DOC:2)
               END-IF
           END-IF.
           INSPECT WRK-BI-NOME REPLACING ALL ";" BY ",".
           INSPECT WRK-BI-ENDERECO REPLACING ALL ";" BY ",".

       0620-DIM-PRODUTOS           SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-PRD
               MOVE SPACES TO WRK-TEXTO
               MOVE ZEROS TO WRK-VALOR-ED
               MOVE ZEROS TO WRK-CUSTO-ED
               IF WRK-EST-ABERTO EQUAL "S"
                   MOVE WRK-PRD-CODIGO(WRK-IDX) TO EST-CODIGO
                   READ ESTOQUE KEY IS EST-CODIGO
                       INVALID KEY
                           MOVE "NAO CADASTRADO" TO WRK-TEXTO
                       NOT INVALID KEY
                           MOVE EST-DESCRICAO TO WRK-TEXTO
                           MOVE EST-PRECO TO WRK-VALOR-ED
                           MOVE EST-CUSTO-MEDIO TO WRK-CUSTO-ED
                   END-READ
               END-IF
               INSPECT WRK-TEXTO REPLACING ALL ";" BY ","
               MOVE SPACES TO BPR-LINHA
               STRING WRK-PRD-CODIGO(WRK-IDX) DELIMITED BY SPACE
                      ";"               DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-TEXTO) DELIMITED BY SIZE
                      ";" WRK-VALOR-ED ";" WRK-CUSTO-ED
                                        DELIMITED BY SIZE
                      INTO BPR-LINHA
               WRITE BPR-LINHA
               ADD 1 TO WRK-QTD-DPRD
           END-PERFORM.

      *== DIMENSAO VENDEDOR: SO O QUE O PAINEL USA - SALARIO E DADOS
      *== BANCARIOS DO EMPREGADO NAO SAEM
       0630-DIM-VENDEDORES         SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 9999
               IF WRK-VEN-MARCA(WRK-IDX) EQUAL "S"
                   PERFORM 0631-GRAVA-VENDEDOR
               END-IF
           END-PERFORM.

       0631-GRAVA-VENDEDOR         SECTION.
           MOVE SPACES TO EMP-NOME EMP-DEPTO EMP-SITUACAO.
           MOVE ZEROS TO EMP-DATA-ADMISSAO.
           IF WRK-EMP-ABERTO EQUAL "S"
               MOVE WRK-IDX TO EMP-CODIGO
               READ EMPREGADOS KEY IS EMP-CODIGO
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO EMP-NOME
               END-READ
           END-IF.
           MOVE WRK-IDX TO EMP-CODIGO.
           MOVE SPACES TO BVD-LINHA.
           STRING EMP-CODIGO ";"        DELIMITED BY SIZE
                  FUNCTION TRIM(EMP-NOME) DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  EMP-DEPTO             DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  EMP-SITUACAO          DELIMITED BY SPACE
                  ";" EMP-DATA-ADMISSAO DELIMITED BY SIZE
                  INTO BVD-LINHA.
           WRITE BVD-LINHA.
           ADD 1 TO WRK-QTD-DVEN.

       0640-DIM-UFS                SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-UF
               MOVE "NAO INFORMADA" TO WRK-UF-NOME-REGIAO
               PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF GREATER 27
                   IF WRK-UF-SIGLA(WRK-IDX-UF)
                       EQUAL WRK-UFD-SIGLA(WRK-IDX)
                       MOVE WRK-UF-REGIAO(WRK-IDX-UF)
                           TO WRK-UF-NOME-REGIAO
                   END-IF
               END-PERFORM
               MOVE SPACES TO BUF-LINHA
               STRING WRK-UFD-SIGLA(WRK-IDX) ";" DELIMITED BY SIZE
                      WRK-UF-NOME-REGIAO DELIMITED BY SPACE
                      INTO BUF-LINHA
               WRITE BUF-LINHA
               ADD 1 TO WRK-QTD-DUF
           END-PERFORM.

       0650-DIM-DATAS              SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-DATAS
               MOVE WRK-DAT-VALOR(WRK-IDX) TO WRK-DATA-DIM
               COMPUTE WRK-DIM-TRIM = (WRK-DIM-MES + 2) / 3
      *== 01/01/1601 (DIA 1 DO INTEGER-OF-DATE) FOI SEGUNDA-FEIRA
               COMPUTE WRK-DIAS-CORR = FUNCTION INTEGER-OF-DATE
                   (WRK-DAT-VALOR(WRK-IDX))
               COMPUTE WRK-DIM-DSEM =
                   FUNCTION MOD(WRK-DIAS-CORR, 7) + 1
               IF WRK-DIM-DSEM EQUAL 1 OR WRK-DIM-DSEM EQUAL 7
                   MOVE "S" TO WRK-DIM-FDS
               ELSE
                   MOVE "N" TO WRK-DIM-FDS
               END-IF
               MOVE SPACES TO BDT-LINHA
               STRING WRK-DAT-VALOR(WRK-IDX) ";" WRK-DIM-ANO ";"
                      WRK-DIM-MES ";" WRK-DIM-DIA ";" WRK-DIM-TRIM
                      ";" WRK-DIM-DSEM ";" WRK-DIM-FDS
                                        DELIMITED BY SIZE
                      INTO BDT-LINHA
               WRITE BDT-LINHA
               ADD 1 TO WRK-QTD-DDATA
           END-PERFORM.

       0810-REGISTRA-CLIENTE       SECTION.
           IF WRK-IDX-CLI GREATER ZEROS
               MOVE "S" TO WRK-CLI-MARCA(WRK-IDX-CLI)
           END-IF.

      *== DATA ZERADA OU INVALIDA (REGISTRO ANTIGO) NAO VIRA MEMBRO
       0820-REGISTRA-DATA          SECTION.
           IF WRK-DATA-REG EQUAL ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-REG)
                   NOT EQUAL 0
               GO TO 0820-REGISTRA-DATA-FIM
           END-IF.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-DATAS
                  OR WRK-ACHOU EQUAL "S"
               IF WRK-DAT-VALOR(WRK-IDX) EQUAL WRK-DATA-REG
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-QTD-DATAS LESS WRK-MAX-DATAS
                   ADD 1 TO WRK-QTD-DATAS
                   MOVE WRK-DATA-REG TO WRK-DAT-VALOR(WRK-QTD-DATAS)
               ELSE
                   ADD 1 TO WRK-TOTAL-EXCESSO
               END-IF
           END-IF.
       0820-REGISTRA-DATA-FIM. EXIT.

       0830-REGISTRA-PRODUTO       SECTION.
           IF WRK-CODIGO-REG EQUAL SPACES
               GO TO 0830-REGISTRA-PRODUTO-FIM
           END-IF.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-PRD
                  OR WRK-ACHOU EQUAL "S"
               IF WRK-PRD-CODIGO(WRK-IDX) EQUAL WRK-CODIGO-REG
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-QTD-PRD LESS WRK-MAX-PRD
                   ADD 1 TO WRK-QTD-PRD
                   MOVE WRK-CODIGO-REG TO WRK-PRD-CODIGO(WRK-QTD-PRD)
               ELSE
                   ADD 1 TO WRK-TOTAL-EXCESSO
               END-IF
           END-IF.
       0830-REGISTRA-PRODUTO-FIM. EXIT.

       0840-REGISTRA-UF            SECTION.
           IF WRK-UF-REG EQUAL SPACES
               GO TO 0840-REGISTRA-UF-FIM
           END-IF.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-UF
                  OR WRK-ACHOU EQUAL "S"
               IF WRK-UFD-SIGLA(WRK-IDX) EQUAL WRK-UF-REG
                   MOVE "S" TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               IF WRK-QTD-UF LESS 40
                   ADD 1 TO WRK-QTD-UF
                   MOVE WRK-UF-REG TO WRK-UFD-SIGLA(WRK-QTD-UF)
               ELSE
                   ADD 1 TO WRK-TOTAL-EXCESSO
               END-IF
           END-IF.
       0840-REGISTRA-UF-FIM. EXIT.

      *== REGISTROS "FIM": QUANTIDADE DE DETALHES E, NOS FATOS, A
      *== SOMA DOS VALORES
       0900-FINALIZAR              SECTION.
           MOVE WRK-SOMA-ITENS TO WRK-SOMA-ED.
           MOVE SPACES TO BIT-LINHA.
           STRING "FIM;" WRK-QTD-ITENS ";" WRK-SOMA-ED
                   DELIMITED BY SIZE INTO BIT-LINHA.
           WRITE BIT-LINHA.
           MOVE WRK-SOMA-PAGTOS TO WRK-SOMA-ED.
           MOVE SPACES TO BPG-LINHA.
           STRING "FIM;" WRK-QTD-PAGTOS ";" WRK-SOMA-ED
                   DELIMITED BY SIZE INTO BPG-LINHA.
           WRITE BPG-LINHA.
           MOVE WRK-SOMA-MOVTOS TO WRK-SOMA-ED.
           MOVE SPACES TO BMV-LINHA.
           STRING "FIM;" WRK-QTD-MOVTOS ";" WRK-SOMA-ED
                   DELIMITED BY SIZE INTO BMV-LINHA.
           WRITE BMV-LINHA.
           MOVE SPACES TO BCL-LINHA.
           STRING "FIM;" WRK-QTD-DCLI DELIMITED BY SIZE
                   INTO BCL-LINHA.
           WRITE BCL-LINHA.
           MOVE SPACES TO BPR-LINHA.
           STRING "FIM;" WRK-QTD-DPRD DELIMITED BY SIZE
                   INTO BPR-LINHA.
           WRITE BPR-LINHA.
           MOVE SPACES TO BVD-LINHA.
           STRING "FIM;" WRK-QTD-DVEN DELIMITED BY SIZE
                   INTO BVD-LINHA.
           WRITE BVD-LINHA.
           MOVE SPACES TO BUF-LINHA.
           STRING "FIM;" WRK-QTD-DUF DELIMITED BY SIZE
                   INTO BUF-LINHA.
           WRITE BUF-LINHA.
           MOVE SPACES TO BDT-LINHA.
           STRING "FIM;" WRK-QTD-DDATA DELIMITED BY SIZE
                   INTO BDT-LINHA.
           WRITE BDT-LINHA.
           CLOSE BI-ITENS BI-PAGTOS BI-MOVTOS BI-CLIENTES
                 BI-PRODUTOS BI-VENDEDORES BI-UFS BI-DATAS.
           CLOSE PEDIDOS-ORD.
           CLOSE PEDITENS.
           CLOSE CLIENTES.
           IF WRK-CTC-ABERTO EQUAL "S"
               CLOSE CTACLI
           END-IF.
           IF WRK-CTA-ABERTO EQUAL "S"
               CLOSE CONTAS
           END-IF.
           IF WRK-CNS-ABERTO EQUAL "S"
               CLOSE CONSENTIMENTOS
           END-IF.
           IF WRK-EST-ABERTO EQUAL "S"
               CLOSE ESTOQUE
           END-IF.
           IF WRK-EMP-ABERTO EQUAL "S"
               CLOSE EMPREGADOS
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE "BIITENS/BIPAGTOS/BIMOVTOS + DIMENSOES"
               TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS = WRK-QTD-ITENS + WRK-QTD-PAGTOS
               + WRK-QTD-MOVTOS.
           MOVE WRK-TOTAL-EXCESSO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "BIEXTR: DIA DO MOVIMENTO.......... " WRK-DATA-DIA.
           DISPLAY "BIEXTR: ITENS DE PEDIDO........... " WRK-QTD-ITENS.
           DISPLAY "BIEXTR: PAGAMENTOS................ " WRK-QTD-PAGTOS.
           DISPLAY "BIEXTR: MOVIMENTOS DE CONTA....... " WRK-QTD-MOVTOS.
           DISPLAY "BIEXTR: CLIENTES/PRODUTOS/VEND.... " WRK-QTD-DCLI
                   "/" WRK-QTD-DPRD "/" WRK-QTD-DVEN.
           DISPLAY "BIEXTR: UFS/DATAS................. " WRK-QTD-DUF
                   "/" WRK-QTD-DDATA.
           IF WRK-TOTAL-EXCESSO GREATER ZEROS
               DISPLAY "BIEXTR: " WRK-TOTAL-EXCESSO " MEMBROS DE "
                       "DIMENSAO ALEM DA TABELA - NAO EXTRAIDOS"
           END-IF.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
