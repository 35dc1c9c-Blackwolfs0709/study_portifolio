       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLISCORE.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: APURACAO MENSAL DO SCORE DE CREDITO POR
      *==           COMPORTAMENTO - JUNTA, POR CLIENTE, AS TENTATIVAS
      *==           DE DEBITO RECUSADO NA CARTEIRA DO DEBREAPR, OS
      *==           BOLETOS PAGOS EM ATRASO OU VENCIDOS EM ABERTO
      *==           (BOLETOS.DAT), OS PEDIDOS NEGADOS PELA MESA DE
      *==           CREDITO (PEDIDOS.HLD) E OS PEDIDOS ENTREGUES DOS
      *==           ULTIMOS DOZE MESES (PEDIDOS.ORD), CALCULA O SCORE
      *==           E A FAIXA DE RISCO E PROPOE ELEVAR, REDUZIR OU
      *==           BLOQUEAR O LIMITE DE CLILIM.DAT - O LIMITE DADO
      *==           NO OLHO DEIXA DE FICAR PARADO PARA SEMPRE
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O PROGRAMA SO PROPOE: AS PROPOSTAS SAEM EM
      *==   CLISCORE.PRP E NO RELATORIO DA MESA DE CREDITO, E SO AS
      *==   APROVADAS NO LIMMANT (OPCAO 4) MEXEM NO LIMITE, COM LOG EM
      *==   CLILIM.LOG. CADA APURACAO REGRAVA CLISCORE.PRP - PROPOSTA
      *==   DO MES ANTERIOR NAO DECIDIDA PERDE A VEZ PARA A NOVA.
      *==   CLIENTE SEM NENHUM HISTORICO (SEM ENTREGA, BOLETO, DEBITO
      *==   RECUSADO OU PEDIDO NEGADO) NAO E PONTUADO: SAI EM SECAO
      *==   PROPRIA DO RELATORIO. JANELA DE 365 DIAS PARA TRAS DA DATA
      *==   DE APURACAO (CLISCORE_DATA, AAAAMMDD; EM BRANCO, HOJE).
      *==   PARAMETROS: SCORE_FAIXA_A / SCORE_FAIXA_B / SCORE_FAIXA_C
      *==   (PISOS DAS FAIXAS) E SCORE_PCT_ELEVA / SCORE_PCT_REDUZ
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT LIMITES ASSIGN TO DYNAMIC WRK-LIM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMITES.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT BOLETOS ASSIGN TO DYNAMIC WRK-BOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLETOS.
           SELECT PEDIDOS-HLD ASSIGN TO DYNAMIC WRK-HLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETIDOS.
           SELECT CARTEIRA ASSIGN TO DYNAMIC WRK-CAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTEIRA.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT PROPOSTAS ASSIGN TO DYNAMIC WRK-PRP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSTAS.

       DATA DIVISION.
       FILE SECTION.
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

      *== LIMITE DE CREDITO POR CLIENTE (VER LIMMANT)
       FD  LIMITES.
       01  LIM-REG.
           05 LIM-CLIENTE        PIC 9(04).
           05 LIM-VALOR          PIC 9(009)V99.

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
      *== ORD-PARCEIRA: "S" = FRETE COTADO PELA TRANSPORTADORA
      *== PARCEIRA (FRETE2.TAB); "N" = FROTA PROPRIA (FRETE.TAB)
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

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
      *== "S" = SUBSTITUIDO POR SEGUNDA VIA (VER BOL2VIA)
           05 BOL-DATA-PAGTO     PIC 9(08).

      *== FILA DE RETENCAO DE CREDITO (VER PEDIDOS/PEDHOLD): SO OS
      *== REGISTROS DE CONTROLE "C" INTERESSAM AQUI
       FD  PEDIDOS-HLD.
       01  HLD-REG-CONTROLE.
           05 HLD-TIPO           PIC X(01).
           05 HLD-NUMERO         PIC 9(06).
           05 HLD-CLIENTE        PIC 9(04).
           05 HLD-TOTAL          PIC 9(009)V99.
           05 HLD-LIMITE         PIC 9(009)V99.
           05 HLD-SALDO          PIC S9(009)V99 SIGN LEADING SEPARATE.
           05 HLD-DATA           PIC 9(08).
           05 HLD-SITUACAO       PIC X(01).
      *== HLD-SITUACAO: "P" = PENDENTE   "L" = LIBERADO   "N" = NEGADO
       01  HLD-REG-IMAGEM        PIC X(58).

      *== CARTEIRA DE DEBITOS PENDENTES DE REAPRESENTACAO (DEBREAPR)
       FD  CARTEIRA.
       01  DBR-REG.
           05 DBR-CONTA          PIC 9(06).
           05 DBR-VALOR          PIC 9(009)V99.
           05 DBR-DATA-PRIMEIRA  PIC 9(08).
           05 DBR-DATA-ULTIMA    PIC 9(08).
           05 DBR-TENTATIVAS     PIC 9(02).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

      *== PROPOSTAS DE LIMITE PARA A MESA DE CREDITO (DECIDIDAS NO
      *== LIMMANT, QUE CARIMBA A DECISAO NA PROPRIA LINHA)
       FD  PROPOSTAS.
       01  PRP-REG.
           05 PRP-CLIENTE        PIC 9(04).
           05 PRP-COMPETENCIA    PIC 9(06).
           05 PRP-SCORE          PIC 9(03).
           05 PRP-FAIXA          PIC X(01).
           05 PRP-ACAO           PIC X(01).
      *== PRP-ACAO: "E" = ELEVAR   "R" = REDUZIR   "B" = BLOQUEAR
           05 PRP-TEM-LINHA      PIC X(01).
      *== PRP-TEM-LINHA: "N" = CLIENTE AINDA SEM LINHA EM CLILIM.DAT
           05 PRP-LIMITE-ATUAL   PIC 9(009)V99.
           05 PRP-LIMITE-PROPOSTO PIC 9(009)V99.
           05 PRP-SITUACAO       PIC X(01).
      *== PRP-SITUACAO: "P" = PENDENTE   "A" = APROVADA   "N" = NEGADA
           05 PRP-OPERADOR       PIC X(08).
           05 PRP-DATA-DECISAO   PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LIM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LIM-PATH: VARIAVEL DE AMBIENTE "CLILIM_PATH";
      *== SE NAO DEFINIDA, "CLILIM.DAT"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-BOL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-HLD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CAR-PATH: VARIAVEL DE AMBIENTE "DEBREAPR_DAT_PATH";
      *== SE NAO DEFINIDA, "DEBREAPR.DAT"
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-PRP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PRP-PATH: VARIAVEL DE AMBIENTE "CLISCORE_PRP_PATH";
      *== SE NAO DEFINIDA, "CLISCORE.PRP"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CLISCORE_REL_PATH";
      *== SE NAO DEFINIDA, "CLISCORE.REL"
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LIMITES      PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-BOLETOS      PIC 9(02) VALUE ZEROS.
       77  FS-RETIDOS      PIC 9(02) VALUE ZEROS.
       77  FS-CARTEIRA     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-APURACAO PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-NA-JANELA   PIC X(01) VALUE "N".
       77  WRK-CLIENTE-EVENTO PIC 9(04) VALUE ZEROS.

      *== PISOS DAS FAIXAS DE RISCO (SCORE DE 0 A 999): A = RISCO
      *== BAIXO, PROPOE ELEVAR; B = MANTER; C = PROPOE REDUZIR;
      *== ABAIXO DE C = FAIXA D, PROPOE BLOQUEAR (LIMITE ZERO - TODO
      *== PEDIDO VAI PARA A FILA DA MESA DE CREDITO)
       77  WRK-FAIXA-A     PIC 9(03) VALUE 700.
       77  WRK-FAIXA-B     PIC 9(03) VALUE 550.
       77  WRK-FAIXA-C     PIC 9(03) VALUE 400.
       77  WRK-PCT-ELEVA   PIC 9(03) VALUE 20.
       77  WRK-PCT-REDUZ   PIC 9(03) VALUE 30.

      *== PESOS DO SCORE: PARTE DE 500; CADA PEDIDO ENTREGUE NA
      *== JANELA SOMA 10 (ATE 200) E CADA BOLETO PAGO EM DIA SOMA 5
      *== (ATE 50); CADA TENTATIVA DE DEBITO RECUSADO TIRA 20, CADA
      *== BOLETO PAGO EM ATRASO TIRA 15, CADA BOLETO VENCIDO EM
      *== ABERTO TIRA 60 E CADA PEDIDO NEGADO PELA MESA TIRA 40
       77  WRK-SCORE-BASE  PIC 9(03) VALUE 500.
       77  WRK-PESO-ENTREGA PIC 9(03) VALUE 10.
       77  WRK-TETO-ENTREGA PIC 9(03) VALUE 200.
       77  WRK-PESO-PONTUAL PIC 9(03) VALUE 5.
       77  WRK-TETO-PONTUAL PIC 9(03) VALUE 50.
       77  WRK-PESO-RECUSA PIC 9(03) VALUE 20.
       77  WRK-PESO-ATRASO PIC 9(03) VALUE 15.
       77  WRK-PESO-ABERTO PIC 9(03) VALUE 60.
       77  WRK-PESO-NEGADO PIC 9(03) VALUE 40.
       77  WRK-PONTOS      PIC S9(05) VALUE ZEROS.
       77  WRK-BONUS       PIC 9(05) VALUE ZEROS.

      *== EVIDENCIA E RESULTADO POR CLIENTE
       77  WRK-QTD-CLI     PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ITEM OCCURS 1000 TIMES.
               10 WRK-CLI-ID        PIC 9(04).
               10 WRK-CLI-NOME      PIC X(20).
               10 WRK-CLI-ENTREGUES PIC 9(04).
               10 WRK-CLI-TOTAL     PIC 9(010)V99.
               10 WRK-CLI-RECUSAS   PIC 9(04).
               10 WRK-CLI-PONTUAIS  PIC 9(04).
               10 WRK-CLI-ATRASOS   PIC 9(04).
               10 WRK-CLI-ABERTOS   PIC 9(04).
               10 WRK-CLI-NEGADOS   PIC 9(04).
               10 WRK-CLI-SCORE     PIC 9(03).
               10 WRK-CLI-FAIXA     PIC X(01).
       77  WRK-IDX-CLI     PIC 9(04) VALUE ZEROS.

      *== LIMITES ATUAIS (MESMA TABELA DO LIMMANT/PEDIDOS)
       77  WRK-QTD-LIMITES PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-LIMITES.
           05 WRK-LIM-ITEM OCCURS 200 TIMES.
               10 WRK-TAB-CLIENTE PIC 9(04).
               10 WRK-TAB-VALOR   PIC 9(009)V99.
       77  WRK-IDX-LIM     PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-LINHA   PIC X(01) VALUE "N".
       77  WRK-LIMITE-ATUAL PIC 9(009)V99 VALUE ZEROS.
       77  WRK-LIMITE-PROPOSTO PIC 9(009)V99 VALUE ZEROS.
       77  WRK-ACAO        PIC X(01) VALUE SPACES.
       77  WRK-ACAO-TXT    PIC X(10) VALUE SPACES.

       77  WRK-TOTAL-CLIENTES PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PONTUADOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-HIST PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PROPOSTAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FAIXA-A PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FAIXA-B PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FAIXA-C PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FAIXA-D PIC 9(06) VALUE ZEROS.
       77  WRK-ATUAL-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-PROPOSTO-ED PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATADIF-AREA.
           05  WRK-DIF-DATA1    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-DATA2    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-STATUS   PIC X(01) VALUE SPACES.
           05  WRK-DIF-DIAS     PIC S9(08) VALUE ZEROS.
           05  WRK-DIF-PROX-UTIL PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-FIM-MES  PIC 9(08) VALUE ZEROS.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "CLISCORE".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "CLISCORE".
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
           PERFORM 0150-CARREGA-CLIENTES.
           PERFORM 0160-CARREGA-LIMITES.
           PERFORM 0200-ENTREGUES.
           PERFORM 0300-BOLETOS.
           PERFORM 0400-NEGADOS.
           PERFORM 0500-RECUSAS.
           PERFORM 0600-PONTUA-E-PROPOE.
           PERFORM 0700-SEM-HISTORICO.
           PERFORM 0800-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE "SCORE_FAIXA_A" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-FAIXA-A = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "SCORE_FAIXA_B" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-FAIXA-B = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "SCORE_FAIXA_C" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-FAIXA-C = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "SCORE_PCT_ELEVA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PCT-ELEVA = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "SCORE_PCT_REDUZ" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PCT-REDUZ = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "CLISCORE_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               ACCEPT WRK-DATA-APURACAO FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-APURACAO =
                   FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           COMPUTE WRK-COMPETENCIA = WRK-DATA-APURACAO / 100.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           ACCEPT WRK-LIM-PATH FROM ENVIRONMENT "CLILIM_PATH".
           IF WRK-LIM-PATH EQUAL SPACES
               MOVE "CLILIM.DAT" TO WRK-LIM-PATH
           END-IF.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           ACCEPT WRK-BOL-PATH FROM ENVIRONMENT "BOLETOS_PATH".
           IF WRK-BOL-PATH EQUAL SPACES
               MOVE "BOLETOS.DAT" TO WRK-BOL-PATH
           END-IF.
           ACCEPT WRK-HLD-PATH FROM ENVIRONMENT "PEDIDOS_HLD_PATH".
           IF WRK-HLD-PATH EQUAL SPACES
               MOVE "PEDIDOS.HLD" TO WRK-HLD-PATH
           END-IF.
           ACCEPT WRK-CAR-PATH FROM ENVIRONMENT "DEBREAPR_DAT_PATH".
           IF WRK-CAR-PATH EQUAL SPACES
               MOVE "DEBREAPR.DAT" TO WRK-CAR-PATH
           END-IF.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
           END-IF.
           ACCEPT WRK-PRP-PATH FROM ENVIRONMENT "CLISCORE_PRP_PATH".
           IF WRK-PRP-PATH EQUAL SPACES
               MOVE "CLISCORE.PRP" TO WRK-PRP-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CLISCORE_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CLISCORE.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "SCORE DE CREDITO - PROPOSTAS PARA A MESA DE CREDITO"
               TO WRK-RW-TITULO.
           MOVE "CLIENTE NOME                 SCORE F  ENTR RECU ATRA AB
      -         "ER NEGA  LIMITE ATUAL      PROPOSTO ACAO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING "APURACAO EM " WRK-DATA-APURACAO
                   " - COMPETENCIA " WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== SO CLIENTE ATIVO E PONTUADO; O CADASTRO DA A ORDEM DO
      *== RELATORIO (POR REG-ID)
       0150-CARREGA-CLIENTES       SECTION.
           OPEN INPUT CLIENTES.
           MOVE "CLIENTES.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CLIENTES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           READ CLIENTES NEXT
               AT END MOVE 10 TO FS-CLIENTES
           END-READ.
           PERFORM UNTIL FS-CLIENTES EQUAL 10
               ADD 1 TO WRK-TOTAL-CLIENTES
               IF REG-STATUS NOT EQUAL "I"
                   IF WRK-QTD-CLI GREATER OR EQUAL 1000
                       DISPLAY "CLISCORE: MAIS DE 1000 CLIENTES "
                               "ATIVOS - EXCEDENTE SEM SCORE"
                   ELSE
                       ADD 1 TO WRK-QTD-CLI
                       INITIALIZE WRK-CLI-ITEM(WRK-QTD-CLI)
                       MOVE REG-ID   TO WRK-CLI-ID(WRK-QTD-CLI)
                       MOVE REG-NOME TO WRK-CLI-NOME(WRK-QTD-CLI)
                   END-IF
               END-IF
               READ CLIENTES NEXT
                   AT END MOVE 10 TO FS-CLIENTES
               END-READ
           END-PERFORM.
           CLOSE CLIENTES.

       0160-CARREGA-LIMITES        SECTION.
           OPEN INPUT LIMITES.
           IF FS-LIMITES NOT EQUAL 0
               DISPLAY "CLISCORE: SEM LIMITES DE CREDITO ("
                       WRK-LIM-PATH ") - TODO CLIENTE SEM LINHA"
           ELSE
               READ LIMITES
                   AT END MOVE 10 TO FS-LIMITES
               END-READ
               PERFORM UNTIL FS-LIMITES EQUAL 10
                   IF WRK-QTD-LIMITES LESS 200
                       ADD 1 TO WRK-QTD-LIMITES
                       MOVE LIM-CLIENTE
                           TO WRK-TAB-CLIENTE(WRK-QTD-LIMITES)
                       MOVE LIM-VALOR
                           TO WRK-TAB-VALOR(WRK-QTD-LIMITES)
                   END-IF
                   READ LIMITES
                       AT END MOVE 10 TO FS-LIMITES
                   END-READ
               END-PERFORM
               CLOSE LIMITES
           END-IF.

      *== PEDIDOS ENTREGUES NA JANELA - O MESMO CRITERIO DO CLITIER
       0200-ENTREGUES              SECTION.
           OPEN INPUT PEDIDOS-ORD.
           IF FS-ORDENS NOT EQUAL 0
               DISPLAY "CLISCORE: SEM PEDIDOS (" WRK-ORD-PATH ")"
           ELSE
               READ PEDIDOS-ORD NEXT
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
               PERFORM UNTIL FS-ORDENS EQUAL 10
                   IF ORD-STATUS EQUAL "ENTREGUE"
                       MOVE ORD-DATA TO WRK-DIF-DATA1
                       PERFORM 9100-NA-JANELA
                       MOVE ORD-CLIENTE TO WRK-CLIENTE-EVENTO
                       PERFORM 9200-ACHA-CLIENTE
                       IF WRK-NA-JANELA EQUAL "S"
                           AND WRK-IDX-CLI NOT GREATER WRK-QTD-CLI
                           ADD 1 TO WRK-CLI-ENTREGUES(WRK-IDX-CLI)
                           ADD ORD-TOTAL TO WRK-CLI-TOTAL(WRK-IDX-CLI)
                       END-IF
                   END-IF
                   READ PEDIDOS-ORD NEXT
                       AT END MOVE 10 TO FS-ORDENS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-ORD
           END-IF.

      *== BOLETO VENCIDO NA JANELA: PAGO ATE O VENCIMENTO CONTA A
      *== FAVOR, PAGO DEPOIS CONTA CONTRA; EM ABERTO E JA VENCIDO
      *== CONTA CONTRA QUALQUER QUE SEJA A IDADE. O SUBSTITUIDO POR
      *== SEGUNDA VIA NAO CONTA - QUEM CONTA E A SEGUNDA VIA
       0300-BOLETOS                SECTION.
           OPEN INPUT BOLETOS.
           IF FS-BOLETOS NOT EQUAL 0
               DISPLAY "CLISCORE: SEM BOLETOS (" WRK-BOL-PATH ")"
           ELSE
               READ BOLETOS
                   AT END MOVE 10 TO FS-BOLETOS
               END-READ
               PERFORM UNTIL FS-BOLETOS EQUAL 10
                   MOVE BOL-CLIENTE TO WRK-CLIENTE-EVENTO
                   PERFORM 9200-ACHA-CLIENTE
                   IF WRK-IDX-CLI NOT GREATER WRK-QTD-CLI
                       PERFORM 0310-CLASSIFICA-BOLETO
                   END-IF
                   READ BOLETOS
                       AT END MOVE 10 TO FS-BOLETOS
                   END-READ
               END-PERFORM
               CLOSE BOLETOS
           END-IF.

       0310-CLASSIFICA-BOLETO      SECTION.
           EVALUATE TRUE
               WHEN BOL-SITUACAO EQUAL "A"
                   AND BOL-VENCIMENTO LESS WRK-DATA-APURACAO
                   ADD 1 TO WRK-CLI-ABERTOS(WRK-IDX-CLI)
               WHEN BOL-SITUACAO EQUAL "P"
                   MOVE BOL-VENCIMENTO TO WRK-DIF-DATA1
                   PERFORM 9100-NA-JANELA
                   IF WRK-NA-JANELA EQUAL "S"
                       IF BOL-DATA-PAGTO GREATER BOL-VENCIMENTO
                           ADD 1 TO WRK-CLI-ATRASOS(WRK-IDX-CLI)
                       ELSE
                           ADD 1 TO WRK-CLI-PONTUAIS(WRK-IDX-CLI)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *== PEDIDO NEGADO PELA MESA DE CREDITO NA JANELA (PEDHOLD)
       0400-NEGADOS                SECTION.
           OPEN INPUT PEDIDOS-HLD.
           IF FS-RETIDOS NOT EQUAL 0
               DISPLAY "CLISCORE: SEM FILA DE CREDITO ("
                       WRK-HLD-PATH ")"
           ELSE
               READ PEDIDOS-HLD
                   AT END MOVE 10 TO FS-RETIDOS
               END-READ
               PERFORM UNTIL FS-RETIDOS EQUAL 10
                   IF HLD-TIPO EQUAL "C" AND HLD-SITUACAO EQUAL "N"
                       MOVE HLD-DATA TO WRK-DIF-DATA1
                       PERFORM 9100-NA-JANELA
                       MOVE HLD-CLIENTE TO WRK-CLIENTE-EVENTO
                       PERFORM 9200-ACHA-CLIENTE
                       IF WRK-NA-JANELA EQUAL "S"
                           AND WRK-IDX-CLI NOT GREATER WRK-QTD-CLI
                           ADD 1 TO WRK-CLI-NEGADOS(WRK-IDX-CLI)
                       END-IF
                   END-IF
                   READ PEDIDOS-HLD
                       AT END MOVE 10 TO FS-RETIDOS
                   END-READ
               END-PERFORM
               CLOSE PEDIDOS-HLD
           END-IF.

      *== A CARTEIRA DO DEBREAPR SO TEM O QUE AINDA NAO ENTROU: AS
      *== TENTATIVAS DE CADA DEBITO PENDENTE CONTAM PARA O DONO DA
      *== CONTA (CTACLI.DAT)
       0500-RECUSAS                SECTION.
           OPEN INPUT CARTEIRA.
           IF FS-CARTEIRA NOT EQUAL 0
               DISPLAY "CLISCORE: SEM CARTEIRA DE DEBITOS RECUSADOS ("
                       WRK-CAR-PATH ")"
           ELSE
               OPEN INPUT CTACLI
               READ CARTEIRA
                   AT END MOVE 10 TO FS-CARTEIRA
               END-READ
               PERFORM UNTIL FS-CARTEIRA EQUAL 10
                   IF FS-CTACLI EQUAL 0 OR FS-CTACLI EQUAL 23
                       MOVE DBR-CONTA TO CTC-CONTA
                       READ CTACLI KEY IS CTC-CONTA
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE CTC-CLIENTE TO WRK-CLIENTE-EVENTO
                               PERFORM 9200-ACHA-CLIENTE
                               IF WRK-IDX-CLI NOT GREATER WRK-QTD-CLI
                                   ADD DBR-TENTATIVAS
                                       TO WRK-CLI-RECUSAS(WRK-IDX-CLI)
                               END-IF
                       END-READ
                   END-IF
                   READ CARTEIRA
                       AT END MOVE 10 TO FS-CARTEIRA
                   END-READ
               END-PERFORM
               CLOSE CARTEIRA
               IF FS-CTACLI LESS 10 OR FS-CTACLI EQUAL 23
                   CLOSE CTACLI
               END-IF
           END-IF.

       0600-PONTUA-E-PROPOE        SECTION.
           OPEN OUTPUT PROPOSTAS.
           MOVE "PROPOSTAS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PROPOSTAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "1. CLIENTES PONTUADOS" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
               IF WRK-CLI-ENTREGUES(WRK-IDX-CLI) GREATER ZEROS
                   OR WRK-CLI-RECUSAS(WRK-IDX-CLI) GREATER ZEROS
                   OR WRK-CLI-PONTUAIS(WRK-IDX-CLI) GREATER ZEROS
                   OR WRK-CLI-ATRASOS(WRK-IDX-CLI) GREATER ZEROS
                   OR WRK-CLI-ABERTOS(WRK-IDX-CLI) GREATER ZEROS
                   OR WRK-CLI-NEGADOS(WRK-IDX-CLI) GREATER ZEROS
                   ADD 1 TO WRK-TOTAL-PONTUADOS
                   PERFORM 0610-CALCULA-SCORE
                   PERFORM 0620-PROPOE-LIMITE
                   PERFORM 0630-IMPRIME-CLIENTE
               END-IF
           END-PERFORM.
           CLOSE PROPOSTAS.

       0610-CALCULA-SCORE          SECTION.
           MOVE WRK-SCORE-BASE TO WRK-PONTOS.
           COMPUTE WRK-BONUS = WRK-CLI-ENTREGUES(WRK-IDX-CLI)
                             * WRK-PESO-ENTREGA.
           IF WRK-BONUS GREATER WRK-TETO-ENTREGA
               MOVE WRK-TETO-ENTREGA TO WRK-BONUS
           END-IF.
           ADD WRK-BONUS TO WRK-PONTOS.
           COMPUTE WRK-BONUS = WRK-CLI-PONTUAIS(WRK-IDX-CLI)
                             * WRK-PESO-PONTUAL.
           IF WRK-BONUS GREATER WRK-TETO-PONTUAL
               MOVE WRK-TETO-PONTUAL TO WRK-BONUS
           END-IF.
           ADD WRK-BONUS TO WRK-PONTOS.
           COMPUTE WRK-PONTOS = WRK-PONTOS
               - WRK-CLI-RECUSAS(WRK-IDX-CLI) * WRK-PESO-RECUSA
               - WRK-CLI-ATRASOS(WRK-IDX-CLI) * WRK-PESO-ATRASO
               - WRK-CLI-ABERTOS(WRK-IDX-CLI) * WRK-PESO-ABERTO
               - WRK-CLI-NEGADOS(WRK-IDX-CLI) * WRK-PESO-NEGADO.
           IF WRK-PONTOS LESS ZEROS
               MOVE ZEROS TO WRK-PONTOS
           END-IF.
           IF WRK-PONTOS GREATER 999
               MOVE 999 TO WRK-PONTOS
           END-IF.
           MOVE WRK-PONTOS TO WRK-CLI-SCORE(WRK-IDX-CLI).
           EVALUATE TRUE
               WHEN WRK-PONTOS NOT LESS WRK-FAIXA-A
                   MOVE "A" TO WRK-CLI-FAIXA(WRK-IDX-CLI)
                   ADD 1 TO WRK-TOTAL-FAIXA-A
               WHEN WRK-PONTOS NOT LESS WRK-FAIXA-B
                   MOVE "B" TO WRK-CLI-FAIXA(WRK-IDX-CLI)
                   ADD 1 TO WRK-TOTAL-FAIXA-B
               WHEN WRK-PONTOS NOT LESS WRK-FAIXA-C
                   MOVE "C" TO WRK-CLI-FAIXA(WRK-IDX-CLI)
                   ADD 1 TO WRK-TOTAL-FAIXA-C
               WHEN OTHER
                   MOVE "D" TO WRK-CLI-FAIXA(WRK-IDX-CLI)
                   ADD 1 TO WRK-TOTAL-FAIXA-D
           END-EVALUATE.

      *== CLIENTE SEM LINHA EM CLILIM.DAT NAO TEM LIMITE (FATURA
      *== LIVRE): NA FAIXA A NADA HA PARA ELEVAR; NA FAIXA C A
      *== PROPOSTA E PASSAR A TER LIMITE, DO TAMANHO DA MEDIA
      *== MENSAL ENTREGUE; NA FAIXA D, BLOQUEAR
       0620-PROPOE-LIMITE          SECTION.
           MOVE "N" TO WRK-TEM-LINHA.
           MOVE ZEROS TO WRK-LIMITE-ATUAL.
           MOVE 1 TO WRK-IDX-LIM.
           PERFORM UNTIL WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               OR WRK-TAB-CLIENTE(WRK-IDX-LIM) EQUAL
                  WRK-CLI-ID(WRK-IDX-CLI)
               ADD 1 TO WRK-IDX-LIM
           END-PERFORM.
           IF WRK-IDX-LIM NOT GREATER WRK-QTD-LIMITES
               MOVE "S" TO WRK-TEM-LINHA
               MOVE WRK-TAB-VALOR(WRK-IDX-LIM) TO WRK-LIMITE-ATUAL
           END-IF.
           MOVE SPACES TO WRK-ACAO.
           MOVE WRK-LIMITE-ATUAL TO WRK-LIMITE-PROPOSTO.
           EVALUATE WRK-CLI-FAIXA(WRK-IDX-CLI)
               WHEN "A"
                   IF WRK-TEM-LINHA EQUAL "S"
                       AND WRK-LIMITE-ATUAL GREATER ZEROS
                       MOVE "E" TO WRK-ACAO
                       COMPUTE WRK-LIMITE-PROPOSTO ROUNDED =
                           WRK-LIMITE-ATUAL * (100 + WRK-PCT-ELEVA)
                           / 100
                   END-IF
               WHEN "C"
                   IF WRK-TEM-LINHA EQUAL "S"
                       IF WRK-LIMITE-ATUAL GREATER ZEROS
                           MOVE "R" TO WRK-ACAO
                           COMPUTE WRK-LIMITE-PROPOSTO ROUNDED =
                               WRK-LIMITE-ATUAL
                               * (100 - WRK-PCT-REDUZ) / 100
                       END-IF
                   ELSE
                       MOVE "R" TO WRK-ACAO
                       COMPUTE WRK-LIMITE-PROPOSTO ROUNDED =
                           WRK-CLI-TOTAL(WRK-IDX-CLI) / 12
                   END-IF
               WHEN "D"
                   IF WRK-TEM-LINHA EQUAL "N"
                       OR WRK-LIMITE-ATUAL GREATER ZEROS
                       MOVE "B" TO WRK-ACAO
                       MOVE ZEROS TO WRK-LIMITE-PROPOSTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE WRK-ACAO
               WHEN "E"
                   MOVE "ELEVAR" TO WRK-ACAO-TXT
               WHEN "R"
                   MOVE "REDUZIR" TO WRK-ACAO-TXT
               WHEN "B"
                   MOVE "BLOQUEAR" TO WRK-ACAO-TXT
               WHEN OTHER
                   MOVE "MANTER" TO WRK-ACAO-TXT
           END-EVALUATE.
           IF WRK-ACAO NOT EQUAL SPACES
               ADD 1 TO WRK-TOTAL-PROPOSTAS
               MOVE SPACES TO PRP-REG
               MOVE WRK-CLI-ID(WRK-IDX-CLI)    TO PRP-CLIENTE
               MOVE WRK-COMPETENCIA            TO PRP-COMPETENCIA
               MOVE WRK-CLI-SCORE(WRK-IDX-CLI) TO PRP-SCORE
               MOVE WRK-CLI-FAIXA(WRK-IDX-CLI) TO PRP-FAIXA
               MOVE WRK-ACAO                   TO PRP-ACAO
               MOVE WRK-TEM-LINHA              TO PRP-TEM-LINHA
               MOVE WRK-LIMITE-ATUAL           TO PRP-LIMITE-ATUAL
               MOVE WRK-LIMITE-PROPOSTO        TO PRP-LIMITE-PROPOSTO
               MOVE "P"                        TO PRP-SITUACAO
               MOVE ZEROS                      TO PRP-DATA-DECISAO
               WRITE PRP-REG
           END-IF.

       0630-IMPRIME-CLIENTE        SECTION.
           IF WRK-TEM-LINHA EQUAL "S"
               MOVE WRK-LIMITE-ATUAL TO WRK-ATUAL-ED
           ELSE
               MOVE ZEROS TO WRK-ATUAL-ED
           END-IF.
           MOVE WRK-LIMITE-PROPOSTO TO WRK-PROPOSTO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CLI-ID(WRK-IDX-CLI) "    "
                   WRK-CLI-NOME(WRK-IDX-CLI) " "
                   WRK-CLI-SCORE(WRK-IDX-CLI) "   "
                   WRK-CLI-FAIXA(WRK-IDX-CLI) "  "
                   WRK-CLI-ENTREGUES(WRK-IDX-CLI) " "
                   WRK-CLI-RECUSAS(WRK-IDX-CLI) " "
                   WRK-CLI-ATRASOS(WRK-IDX-CLI) " "
                   WRK-CLI-ABERTOS(WRK-IDX-CLI) " "
                   WRK-CLI-NEGADOS(WRK-IDX-CLI) " "
                   WRK-ATUAL-ED WRK-PROPOSTO-ED " " WRK-ACAO-TXT
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-TEM-LINHA EQUAL "N"
               MOVE "            (SEM LIMITE CADASTRADO - FATURA LIVRE)"
                   TO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== CLIENTE ATIVO SEM NENHUMA EVIDENCIA: NAO HA O QUE PONTUAR -
      *== A MESA VE A LISTA E DECIDE NO OLHO, COMO ANTES
       0700-SEM-HISTORICO          SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "2. CLIENTES SEM HISTORICO (NAO PONTUADOS)"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
               IF WRK-CLI-ENTREGUES(WRK-IDX-CLI) EQUAL ZEROS
                   AND WRK-CLI-RECUSAS(WRK-IDX-CLI) EQUAL ZEROS
                   AND WRK-CLI-PONTUAIS(WRK-IDX-CLI) EQUAL ZEROS
                   AND WRK-CLI-ATRASOS(WRK-IDX-CLI) EQUAL ZEROS
                   AND WRK-CLI-ABERTOS(WRK-IDX-CLI) EQUAL ZEROS
                   AND WRK-CLI-NEGADOS(WRK-IDX-CLI) EQUAL ZEROS
                   ADD 1 TO WRK-TOTAL-SEM-HIST
                   MOVE "N" TO WRK-TEM-LINHA
                   MOVE 1 TO WRK-IDX-LIM
                   PERFORM UNTIL WRK-IDX-LIM GREATER WRK-QTD-LIMITES
                       OR WRK-TAB-CLIENTE(WRK-IDX-LIM) EQUAL
                          WRK-CLI-ID(WRK-IDX-CLI)
                       ADD 1 TO WRK-IDX-LIM
                   END-PERFORM
                   MOVE SPACES TO REL-LINHA
                   IF WRK-IDX-LIM GREATER WRK-QTD-LIMITES
                       STRING WRK-CLI-ID(WRK-IDX-CLI) "    "
                               WRK-CLI-NOME(WRK-IDX-CLI)
                               "  SEM LIMITE CADASTRADO"
                               DELIMITED BY SIZE INTO REL-LINHA
                   ELSE
                       MOVE WRK-TAB-VALOR(WRK-IDX-LIM) TO WRK-ATUAL-ED
                       STRING WRK-CLI-ID(WRK-IDX-CLI) "    "
                               WRK-CLI-NOME(WRK-IDX-CLI)
                               "  LIMITE ATUAL " WRK-ATUAL-ED
                               DELIMITED BY SIZE INTO REL-LINHA
                   END-IF
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-PERFORM.
           IF WRK-TOTAL-SEM-HIST EQUAL ZEROS
               MOVE "  NENHUM" TO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0800-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "PONTUADOS " WRK-TOTAL-PONTUADOS
                   "  FAIXA A " WRK-TOTAL-FAIXA-A
                   "  B " WRK-TOTAL-FAIXA-B
                   "  C " WRK-TOTAL-FAIXA-C
                   "  D " WRK-TOTAL-FAIXA-D
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "PROPOSTAS " WRK-TOTAL-PROPOSTAS
                   "  SEM HISTORICO " WRK-TOTAL-SEM-HIST
                   "  - DECIDIR NO LIMMANT, OPCAO 4"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-CLIENTES TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-PROPOSTAS TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CLISCORE: CLIENTES PONTUADOS.... "
                   WRK-TOTAL-PONTUADOS.
           DISPLAY "CLISCORE: SEM HISTORICO......... "
                   WRK-TOTAL-SEM-HIST.
           DISPLAY "CLISCORE: PROPOSTAS GRAVADAS.... "
                   WRK-TOTAL-PROPOSTAS.
           DISPLAY "CLISCORE: PROPOSTAS EM " WRK-PRP-PATH.

      *== EVENTO NA JANELA: DE 0 A 365 DIAS ANTES DA APURACAO
      *== (WRK-DIF-DATA1 = DATA DO EVENTO)
       9100-NA-JANELA              SECTION.
           MOVE "N" TO WRK-NA-JANELA.
           MOVE WRK-DATA-APURACAO TO WRK-DIF-DATA2.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           IF WRK-DIF-STATUS EQUAL "S"
               AND WRK-DIF-DIAS NOT LESS ZEROS
               AND WRK-DIF-DIAS NOT GREATER 365
               MOVE "S" TO WRK-NA-JANELA
           END-IF.

      *== POSICIONA WRK-IDX-CLI NO CLIENTE DO EVENTO; FORA DA TABELA
      *== (INATIVO OU EXCLUIDO) FICA ALEM DE WRK-QTD-CLI
       9200-ACHA-CLIENTE           SECTION.
           MOVE 1 TO WRK-IDX-CLI.
           PERFORM UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
               OR WRK-CLI-ID(WRK-IDX-CLI) EQUAL WRK-CLIENTE-EVENTO
               ADD 1 TO WRK-IDX-CLI
           END-PERFORM.

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
