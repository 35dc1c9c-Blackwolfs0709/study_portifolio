       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: PROJECAO DO FLUXO DE CAIXA DOS PROXIMOS 30/60/90
      *==           DIAS - JUNTA O QUE O SISTEMA JA SABE QUE VAI
      *==           ENTRAR E SAIR: BOLETOS EM ABERTO (BOLETOS.DAT,
      *==           POR BOL-VENCIMENTO), PARCELAS DE PEDIDO AINDA NAO
      *==           APRESENTADAS (PARCELAS.DAT), ORDENS PERMANENTES
      *==           (ORDPERM.DAT, PELO ORP-DIA), A PROXIMA FOLHA (PELO
      *==           ULTIMO LOTE DE CREDITO DO FOLHA), AS APLICACOES
      *==           QUE VENCEM (APLICA.DAT) E O CONTAS A PAGAR
      *==           (APAGAR.DAT) - POR DIA E POR SEMANA, COM O SALDO
      *==           ESPERADO E O DE PIOR CASO SOBRE A POSICAO ATUAL
      *==           EM CONTAS.DAT. A CONTA DE SEGUNDA-FEIRA DA
      *==           TESOURARIA DEIXA DE SER MONTADA NA MAO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: FLUXOCX_DATA (AAAAMMDD) E A DATA-BASE, EM
      *==   BRANCO O DIA CORRENTE; FLUXOCX_DIAS = 30, 60 OU 90
      *==   (PADRAO 90). POSICAO INICIAL = SALDO DA CONTA DO
      *==   PARAMETRO CONTA_PAGADORA (A MESMA DO APAGLOTE); SEM ELE,
      *==   A SOMA DOS SALDOS DE CONTAS.DAT.
      *==   ATRASO HISTORICO: DOS BOLETOS PAGOS NOS ULTIMOS 365 DIAS,
      *==   A PARTE DO VALOR PAGA DEPOIS DO VENCIMENTO (FATOR) E O
      *==   ATRASO MEDIO EM DIAS. NO CENARIO ESPERADO A PARTE
      *==   ATRASADA DE CADA RECEBIVEL ENTRA NO VENCIMENTO + ATRASO
      *==   MEDIO E O TITULO JA VENCIDO ENTRA NA DATA-BASE + ATRASO
      *==   MEDIO; NO PIOR CASO SO ENTRA A PARTE PONTUAL E O VENCIDO
      *==   NAO ENTRA. AS SAIDAS SAO AS MESMAS NOS DOIS CENARIOS;
      *==   CONTA A PAGAR JA VENCIDA SAI NA DATA-BASE.
      *==   ORDEM PERMANENTE "P" ENTRA E "D" SAI, NO DIA UTIL AJUSTADO
      *==   COMO O ORDGERA FAZ. A FOLHA SE REPETE TODO MES NO MESMO
      *==   DIA DO ULTIMO LOTE (FOLHA_PAG_PATH, PADRAO FOLHA.PAG)
      *==   PELO TOTAL DOS CREDITOS "P" DELE. APLICACAO ATIVA SAI NO
      *==   VENCIMENTO PELO LIQUIDO (PRINCIPAL + RENDIMENTO - IMPOSTO,
      *==   MESMA CONTA DO APLDIA); RESGATE ANTECIPADO PEDIDO SAI NA
      *==   DATA-BASE A TAXA DE RESGATE.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETOS ASSIGN TO DYNAMIC WRK-BOL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BOLETOS.
           SELECT PARCELAS ASSIGN TO DYNAMIC WRK-PAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-VENCIMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAR-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-PARCELAS.
           SELECT ORDENS ASSIGN TO DYNAMIC WRK-ORP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENS.
           SELECT CREDITO-FOLHA ASSIGN TO DYNAMIC WRK-CRED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CREDITO.
           SELECT APLICACOES ASSIGN TO DYNAMIC WRK-APL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               ALTERNATE RECORD KEY IS APL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APL-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-APLICACOES.
           SELECT APAGAR ASSIGN TO DYNAMIC WRK-APG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APG-CHAVE
               ALTERNATE RECORD KEY IS APG-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-APAGAR.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.

       DATA DIVISION.
       FILE SECTION.
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

      *== CRONOGRAMA DA VENDA PARCELADA (VER PEDIDOS/PARCCOB)
       FD  PARCELAS.
       01  PAR-REG.
           05 PAR-CHAVE.
               10 PAR-PEDIDO     PIC 9(06).
               10 PAR-NUMERO     PIC 9(02).
           05 PAR-NOTA           PIC 9(08).
           05 PAR-CLIENTE        PIC 9(04).
           05 PAR-PLANO          PIC X(02).
           05 PAR-QTD-PARCELAS   PIC 9(02).
           05 PAR-VENCIMENTO     PIC 9(08).
           05 PAR-VALOR          PIC 9(09)V99.
           05 PAR-SITUACAO       PIC X(01).
      *== PAR-SITUACAO: "A" = EM ABERTO   "E" = APRESENTADA
      *== "C" = CANCELADA/ABATIDA (PEDCANC/PEDDEVOL)
           05 PAR-DATA-SITUACAO  PIC 9(08).
           05 PAR-FORMA          PIC X(01).
           05 PAR-DOCUMENTO      PIC 9(08).

       FD  ORDENS.
       01  ORP-REG.
           05 ORP-CONTA          PIC 9(06).
           05 ORP-TIPO           PIC X(01).
           05 ORP-VALOR          PIC 9(009)V99.
           05 ORP-DIA            PIC 9(02).
           05 ORP-VIG-INI        PIC 9(08).
           05 ORP-VIG-FIM        PIC 9(08).
      *== ORP-VIG-FIM: ZEROS = SEM DATA DE TERMINO

      *== LOTE DE CREDITO DOS SALARIOS GRAVADO PELO FOLHA (LAYOUT
      *== PAG-REG: "H", UM "P" POR FUNCIONARIO, "T")
       FD  CREDITO-FOLHA.
       01  CRD-REG.
           05 CRD-TIPO           PIC X(01).
           05 CRD-CONTA          PIC 9(06).
           05 CRD-VALOR          PIC 9(009)V99.
           05 CRD-REF-SEQ        PIC 9(06).
           05 CRD-DATA           PIC 9(08).
       01  CRD-REG-LOTE.
           05 CRD-LOTE-TIPO      PIC X(01).
           05 CRD-LOTE-NUMERO    PIC 9(06).
           05 CRD-LOTE-DATA      PIC 9(08).
           05 CRD-LOTE-ORIGEM    PIC X(08).
           05 FILLER             PIC X(09).

      *== CONTRATO DE APLICACAO A PRAZO (VER APLMANT/APLDIA)
       FD  APLICACOES.
       01  APL-REG.
           05 APL-NUMERO         PIC 9(06).
           05 APL-CONTA          PIC 9(06).
           05 APL-PRINCIPAL      PIC 9(009)V99.
           05 APL-PRAZO          PIC 9(03).
           05 APL-TAXA           PIC 9(02)V9999.
           05 APL-TAXA-PENAL     PIC 9(02)V9999.
           05 APL-DATA-CONTRATO  PIC 9(08).
           05 APL-DATA-INICIO    PIC 9(08).
           05 APL-VENCIMENTO     PIC 9(08).
           05 APL-SITUACAO       PIC X(01).
      *== APL-SITUACAO: "A" = ATIVA   "R" = RESGATE ANTECIPADO
      *== PEDIDO (AS DEMAIS NAO DEVEM MAIS NADA - VER APLDIA)
           05 APL-DATA-SITUACAO  PIC 9(08).
           05 APL-DATA-RESGATE   PIC 9(08).
           05 APL-RENDIMENTO     PIC 9(009)V99.
           05 APL-IR             PIC 9(009)V99.
           05 APL-OPERADOR       PIC X(08).

       FD  APAGAR.
       01  APG-REG.
           05 APG-CHAVE.
               10 APG-FORNECEDOR PIC 9(04).
               10 APG-DOCUMENTO  PIC X(10).
               10 APG-PARCELA    PIC 9(02).
           05 APG-EMISSAO        PIC 9(08).
           05 APG-VENCIMENTO     PIC 9(08).
           05 APG-VALOR          PIC 9(09)V99.
           05 APG-PEDIDO-COMPRA  PIC 9(06).
           05 APG-ORIGEM         PIC X(08).
           05 APG-SITUACAO       PIC X(01).
      *== APG-SITUACAO: "A" = EM ABERTO (SO ESTE AINDA VAI SAIR)
           05 APG-DATA-SITUACAO  PIC 9(08).
           05 APG-LOTE           PIC 9(06).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(120) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-BOL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BOL-PATH: VARIAVEL DE AMBIENTE "BOLETOS_PATH";
      *== SE NAO DEFINIDA, "BOLETOS.DAT"
       77  WRK-PAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT"
       77  WRK-ORP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ORP-PATH: VARIAVEL DE AMBIENTE "ORDPERM_PATH";
      *== SE NAO DEFINIDA, "ORDPERM.DAT"
       77  WRK-CRED-PATH   PIC X(100) VALUE SPACES.
      *== WRK-CRED-PATH: VARIAVEL DE AMBIENTE "FOLHA_PAG_PATH";
      *== SE NAO DEFINIDA, "FOLHA.PAG"
       77  WRK-APL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-APL-PATH: VARIAVEL DE AMBIENTE "APLICA_PATH";
      *== SE NAO DEFINIDA, "APLICA.DAT"
       77  WRK-APG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-APG-PATH: VARIAVEL DE AMBIENTE "APAGAR_PATH";
      *== SE NAO DEFINIDA, "APAGAR.DAT"
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTA-PATH: VARIAVEL DE AMBIENTE "CONTAS_PATH";
      *== SE NAO DEFINIDA, "CONTAS.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "FLUXOCX_REL_PATH";
      *== SE NAO DEFINIDA, "FLUXOCX.REL"
       77  FS-BOLETOS      PIC 9(02) VALUE ZEROS.
       77  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-CREDITO      PIC 9(02) VALUE ZEROS.
       77  FS-APLICACOES   PIC 9(02) VALUE ZEROS.
       77  FS-APAGAR       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-BASE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77  WRK-INT-BASE    PIC 9(08) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-TXT    PIC X(03) VALUE SPACES.
       77  WRK-HORIZONTE   PIC 9(03) VALUE 90.
       77  WRK-QTD-MESES   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-MES     PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-AUX   PIC 9(06) VALUE ZEROS.

      *== POSICAO INICIAL
       77  WRK-CONTA-PAGADORA PIC 9(06) VALUE ZEROS.
       77  WRK-POSICAO     PIC S9(011)V99 VALUE ZEROS.
       77  WRK-POSICAO-ORIGEM PIC X(40) VALUE SPACES.
       77  WRK-ACHOU-CONTA PIC X(01) VALUE "N".

      *== ATRASO HISTORICO DOS BOLETOS PAGOS (ULTIMOS 365 DIAS)
       77  WRK-HIS-INICIO  PIC 9(08) VALUE ZEROS.
       77  WRK-HIS-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-HIS-QTD-ATRASO PIC 9(06) VALUE ZEROS.
       77  WRK-HIS-VALOR   PIC 9(013)V99 VALUE ZEROS.
       77  WRK-HIS-VALOR-ATRASO PIC 9(013)V99 VALUE ZEROS.
       77  WRK-HIS-DIAS-SOMA PIC 9(09) VALUE ZEROS.
       77  WRK-DIAS-ATRASO PIC S9(06) VALUE ZEROS.
       77  WRK-FATOR-ATRASO PIC 9V9999 VALUE ZEROS.
       77  WRK-ATRASO-MEDIO PIC 9(03) VALUE ZEROS.
       77  WRK-FATOR-ED    PIC ZZ9,99.

      *== LANCAMENTO NA GRADE DIARIA (VER 9000/9010)
       77  WRK-LAN-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LAN-VALOR   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-LAN-ESP     PIC 9(011)V99 VALUE ZEROS.
       77  WRK-LAN-PIOR    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-LAN-PONTUAL PIC 9(011)V99 VALUE ZEROS.
       77  WRK-LAN-ATRASADO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-LAN-NO-HORIZONTE PIC X(01) VALUE "N".
       77  WRK-IDX-DIA     PIC S9(05) VALUE ZEROS.
       77  WRK-QTD-FORA    PIC 9(06) VALUE ZEROS.

      *== GRADE DIARIA: DIA 1 = DATA-BASE
       01  WRK-TAB-DIAS.
           05 WRK-DIA-ITEM OCCURS 90 TIMES.
               10 WRK-DIA-DATA      PIC 9(08).
               10 WRK-DIA-ENT-ESP   PIC 9(011)V99.
               10 WRK-DIA-ENT-PIOR  PIC 9(011)V99.
               10 WRK-DIA-SAIDA     PIC 9(011)V99.
       77  WRK-IDX-IMP     PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ESP   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-SALDO-PIOR  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-MENOR-ESP   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-MENOR-PIOR  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-DATA-MENOR-ESP PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MENOR-PIOR PIC 9(08) VALUE ZEROS.

      *== SEMANAS DE 7 DIAS CORRIDOS A PARTIR DA DATA-BASE
       01  WRK-TAB-SEMANAS.
           05 WRK-SEM-ITEM OCCURS 13 TIMES.
               10 WRK-SEM-INICIO    PIC 9(08).
               10 WRK-SEM-ENT-ESP   PIC 9(011)V99.
               10 WRK-SEM-ENT-PIOR  PIC 9(011)V99.
               10 WRK-SEM-SAIDA     PIC 9(011)V99.
               10 WRK-SEM-SALDO-ESP  PIC S9(011)V99.
               10 WRK-SEM-SALDO-PIOR PIC S9(011)V99.
       77  WRK-IDX-SEM     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-SEM     PIC 9(02) VALUE ZEROS.

      *== TOTAIS POR ORIGEM NO HORIZONTE
       77  WRK-QTD-BOL     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-BOL-ESP PIC 9(013)V99 VALUE ZEROS.
       77  WRK-TOT-BOL-PIOR PIC 9(013)V99 VALUE ZEROS.
       77  WRK-QTD-PAR     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-PAR-ESP PIC 9(013)V99 VALUE ZEROS.
       77  WRK-TOT-PAR-PIOR PIC 9(013)V99 VALUE ZEROS.
       77  WRK-QTD-ORP     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-ORP-ENT PIC 9(013)V99 VALUE ZEROS.
       77  WRK-TOT-ORP-SAI PIC 9(013)V99 VALUE ZEROS.
       77  WRK-QTD-FOLHA   PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-FOLHA   PIC 9(013)V99 VALUE ZEROS.
       77  WRK-QTD-APL     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-APL     PIC 9(013)V99 VALUE ZEROS.
       77  WRK-QTD-APG     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-APG     PIC 9(013)V99 VALUE ZEROS.

      *== FOLHA: ULTIMO LOTE DE CREDITO
       77  WRK-FOLHA-DATA  PIC 9(08) VALUE ZEROS.
       77  WRK-FOLHA-VALOR PIC 9(011)V99 VALUE ZEROS.

      *== APLICACAO: LIQUIDO ESTIMADO NO RESGATE (MESMA CONTA DO
      *== APLDIA, ALIQUOTAS DE IMPOSTO PELA FAIXA DE DIAS)
       77  WRK-IR-ATE-180  PIC 9(02)V99 VALUE 22,50.
       77  WRK-IR-ATE-360  PIC 9(02)V99 VALUE 20,00.
       77  WRK-IR-ATE-720  PIC 9(02)V99 VALUE 17,50.
       77  WRK-IR-ACIMA    PIC 9(02)V99 VALUE 15,00.
       77  WRK-ALIQUOTA    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TAXA-USADA  PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-DATA-RESGATE PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-APLIC  PIC 9(05) VALUE ZEROS.
       77  WRK-RENDIMENTO  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-IMPOSTO     PIC 9(009)V99 VALUE ZEROS.

      *== DATA CANDIDATA DO MES (ORDEM PERMANENTE E FOLHA)
       01  WRK-DATA-CANDIDATA.
           05 WRK-CAN-ANO       PIC 9(04).
           05 WRK-CAN-MES       PIC 9(02).
           05 WRK-CAN-DIA       PIC 9(02).
       01  WRK-CAN-NUM REDEFINES WRK-DATA-CANDIDATA PIC 9(08).
       77  WRK-CAN-ALVO    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-DEVIDA PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-VESPERA PIC 9(08) VALUE ZEROS.
       77  WRK-BASE-ANO    PIC 9(04) VALUE ZEROS.
       77  WRK-BASE-MES    PIC 9(02) VALUE ZEROS.

       77  WRK-VALOR-ED    PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR2-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR3-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR4-ED   PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR5-ED   PIC -ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

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
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "FLUXOCX".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

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
           PERFORM 0200-APURA-ATRASO.
           PERFORM 0300-PROJETA-BOLETOS.
           PERFORM 0400-PROJETA-PARCELAS.
           PERFORM 0500-PROJETA-ORDENS.
           PERFORM 0600-PROJETA-FOLHA.
           PERFORM 0700-PROJETA-APLICACOES.
           PERFORM 0750-PROJETA-APAGAR.
           PERFORM 0800-APURA-POSICAO.
           PERFORM 0900-IMPRIME.
           PERFORM 0990-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "FLUXOCX_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               ACCEPT WRK-DATA-BASE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-BASE = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           ACCEPT WRK-DIAS-TXT FROM ENVIRONMENT "FLUXOCX_DIAS".
           IF WRK-DIAS-TXT NOT EQUAL SPACES
               COMPUTE WRK-HORIZONTE = FUNCTION NUMVAL(WRK-DIAS-TXT)
           END-IF.
           IF WRK-HORIZONTE NOT EQUAL 30
              AND WRK-HORIZONTE NOT EQUAL 60
              AND WRK-HORIZONTE NOT EQUAL 90
               DISPLAY "FLUXOCX: FLUXOCX_DIAS " WRK-DIAS-TXT
                       " INVALIDO - USANDO 90 DIAS"
               MOVE 90 TO WRK-HORIZONTE
           END-IF.
           COMPUTE WRK-INT-BASE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-BASE).
           COMPUTE WRK-INT-AUX = WRK-INT-BASE + WRK-HORIZONTE - 1.
           COMPUTE WRK-DATA-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           INITIALIZE WRK-TAB-DIAS.
           PERFORM VARYING WRK-IDX-IMP FROM 1 BY 1
                   UNTIL WRK-IDX-IMP GREATER WRK-HORIZONTE
               COMPUTE WRK-INT-AUX = WRK-INT-BASE + WRK-IDX-IMP - 1
               COMPUTE WRK-DIA-DATA(WRK-IDX-IMP) =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
           END-PERFORM.
      *== MESES DE CALENDARIO TOCADOS PELO HORIZONTE (ORDEM
      *== PERMANENTE E FOLHA SAO MENSAIS)
           MOVE WRK-DATA-BASE TO WRK-CAN-NUM.
           MOVE WRK-CAN-ANO TO WRK-BASE-ANO.
           MOVE WRK-CAN-MES TO WRK-BASE-MES.
           MOVE WRK-DATA-FIM TO WRK-CAN-NUM.
           COMPUTE WRK-QTD-MESES =
               (WRK-CAN-ANO - WRK-BASE-ANO) * 12
             + WRK-CAN-MES - WRK-BASE-MES + 1.
           MOVE "CONTA_PAGADORA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-CONTA-PAGADORA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_IR_ATE_180" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-IR-ATE-180 =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_IR_ATE_360" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-IR-ATE-360 =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_IR_ATE_720" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-IR-ATE-720 =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_IR_ACIMA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-IR-ACIMA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-BOL-PATH FROM ENVIRONMENT "BOLETOS_PATH".
           IF WRK-BOL-PATH EQUAL SPACES
               MOVE "BOLETOS.DAT" TO WRK-BOL-PATH
           END-IF.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           ACCEPT WRK-ORP-PATH FROM ENVIRONMENT "ORDPERM_PATH".
           IF WRK-ORP-PATH EQUAL SPACES
               MOVE "ORDPERM.DAT" TO WRK-ORP-PATH
           END-IF.
           ACCEPT WRK-CRED-PATH FROM ENVIRONMENT "FOLHA_PAG_PATH".
           IF WRK-CRED-PATH EQUAL SPACES
               MOVE "FOLHA.PAG" TO WRK-CRED-PATH
           END-IF.
           ACCEPT WRK-APL-PATH FROM ENVIRONMENT "APLICA_PATH".
           IF WRK-APL-PATH EQUAL SPACES
               MOVE "APLICA.DAT" TO WRK-APL-PATH
           END-IF.
           ACCEPT WRK-APG-PATH FROM ENVIRONMENT "APAGAR_PATH".
           IF WRK-APG-PATH EQUAL SPACES
               MOVE "APAGAR.DAT" TO WRK-APG-PATH
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "FLUXOCX_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "FLUXOCX.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "PROJECAO DO FLUXO DE CAIXA" TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           STRING "DATA    " " ENTRADA ESPERADA" "  ENTR. PIOR CASO"
                  "           SAIDAS" "   SALDO ESPERADO"
                  "  SALDO PIOR CASO"
                  DELIMITED BY SIZE INTO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== FATOR DE ATRASO: PARTE DO VALOR DOS BOLETOS PAGOS NO ULTIMO
      *== ANO QUE ENTROU DEPOIS DO VENCIMENTO, E O ATRASO MEDIO DOS
      *== QUE ATRASARAM. SEM HISTORICO, FATOR ZERO (TUDO PONTUAL)
       0200-APURA-ATRASO           SECTION.
           COMPUTE WRK-INT-AUX = WRK-INT-BASE - 365.
           COMPUTE WRK-HIS-INICIO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           OPEN INPUT BOLETOS.
           IF FS-BOLETOS NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM " WRK-BOL-PATH
                       " - RECEBIVEIS DE BOLETO FORA DA PROJECAO"
           ELSE
               READ BOLETOS
                   AT END MOVE 10 TO FS-BOLETOS
               END-READ
               PERFORM UNTIL FS-BOLETOS EQUAL 10
                   IF BOL-SITUACAO EQUAL "P"
                      AND BOL-DATA-PAGTO NOT LESS WRK-HIS-INICIO
                      AND BOL-DATA-PAGTO NOT GREATER WRK-DATA-BASE
                      AND BOL-VENCIMENTO GREATER ZEROS
                       PERFORM 0210-ACUMULA-HISTORICO
                   END-IF
                   READ BOLETOS
                       AT END MOVE 10 TO FS-BOLETOS
                   END-READ
               END-PERFORM
               CLOSE BOLETOS
           END-IF.
           IF WRK-HIS-VALOR GREATER ZEROS
               COMPUTE WRK-FATOR-ATRASO ROUNDED =
                   WRK-HIS-VALOR-ATRASO / WRK-HIS-VALOR
           END-IF.
           IF WRK-HIS-QTD-ATRASO GREATER ZEROS
               COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                   WRK-HIS-DIAS-SOMA / WRK-HIS-QTD-ATRASO
           END-IF.

       0210-ACUMULA-HISTORICO      SECTION.
           ADD 1 TO WRK-HIS-QTD.
           ADD BOL-VALOR TO WRK-HIS-VALOR.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(BOL-DATA-PAGTO)
             - FUNCTION INTEGER-OF-DATE(BOL-VENCIMENTO).
           IF WRK-DIAS-ATRASO GREATER ZEROS
               ADD 1 TO WRK-HIS-QTD-ATRASO
               ADD BOL-VALOR TO WRK-HIS-VALOR-ATRASO
               ADD WRK-DIAS-ATRASO TO WRK-HIS-DIAS-SOMA
           END-IF.

       0300-PROJETA-BOLETOS        SECTION.
           OPEN INPUT BOLETOS.
           IF FS-BOLETOS EQUAL 0
               READ BOLETOS
                   AT END MOVE 10 TO FS-BOLETOS
               END-READ
               PERFORM UNTIL FS-BOLETOS EQUAL 10
                   IF BOL-SITUACAO EQUAL "A"
                       MOVE BOL-VENCIMENTO TO WRK-LAN-DATA
                       MOVE BOL-VALOR      TO WRK-LAN-VALOR
                       PERFORM 9020-LANCA-RECEBIVEL
                       IF WRK-LAN-NO-HORIZONTE EQUAL "S"
                           ADD 1 TO WRK-QTD-BOL
                           ADD WRK-LAN-ESP  TO WRK-TOT-BOL-ESP
                           ADD WRK-LAN-PIOR TO WRK-TOT-BOL-PIOR
                       END-IF
                   END-IF
                   READ BOLETOS
                       AT END MOVE 10 TO FS-BOLETOS
                   END-READ
               END-PERFORM
               CLOSE BOLETOS
           END-IF.

      *== SO A PARCELA AINDA "A": A APRESENTADA JA VIROU DEBITO NO
      *== EXE1 OU BOLETO EM BOLETOS.DAT (CONTADO ACIMA)
       0400-PROJETA-PARCELAS       SECTION.
           OPEN INPUT PARCELAS.
           IF FS-PARCELAS NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM " WRK-PAR-PATH
                       " - PARCELAS FORA DA PROJECAO"
           ELSE
               READ PARCELAS NEXT
                   AT END MOVE 10 TO FS-PARCELAS
               END-READ
               PERFORM UNTIL FS-PARCELAS GREATER 2
                   IF PAR-SITUACAO EQUAL "A"
                       MOVE PAR-VENCIMENTO TO WRK-LAN-DATA
                       MOVE PAR-VALOR      TO WRK-LAN-VALOR
                       PERFORM 9020-LANCA-RECEBIVEL
                       IF WRK-LAN-NO-HORIZONTE EQUAL "S"
                           ADD 1 TO WRK-QTD-PAR
                           ADD WRK-LAN-ESP  TO WRK-TOT-PAR-ESP
                           ADD WRK-LAN-PIOR TO WRK-TOT-PAR-PIOR
                       END-IF
                   END-IF
                   READ PARCELAS NEXT
                       AT END MOVE 10 TO FS-PARCELAS
                   END-READ
               END-PERFORM
               CLOSE PARCELAS
           END-IF.

       0500-PROJETA-ORDENS         SECTION.
           OPEN INPUT ORDENS.
           IF FS-ORDENS NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM " WRK-ORP-PATH
                       " - ORDENS PERMANENTES FORA DA PROJECAO"
           ELSE
               READ ORDENS
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
               PERFORM UNTIL FS-ORDENS EQUAL 10
                   MOVE ORP-DIA TO WRK-CAN-ALVO
                   PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                           UNTIL WRK-IDX-MES GREATER WRK-QTD-MESES
                       PERFORM 0510-ORDEM-DO-MES
                   END-PERFORM
                   READ ORDENS
                       AT END MOVE 10 TO FS-ORDENS
                   END-READ
               END-PERFORM
               CLOSE ORDENS
           END-IF.

       0510-ORDEM-DO-MES           SECTION.
           PERFORM 9100-DATA-DO-MES.
           IF WRK-DATA-DEVIDA NOT LESS WRK-DATA-BASE
              AND WRK-DATA-DEVIDA NOT GREATER WRK-DATA-FIM
              AND ORP-VIG-INI NOT GREATER WRK-DATA-DEVIDA
              AND (ORP-VIG-FIM EQUAL ZEROS
                  OR ORP-VIG-FIM NOT LESS WRK-DATA-DEVIDA)
               MOVE WRK-DATA-DEVIDA TO WRK-LAN-DATA
               MOVE ORP-VALOR TO WRK-LAN-VALOR
               ADD 1 TO WRK-QTD-ORP
               IF ORP-TIPO EQUAL "P"
                   MOVE ORP-VALOR TO WRK-LAN-ESP
                   MOVE ORP-VALOR TO WRK-LAN-PIOR
                   PERFORM 9000-LANCA-ENTRADA
                   ADD ORP-VALOR TO WRK-TOT-ORP-ENT
               ELSE
                   PERFORM 9010-LANCA-SAIDA
                   ADD ORP-VALOR TO WRK-TOT-ORP-SAI
               END-IF
           END-IF.

      *== A PROXIMA FOLHA E A ULTIMA: MESMO TOTAL DE CREDITOS, NO
      *== MESMO DIA DO MES DO ULTIMO LOTE
       0600-PROJETA-FOLHA          SECTION.
           OPEN INPUT CREDITO-FOLHA.
           IF FS-CREDITO NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM LOTE DA FOLHA EM " WRK-CRED-PATH
                       " - FOLHA FORA DA PROJECAO"
           ELSE
               READ CREDITO-FOLHA
                   AT END MOVE 10 TO FS-CREDITO
               END-READ
               PERFORM UNTIL FS-CREDITO EQUAL 10
                   EVALUATE CRD-TIPO
                       WHEN "H"
                           MOVE CRD-LOTE-DATA TO WRK-FOLHA-DATA
                       WHEN "P"
                           ADD CRD-VALOR TO WRK-FOLHA-VALOR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ CREDITO-FOLHA
                       AT END MOVE 10 TO FS-CREDITO
                   END-READ
               END-PERFORM
               CLOSE CREDITO-FOLHA
           END-IF.
           IF WRK-FOLHA-DATA GREATER ZEROS
              AND WRK-FOLHA-VALOR GREATER ZEROS
               MOVE WRK-FOLHA-DATA TO WRK-CAN-NUM
               MOVE WRK-CAN-DIA TO WRK-CAN-ALVO
               PERFORM VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES GREATER WRK-QTD-MESES
                   PERFORM 9100-DATA-DO-MES
                   IF WRK-DATA-DEVIDA GREATER WRK-FOLHA-DATA
                      AND WRK-DATA-DEVIDA NOT LESS WRK-DATA-BASE
                      AND WRK-DATA-DEVIDA NOT GREATER WRK-DATA-FIM
                       MOVE WRK-DATA-DEVIDA TO WRK-LAN-DATA
                       MOVE WRK-FOLHA-VALOR TO WRK-LAN-VALOR
                       PERFORM 9010-LANCA-SAIDA
                       ADD 1 TO WRK-QTD-FOLHA
                       ADD WRK-FOLHA-VALOR TO WRK-TOT-FOLHA
                   END-IF
               END-PERFORM
           END-IF.

       0700-PROJETA-APLICACOES     SECTION.
           OPEN INPUT APLICACOES.
           IF FS-APLICACOES NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM " WRK-APL-PATH
                       " - APLICACOES FORA DA PROJECAO"
           ELSE
               READ APLICACOES NEXT
                   AT END MOVE 10 TO FS-APLICACOES
               END-READ
               PERFORM UNTIL FS-APLICACOES GREATER 2
                   EVALUATE TRUE
                       WHEN APL-SITUACAO EQUAL "A"
                           MOVE APL-VENCIMENTO TO WRK-DATA-RESGATE
                           MOVE APL-TAXA TO WRK-TAXA-USADA
                           PERFORM 0710-RESGATE-PREVISTO
                       WHEN APL-SITUACAO EQUAL "R"
                           MOVE APL-DATA-RESGATE TO WRK-DATA-RESGATE
                           MOVE APL-TAXA-PENAL TO WRK-TAXA-USADA
                           PERFORM 0710-RESGATE-PREVISTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ APLICACOES NEXT
                       AT END MOVE 10 TO FS-APLICACOES
                   END-READ
               END-PERFORM
               CLOSE APLICACOES
           END-IF.

      *== LIQUIDO DO RESGATE PELA MESMA CONTA DO APLDIA 0410
       0710-RESGATE-PREVISTO       SECTION.
           IF WRK-DATA-RESGATE LESS WRK-DATA-BASE
               MOVE WRK-DATA-BASE TO WRK-DATA-RESGATE
           END-IF.
           IF WRK-DATA-RESGATE GREATER WRK-DATA-FIM
               CONTINUE
           ELSE
               MOVE ZEROS TO WRK-DIAS-APLIC
               MOVE APL-DATA-INICIO TO WRK-DIF-DATA1
               MOVE WRK-DATA-RESGATE TO WRK-DIF-DATA2
               CALL "DATADIF" USING WRK-DATADIF-AREA
               IF WRK-DIF-STATUS EQUAL "S"
                  AND WRK-DIF-DIAS GREATER ZEROS
                   MOVE WRK-DIF-DIAS TO WRK-DIAS-APLIC
               END-IF
               COMPUTE WRK-RENDIMENTO ROUNDED = APL-PRINCIPAL
                   * WRK-TAXA-USADA / 100 * WRK-DIAS-APLIC / 360
               EVALUATE TRUE
                   WHEN WRK-DIAS-APLIC NOT GREATER 180
                       MOVE WRK-IR-ATE-180 TO WRK-ALIQUOTA
                   WHEN WRK-DIAS-APLIC NOT GREATER 360
                       MOVE WRK-IR-ATE-360 TO WRK-ALIQUOTA
                   WHEN WRK-DIAS-APLIC NOT GREATER 720
                       MOVE WRK-IR-ATE-720 TO WRK-ALIQUOTA
                   WHEN OTHER
                       MOVE WRK-IR-ACIMA TO WRK-ALIQUOTA
               END-EVALUATE
               COMPUTE WRK-IMPOSTO ROUNDED =
                   WRK-RENDIMENTO * WRK-ALIQUOTA / 100
               COMPUTE WRK-LAN-VALOR =
                   APL-PRINCIPAL + WRK-RENDIMENTO - WRK-IMPOSTO
               MOVE WRK-DATA-RESGATE TO WRK-LAN-DATA
               PERFORM 9010-LANCA-SAIDA
               ADD 1 TO WRK-QTD-APL
               ADD WRK-LAN-VALOR TO WRK-TOT-APL
           END-IF.

       0750-PROJETA-APAGAR         SECTION.
           OPEN INPUT APAGAR.
           IF FS-APAGAR NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM " WRK-APG-PATH
                       " - CONTAS A PAGAR FORA DA PROJECAO"
           ELSE
               READ APAGAR NEXT
                   AT END MOVE 10 TO FS-APAGAR
               END-READ
               PERFORM UNTIL FS-APAGAR GREATER 2
                   IF APG-SITUACAO EQUAL "A"
                      AND APG-VENCIMENTO NOT GREATER WRK-DATA-FIM
                       MOVE APG-VENCIMENTO TO WRK-LAN-DATA
                       MOVE APG-VALOR      TO WRK-LAN-VALOR
                       PERFORM 9010-LANCA-SAIDA
                       ADD 1 TO WRK-QTD-APG
                       ADD APG-VALOR TO WRK-TOT-APG
                   END-IF
                   READ APAGAR NEXT
                       AT END MOVE 10 TO FS-APAGAR
                   END-READ
               END-PERFORM
               CLOSE APAGAR
           END-IF.

      *== POSICAO DE PARTIDA: A CONTA PAGADORA DA EMPRESA; SEM O
      *== PARAMETRO (OU CONTA FORA DO CADASTRO), O TOTAL DE CONTAS
       0800-APURA-POSICAO          SECTION.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 0
               DISPLAY "FLUXOCX: SEM " WRK-CTA-PATH
                       " - POSICAO INICIAL ZERO"
               MOVE "SEM CONTAS.DAT - POSICAO ZERO"
                   TO WRK-POSICAO-ORIGEM
           ELSE
               READ CONTAS
                   AT END MOVE 10 TO FS-CONTAS
               END-READ
               PERFORM UNTIL FS-CONTAS EQUAL 10
                   IF WRK-CONTA-PAGADORA GREATER ZEROS
                       IF CTA-NUMERO EQUAL WRK-CONTA-PAGADORA
                           MOVE CTA-SALDO TO WRK-POSICAO
                           MOVE "S" TO WRK-ACHOU-CONTA
                       END-IF
                   ELSE
                       ADD CTA-SALDO TO WRK-POSICAO
                   END-IF
                   READ CONTAS
                       AT END MOVE 10 TO FS-CONTAS
                   END-READ
               END-PERFORM
               CLOSE CONTAS
               IF WRK-CONTA-PAGADORA GREATER ZEROS
                   IF WRK-ACHOU-CONTA EQUAL "S"
                       MOVE SPACES TO WRK-POSICAO-ORIGEM
                       STRING "SALDO DA CONTA PAGADORA "
                              WRK-CONTA-PAGADORA
                              DELIMITED BY SIZE INTO WRK-POSICAO-ORIGEM
                       END-STRING
                   ELSE
                       MOVE "CONTA PAGADORA FORA DO CADASTRO - ZERO"
                           TO WRK-POSICAO-ORIGEM
                   END-IF
               ELSE
                   MOVE "SOMA DOS SALDOS DE CONTAS.DAT"
                       TO WRK-POSICAO-ORIGEM
               END-IF
           END-IF.

       0900-IMPRIME                SECTION.
           MOVE WRK-POSICAO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA-BASE " WRK-DATA-BASE "  HORIZONTE "
                   WRK-HORIZONTE " DIAS (ATE " WRK-DATA-FIM ")"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "POSICAO INICIAL " WRK-VALOR-ED " - "
                   WRK-POSICAO-ORIGEM
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           COMPUTE WRK-FATOR-ED = WRK-FATOR-ATRASO * 100.
           MOVE SPACES TO REL-LINHA.
           IF WRK-HIS-QTD GREATER ZEROS
               STRING "ATRASO HISTORICO: " WRK-FATOR-ED
                       "% DO VALOR PAGO COM ATRASO MEDIO DE "
                       WRK-ATRASO-MEDIO " DIAS (" WRK-HIS-QTD
                       " BOLETOS PAGOS NO ULTIMO ANO)"
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "ATRASO HISTORICO: SEM BOLETO PAGO NO ULTIMO "
                       "ANO - RECEBIVEIS TRATADOS COMO PONTUAIS"
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "POR DIA" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-POSICAO TO WRK-SALDO-ESP.
           MOVE WRK-POSICAO TO WRK-SALDO-PIOR.
           MOVE WRK-POSICAO TO WRK-MENOR-ESP.
           MOVE WRK-POSICAO TO WRK-MENOR-PIOR.
           MOVE WRK-DATA-BASE TO WRK-DATA-MENOR-ESP.
           MOVE WRK-DATA-BASE TO WRK-DATA-MENOR-PIOR.
           INITIALIZE WRK-TAB-SEMANAS.
           MOVE ZEROS TO WRK-QTD-SEM.
           PERFORM VARYING WRK-IDX-IMP FROM 1 BY 1
                   UNTIL WRK-IDX-IMP GREATER WRK-HORIZONTE
               PERFORM 0910-IMPRIME-DIA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "POR SEMANA (7 DIAS CORRIDOS A PARTIR DO INICIO)"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-SEM FROM 1 BY 1
                   UNTIL WRK-IDX-SEM GREATER WRK-QTD-SEM
               MOVE WRK-SEM-ENT-ESP(WRK-IDX-SEM)   TO WRK-VALOR-ED
               MOVE WRK-SEM-ENT-PIOR(WRK-IDX-SEM)  TO WRK-VALOR2-ED
               MOVE WRK-SEM-SAIDA(WRK-IDX-SEM)     TO WRK-VALOR3-ED
               MOVE WRK-SEM-SALDO-ESP(WRK-IDX-SEM) TO WRK-VALOR4-ED
               MOVE WRK-SEM-SALDO-PIOR(WRK-IDX-SEM) TO WRK-VALOR5-ED
               MOVE SPACES TO REL-LINHA
               STRING WRK-SEM-INICIO(WRK-IDX-SEM) " "
                       WRK-VALOR-ED " " WRK-VALOR2-ED " "
                       WRK-VALOR3-ED " " WRK-VALOR4-ED " "
                       WRK-VALOR5-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           PERFORM 0950-IMPRIME-ORIGENS.

      *== UMA LINHA POR DIA (SALDO AO FIM DO DIA) E O ACUMULO DA
      *== SEMANA A QUE O DIA PERTENCE
       0910-IMPRIME-DIA            SECTION.
           COMPUTE WRK-SALDO-ESP = WRK-SALDO-ESP
               + WRK-DIA-ENT-ESP(WRK-IDX-IMP)
               - WRK-DIA-SAIDA(WRK-IDX-IMP).
           COMPUTE WRK-SALDO-PIOR = WRK-SALDO-PIOR
               + WRK-DIA-ENT-PIOR(WRK-IDX-IMP)
               - WRK-DIA-SAIDA(WRK-IDX-IMP).
           IF WRK-SALDO-ESP LESS WRK-MENOR-ESP
               MOVE WRK-SALDO-ESP TO WRK-MENOR-ESP
               MOVE WRK-DIA-DATA(WRK-IDX-IMP) TO WRK-DATA-MENOR-ESP
           END-IF.
           IF WRK-SALDO-PIOR LESS WRK-MENOR-PIOR
               MOVE WRK-SALDO-PIOR TO WRK-MENOR-PIOR
               MOVE WRK-DIA-DATA(WRK-IDX-IMP) TO WRK-DATA-MENOR-PIOR
           END-IF.
           MOVE WRK-DIA-ENT-ESP(WRK-IDX-IMP)  TO WRK-VALOR-ED.
           MOVE WRK-DIA-ENT-PIOR(WRK-IDX-IMP) TO WRK-VALOR2-ED.
           MOVE WRK-DIA-SAIDA(WRK-IDX-IMP)    TO WRK-VALOR3-ED.
           MOVE WRK-SALDO-ESP                 TO WRK-VALOR4-ED.
           MOVE WRK-SALDO-PIOR                TO WRK-VALOR5-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-DIA-DATA(WRK-IDX-IMP) " "
                   WRK-VALOR-ED " " WRK-VALOR2-ED " "
                   WRK-VALOR3-ED " " WRK-VALOR4-ED " "
                   WRK-VALOR5-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           COMPUTE WRK-IDX-SEM = (WRK-IDX-IMP - 1) / 7 + 1.
           IF WRK-IDX-SEM GREATER WRK-QTD-SEM
               MOVE WRK-IDX-SEM TO WRK-QTD-SEM
               MOVE WRK-DIA-DATA(WRK-IDX-IMP)
                   TO WRK-SEM-INICIO(WRK-IDX-SEM)
           END-IF.
           ADD WRK-DIA-ENT-ESP(WRK-IDX-IMP)
               TO WRK-SEM-ENT-ESP(WRK-IDX-SEM).
           ADD WRK-DIA-ENT-PIOR(WRK-IDX-IMP)
               TO WRK-SEM-ENT-PIOR(WRK-IDX-SEM).
           ADD WRK-DIA-SAIDA(WRK-IDX-IMP)
               TO WRK-SEM-SAIDA(WRK-IDX-SEM).
           MOVE WRK-SALDO-ESP  TO WRK-SEM-SALDO-ESP(WRK-IDX-SEM).
           MOVE WRK-SALDO-PIOR TO WRK-SEM-SALDO-PIOR(WRK-IDX-SEM).

       0950-IMPRIME-ORIGENS        SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "TOTAL POR ORIGEM NO HORIZONTE" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-BOL-ESP  TO WRK-VALOR-ED.
           MOVE WRK-TOT-BOL-PIOR TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  ENTRADA BOLETOS EM ABERTO    " WRK-QTD-BOL
                   "  ESPERADO " WRK-VALOR-ED
                   "  PIOR CASO " WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-PAR-ESP  TO WRK-VALOR-ED.
           MOVE WRK-TOT-PAR-PIOR TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  ENTRADA PARCELAS DE PEDIDO   " WRK-QTD-PAR
                   "  ESPERADO " WRK-VALOR-ED
                   "  PIOR CASO " WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-ORP-ENT TO WRK-VALOR-ED.
           MOVE WRK-TOT-ORP-SAI TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  ORDENS PERMANENTES           " WRK-QTD-ORP
                   "  ENTRADAS " WRK-VALOR-ED
                   "  SAIDAS    " WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-FOLHA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SAIDA FOLHA DE PAGAMENTO     " WRK-QTD-FOLHA
                   "      SAIDAS " WRK-VALOR-ED
                   "  (ULTIMO LOTE " WRK-FOLHA-DATA ")"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-APL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SAIDA APLICACOES A RESGATAR  " WRK-QTD-APL
                   "  SAIDAS   " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-APG TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SAIDA CONTAS A PAGAR         " WRK-QTD-APG
                   "  SAIDAS   " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-SALDO-ESP  TO WRK-VALOR-ED.
           MOVE WRK-SALDO-PIOR TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "SALDO FINAL  ESPERADO " WRK-VALOR-ED
                   "  PIOR CASO " WRK-VALOR2-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-MENOR-ESP  TO WRK-VALOR-ED.
           MOVE WRK-MENOR-PIOR TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "MENOR SALDO  ESPERADO " WRK-VALOR-ED
                   " EM " WRK-DATA-MENOR-ESP
                   "  PIOR CASO " WRK-VALOR2-ED
                   " EM " WRK-DATA-MENOR-PIOR
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-MENOR-PIOR LESS ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "*** ATENCAO: SALDO NEGATIVO NO PIOR CASO A "
                       "PARTIR DE " WRK-DATA-MENOR-PIOR
                       " OU ANTES - PROVIDENCIAR CAIXA ***"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-QTD-FORA GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "PARCELAS ATRASADAS QUE CAIRIAM DEPOIS DO "
                       "HORIZONTE: " WRK-QTD-FORA
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0990-FINALIZAR              SECTION.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           COMPUTE WRK-RUN-LIDOS = WRK-QTD-BOL + WRK-QTD-PAR
               + WRK-QTD-ORP + WRK-QTD-APL + WRK-QTD-APG.
           MOVE WRK-HORIZONTE TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "FLUXOCX: DATA-BASE............ " WRK-DATA-BASE.
           DISPLAY "FLUXOCX: HORIZONTE (DIAS)...... " WRK-HORIZONTE.
           DISPLAY "FLUXOCX: PROJECAO EM " WRK-REL-PATH.

      *== ENTRADA NA GRADE: WRK-LAN-ESP NO CENARIO ESPERADO E
      *== WRK-LAN-PIOR NO PIOR CASO, AMBOS NA DATA WRK-LAN-DATA
       9000-LANCA-ENTRADA          SECTION.
           PERFORM 9050-LOCALIZA-DIA.
           IF WRK-LAN-NO-HORIZONTE EQUAL "S"
               ADD WRK-LAN-ESP  TO WRK-DIA-ENT-ESP(WRK-IDX-DIA)
               ADD WRK-LAN-PIOR TO WRK-DIA-ENT-PIOR(WRK-IDX-DIA)
           END-IF.

       9010-LANCA-SAIDA            SECTION.
           PERFORM 9050-LOCALIZA-DIA.
           IF WRK-LAN-NO-HORIZONTE EQUAL "S"
               ADD WRK-LAN-VALOR TO WRK-DIA-SAIDA(WRK-IDX-DIA)
           END-IF.

      *== RECEBIVEL (BOLETO OU PARCELA) DE VALOR WRK-LAN-VALOR COM
      *== VENCIMENTO WRK-LAN-DATA: PARTE PONTUAL NO VENCIMENTO NOS
      *== DOIS CENARIOS; PARTE ATRASADA SO NO ESPERADO, DESLOCADA DO
      *== ATRASO MEDIO. JA VENCIDO: SO NO ESPERADO, NA DATA-BASE +
      *== ATRASO MEDIO. WRK-LAN-ESP/PIOR DEVOLVEM O QUE CAIU NO
      *== HORIZONTE
       9020-LANCA-RECEBIVEL        SECTION.
           MOVE ZEROS TO WRK-LAN-ESP.
           MOVE ZEROS TO WRK-LAN-PIOR.
           MOVE "N" TO WRK-LAN-NO-HORIZONTE.
           IF WRK-LAN-DATA LESS WRK-DATA-BASE
               COMPUTE WRK-INT-AUX = WRK-INT-BASE + WRK-ATRASO-MEDIO
               COMPUTE WRK-LAN-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
               PERFORM 9050-LOCALIZA-DIA
               IF WRK-LAN-NO-HORIZONTE EQUAL "S"
                   ADD WRK-LAN-VALOR TO WRK-DIA-ENT-ESP(WRK-IDX-DIA)
                   MOVE WRK-LAN-VALOR TO WRK-LAN-ESP
               ELSE
                   ADD 1 TO WRK-QTD-FORA
               END-IF
           ELSE
               COMPUTE WRK-LAN-ATRASADO ROUNDED =
                   WRK-LAN-VALOR * WRK-FATOR-ATRASO
               COMPUTE WRK-LAN-PONTUAL =
                   WRK-LAN-VALOR - WRK-LAN-ATRASADO
               PERFORM 9050-LOCALIZA-DIA
               IF WRK-LAN-NO-HORIZONTE EQUAL "S"
                   ADD WRK-LAN-PONTUAL TO WRK-DIA-ENT-ESP(WRK-IDX-DIA)
                   ADD WRK-LAN-PONTUAL TO WRK-DIA-ENT-PIOR(WRK-IDX-DIA)
                   MOVE WRK-LAN-PONTUAL TO WRK-LAN-ESP
                   MOVE WRK-LAN-PONTUAL TO WRK-LAN-PIOR
                   IF WRK-LAN-ATRASADO GREATER ZEROS
                       COMPUTE WRK-INT-AUX =
                           FUNCTION INTEGER-OF-DATE(WRK-LAN-DATA)
                         + WRK-ATRASO-MEDIO
                       COMPUTE WRK-LAN-DATA =
                           FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
                       PERFORM 9050-LOCALIZA-DIA
                       IF WRK-LAN-NO-HORIZONTE EQUAL "S"
                           ADD WRK-LAN-ATRASADO
                               TO WRK-DIA-ENT-ESP(WRK-IDX-DIA)
                           ADD WRK-LAN-ATRASADO TO WRK-LAN-ESP
                       ELSE
                           ADD 1 TO WRK-QTD-FORA
                       END-IF
      *== O PONTUAL CAIU NO HORIZONTE: O TITULO CONTA COMO PROJETADO
                       MOVE "S" TO WRK-LAN-NO-HORIZONTE
                   END-IF
               END-IF
           END-IF.

      *== WRK-IDX-DIA = POSICAO DE WRK-LAN-DATA NA GRADE; ANTES DA
      *== DATA-BASE VAI PARA O PRIMEIRO DIA, DEPOIS DO HORIZONTE FICA
      *== DE FORA (WRK-LAN-NO-HORIZONTE "N")
       9050-LOCALIZA-DIA           SECTION.
           MOVE "N" TO WRK-LAN-NO-HORIZONTE.
           IF WRK-LAN-DATA LESS WRK-DATA-BASE
               MOVE 1 TO WRK-IDX-DIA
               MOVE "S" TO WRK-LAN-NO-HORIZONTE
           ELSE
               IF WRK-LAN-DATA NOT GREATER WRK-DATA-FIM
                   COMPUTE WRK-IDX-DIA =
                       FUNCTION INTEGER-OF-DATE(WRK-LAN-DATA)
                     - WRK-INT-BASE + 1
                   MOVE "S" TO WRK-LAN-NO-HORIZONTE
               END-IF
           END-IF.

      *== DIA WRK-CAN-ALVO DO WRK-IDX-MES-ESIMO MES DO HORIZONTE:
      *== DIA INEXISTENTE NO MES RECUA PARA O FIM DO MES E FIM DE
      *== SEMANA DESLIZA PARA O PROXIMO DIA UTIL (COMO NO ORDGERA)
       9100-DATA-DO-MES            SECTION.
           COMPUTE WRK-MESES-AUX =
               WRK-BASE-ANO * 12 + WRK-BASE-MES - 1 + WRK-IDX-MES - 1.
           COMPUTE WRK-CAN-ANO = WRK-MESES-AUX / 12.
           COMPUTE WRK-CAN-MES = FUNCTION MOD(WRK-MESES-AUX, 12) + 1.
           MOVE WRK-CAN-ALVO TO WRK-CAN-DIA.
           IF WRK-CAN-DIA EQUAL ZEROS
               MOVE 1 TO WRK-CAN-DIA
           END-IF.
           MOVE WRK-CAN-NUM TO WRK-DATAVAL-ENTRADA.
           CALL "DATAMES" USING WRK-DATAVAL-AREA.
           IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
               MOVE 1 TO WRK-CAN-DIA
               MOVE WRK-CAN-NUM TO WRK-DIF-DATA1
               MOVE WRK-CAN-NUM TO WRK-DIF-DATA2
               CALL "DATADIF" USING WRK-DATADIF-AREA
               MOVE WRK-DIF-FIM-MES TO WRK-CAN-NUM
           END-IF.
           COMPUTE WRK-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-CAN-NUM) - 1.
           COMPUTE WRK-DATA-VESPERA =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           MOVE WRK-DATA-VESPERA TO WRK-DIF-DATA1.
           MOVE WRK-DATA-VESPERA TO WRK-DIF-DATA2.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           MOVE WRK-DIF-PROX-UTIL TO WRK-DATA-DEVIDA.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
