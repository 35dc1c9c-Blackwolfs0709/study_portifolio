       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLDIA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MOVIMENTO DIARIO DAS APLICACOES A PRAZO (APLMANT)
      *==           - CONCILIA COM O JORNAL.LOG O DEBITO DO PRINCIPAL
      *==           (EFETIVADO = ATIVA, RECUSADO = CANCELADA), MONTA O
      *==           LOTE "D" DO PRINCIPAL DAS APLICACOES NOVAS, RESGATA
      *==           AS VENCIDAS E AS COM RESGATE ANTECIPADO PEDIDO NUM
      *==           LOTE "P" (PRINCIPAL + RENDIMENTO - IMPOSTO RETIDO)
      *==           E IMPRIME A AGENDA DE VENCIMENTOS DA TESOURARIA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O AVANCO NO JORNAL E POR MARCA D'AGUA DE SEQ
      *==   EM APLDIA.SEQ (MOLDE CREDDIA); A APLICACAO E ACHADA POR
      *==   CONTA + VALOR DO PRINCIPAL. O PRAZO CORRE DA DATA DE
      *==   MOVIMENTO EM QUE O DEBITO SAI. RENDIMENTO SIMPLES PRO RATA
      *==   DIA, BASE 360; NO RESGATE ANTECIPADO CORRE ATE A DATA DO
      *==   PEDIDO A TAXA DE RESGATE ANTECIPADO DO CONTRATO. IMPOSTO
      *==   SOBRE O RENDIMENTO PELOS DIAS APLICADOS, PARAMETROS
      *==   APL_IR_ATE_180, APL_IR_ATE_360, APL_IR_ATE_720 E
      *==   APL_IR_ACIMA (%). AGENDA POR SEMANA ATE APL_DIAS_AGENDA
      *==   DIAS (PADRAO 28), O RESTO NUM TOTAL UNICO.
      *==   APLDIA_DATA_MOVIMENTO (AAAAMMDD) REPROCESSA UM DIA. NO
      *==   RAZAO A APLICACAO SO ENTRA QUANDO O DEBITO CONFIRMA NO
      *==   JORNAL E SAI NA GERACAO DO LOTE DE RESGATE.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES ASSIGN TO DYNAMIC WRK-APL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               ALTERNATE RECORD KEY IS APL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APL-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-APLICACOES.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-JOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT MARCA-SEQ ASSIGN TO DYNAMIC WRK-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARCA.
           SELECT LOTE-DEB ASSIGN TO DYNAMIC WRK-DEB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE-DEB.
           SELECT LOTE-RES ASSIGN TO DYNAMIC WRK-RES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE-RES.

       DATA DIVISION.
       FILE SECTION.
      *== CONTRATO DE APLICACAO A PRAZO (VER APLMANT)
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
      *== APL-SITUACAO: "C" = CONTRATADA, AGUARDA DEBITO
      *== "G" = DEBITO DO PRINCIPAL ENVIADO   "A" = ATIVA
      *== "R" = RESGATE ANTECIPADO PEDIDO   "V" = RESGATADA NO
      *== VENCIMENTO   "E" = RESGATADA ANTECIPADAMENTE
      *== "X" = CANCELADA (ANTES DO DEBITO OU DEBITO RECUSADO)
           05 APL-DATA-SITUACAO  PIC 9(08).
           05 APL-DATA-RESGATE   PIC 9(08).
           05 APL-RENDIMENTO     PIC 9(009)V99.
           05 APL-IR             PIC 9(009)V99.
           05 APL-OPERADOR       PIC X(08).

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).

       FD  MARCA-SEQ.
       01  MRC-REG.
           05 MRC-ULT-SEQ        PIC 9(06).
      *== MRC-ULT-SEQ: ULTIMO SEQ DO JORNAL JA CONCILIADO

      *== LOTE DO PRINCIPAL NO LAYOUT PAG-REG DO EXE1: "D" DEBITA O
      *== PRINCIPAL DA CONTA, REFERENCIA = NUMERO DA APLICACAO
       FD  LOTE-DEB.
       01  DEB-REG.
           05 DEB-TIPO           PIC X(01).
           05 DEB-CONTA          PIC 9(06).
           05 DEB-VALOR          PIC 9(009)V99.
           05 DEB-REF-SEQ        PIC 9(06).
           05 DEB-DATA           PIC 9(08).
       01  DEB-REG-LOTE.
           05 DEB-LOTE-TIPO      PIC X(01).
           05 DEB-LOTE-NUMERO    PIC 9(06).
           05 DEB-LOTE-DATA      PIC 9(08).
           05 DEB-LOTE-ORIGEM    PIC X(08).
           05 FILLER             PIC X(09).
       01  DEB-REG-TRAILER.
           05 DEB-TRL-TIPO       PIC X(01).
           05 DEB-TRL-QTD        PIC 9(06).
           05 DEB-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

      *== LOTE DE RESGATE: "P" CREDITA O LIQUIDO (PRINCIPAL +
      *== RENDIMENTO - IMPOSTO) NA CONTA, REFERENCIA = APLICACAO
       FD  LOTE-RES.
       01  RES-REG.
           05 RES-TIPO           PIC X(01).
           05 RES-CONTA          PIC 9(06).
           05 RES-VALOR          PIC 9(009)V99.
           05 RES-REF-SEQ        PIC 9(06).
           05 RES-DATA           PIC 9(08).
       01  RES-REG-LOTE.
           05 RES-LOTE-TIPO      PIC X(01).
           05 RES-LOTE-NUMERO    PIC 9(06).
           05 RES-LOTE-DATA      PIC 9(08).
           05 RES-LOTE-ORIGEM    PIC X(08).
      *== RES-LOTE-ORIGEM: A TRAVA DE DUPLA POSTAGEM DO EXE1 COMPARA
      *== NUMERO + ORIGEM
           05 FILLER             PIC X(09).
       01  RES-REG-TRAILER.
           05 RES-TRL-TIPO       PIC X(01).
           05 RES-TRL-QTD        PIC 9(06).
           05 RES-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-APL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-JOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-SEQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-SEQ-PATH: VARIAVEL DE AMBIENTE "APLDIA_SEQ_PATH";
      *== SE NAO DEFINIDA, "APLDIA.SEQ"
       77  WRK-DEB-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DEB-PATH: VARIAVEL DE AMBIENTE "APLDIA_DEB_PATH";
      *== SE NAO DEFINIDA, "APLDEB.PAG" - LOTE DO PRINCIPAL
       77  WRK-RES-PATH    PIC X(100) VALUE SPACES.
      *== WRK-RES-PATH: VARIAVEL DE AMBIENTE "APLDIA_RES_PATH";
      *== SE NAO DEFINIDA, "APLRESG.PAG" - LOTE DE RESGATE; OS DOIS
      *== LOTES PASSAM PELA PRE-CRITICA/EXE1 COM PAGAMENTOS_PATH
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "APLDIA_REL_PATH";
      *== SE NAO DEFINIDA, "APLVENC.REL" - AGENDA DA TESOURARIA
       77  FS-APLICACOES   PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77  FS-MARCA        PIC 9(02) VALUE ZEROS.
       77  FS-LOTE-DEB     PIC 9(02) VALUE ZEROS.
       77  FS-LOTE-RES     PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-NUMERO PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-APLICACOES PIC X(01) VALUE "N".
       77  WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77  WRK-MAIOR-SEQ   PIC 9(06) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-INT-MOV     PIC 9(08) VALUE ZEROS.

      *== ALIQUOTAS DO IMPOSTO SOBRE O RENDIMENTO POR DIAS APLICADOS
      *== (PARAMETROS; SEM ELES, OS PADROES ABAIXO)
       77  WRK-IR-ATE-180  PIC 9(02)V99 VALUE 22,50.
       77  WRK-IR-ATE-360  PIC 9(02)V99 VALUE 20,00.
       77  WRK-IR-ATE-720  PIC 9(02)V99 VALUE 17,50.
       77  WRK-IR-ACIMA    PIC 9(02)V99 VALUE 15,00.
       77  WRK-DIAS-AGENDA PIC 9(03) VALUE 28.
      *== WRK-DIAS-AGENDA: HORIZONTE DA AGENDA EM DIAS, ABERTO EM
      *== SEMANAS (PARAMETRO APL_DIAS_AGENDA)

      *== CAMPOS EXTRAIDOS DA LINHA DO JORNAL (POSICOES FIXAS DOS
      *== STRINGS 0313/0322 DO EXE1)
       77  WRK-JOR-SEQ     PIC 9(06) VALUE ZEROS.
       77  WRK-JOR-CONTA   PIC 9(06) VALUE ZEROS.
       77  WRK-JOR-VALOR   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-JOR-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-JOR-RECUSA  PIC 9(02) VALUE ZEROS.

      *== APLICACAO ACHADA PARA A LINHA DO JORNAL
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-ACH-NUMERO  PIC 9(06) VALUE ZEROS.

      *== CALCULO DO RESGATE
       77  WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA-USADA  PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-DIAS-APLIC  PIC 9(05) VALUE ZEROS.
       77  WRK-ALIQUOTA    PIC 9(02)V99 VALUE ZEROS.
       77  WRK-LIQUIDO     PIC 9(009)V99 VALUE ZEROS.

      *== AGENDA DE VENCIMENTOS
       77  WRK-BRUTO       PIC 9(009)V99 VALUE ZEROS.
       77  WRK-DIAS-VENC   PIC 9(05) VALUE ZEROS.
       77  WRK-SEMANA      PIC 9(03) VALUE ZEROS.
       77  WRK-SEMANA-ATUAL PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-SEMANA  PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-SEMANA  PIC 9(06) VALUE ZEROS.
       77  WRK-PRI-SEMANA  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-BRU-SEMANA  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-QTD-ALEM    PIC 9(06) VALUE ZEROS.
       77  WRK-PRI-ALEM    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-BRU-ALEM    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-QTD-CARTEIRA PIC 9(06) VALUE ZEROS.
       77  WRK-PRI-CARTEIRA PIC 9(011)V99 VALUE ZEROS.
       77  WRK-BRU-CARTEIRA PIC 9(011)V99 VALUE ZEROS.

       77  WRK-TOTAL-ATIVADAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECUSAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEB   PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-DEB   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-RES   PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-RES   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-ANTECIP PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-IR    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED     PIC Z9,9999.

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
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "APLDIA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "APLDIA".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

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
           IF WRK-TEM-APLICACOES EQUAL "S"
               PERFORM 0200-CONCILIA-JORNAL
               PERFORM 0300-DEBITA-PRINCIPAL
               PERFORM 0400-RESGATA
               PERFORM 0500-AGENDA-VENCIMENTOS
           END-IF.
           PERFORM 0700-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
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
           MOVE "APL_DIAS_AGENDA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-DIAS-AGENDA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "APLDIA_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           MOVE WRK-DATA-MOVIMENTO(3:6) TO WRK-LOTE-NUMERO.
           COMPUTE WRK-INT-MOV =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-MOVIMENTO).
           ACCEPT WRK-APL-PATH FROM ENVIRONMENT "APLICA_PATH".
           IF WRK-APL-PATH EQUAL SPACES
               MOVE "APLICA.DAT" TO WRK-APL-PATH
           END-IF.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
           END-IF.
           ACCEPT WRK-SEQ-PATH FROM ENVIRONMENT "APLDIA_SEQ_PATH".
           IF WRK-SEQ-PATH EQUAL SPACES
               MOVE "APLDIA.SEQ" TO WRK-SEQ-PATH
           END-IF.
           ACCEPT WRK-DEB-PATH FROM ENVIRONMENT "APLDIA_DEB_PATH".
           IF WRK-DEB-PATH EQUAL SPACES
               MOVE "APLDEB.PAG" TO WRK-DEB-PATH
           END-IF.
           ACCEPT WRK-RES-PATH FROM ENVIRONMENT "APLDIA_RES_PATH".
           IF WRK-RES-PATH EQUAL SPACES
               MOVE "APLRESG.PAG" TO WRK-RES-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "APLDIA_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "APLVENC.REL" TO WRK-REL-PATH
           END-IF.
      *== SEM CONTRATOS NAO HA O QUE MOVIMENTAR: NENHUMA APLICACAO
      *== AINDA - O PASSO TERMINA OK, COM OS LOTES VAZIOS
           OPEN I-O APLICACOES.
           IF FS-APLICACOES EQUAL 0
               MOVE "S" TO WRK-TEM-APLICACOES
           ELSE
               DISPLAY "APLDIA: SEM " WRK-APL-PATH
                       " - NENHUMA APLICACAO A MOVIMENTAR"
           END-IF.
           OPEN INPUT MARCA-SEQ.
           IF FS-MARCA EQUAL 0
               READ MARCA-SEQ
                   AT END CONTINUE
                   NOT AT END MOVE MRC-ULT-SEQ TO WRK-ULT-SEQ
               END-READ
               CLOSE MARCA-SEQ
           END-IF.
           MOVE WRK-ULT-SEQ TO WRK-MAIOR-SEQ.
           OPEN OUTPUT LOTE-DEB.
           MOVE SPACES TO DEB-REG-LOTE.
           MOVE "H" TO DEB-LOTE-TIPO.
           MOVE WRK-LOTE-NUMERO TO DEB-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO TO DEB-LOTE-DATA.
           MOVE "APLICA" TO DEB-LOTE-ORIGEM.
           WRITE DEB-REG-LOTE.
           OPEN OUTPUT LOTE-RES.
           MOVE SPACES TO RES-REG-LOTE.
           MOVE "H" TO RES-LOTE-TIPO.
           MOVE WRK-LOTE-NUMERO TO RES-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO TO RES-LOTE-DATA.
           MOVE "APLRESG" TO RES-LOTE-ORIGEM.
           WRITE RES-REG-LOTE.

      *== CONCILIACAO: O RESULTADO DOS DEBITOS DE PRINCIPAL ENVIADOS
      *== NAS NOITES ANTERIORES VOLTA PELO JORNAL DO EXE1
       0200-CONCILIA-JORNAL        SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 0
               DISPLAY "APLDIA: SEM JORNAL EM " WRK-JOR-PATH
           ELSE
               READ JORNAL
                   AT END MOVE 10 TO FS-JORNAL
               END-READ
               PERFORM UNTIL FS-JORNAL EQUAL 10
                   PERFORM 0210-TRATA-LINHA
                   READ JORNAL
                       AT END MOVE 10 TO FS-JORNAL
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF.

       0210-TRATA-LINHA            SECTION.
           IF JOR-LINHA(1:4) EQUAL "SEQ="
               AND JOR-LINHA(5:6) IS NUMERIC
               AND JOR-LINHA(49:7) EQUAL "DEBITO="
               MOVE JOR-LINHA(5:6) TO WRK-JOR-SEQ
               IF WRK-JOR-SEQ GREATER WRK-ULT-SEQ
                   IF WRK-JOR-SEQ GREATER WRK-MAIOR-SEQ
                       MOVE WRK-JOR-SEQ TO WRK-MAIOR-SEQ
                   END-IF
                   COMPUTE WRK-JOR-CONTA =
                       FUNCTION NUMVAL(JOR-LINHA(42:6))
                   COMPUTE WRK-JOR-VALOR =
                       FUNCTION NUMVAL-C(JOR-LINHA(56:14))
      *== A DATA DE NEGOCIO (DATAMOV) QUANDO A LINHA A TRAZ; A
      *== RECUSADA SO TEM A DATA DO PROCESSAMENTO
                   IF JOR-LINHA(71:8) EQUAL "DATAMOV="
                       AND JOR-LINHA(79:8) IS NUMERIC
                       MOVE JOR-LINHA(79:8) TO WRK-JOR-DATA
                   ELSE
                       MOVE JOR-LINHA(21:8) TO WRK-JOR-DATA
                   END-IF
                   MOVE ZEROS TO WRK-JOR-RECUSA
                   INSPECT JOR-LINHA TALLYING WRK-JOR-RECUSA
                       FOR ALL "RECUSADO"
                   PERFORM 0220-LOCALIZA-APLICACAO
                   IF WRK-ACHOU EQUAL "S"
                       IF WRK-JOR-RECUSA GREATER ZEROS
                           PERFORM 0230-REGISTRA-RECUSA
                       ELSE
                           PERFORM 0240-REGISTRA-DEBITO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *== PELA CONTA (CHAVE ALTERNATIVA), A APLICACAO COM DEBITO
      *== ENVIADO ("G") E PRINCIPAL IGUAL AO VALOR, A MAIS ANTIGA
       0220-LOCALIZA-APLICACAO     SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE 999999 TO WRK-ACH-NUMERO.
           MOVE WRK-JOR-CONTA TO APL-CONTA.
           START APLICACOES KEY IS EQUAL APL-CONTA
               INVALID KEY MOVE 23 TO FS-APLICACOES
           END-START.
           IF FS-APLICACOES EQUAL 0
               READ APLICACOES NEXT
                   AT END MOVE 10 TO FS-APLICACOES
               END-READ
               PERFORM UNTIL FS-APLICACOES GREATER 2
                   OR APL-CONTA NOT EQUAL WRK-JOR-CONTA
                   IF APL-PRINCIPAL EQUAL WRK-JOR-VALOR
                       AND APL-SITUACAO EQUAL "G"
                       AND APL-NUMERO LESS WRK-ACH-NUMERO
                       MOVE "S" TO WRK-ACHOU
                       MOVE APL-NUMERO TO WRK-ACH-NUMERO
                   END-IF
                   READ APLICACOES NEXT
                       AT END MOVE 10 TO FS-APLICACOES
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-APLICACOES.
           IF WRK-ACHOU EQUAL "S"
               MOVE WRK-ACH-NUMERO TO APL-NUMERO
               READ APLICACOES KEY IS APL-NUMERO
                   INVALID KEY MOVE "N" TO WRK-ACHOU
               END-READ
           END-IF.

      *== DEBITO RECUSADO (SEM SALDO, CONTA BLOQUEADA...): O PRINCIPAL
      *== NAO SAIU DA CONTA E A APLICACAO E CANCELADA
       0230-REGISTRA-RECUSA        SECTION.
           ADD 1 TO WRK-TOTAL-RECUSAS.
           MOVE "X" TO APL-SITUACAO.
           MOVE WRK-JOR-DATA TO APL-DATA-SITUACAO.
           PERFORM 8100-REGRAVA-APLICACAO.
           DISPLAY "APLDIA: APLICACAO " APL-NUMERO " CONTA " APL-CONTA
                   " CANCELADA - DEBITO DO PRINCIPAL RECUSADO".

      *== DEBITO EFETIVADO: A APLICACAO FICA ATIVA E O PRINCIPAL
      *== PASSA DO CAIXA PARA AS APLICACOES A PAGAR NO RAZAO (O EXE1
      *== LANCOU A CONTA DO CLIENTE CONTRA O CAIXA)
       0240-REGISTRA-DEBITO        SECTION.
           ADD 1 TO WRK-TOTAL-ATIVADAS.
           MOVE "A" TO APL-SITUACAO.
           MOVE WRK-JOR-DATA TO APL-DATA-SITUACAO.
           PERFORM 8100-REGRAVA-APLICACAO.
           MOVE WRK-JOR-DATA TO WRK-RAZ-DATA.
           MOVE APL-NUMERO TO WRK-RAZ-REF.
           MOVE "CAIXA" TO WRK-RAZ-DEBITO.
           MOVE "APLICA" TO WRK-RAZ-CREDITO.
           MOVE APL-PRINCIPAL TO WRK-RAZ-VALOR.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.

      *== APLICACAO NOVA: DEBITO "D" DO PRINCIPAL NA CONTA; O PRAZO
      *== PASSA A CORRER DA DATA DE MOVIMENTO E O VENCIMENTO PREVISTO
      *== NO CONTRATO E REFEITO A PARTIR DELA
       0300-DEBITA-PRINCIPAL       SECTION.
           MOVE ZEROS TO APL-NUMERO.
           START APLICACOES KEY IS NOT LESS APL-NUMERO
               INVALID KEY MOVE 23 TO FS-APLICACOES
           END-START.
           IF FS-APLICACOES EQUAL 0
               READ APLICACOES NEXT
                   AT END MOVE 10 TO FS-APLICACOES
               END-READ
               PERFORM UNTIL FS-APLICACOES GREATER 2
                   IF APL-SITUACAO EQUAL "C"
                       PERFORM 0310-DEBITA-APLICACAO
                   END-IF
                   READ APLICACOES NEXT
                       AT END MOVE 10 TO FS-APLICACOES
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-APLICACOES.

       0310-DEBITA-APLICACAO       SECTION.
           MOVE SPACES TO DEB-REG.
           MOVE "D" TO DEB-TIPO.
           MOVE APL-CONTA TO DEB-CONTA.
           MOVE APL-PRINCIPAL TO DEB-VALOR.
           MOVE APL-NUMERO TO DEB-REF-SEQ.
           MOVE WRK-DATA-MOVIMENTO TO DEB-DATA.
           WRITE DEB-REG.
           ADD 1 TO WRK-TOTAL-DEB.
           ADD APL-PRINCIPAL TO WRK-VALOR-DEB.
           MOVE WRK-DATA-MOVIMENTO TO APL-DATA-INICIO.
           COMPUTE WRK-INT-AUX = WRK-INT-MOV + APL-PRAZO.
           COMPUTE APL-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           MOVE "G" TO APL-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO TO APL-DATA-SITUACAO.
           PERFORM 8100-REGRAVA-APLICACAO.
           MOVE APL-PRINCIPAL TO WRK-VALOR-ED.
           DISPLAY "APLDIA: DEBITO APLICACAO " APL-NUMERO
                   " CONTA " APL-CONTA " " WRK-VALOR-ED
                   " VENCE " APL-VENCIMENTO.

      *== RESGATE: APLICACAO ATIVA QUE VENCE ATE A DATA DE MOVIMENTO
      *== (A ESQUECIDA EM NOITE SEM CADEIA SAI NA PRIMEIRA SEGUINTE)
      *== E TODA APLICACAO COM RESGATE ANTECIPADO PEDIDO
       0400-RESGATA                SECTION.
           MOVE ZEROS TO APL-NUMERO.
           START APLICACOES KEY IS NOT LESS APL-NUMERO
               INVALID KEY MOVE 23 TO FS-APLICACOES
           END-START.
           IF FS-APLICACOES EQUAL 0
               READ APLICACOES NEXT
                   AT END MOVE 10 TO FS-APLICACOES
               END-READ
               PERFORM UNTIL FS-APLICACOES GREATER 2
                   EVALUATE TRUE
                       WHEN APL-SITUACAO EQUAL "A"
                           AND APL-VENCIMENTO NOT GREATER
                               WRK-DATA-MOVIMENTO
                           MOVE APL-VENCIMENTO TO WRK-DATA-FIM
                           MOVE APL-TAXA TO WRK-TAXA-USADA
                           PERFORM 0410-RESGATA-APLICACAO
                       WHEN APL-SITUACAO EQUAL "R"
                           MOVE APL-DATA-RESGATE TO WRK-DATA-FIM
                           MOVE APL-TAXA-PENAL TO WRK-TAXA-USADA
                           ADD 1 TO WRK-TOTAL-ANTECIP
                           PERFORM 0410-RESGATA-APLICACAO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ APLICACOES NEXT
                       AT END MOVE 10 TO FS-APLICACOES
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-APLICACOES.

      *== RENDIMENTO DO INICIO ATE WRK-DATA-FIM A WRK-TAXA-USADA, O
      *== IMPOSTO PELA FAIXA DE DIAS APLICADOS E O CREDITO "P" DO
      *== LIQUIDO; NO RAZAO A APLICACAO E OS JUROS SAEM DO CAIXA E O
      *== IMPOSTO RETIDO VOLTA DELE PARA A CONTA DE IMPOSTO A RECOLHER
       0410-RESGATA-APLICACAO      SECTION.
           MOVE ZEROS TO WRK-DIAS-APLIC.
           MOVE APL-DATA-INICIO TO WRK-DIF-DATA1.
           MOVE WRK-DATA-FIM TO WRK-DIF-DATA2.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           IF WRK-DIF-STATUS EQUAL "S" AND WRK-DIF-DIAS GREATER ZEROS
               MOVE WRK-DIF-DIAS TO WRK-DIAS-APLIC
           END-IF.
           COMPUTE APL-RENDIMENTO ROUNDED = APL-PRINCIPAL
               * WRK-TAXA-USADA / 100 * WRK-DIAS-APLIC / 360.
           EVALUATE TRUE
               WHEN WRK-DIAS-APLIC NOT GREATER 180
                   MOVE WRK-IR-ATE-180 TO WRK-ALIQUOTA
               WHEN WRK-DIAS-APLIC NOT GREATER 360
                   MOVE WRK-IR-ATE-360 TO WRK-ALIQUOTA
               WHEN WRK-DIAS-APLIC NOT GREATER 720
                   MOVE WRK-IR-ATE-720 TO WRK-ALIQUOTA
               WHEN OTHER
                   MOVE WRK-IR-ACIMA TO WRK-ALIQUOTA
           END-EVALUATE.
           COMPUTE APL-IR ROUNDED =
               APL-RENDIMENTO * WRK-ALIQUOTA / 100.
           COMPUTE WRK-LIQUIDO =
               APL-PRINCIPAL + APL-RENDIMENTO - APL-IR.
           MOVE SPACES TO RES-REG.
           MOVE "P" TO RES-TIPO.
           MOVE APL-CONTA TO RES-CONTA.
           MOVE WRK-LIQUIDO TO RES-VALOR.
           MOVE APL-NUMERO TO RES-REF-SEQ.
           MOVE WRK-DATA-MOVIMENTO TO RES-DATA.
           WRITE RES-REG.
           ADD 1 TO WRK-TOTAL-RES.
           ADD WRK-LIQUIDO TO WRK-VALOR-RES.
           ADD APL-IR TO WRK-VALOR-IR.
           IF APL-SITUACAO EQUAL "R"
               MOVE "E" TO APL-SITUACAO
           ELSE
               MOVE "V" TO APL-SITUACAO
               MOVE WRK-DATA-FIM TO APL-DATA-RESGATE
           END-IF.
           MOVE WRK-DATA-MOVIMENTO TO APL-DATA-SITUACAO.
           PERFORM 8100-REGRAVA-APLICACAO.
           MOVE WRK-DATA-MOVIMENTO TO WRK-RAZ-DATA.
           MOVE APL-NUMERO TO WRK-RAZ-REF.
           MOVE "APLICA" TO WRK-RAZ-DEBITO.
           MOVE "CAIXA" TO WRK-RAZ-CREDITO.
           MOVE APL-PRINCIPAL TO WRK-RAZ-VALOR.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.
           IF APL-RENDIMENTO GREATER ZEROS
               MOVE "DESPJURO" TO WRK-RAZ-DEBITO
               MOVE "CAIXA" TO WRK-RAZ-CREDITO
               MOVE APL-RENDIMENTO TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           IF APL-IR GREATER ZEROS
               MOVE "CAIXA" TO WRK-RAZ-DEBITO
               MOVE "IRRETIDO" TO WRK-RAZ-CREDITO
               MOVE APL-IR TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY "APLDIA: RESGATE APLICACAO " APL-NUMERO
                   " CONTA " APL-CONTA " " WRK-VALOR-ED
                   " (" APL-SITUACAO ")".

      *== AGENDA DA TESOURARIA: APLICACOES EM ABERTO PELO VENCIMENTO,
      *== COM O VALOR BRUTO A PAGAR NO VENCIMENTO; SEMANA A SEMANA
      *== DENTRO DO HORIZONTE E UM TOTAL UNICO PARA O QUE VENCE DEPOIS
       0500-AGENDA-VENCIMENTOS     SECTION.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "AGENDA DE VENCIMENTOS - APLICACOES A PRAZO"
               TO WRK-RW-TITULO.
           MOVE "VENCIMENTO APLIC. CONTA  PRAZO      PRINCIPAL    TAXA
      -         "     VALOR BRUTO"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE ZEROS TO WRK-SEMANA-ATUAL.
           MOVE ZEROS TO APL-VENCIMENTO.
           START APLICACOES KEY IS NOT LESS APL-VENCIMENTO
               INVALID KEY MOVE 23 TO FS-APLICACOES
           END-START.
           IF FS-APLICACOES EQUAL 0
               READ APLICACOES NEXT
                   AT END MOVE 10 TO FS-APLICACOES
               END-READ
               PERFORM UNTIL FS-APLICACOES GREATER 2
                   IF APL-SITUACAO EQUAL "G"
                       OR APL-SITUACAO EQUAL "A"
                       PERFORM 0510-LINHA-AGENDA
                   END-IF
                   READ APLICACOES NEXT
                       AT END MOVE 10 TO FS-APLICACOES
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-APLICACOES.
           IF WRK-SEMANA-ATUAL GREATER ZEROS
               PERFORM 0520-TOTAL-SEMANA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-PRI-ALEM TO WRK-TOTAL-ED.
           MOVE WRK-BRU-ALEM TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "APOS " WRK-DIAS-AGENDA " DIAS... QTD "
                   WRK-QTD-ALEM " PRINCIPAL " WRK-TOTAL-ED
                   " BRUTO " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-PRI-CARTEIRA TO WRK-TOTAL-ED.
           MOVE WRK-BRU-CARTEIRA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CARTEIRA......... QTD "
                   WRK-QTD-CARTEIRA " PRINCIPAL " WRK-TOTAL-ED
                   " BRUTO " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0510-LINHA-AGENDA           SECTION.
           COMPUTE WRK-BRUTO ROUNDED = APL-PRINCIPAL
               + APL-PRINCIPAL * APL-TAXA / 100 * APL-PRAZO / 360.
           ADD 1 TO WRK-QTD-CARTEIRA.
           ADD APL-PRINCIPAL TO WRK-PRI-CARTEIRA.
           ADD WRK-BRUTO TO WRK-BRU-CARTEIRA.
           COMPUTE WRK-DIAS-VENC =
               FUNCTION INTEGER-OF-DATE(APL-VENCIMENTO) - WRK-INT-MOV.
           IF WRK-DIAS-VENC GREATER WRK-DIAS-AGENDA
               ADD 1 TO WRK-QTD-ALEM
               ADD APL-PRINCIPAL TO WRK-PRI-ALEM
               ADD WRK-BRUTO TO WRK-BRU-ALEM
           ELSE
               COMPUTE WRK-SEMANA = (WRK-DIAS-VENC - 1) / 7 + 1
               IF WRK-SEMANA NOT EQUAL WRK-SEMANA-ATUAL
                   IF WRK-SEMANA-ATUAL GREATER ZEROS
                       PERFORM 0520-TOTAL-SEMANA
                   END-IF
                   MOVE WRK-SEMANA TO WRK-SEMANA-ATUAL
               END-IF
               ADD 1 TO WRK-QTD-SEMANA
               ADD APL-PRINCIPAL TO WRK-PRI-SEMANA
               ADD WRK-BRUTO TO WRK-BRU-SEMANA
               MOVE APL-PRINCIPAL TO WRK-VALOR-ED
               MOVE APL-TAXA TO WRK-TAXA-ED
               MOVE WRK-BRUTO TO WRK-TOTAL-ED
               MOVE SPACES TO REL-LINHA
               STRING APL-VENCIMENTO "   " APL-NUMERO " " APL-CONTA
                       "  " APL-PRAZO " " WRK-VALOR-ED " "
                       WRK-TAXA-ED " " WRK-TOTAL-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0520-TOTAL-SEMANA           SECTION.
           COMPUTE WRK-INT-AUX = WRK-INT-MOV + WRK-SEMANA-ATUAL * 7.
           COMPUTE WRK-FIM-SEMANA =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           MOVE WRK-PRI-SEMANA TO WRK-TOTAL-ED.
           MOVE WRK-BRU-SEMANA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SEMANA " WRK-SEMANA-ATUAL " ATE " WRK-FIM-SEMANA
                   " QTD " WRK-QTD-SEMANA " PRINCIPAL " WRK-TOTAL-ED
                   " BRUTO " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE ZEROS TO WRK-QTD-SEMANA.
           MOVE ZEROS TO WRK-PRI-SEMANA.
           MOVE ZEROS TO WRK-BRU-SEMANA.

       0700-FINALIZAR              SECTION.
           MOVE SPACES TO DEB-REG-TRAILER.
           MOVE "T" TO DEB-TRL-TIPO.
           MOVE WRK-TOTAL-DEB TO DEB-TRL-QTD.
           MOVE WRK-VALOR-DEB TO DEB-TRL-VALOR.
           WRITE DEB-REG-TRAILER.
           CLOSE LOTE-DEB.
           MOVE SPACES TO RES-REG-TRAILER.
           MOVE "T" TO RES-TRL-TIPO.
           MOVE WRK-TOTAL-RES TO RES-TRL-QTD.
           MOVE WRK-VALOR-RES TO RES-TRL-VALOR.
           WRITE RES-REG-TRAILER.
           CLOSE LOTE-RES.
           IF WRK-TEM-APLICACOES EQUAL "S"
               CLOSE APLICACOES
           END-IF.
           OPEN OUTPUT MARCA-SEQ.
           MOVE WRK-MAIOR-SEQ TO MRC-ULT-SEQ.
           WRITE MRC-REG.
           CLOSE MARCA-SEQ.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-APL-PATH TO WRK-RUN-ARQUIVOS.
           COMPUTE WRK-RUN-LIDOS =
               WRK-TOTAL-ATIVADAS + WRK-TOTAL-RECUSAS.
           COMPUTE WRK-RUN-GRAVADOS = WRK-TOTAL-DEB + WRK-TOTAL-RES.
           MOVE WRK-TOTAL-RECUSAS TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "APLDIA: DEBITOS CONFIRMADOS (JORNAL) "
                   WRK-TOTAL-ATIVADAS.
           DISPLAY "APLDIA: DEBITOS RECUSADOS........... "
                   WRK-TOTAL-RECUSAS.
           MOVE WRK-VALOR-DEB TO WRK-VALOR-ED.
           DISPLAY "APLDIA: DEBITOS DE PRINCIPAL........ "
                   WRK-TOTAL-DEB " (" WRK-VALOR-ED ") EM "
                   WRK-DEB-PATH.
           MOVE WRK-VALOR-RES TO WRK-VALOR-ED.
           DISPLAY "APLDIA: RESGATES.................... "
                   WRK-TOTAL-RES " (" WRK-VALOR-ED ") EM "
                   WRK-RES-PATH.
           DISPLAY "APLDIA: DOS QUAIS ANTECIPADOS....... "
                   WRK-TOTAL-ANTECIP.
           MOVE WRK-VALOR-IR TO WRK-VALOR-ED.
           DISPLAY "APLDIA: IMPOSTO RETIDO.............. "
                   WRK-VALOR-ED.
           DISPLAY "APLDIA: APLICACOES EM ABERTO........ "
                   WRK-QTD-CARTEIRA " - VER " WRK-REL-PATH.
           DISPLAY "APLDIA: POSTE OS LOTES VIA PRE-CRITICA E EXE1 "
                   "COM PAGAMENTOS_PATH".

       8100-REGRAVA-APLICACAO      SECTION.
           REWRITE APL-REG
               INVALID KEY
                   DISPLAY "APLDIA: ERRO AO REGRAVAR APLICACAO "
                           APL-NUMERO " FS=" FS-APLICACOES
           END-REWRITE.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
