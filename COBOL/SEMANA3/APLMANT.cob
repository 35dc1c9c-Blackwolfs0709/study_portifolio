       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: APLICACAO A PRAZO DA CONTA CORRENTE - GRAVA O
      *==           CONTRATO EM APLICA.DAT (CONTA, PRINCIPAL, PRAZO DE
      *==           90/180/360 DIAS, TAXA AO ANO DO PRAZO E TAXA DE
      *==           RESGATE ANTECIPADO), CONSULTA COM O RENDIMENTO
      *==           PROJETADO, PEDIDO DE RESGATE ANTECIPADO E
      *==           CANCELAMENTO ANTES DO DEBITO, TUDO COM ANTES/
      *==           DEPOIS EM APLICA.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O CONTRATO NASCE "C"; O APLDIA DEBITA O
      *==   PRINCIPAL NA NOITE SEGUINTE (LOTE "D" PARA O EXE1), E O
      *==   PRAZO CORRE DA DATA DO DEBITO. TAXAS DO ARQUIVO CENTRAL DE
      *==   PARAMETROS: APL_TAXA_90, APL_TAXA_180, APL_TAXA_360 (% AO
      *==   ANO) E APL_TAXA_PENAL (% AO ANO NO RESGATE ANTECIPADO).
      *==   RENDIMENTO SIMPLES PRO RATA DIA, BASE 360.
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
           SELECT APLICA-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT APLICA-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== CONTRATO DE APLICACAO A PRAZO
       FD  APLICACOES.
       01  APL-REG.
           05 APL-NUMERO         PIC 9(06).
           05 APL-CONTA          PIC 9(06).
           05 APL-PRINCIPAL      PIC 9(009)V99.
           05 APL-PRAZO          PIC 9(03).
      *== APL-PRAZO: EM DIAS CORRIDOS (90, 180 OU 360)
           05 APL-TAXA           PIC 9(02)V9999.
      *== APL-TAXA: TAXA AO ANO DO PRAZO, EM PERCENTUAL
           05 APL-TAXA-PENAL     PIC 9(02)V9999.
      *== APL-TAXA-PENAL: TAXA AO ANO PAGA NO RESGATE ANTECIPADO
           05 APL-DATA-CONTRATO  PIC 9(08).
           05 APL-DATA-INICIO    PIC 9(08).
      *== APL-DATA-INICIO: DATA DO DEBITO DO PRINCIPAL (ZEROS ATE LA)
           05 APL-VENCIMENTO     PIC 9(08).
      *== APL-VENCIMENTO: INICIO + PRAZO; ANTES DO DEBITO E PREVISTO
           05 APL-SITUACAO       PIC X(01).
      *== APL-SITUACAO: "C" = CONTRATADA, AGUARDA DEBITO
      *== "G" = DEBITO DO PRINCIPAL ENVIADO   "A" = ATIVA
      *== "R" = RESGATE ANTECIPADO PEDIDO   "V" = RESGATADA NO
      *== VENCIMENTO   "E" = RESGATADA ANTECIPADAMENTE
      *== "X" = CANCELADA (ANTES DO DEBITO OU DEBITO RECUSADO)
           05 APL-DATA-SITUACAO  PIC 9(08).
           05 APL-DATA-RESGATE   PIC 9(08).
      *== APL-DATA-RESGATE: ATE ONDE O RENDIMENTO CORRE (VENCIMENTO
      *== OU DATA DO PEDIDO DE RESGATE ANTECIPADO)
           05 APL-RENDIMENTO     PIC 9(009)V99.
           05 APL-IR             PIC 9(009)V99.
           05 APL-OPERADOR       PIC X(08).

       FD  APLICA-CTL.
       01  ACT-REG.
           05 ACT-PROXIMO        PIC 9(06).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  APLICA-LOG.
       01  LOG-LINHA            PIC X(132).

       WORKING-STORAGE             SECTION.
       77  WRK-APL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-APL-PATH: VARIAVEL DE AMBIENTE "APLICA_PATH";
      *== SE NAO DEFINIDA, "APLICA.DAT"
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "APLICA_CTL_PATH";
      *== SE NAO DEFINIDA, "APLICA.CTL" - PROXIMO NUMERO
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "APLICA_LOG_PATH";
      *== SE NAO DEFINIDA, "APLICA.LOG"
       77  FS-APLICACOES   PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(35) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(35) VALUE SPACES.
      *== IMAGEM DO CONTRATO NO LOG: NUMERO, CONTA, PRINCIPAL, PRAZO,
      *== VENCIMENTO E SITUACAO
       01  WRK-IMAGEM.
           05 WRK-IMG-NUMERO     PIC 9(06).
           05 WRK-IMG-CONTA      PIC 9(06).
           05 WRK-IMG-PRINCIPAL  PIC 9(009)V99.
           05 WRK-IMG-PRAZO      PIC 9(03).
           05 WRK-IMG-VENCIMENTO PIC 9(08).
           05 WRK-IMG-SITUACAO   PIC X(01).

      *== TAXAS POR PRAZO (PARAMETROS; SEM ELES, OS PADROES ABAIXO)
       77  WRK-TAXA-90     PIC 9(02)V9999 VALUE 10,0000.
       77  WRK-TAXA-180    PIC 9(02)V9999 VALUE 11,0000.
       77  WRK-TAXA-360    PIC 9(02)V9999 VALUE 12,0000.
       77  WRK-TAXA-PENAL  PIC 9(02)V9999 VALUE 2,0000.
       77  WRK-RENDIMENTO  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED     PIC Z9,9999.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "APLMANT".
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
               DISPLAY "APLMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "APL_TAXA_90" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-90 = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_TAXA_180" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-180 = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_TAXA_360" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-360 = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "APL_TAXA_PENAL" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-PENAL = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-APL-PATH FROM ENVIRONMENT "APLICA_PATH".
           IF WRK-APL-PATH EQUAL SPACES
               MOVE "APLICA.DAT" TO WRK-APL-PATH
           END-IF.
           OPEN I-O APLICACOES.
           IF FS-APLICACOES EQUAL 35
               OPEN OUTPUT APLICACOES
               CLOSE APLICACOES
               OPEN I-O APLICACOES
           END-IF.
           IF FS-APLICACOES NOT EQUAL 0
               DISPLAY "APLMANT: FALHA AO ABRIR " WRK-APL-PATH
                       " FS=" FS-APLICACOES
               STOP RUN
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 0
               DISPLAY "APLMANT: FALHA AO ABRIR " WRK-CTA-PATH
                       " FS=" FS-CONTAS
               STOP RUN
           END-IF.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "APLICA_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "APLICA.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE 1 TO WRK-PROXIMO.
           OPEN INPUT APLICA-CTL.
           IF FS-CONTROLE EQUAL 0
               READ APLICA-CTL
                   AT END CONTINUE
                   NOT AT END MOVE ACT-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE APLICA-CTL
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "APLICA_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "APLICA.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND APLICA-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT APLICA-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-APLICAR  2-CONSULTAR  3-RESGATE ANTECIPADO  "
                   "4-CANCELAR  5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-APLICAR
               WHEN 2
                   PERFORM 2000-CONSULTAR
               WHEN 3
                   PERFORM 3000-RESGATE-ANTECIPADO
               WHEN 4
                   PERFORM 4000-CANCELAR
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== APLICACAO: CONFERE A CONTA E O SALDO, COLHE PRINCIPAL E
      *== PRAZO, MOSTRA TAXA, VENCIMENTO PREVISTO E RENDIMENTO BRUTO
      *== PARA O CLIENTE CONCORDAR E SO ENTAO GRAVA
       1000-APLICAR                SECTION.
           MOVE SPACES TO APL-REG.
           PERFORM 1100-COLHE-CONDICOES.
           IF WRK-DADOS-OK EQUAL "S"
               MOVE APL-TAXA TO WRK-TAXA-ED
               DISPLAY "TAXA AO ANO................. " WRK-TAXA-ED
               DISPLAY "VENCIMENTO PREVISTO......... " APL-VENCIMENTO
               COMPUTE WRK-RENDIMENTO ROUNDED =
                   APL-PRINCIPAL * APL-TAXA / 100 * APL-PRAZO / 360
               MOVE WRK-RENDIMENTO TO WRK-VALOR-ED
               DISPLAY "RENDIMENTO BRUTO PREVISTO... " WRK-VALOR-ED
               MOVE APL-TAXA-PENAL TO WRK-TAXA-ED
               DISPLAY "TAXA NO RESGATE ANTECIPADO.. " WRK-TAXA-ED
               DISPLAY "CONFIRMA A APLICACAO (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 1300-GRAVA-CONTRATO
               ELSE
                   DISPLAY "APLICACAO ABANDONADA"
               END-IF
           END-IF.

       1100-COLHE-CONDICOES        SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "CONTA...  ".
           ACCEPT APL-CONTA.
           MOVE APL-CONTA TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF FS-CONTAS NOT EQUAL 0
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           IF CTA-SITUACAO EQUAL "B" OR CTA-SITUACAO EQUAL "E"
               DISPLAY "CONTA BLOQUEADA OU ENCERRADA - NAO APLICA"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           DISPLAY "PRINCIPAL...  ".
           ACCEPT APL-PRINCIPAL.
           IF APL-PRINCIPAL NOT GREATER ZEROS
               DISPLAY "PRINCIPAL INVALIDO"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           IF CTA-SALDO LESS APL-PRINCIPAL
               DISPLAY "SALDO INSUFICIENTE PARA O PRINCIPAL"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           DISPLAY "PRAZO EM DIAS (90, 180 OU 360)...  ".
           ACCEPT APL-PRAZO.
           EVALUATE APL-PRAZO
               WHEN 90
                   MOVE WRK-TAXA-90 TO APL-TAXA
               WHEN 180
                   MOVE WRK-TAXA-180 TO APL-TAXA
               WHEN 360
                   MOVE WRK-TAXA-360 TO APL-TAXA
               WHEN OTHER
                   DISPLAY "PRAZO INVALIDO (90, 180 OU 360 DIAS)"
                   GO TO 1100-COLHE-CONDICOES-FIM
           END-EVALUATE.
           MOVE WRK-TAXA-PENAL TO APL-TAXA-PENAL.
           COMPUTE WRK-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + APL-PRAZO.
           COMPUTE APL-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           MOVE "S" TO WRK-DADOS-OK.
       1100-COLHE-CONDICOES-FIM. EXIT.

       1300-GRAVA-CONTRATO         SECTION.
           MOVE WRK-PROXIMO TO APL-NUMERO.
           MOVE WRK-DATA-HOJE TO APL-DATA-CONTRATO.
           MOVE ZEROS TO APL-DATA-INICIO.
           MOVE "C" TO APL-SITUACAO.
           MOVE WRK-DATA-HOJE TO APL-DATA-SITUACAO.
           MOVE ZEROS TO APL-DATA-RESGATE.
           MOVE ZEROS TO APL-RENDIMENTO.
           MOVE ZEROS TO APL-IR.
           MOVE WRK-SIG-OPERADOR TO APL-OPERADOR.
           WRITE APL-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR APLICACAO " APL-NUMERO
                           " FS=" FS-APLICACOES
                           " - CONFIRA " WRK-CTL-PATH
           END-WRITE.
           IF FS-APLICACOES EQUAL 0
               ADD 1 TO WRK-PROXIMO
               OPEN OUTPUT APLICA-CTL
               MOVE WRK-PROXIMO TO ACT-PROXIMO
               WRITE ACT-REG
               CLOSE APLICA-CTL
               MOVE SPACES TO WRK-REG-ANTES
               PERFORM 8200-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
               MOVE "APLICACAO" TO WRK-LOG-OPERACAO
               PERFORM 9100-GRAVA-LOG
               DISPLAY "APLICACAO " APL-NUMERO " GRAVADA - "
                       "DEBITO DO PRINCIPAL NA PROXIMA CADEIA NOTURNA"
           END-IF.

      *== CONSULTA: CONDICOES, SITUACAO E O RENDIMENTO (PROJETADO ATE
      *== O VENCIMENTO, OU O PAGO QUANDO JA RESGATADA)
       2000-CONSULTAR              SECTION.
           DISPLAY "APLICACAO...  ".
           ACCEPT APL-NUMERO.
           READ APLICACOES KEY IS APL-NUMERO
               INVALID KEY
                   DISPLAY "APLICACAO NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM 2100-MOSTRA-CONTRATO
           END-READ.

       2100-MOSTRA-CONTRATO        SECTION.
           MOVE APL-PRINCIPAL TO WRK-VALOR-ED.
           MOVE APL-TAXA TO WRK-TAXA-ED.
           DISPLAY "APLICACAO " APL-NUMERO "  CONTA " APL-CONTA
                   "  SITUACAO " APL-SITUACAO.
           DISPLAY "PRINCIPAL " WRK-VALOR-ED "  TAXA " WRK-TAXA-ED
                   "% A.A.  PRAZO " APL-PRAZO " DIAS".
           DISPLAY "CONTRATO " APL-DATA-CONTRATO "  INICIO "
                   APL-DATA-INICIO "  VENCIMENTO " APL-VENCIMENTO.
           IF APL-SITUACAO EQUAL "V" OR APL-SITUACAO EQUAL "E"
               MOVE APL-RENDIMENTO TO WRK-VALOR-ED
               DISPLAY "RESGATADA EM " APL-DATA-SITUACAO
                       "  RENDIMENTO BRUTO " WRK-VALOR-ED
               MOVE APL-IR TO WRK-VALOR-ED
               DISPLAY "IMPOSTO RETIDO " WRK-VALOR-ED
           ELSE
               COMPUTE WRK-RENDIMENTO ROUNDED =
                   APL-PRINCIPAL * APL-TAXA / 100 * APL-PRAZO / 360
               MOVE WRK-RENDIMENTO TO WRK-VALOR-ED
               DISPLAY "RENDIMENTO BRUTO NO VENCIMENTO " WRK-VALOR-ED
           END-IF.

      *== RESGATE ANTECIPADO: SO APLICACAO ATIVA ANTES DO VENCIMENTO;
      *== O RENDIMENTO CORRE ATE HOJE A TAXA DE RESGATE ANTECIPADO E
      *== O APLDIA CREDITA NA PROXIMA CADEIA NOTURNA
       3000-RESGATE-ANTECIPADO     SECTION.
           DISPLAY "APLICACAO...  ".
           ACCEPT APL-NUMERO.
           READ APLICACOES KEY IS APL-NUMERO
               INVALID KEY
                   DISPLAY "APLICACAO NAO ENCONTRADA"
           END-READ.
           IF FS-APLICACOES EQUAL 0
               EVALUATE TRUE
                   WHEN APL-SITUACAO EQUAL "G"
                       DISPLAY "DEBITO DO PRINCIPAL AINDA NAO "
                               "CONFIRMADO - AGUARDE A CADEIA NOTURNA"
                   WHEN APL-SITUACAO NOT EQUAL "A"
                       DISPLAY "APLICACAO NAO ESTA ATIVA - NAO RESGATA"
                   WHEN APL-VENCIMENTO NOT GREATER WRK-DATA-HOJE
                       DISPLAY "APLICACAO VENCIDA - O RESGATE E "
                               "AUTOMATICO"
                   WHEN OTHER
                       PERFORM 3100-PEDE-RESGATE
               END-EVALUATE
           END-IF.

       3100-PEDE-RESGATE           SECTION.
           PERFORM 2100-MOSTRA-CONTRATO.
           MOVE APL-TAXA-PENAL TO WRK-TAXA-ED.
           DISPLAY "NO RESGATE ANTECIPADO O RENDIMENTO CAI PARA "
                   WRK-TAXA-ED "% A.A.".
           DISPLAY "CONFIRMA O RESGATE ANTECIPADO (S/N)...  ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
               PERFORM 8200-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO WRK-REG-ANTES
               MOVE "R" TO APL-SITUACAO
               MOVE WRK-DATA-HOJE TO APL-DATA-SITUACAO
               MOVE WRK-DATA-HOJE TO APL-DATA-RESGATE
               REWRITE APL-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR APLICACAO FS="
                               FS-APLICACOES
                   NOT INVALID KEY
                       PERFORM 8200-MONTA-IMAGEM
                       MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
                       MOVE "RESGATE ANT" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "RESGATE PEDIDO - CREDITO NA PROXIMA "
                               "CADEIA NOTURNA"
               END-REWRITE
           ELSE
               DISPLAY "RESGATE ABANDONADO"
           END-IF.

      *== CANCELAMENTO SO ANTES DO DEBITO: DEPOIS DELE O CAMINHO E O
      *== RESGATE ANTECIPADO
       4000-CANCELAR               SECTION.
           DISPLAY "APLICACAO...  ".
           ACCEPT APL-NUMERO.
           READ APLICACOES KEY IS APL-NUMERO
               INVALID KEY
                   DISPLAY "APLICACAO NAO ENCONTRADA"
           END-READ.
           IF FS-APLICACOES EQUAL 0
               IF APL-SITUACAO NOT EQUAL "C"
                   DISPLAY "PRINCIPAL JA DEBITADO OU APLICACAO "
                           "ENCERRADA - NAO CANCELA"
               ELSE
                   PERFORM 8200-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO WRK-REG-ANTES
                   MOVE "X" TO APL-SITUACAO
                   MOVE WRK-DATA-HOJE TO APL-DATA-SITUACAO
                   REWRITE APL-REG
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR APLICACAO FS="
                                   FS-APLICACOES
                       NOT INVALID KEY
                           PERFORM 8200-MONTA-IMAGEM
                           MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
                           MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "APLICACAO CANCELADA"
                   END-REWRITE
               END-IF
           END-IF.

       8200-MONTA-IMAGEM           SECTION.
           MOVE APL-NUMERO     TO WRK-IMG-NUMERO.
           MOVE APL-CONTA      TO WRK-IMG-CONTA.
           MOVE APL-PRINCIPAL  TO WRK-IMG-PRINCIPAL.
           MOVE APL-PRAZO      TO WRK-IMG-PRAZO.
           MOVE APL-VENCIMENTO TO WRK-IMG-VENCIMENTO.
           MOVE APL-SITUACAO   TO WRK-IMG-SITUACAO.

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
                  " OPER="              DELIMITED BY SIZE
                  WRK-SIG-OPERADOR      DELIMITED BY SIZE
                  INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE APLICACOES.
           CLOSE CONTAS.
           CLOSE APLICA-LOG.
