       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOL2VIA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: SEGUNDA VIA DE BOLETO VENCIDO - O OPERADOR DA
      *==           MESA FINANCEIRA INFORMA O DOCUMENTO E O NOVO
      *==           VENCIMENTO; O PROGRAMA CALCULA MULTA E JUROS DE
      *==           MORA ATE O NOVO VENCIMENTO (MESMOS PARAMETROS DO
      *==           BOLRET), EMITE O NOVO TITULO PELO BOLETOLIB COM
      *==           ORIGEM "BOL2VIA" E O DOCUMENTO ORIGINAL NA
      *==           REFERENCIA, E MARCA O ORIGINAL COMO SUBSTITUIDO
      *==           ("S") - O CLIENTE PAGA UM BOLETO SO, JA CORRIGIDO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: SO TITULO EM ABERTO E JA VENCIDO TEM SEGUNDA
      *==   VIA. BOLETOS.DAT E REGRAVADO INTEIRO (MOLDE PARMANT);
      *==   CADA EMISSAO SAI EM BOL2VIA.LOG COM ANTES/DEPOIS E O
      *==   OPERADOR DO SIGNON
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
           SELECT SEGVIA-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

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
      *==   "S" = SUBSTITUIDO POR SEGUNDA VIA
           05 BOL-DATA-PAGTO     PIC 9(08).

       FD  SEGVIA-LOG.
       01  LOG-LINHA            PIC X(120).

       WORKING-STORAGE             SECTION.
       77  WRK-BOL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BOL-PATH: VARIAVEL DE AMBIENTE "BOLETOS_PATH";
      *== SE NAO DEFINIDA, "BOLETOS.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "BOL2VIA_LOG_PATH";
      *== SE NAO DEFINIDA, "BOL2VIA.LOG"
       77  FS-BOLETOS      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DOC-BUSCA   PIC 9(08) VALUE ZEROS.
       77  WRK-NOVO-VENC   PIC 9(08) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-MULTA-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-JUROS-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-NOVO-ED     PIC ZZ.ZZZ.ZZ9,99.

      *=============MULTA E JUROS DE MORA (OS MESMOS DO BOLRET)
       77  WRK-MULTA-PCT   PIC 9(01)V9(05) VALUE 0,02.
       77  WRK-JUROS-DIA   PIC 9(01)V9(05) VALUE 0,00033.
      *== WRK-MULTA-PCT/WRK-JUROS-DIA: PARAMETROS BOLETO_MULTA_PCT E
      *== BOLETO_JUROS_DIA DO ARQUIVO CENTRAL; OS LITERAIS SAO
      *== CONTINGENCIA
       77  WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77  WRK-MULTA       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-NOVO  PIC 9(09)V99 VALUE ZEROS.

      *== OS TITULOS INTEIROS EM MEMORIA PARA A REGRAVACAO
       77  WRK-QTD-BOL     PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-BOLETOS.
           05 WRK-BOL-ITEM OCCURS 2000 TIMES.
               10 WRK-TBB-REG     PIC X(64).
       77  WRK-IDX-BOL     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-ACHADO  PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-ESTOURO PIC X(01) VALUE "N".
      *== WRK-TAB-ESTOURO: "S" QUANDO BOLETOS.DAT NAO COUBE NA
      *== TABELA - A REGRAVACAO SAI DA MEMORIA E APAGARIA OS TITULOS
      *== QUE FICARAM DE FORA, ENTAO NAO HA SEGUNDA VIA NESTA SESSAO

      *== AREA DO MODULO DE EMISSAO DE BOLETOS (VER BOLETOLIB)
       01  WRK-BOLETO-AREA.
           05  WRK-BOL-ORIGEM     PIC X(08) VALUE "BOL2VIA".
           05  WRK-BOL-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-BOL-REFERENCIA PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-BOL-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-DOCUMENTO  PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VENCIMENTO PIC 9(08) VALUE ZEROS.

      *== AREA DO MODULO DE ARITMETICA DE DATAS (VER DATADIF)
       01  WRK-DATADIF-AREA.
           05  WRK-DIF-DATA1    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-DATA2    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-STATUS   PIC X(01) VALUE SPACES.
           05  WRK-DIF-DIAS     PIC S9(08) VALUE ZEROS.
           05  WRK-DIF-PROX-UTIL PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-FIM-MES  PIC 9(08) VALUE ZEROS.

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "BOL2VIA".
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
               DISPLAY "BOL2VIA: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "BOLETO_MULTA_PCT" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-MULTA-PCT = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "BOLETO_JUROS_DIA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-JUROS-DIA = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-BOL-PATH FROM ENVIRONMENT "BOLETOS_PATH".
           IF WRK-BOL-PATH EQUAL SPACES
               MOVE "BOLETOS.DAT" TO WRK-BOL-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "BOL2VIA_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "BOL2VIA.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND SEGVIA-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT SEGVIA-LOG
           END-IF.
           PERFORM 0150-CARREGA.

       0150-CARREGA                SECTION.
           MOVE ZEROS TO WRK-QTD-BOL.
           MOVE ZEROS TO FS-BOLETOS.
           OPEN INPUT BOLETOS.
           IF FS-BOLETOS NOT EQUAL 0
               DISPLAY "BOL2VIA: SEM " WRK-BOL-PATH
                       " - NENHUM TITULO EMITIDO AINDA"
               MOVE "N" TO WRK-CONTINUA
           ELSE
               READ BOLETOS
                   AT END MOVE 10 TO FS-BOLETOS
               END-READ
               PERFORM UNTIL FS-BOLETOS EQUAL 10
                   IF WRK-QTD-BOL LESS 2000
                       ADD 1 TO WRK-QTD-BOL
                       MOVE BOL-REG TO WRK-TBB-REG(WRK-QTD-BOL)
                   ELSE
                       MOVE "S" TO WRK-TAB-ESTOURO
                   END-IF
                   READ BOLETOS
                       AT END MOVE 10 TO FS-BOLETOS
                   END-READ
               END-PERFORM
               CLOSE BOLETOS
               IF WRK-TAB-ESTOURO EQUAL "S"
                   DISPLAY "BOL2VIA: MAIS DE 2000 TITULOS EM "
                           WRK-BOL-PATH " - SEGUNDA VIA SUSPENSA"
                   MOVE "N" TO WRK-CONTINUA
               END-IF
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "DOCUMENTO DO BOLETO (0 = SAIR)...  ".
           ACCEPT WRK-DOC-BUSCA.
           IF WRK-DOC-BUSCA EQUAL ZEROS
               MOVE "N" TO WRK-CONTINUA
           ELSE
               PERFORM 1000-SEGUNDA-VIA
           END-IF.

       1000-SEGUNDA-VIA            SECTION.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL GREATER WRK-QTD-BOL
               MOVE WRK-TBB-REG(WRK-IDX-BOL) TO BOL-REG
               IF BOL-DOCUMENTO EQUAL WRK-DOC-BUSCA
                   MOVE WRK-IDX-BOL TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               DISPLAY "BOLETO NAO ENCONTRADO"
           ELSE
           MOVE WRK-TBB-REG(WRK-IDX-ACHADO) TO BOL-REG
           IF BOL-SITUACAO NOT EQUAL "A"
               DISPLAY "BOLETO NAO ESTA EM ABERTO (SITUACAO "
                       BOL-SITUACAO ")"
           ELSE
           IF BOL-VENCIMENTO NOT LESS WRK-DATA-HOJE
               DISPLAY "BOLETO AINDA NAO VENCIDO (VENCE EM "
                       BOL-VENCIMENTO ") - VALE O ORIGINAL"
           ELSE
               MOVE BOL-VALOR TO WRK-VALOR-ED
               DISPLAY "CLIENTE " BOL-CLIENTE "  VALOR " WRK-VALOR-ED
                       "  VENCIDO EM " BOL-VENCIMENTO
               DISPLAY "NOVO VENCIMENTO (AAAAMMDD)...  "
               ACCEPT WRK-NOVO-VENC
               MOVE WRK-NOVO-VENC TO WRK-DATAVAL-ENTRADA
               CALL "DATAMES" USING WRK-DATAVAL-AREA
               IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
                   OR WRK-NOVO-VENC LESS WRK-DATA-HOJE
                   DISPLAY "VENCIMENTO INVALIDO - SEGUNDA VIA "
                           "CANCELADA"
               ELSE
                   PERFORM 1100-CALCULA-ATUALIZADO
                   MOVE WRK-MULTA TO WRK-MULTA-ED
                   MOVE WRK-JUROS TO WRK-JUROS-ED
                   MOVE WRK-VALOR-NOVO TO WRK-NOVO-ED
                   DISPLAY "ATRASO ATE O NOVO VENCIMENTO: "
                           WRK-DIAS-ATRASO " DIAS"
                   DISPLAY "MULTA.......... " WRK-MULTA-ED
                   DISPLAY "JUROS.......... " WRK-JUROS-ED
                   DISPLAY "VALOR ATUALIZADO " WRK-NOVO-ED
                   DISPLAY "CONFIRMA A SEGUNDA VIA (S/N)...  "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S"
                       PERFORM 1200-EMITE
                   ELSE
                       DISPLAY "SEGUNDA VIA CANCELADA"
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *== MESMA CONTA DO BOLRET, COM O NOVO VENCIMENTO NO LUGAR DA
      *== DATA DE PAGAMENTO: MULTA UNICA MAIS JUROS POR DIA CORRIDO
      *== DESDE O VENCIMENTO ORIGINAL
       1100-CALCULA-ATUALIZADO     SECTION.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           MOVE BOL-VENCIMENTO TO WRK-DIF-DATA1.
           MOVE WRK-NOVO-VENC TO WRK-DIF-DATA2.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           IF WRK-DIF-STATUS EQUAL "S"
               AND WRK-DIF-DIAS GREATER ZEROS
               MOVE WRK-DIF-DIAS TO WRK-DIAS-ATRASO
           END-IF.
           COMPUTE WRK-MULTA ROUNDED = BOL-VALOR * WRK-MULTA-PCT.
           COMPUTE WRK-JUROS ROUNDED =
               BOL-VALOR * WRK-JUROS-DIA * WRK-DIAS-ATRASO.
           COMPUTE WRK-VALOR-NOVO = BOL-VALOR + WRK-MULTA + WRK-JUROS.

      *== MARCA O ORIGINAL, REGRAVA O ARQUIVO E SO ENTAO EMITE: O
      *== BOLETOLIB ACRESCENTA O TITULO NOVO NO MESMO BOLETOS.DAT
       1200-EMITE                  SECTION.
           MOVE "S" TO BOL-SITUACAO.
           MOVE BOL-REG TO WRK-TBB-REG(WRK-IDX-ACHADO).
           OPEN OUTPUT BOLETOS.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL GREATER WRK-QTD-BOL
               MOVE WRK-TBB-REG(WRK-IDX-BOL) TO BOL-REG
               WRITE BOL-REG
           END-PERFORM.
           CLOSE BOLETOS.
           MOVE WRK-TBB-REG(WRK-IDX-ACHADO) TO BOL-REG.
           MOVE "BOL2VIA"       TO WRK-BOL-ORIGEM.
           MOVE BOL-CLIENTE     TO WRK-BOL-CLIENTE.
           MOVE BOL-DOCUMENTO   TO WRK-BOL-REFERENCIA.
           MOVE WRK-VALOR-NOVO  TO WRK-BOL-VALOR.
           MOVE WRK-DATA-HOJE   TO WRK-BOL-DATA.
           MOVE WRK-NOVO-VENC   TO WRK-BOL-VENCIMENTO.
           CALL "BOLETOLIB" USING WRK-BOLETO-AREA.
      *== O TITULO NOVO TAMBEM ENTRA NA TABELA, PARA A PROXIMA
      *== REGRAVACAO DA SESSAO NAO APAGA-LO
           IF WRK-QTD-BOL LESS 2000
               ADD 1 TO WRK-QTD-BOL
               MOVE SPACES TO BOL-REG
               MOVE WRK-BOL-DOCUMENTO  TO BOL-DOCUMENTO
               MOVE WRK-BOL-ORIGEM     TO BOL-ORIGEM
               MOVE WRK-BOL-CLIENTE    TO BOL-CLIENTE
               MOVE WRK-BOL-REFERENCIA TO BOL-REFERENCIA
               MOVE WRK-BOL-VALOR      TO BOL-VALOR
               MOVE WRK-BOL-DATA       TO BOL-EMISSAO
               MOVE WRK-BOL-VENCIMENTO TO BOL-VENCIMENTO
               MOVE "A"                TO BOL-SITUACAO
               MOVE ZEROS              TO BOL-DATA-PAGTO
               MOVE BOL-REG TO WRK-TBB-REG(WRK-QTD-BOL)
           ELSE
               DISPLAY "BOL2VIA: TABELA CHEIA - ENCERRE A SESSAO"
               MOVE "N" TO WRK-CONTINUA
           END-IF.
           DISPLAY "SEGUNDA VIA EMITIDA: BOLETO " WRK-BOL-DOCUMENTO
                   " SUBSTITUI O " WRK-BOL-REFERENCIA.
           PERFORM 9100-GRAVA-LOG.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " SEGUNDA VIA"
                  " ANTES=[" WRK-BOL-REFERENCIA " " WRK-VALOR-ED
                  " " WRK-DIF-DATA1
                  "] DEPOIS=[" WRK-BOL-DOCUMENTO " " WRK-NOVO-ED
                  " " WRK-BOL-VENCIMENTO "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE SEGVIA-LOG.
