       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCCOB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: COBRANCA DIARIA DAS PARCELAS - PERCORRE O
      *==           CRONOGRAMA DE PARCELAS.DAT (GRAVADO PELO PEDIDOS
      *==           NA VENDA PARCELADA) PELO VENCIMENTO E APRESENTA
      *==           CADA PARCELA EM ABERTO QUE VENCE ATE A DATA DE
      *==           MOVIMENTO: DEBITO "D" NO LAYOUT DO EXE1 PARA O
      *==           CLIENTE COM CONTA VINCULADA (CTACLI), OU BOLETO
      *==           PELO BOLETOLIB PARA O PAGADOR SEM CONTA - A
      *==           PARCELA PASSA A APRESENTADA COM A FORMA E O
      *==           DOCUMENTO DA COBRANCA
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: PARCCOB_DATA_MOVIMENTO (AAAAMMDD) REPROCESSA
      *==   UM DIA; EM BRANCO, A DATA CORRENTE. PARCELA DE PEDIDO
      *==   CANCELADO OU ESTORNADO NAO E APRESENTADA (O PEDCANC A
      *==   CANCELA). O DEBITO ESPELHA NO RAZAO COMO O FATURAMENTO A
      *==   VISTA (CONTA DO CLIENTE CONTRA VENDAS); O BOLETO SO
      *==   ENTRA NO RAZAO NA LIQUIDACAO (BOLRET). A REFERENCIA DO
      *==   BOLETO E PEDIDO + PARCELA (AAAAAAPP).
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS ASSIGN TO DYNAMIC WRK-PAR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               ALTERNATE RECORD KEY IS PAR-VENCIMENTO WITH DUPLICATES
               ALTERNATE RECORD KEY IS PAR-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-PARCELAS.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.

       DATA DIVISION.
       FILE SECTION.
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
      *== PAR-FORMA: "D" = DEBITO NA CONTA (EXE1)  "B" = BOLETO
           05 PAR-DOCUMENTO      PIC 9(08).

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

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

      *== LOTE DE COBRANCA NO LAYOUT PAG-REG DO EXE1: CABECALHO "H"
      *== COM ORIGEM PARCCOB, UM DEBITO "D" POR PARCELA E TRAILER "T"
       FD  LOTE-OUT.
       01  LOT-REG.
           05 LOT-TIPO           PIC X(01).
           05 LOT-CONTA          PIC 9(06).
           05 LOT-VALOR          PIC 9(009)V99.
           05 LOT-REF-SEQ        PIC 9(06).
           05 LOT-DATA           PIC 9(08).
       01  LOT-REG-LOTE.
           05 LOT-LOTE-TIPO      PIC X(01).
           05 LOT-LOTE-NUMERO    PIC 9(06).
           05 LOT-LOTE-DATA      PIC 9(08).
           05 LOT-LOTE-ORIGEM    PIC X(08).
      *== LOT-LOTE-ORIGEM: A TRAVA DE DUPLA POSTAGEM DO EXE1 COMPARA
      *== NUMERO + ORIGEM
           05 FILLER             PIC X(09).
       01  LOT-REG-TRAILER.
           05 LOT-TRL-TIPO       PIC X(01).
           05 LOT-TRL-QTD        PIC 9(06).
           05 LOT-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

       WORKING-STORAGE             SECTION.
       77  WRK-PAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PAR-PATH: VARIAVEL DE AMBIENTE "PARCELAS_PATH";
      *== SE NAO DEFINIDA, "PARCELAS.DAT"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "PARCCOB_PAG_PATH";
      *== SE NAO DEFINIDA, "PARCCOB.PAG" - APONTE PAGAMENTOS_PATH DA
      *== PRE-CRITICA/EXE1 PARA ESTE ARQUIVO
       77  FS-PARCELAS     PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-LOTE-NUMERO PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-PARCELAS PIC X(01) VALUE "N".
       77  WRK-PEDIDO-OK   PIC X(01) VALUE "S".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEBITO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-DEBITO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-BOLETO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-BOLETO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETIDA PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.

      *== AREA DO MODULO DE EMISSAO DE BOLETOS (VER BOLETOLIB)
       01  WRK-BOLETO-AREA.
           05  WRK-BOL-ORIGEM     PIC X(08) VALUE "PARCCOB".
           05  WRK-BOL-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-BOL-REFERENCIA PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-BOL-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-DOCUMENTO  PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VENCIMENTO PIC 9(08) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PARCCOB".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PARCCOB".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "PARCCOB".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-PARCELAS EQUAL "S"
               PERFORM 0200-APRESENTA-VENCIDAS
           END-IF.
           PERFORM 0300-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "PARCCOB_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-HOJE =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           MOVE WRK-DATA-HOJE(3:6) TO WRK-LOTE-NUMERO.
           ACCEPT WRK-PAR-PATH FROM ENVIRONMENT "PARCELAS_PATH".
           IF WRK-PAR-PATH EQUAL SPACES
               MOVE "PARCELAS.DAT" TO WRK-PAR-PATH
           END-IF.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
           END-IF.
           ACCEPT WRK-LOT-PATH FROM ENVIRONMENT "PARCCOB_PAG_PATH".
           IF WRK-LOT-PATH EQUAL SPACES
               MOVE "PARCCOB.PAG" TO WRK-LOT-PATH
           END-IF.
      *== SEM CRONOGRAMA NAO HA O QUE COBRAR: NENHUMA VENDA
      *== PARCELADA AINDA - O PASSO TERMINA OK, COM LOTE VAZIO
           OPEN I-O PARCELAS.
           IF FS-PARCELAS EQUAL 0
               MOVE "S" TO WRK-TEM-PARCELAS
           ELSE
               DISPLAY "PARCCOB: SEM " WRK-PAR-PATH
                       " - NENHUMA PARCELA A APRESENTAR"
           END-IF.
           OPEN INPUT PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           OPEN INPUT CTACLI.
           MOVE "CTACLI" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CTACLI TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           OPEN OUTPUT LOTE-OUT.
           MOVE SPACES TO LOT-REG-LOTE.
           MOVE "H" TO LOT-LOTE-TIPO.
           MOVE WRK-LOTE-NUMERO TO LOT-LOTE-NUMERO.
           MOVE WRK-DATA-HOJE   TO LOT-LOTE-DATA.
           MOVE "PARCCOB" TO LOT-LOTE-ORIGEM.
           WRITE LOT-REG-LOTE.

      *== PELO VENCIMENTO, DO MAIS ANTIGO ATE A DATA DE MOVIMENTO:
      *== PARCELA EM ABERTO ESQUECIDA EM NOITE SEM CADEIA SAI NA
      *== PRIMEIRA NOITE SEGUINTE; A APRESENTADA NAO VOLTA
       0200-APRESENTA-VENCIDAS     SECTION.
           MOVE ZEROS TO PAR-VENCIMENTO.
           START PARCELAS KEY IS NOT LESS PAR-VENCIMENTO
               INVALID KEY MOVE 23 TO FS-PARCELAS
           END-START.
           IF FS-PARCELAS EQUAL 0
               READ PARCELAS NEXT
                   AT END MOVE 10 TO FS-PARCELAS
               END-READ
               PERFORM UNTIL FS-PARCELAS GREATER 2
                   OR PAR-VENCIMENTO GREATER WRK-DATA-HOJE
                   IF PAR-SITUACAO EQUAL "A"
                       ADD 1 TO WRK-TOTAL-LIDO
                       PERFORM 0210-CONFERE-PEDIDO
                       IF WRK-PEDIDO-OK EQUAL "S"
                           PERFORM 0220-APRESENTA-PARCELA
                       END-IF
                   END-IF
                   READ PARCELAS NEXT
                       AT END MOVE 10 TO FS-PARCELAS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-PARCELAS.

      *== PEDIDO CANCELADO OU ESTORNADO NAO COBRA MAIS PARCELA - O
      *== PEDCANC CANCELA AS ABERTAS NA MESMA NOITE
       0210-CONFERE-PEDIDO         SECTION.
           MOVE "S" TO WRK-PEDIDO-OK.
           MOVE PAR-PEDIDO TO ORD-NUMERO.
           READ PEDIDOS-ORD KEY IS ORD-NUMERO
               INVALID KEY
                   DISPLAY "PARCCOB: PARCELA " PAR-CHAVE
                           " SEM PEDIDO EM PEDIDOS.ORD - RETIDA"
                   MOVE "N" TO WRK-PEDIDO-OK
               NOT INVALID KEY
                   IF ORD-STATUS EQUAL "CANCELADO"
                       OR ORD-STATUS EQUAL "ESTORNADO"
                       MOVE "N" TO WRK-PEDIDO-OK
                   END-IF
           END-READ.
           IF WRK-PEDIDO-OK EQUAL "N"
               ADD 1 TO WRK-TOTAL-RETIDA
           END-IF.

       0220-APRESENTA-PARCELA      SECTION.
           MOVE PAR-CLIENTE TO CTC-CLIENTE.
           READ CTACLI KEY IS CTC-CLIENTE
               INVALID KEY
      *== PAGADOR SEM CONTA: BOLETO NUMERADO PELA REMESSA
                   MOVE PAR-CLIENTE TO WRK-BOL-CLIENTE
                   COMPUTE WRK-BOL-REFERENCIA =
                       PAR-PEDIDO * 100 + PAR-NUMERO
                   MOVE PAR-VALOR TO WRK-BOL-VALOR
                   MOVE WRK-DATA-HOJE TO WRK-BOL-DATA
                   CALL "BOLETOLIB" USING WRK-BOLETO-AREA
                   MOVE "B" TO PAR-FORMA
                   MOVE WRK-BOL-DOCUMENTO TO PAR-DOCUMENTO
                   ADD 1 TO WRK-TOTAL-BOLETO
                   ADD PAR-VALOR TO WRK-VALOR-BOLETO
               NOT INVALID KEY
                   MOVE SPACES TO LOT-REG
                   MOVE "D" TO LOT-TIPO
                   MOVE CTC-CONTA TO LOT-CONTA
                   MOVE PAR-VALOR TO LOT-VALOR
                   MOVE PAR-NOTA TO LOT-REF-SEQ
                   MOVE WRK-DATA-HOJE TO LOT-DATA
                   WRITE LOT-REG
                   MOVE "D" TO PAR-FORMA
                   MOVE WRK-LOTE-NUMERO TO PAR-DOCUMENTO
                   ADD 1 TO WRK-TOTAL-DEBITO
                   ADD PAR-VALOR TO WRK-VALOR-DEBITO
      *== ESPELHO NO RAZAO, COMO O FATURAMENTO A VISTA: DEBITA A
      *== CONTA DO CLIENTE E CREDITA VENDAS
                   MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA
                   MOVE SPACES TO WRK-RAZ-DEBITO
                   STRING "C" CTC-CONTA DELIMITED BY SIZE
                           INTO WRK-RAZ-DEBITO
                   MOVE "VENDAS" TO WRK-RAZ-CREDITO
                   MOVE PAR-VALOR TO WRK-RAZ-VALOR
                   MOVE PAR-PEDIDO TO WRK-RAZ-REF
                   CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-READ.
           MOVE "E" TO PAR-SITUACAO.
           MOVE WRK-DATA-HOJE TO PAR-DATA-SITUACAO.
           REWRITE PAR-REG
               INVALID KEY
                   DISPLAY "PARCCOB: ERRO AO REGRAVAR PARCELA "
                           PAR-CHAVE " FS=" FS-PARCELAS
           END-REWRITE.
           MOVE PAR-VALOR TO WRK-VALOR-ED.
           DISPLAY "PARCCOB: PEDIDO " PAR-PEDIDO " PARCELA "
                   PAR-NUMERO "/" PAR-QTD-PARCELAS " CLIENTE "
                   PAR-CLIENTE " " WRK-VALOR-ED " FORMA " PAR-FORMA
                   " DOC " PAR-DOCUMENTO.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.
           MOVE WRK-TOTAL-DEBITO TO LOT-TRL-QTD.
           MOVE WRK-VALOR-DEBITO TO LOT-TRL-VALOR.
           WRITE LOT-REG-TRAILER.
           CLOSE LOTE-OUT.
           CLOSE CTACLI.
           CLOSE PEDIDOS-ORD.
           IF WRK-TEM-PARCELAS EQUAL "S"
               CLOSE PARCELAS
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-PAR-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS =
               WRK-TOTAL-DEBITO + WRK-TOTAL-BOLETO.
           MOVE WRK-TOTAL-RETIDA TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PARCCOB: PARCELAS VENCIDAS.... " WRK-TOTAL-LIDO.
           MOVE WRK-VALOR-DEBITO TO WRK-VALOR-ED.
           DISPLAY "PARCCOB: DEBITOS GERADOS...... " WRK-TOTAL-DEBITO
                   " (" WRK-VALOR-ED ") EM " WRK-LOT-PATH.
           MOVE WRK-VALOR-BOLETO TO WRK-VALOR-ED.
           DISPLAY "PARCCOB: BOLETOS EMITIDOS..... " WRK-TOTAL-BOLETO
                   " (" WRK-VALOR-ED ") - VER BOLRET".
           IF WRK-TOTAL-RETIDA GREATER ZEROS
               DISPLAY "PARCCOB: " WRK-TOTAL-RETIDA " PARCELAS DE "
                       "PEDIDO CANCELADO/SEM PEDIDO NAO APRESENTADAS"
           END-IF.
           DISPLAY "PARCCOB: POSTE O LOTE VIA PRE-CRITICA E EXE1 "
                   "COM PAGAMENTOS_PATH=" FUNCTION TRIM(WRK-LOT-PATH).

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
