       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGLOTE.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: LOTE DIARIO DO CONTAS A PAGAR - SELECIONA EM
      *==           APAGAR.DAT OS TITULOS EM ABERTO QUE VENCEM ATE A
      *==           DATA DE MOVIMENTO E GRAVA UM LOTE H/D/T NO
      *==           LAYOUT PAG-REG (ORIGEM "APAGAR"), DEBITANDO A
      *==           CONTA PAGADORA DA EMPRESA - O PAGAMENTO DE
      *==           FORNECEDOR DEIXA DE SER UM "D" DIGITADO A MAO E
      *==           PASSA PELA PRE-CRITICA, PELA TRAVA DE DUPLA
      *==           POSTAGEM E PELO RAZAO COMO O RESTO
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: CONTA PAGADORA NO PARAMETRO CONTA_PAGADORA
      *==   (SEM ELE O PASSO ABORTA - NAO HA DE QUEM DEBITAR); O
      *==   NUMERO DO LOTE E A DATA (AAMMDD), COMO NO ORDGERA. CADA
      *==   TITULO DO LOTE VIRA "L" E BAIXA A OBRIGACAO NO RAZAO
      *==   (FORNEC A CONTA PAGADORA); A RELACAO COM OS DADOS
      *==   BANCARIOS DE CADA FORNECEDOR SAI EM APAGLOTE.REL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APAGAR ASSIGN TO DYNAMIC WRK-APG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APG-CHAVE
               ALTERNATE RECORD KEY IS APG-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-APAGAR.
           SELECT FORNECEDORES ASSIGN TO DYNAMIC WRK-FOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.

       DATA DIVISION.
       FILE SECTION.
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
      *== APG-SITUACAO: "A" = EM ABERTO   "L" = ENVIADO NO LOTE
      *== "C" = CANCELADO (VER APAGMANT)
           05 APG-DATA-SITUACAO  PIC 9(08).
           05 APG-LOTE           PIC 9(06).

       FD  FORNECEDORES.
       01  FOR-REG.
           05 FOR-CODIGO         PIC 9(04).
           05 FOR-NOME           PIC X(30).
           05 FOR-CNPJ           PIC 9(14).
           05 FOR-BANCO          PIC 9(03).
           05 FOR-AGENCIA        PIC 9(04).
           05 FOR-CONTA-EXT      PIC X(12).
           05 FOR-PRAZO          PIC 9(03).
           05 FOR-SITUACAO       PIC X(01).

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
           05 FILLER             PIC X(09).
       01  LOT-REG-TRAILER.
           05 LOT-TRL-TIPO       PIC X(01).
           05 LOT-TRL-QTD        PIC 9(06).
           05 LOT-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-APG-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "APAGLOTE_PAG_PATH";
      *== SE NAO DEFINIDA, "APAGAR.PAG" - APONTE PAGAMENTOS_PATH DA
      *== PRE-CRITICA/EXE1 PARA ESTE ARQUIVO
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "APAGLOTE_REL_PATH";
      *== SE NAO DEFINIDA, "APAGLOTE.REL"
       77  FS-APAGAR       PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
      *== WRK-DATA-MOVIMENTO: "APAGLOTE_DATA_MOVIMENTO" (AAAAMMDD);
      *== SE AUSENTE, A DATA CORRENTE
       77  WRK-CONTA-PAGADORA PIC 9(06) VALUE ZEROS.
       77  WRK-FIM-TITULOS PIC X(01) VALUE "N".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGO  PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-TOTAL PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "APAGLOTE".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "APAGLOTE".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "APAGLOTE".
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
           PERFORM 0200-SELECIONA-TITULOS.
           PERFORM 0300-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "APAGLOTE_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           MOVE "CONTA_PAGADORA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-CONTA-PAGADORA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           IF WRK-CONTA-PAGADORA EQUAL ZEROS
               DISPLAY "APAGLOTE: PARAMETRO CONTA_PAGADORA AUSENTE - "
                       "LOTE NAO GERADO"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.
           ACCEPT WRK-APG-PATH FROM ENVIRONMENT "APAGAR_PATH".
           IF WRK-APG-PATH EQUAL SPACES
               MOVE "APAGAR.DAT" TO WRK-APG-PATH
           END-IF.
           OPEN I-O APAGAR.
           MOVE "APAGAR.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-APAGAR TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-FOR-PATH FROM ENVIRONMENT "FORNEC_PATH".
           IF WRK-FOR-PATH EQUAL SPACES
               MOVE "FORNEC.DAT" TO WRK-FOR-PATH
           END-IF.
           OPEN INPUT FORNECEDORES.
           MOVE "FORNEC.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-FORNECEDORES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-LOT-PATH FROM ENVIRONMENT "APAGLOTE_PAG_PATH".
           IF WRK-LOT-PATH EQUAL SPACES
               MOVE "APAGAR.PAG" TO WRK-LOT-PATH
           END-IF.
           OPEN OUTPUT LOTE-OUT.
           MOVE SPACES TO LOT-REG-LOTE.
           MOVE "H" TO LOT-LOTE-TIPO.
           MOVE WRK-DATA-MOVIMENTO(3:6) TO LOT-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO      TO LOT-LOTE-DATA.
           MOVE "APAGAR" TO LOT-LOTE-ORIGEM.
           WRITE LOT-REG-LOTE.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "APAGLOTE_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "APAGLOTE.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "RELACAO DE PAGAMENTOS A FORNECEDORES"
               TO WRK-RW-TITULO.
           MOVE "FORN NOME                 DOCUMENTO  PC VENCTO   BCO A
      -         "GEN CONTA                 VALOR"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== PELA CHAVE DE VENCIMENTO, DO MAIS ANTIGO ATE A DATA DE
      *== MOVIMENTO: TITULO VENCIDO EM FIM DE SEMANA OU ESQUECIDO
      *== ENTRA NO PRIMEIRO LOTE SEGUINTE
       0200-SELECIONA-TITULOS      SECTION.
           MOVE ZEROS TO APG-VENCIMENTO.
           MOVE "N" TO WRK-FIM-TITULOS.
           START APAGAR KEY IS NOT LESS APG-VENCIMENTO
               INVALID KEY MOVE "S" TO WRK-FIM-TITULOS
           END-START.
           PERFORM UNTIL WRK-FIM-TITULOS EQUAL "S"
               READ APAGAR NEXT
                   AT END MOVE "S" TO WRK-FIM-TITULOS
               END-READ
               IF WRK-FIM-TITULOS EQUAL "N"
                   IF APG-VENCIMENTO GREATER WRK-DATA-MOVIMENTO
                       MOVE "S" TO WRK-FIM-TITULOS
                   ELSE
                       ADD 1 TO WRK-TOTAL-LIDO
                       IF APG-SITUACAO EQUAL "A"
                           PERFORM 0210-PAGA-TITULO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0210-PAGA-TITULO            SECTION.
           ADD 1 TO WRK-TOTAL-PAGO.
           MOVE SPACES TO LOT-REG.
           MOVE "D" TO LOT-TIPO.
           MOVE WRK-CONTA-PAGADORA TO LOT-CONTA.
           MOVE APG-VALOR TO LOT-VALOR.
           MOVE ZEROS TO LOT-REF-SEQ.
           MOVE WRK-DATA-MOVIMENTO TO LOT-DATA.
           WRITE LOT-REG.
           ADD APG-VALOR TO WRK-VALOR-TOTAL.
           MOVE "L" TO APG-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO TO APG-DATA-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO(3:6) TO APG-LOTE.
           REWRITE APG-REG.
           MOVE "APAGAR.DAT" TO WRK-FS-ARQUIVO.
           MOVE "REWRITE" TO WRK-FS-OPERACAO.
           MOVE FS-APAGAR TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== BAIXA DA OBRIGACAO; O EXE1 LANCA A SAIDA DO CAIXA
           MOVE WRK-DATA-MOVIMENTO TO WRK-RAZ-DATA.
           MOVE "FORNEC" TO WRK-RAZ-DEBITO.
           MOVE SPACES TO WRK-RAZ-CREDITO.
           STRING "C" WRK-CONTA-PAGADORA DELIMITED BY SIZE
                   INTO WRK-RAZ-CREDITO.
           MOVE APG-VALOR TO WRK-RAZ-VALOR.
           MOVE APG-FORNECEDOR TO WRK-RAZ-REF.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.
           MOVE APG-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   MOVE "** FORNECEDOR FORA DO CADASTRO **"
                       TO FOR-NOME
                   MOVE ZEROS TO FOR-BANCO
                   MOVE ZEROS TO FOR-AGENCIA
                   MOVE SPACES TO FOR-CONTA-EXT
           END-READ.
           MOVE APG-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING APG-FORNECEDOR " " FOR-NOME(1:20) " "
                   APG-DOCUMENTO " " APG-PARCELA " "
                   APG-VENCIMENTO " " FOR-BANCO " " FOR-AGENCIA " "
                   FOR-CONTA-EXT " " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.
           MOVE WRK-TOTAL-PAGO  TO LOT-TRL-QTD.
           MOVE WRK-VALOR-TOTAL TO LOT-TRL-VALOR.
           WRITE LOT-REG-TRAILER.
           CLOSE LOTE-OUT.
           CLOSE APAGAR.
           CLOSE FORNECEDORES.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "TITULOS NO LOTE " WRK-TOTAL-PAGO
                   "  TOTAL " WRK-TOTAL-ED
                   "  CONTA PAGADORA " WRK-CONTA-PAGADORA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-PAGO TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "APAGLOTE: TITULOS VENCIDOS.... " WRK-TOTAL-LIDO.
           DISPLAY "APAGLOTE: ENVIADOS NO LOTE.... " WRK-TOTAL-PAGO.
           DISPLAY "APAGLOTE: LOTE GRAVADO EM " WRK-LOT-PATH.
           DISPLAY "APAGLOTE: POSTE VIA PRE-CRITICA E EXE1 COM "
                   "PAGAMENTOS_PATH=" FUNCTION TRIM(WRK-LOT-PATH).

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
