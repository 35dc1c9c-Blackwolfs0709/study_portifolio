       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDDIA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MOVIMENTO DIARIO DOS EMPRESTIMOS (CREDMANT) -
      *==           CONCILIA COM O JORNAL.LOG AS PARCELAS JA
      *==           APRESENTADAS (DEBITO EFETIVADO = PAGA, RECUSADO =
      *==           EM ATRASO), DESEMBOLSA OS CONTRATOS NOVOS NUM
      *==           LOTE "P" PARA O EXE1, MONTA O LOTE H/D/T COM AS
      *==           PARCELAS QUE VENCEM ATE A DATA DE MOVIMENTO (E A
      *==           MORA DAS PAGAS COM ATRASO), ATUALIZA A MORA DAS
      *==           EM ATRASO, IMPRIME O RELATORIO DE INADIMPLENCIA E
      *==           LIQUIDA O CONTRATO QUE TEVE TUDO PAGO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O AVANCO NO JORNAL E POR MARCA D'AGUA DE SEQ
      *==   EM CREDDIA.SEQ (MOLDE DEBREAPR); O JORNAL NAO TRAZ A
      *==   REFERENCIA, ENTAO A PARCELA E ACHADA POR CONTA + VALOR
      *==   (A MAIS ANTIGA APRESENTADA). A PARCELA RECUSADA TAMBEM
      *==   ENTRA NA CARTEIRA DO DEBREAPR, QUE A REAPRESENTA; QUANDO
      *==   O DEBITO ENTRA, ESTE PASSO A BAIXA COMO PAGA. MORA AO DIA
      *==   = PARAMETRO CRED_MORA_MENSAL (% AO MES, PADRAO 1,00) / 30.
      *==   CREDDIA_DATA_MOVIMENTO (AAAAMMDD) REPROCESSA UM DIA. O
      *==   RAZAO RECEBE O DESEMBOLSO E A MORA NA GERACAO DO LOTE E A
      *==   PARCELA SO QUANDO O DEBITO CONFIRMA NO JORNAL.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITOS ASSIGN TO DYNAMIC WRK-CRD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-NUMERO
               ALTERNATE RECORD KEY IS CRD-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CREDITOS.
           SELECT CREDPARC ASSIGN TO DYNAMIC WRK-PCL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-CHAVE
               ALTERNATE RECORD KEY IS PCL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS PCL-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-CREDPARC.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-JOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT MARCA-SEQ ASSIGN TO DYNAMIC WRK-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARCA.
           SELECT LOTE-DES ASSIGN TO DYNAMIC WRK-DES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE-DES.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
      *== CONTRATO DE EMPRESTIMO (VER CREDMANT)
       FD  CREDITOS.
       01  CRD-REG.
           05 CRD-NUMERO         PIC 9(06).
           05 CRD-CONTA          PIC 9(06).
           05 CRD-PRINCIPAL      PIC 9(009)V99.
           05 CRD-TAXA           PIC 9(02)V9999.
           05 CRD-PRAZO          PIC 9(03).
           05 CRD-SISTEMA        PIC X(01).
           05 CRD-PRIMEIRO-VENC  PIC 9(08).
           05 CRD-DATA-CONTRATO  PIC 9(08).
           05 CRD-SITUACAO       PIC X(01).
      *== CRD-SITUACAO: "C" = CONTRATADO, AGUARDA DESEMBOLSO
      *== "A" = ATIVO (DESEMBOLSADO)   "L" = LIQUIDADO
      *== "X" = CANCELADO ANTES DO DESEMBOLSO
           05 CRD-DATA-SITUACAO  PIC 9(08).
           05 CRD-OPERADOR       PIC X(08).

      *== CRONOGRAMA DO CONTRATO (VER CREDMANT)
       FD  CREDPARC.
       01  PCL-REG.
           05 PCL-CHAVE.
               10 PCL-CONTRATO   PIC 9(06).
               10 PCL-NUMERO     PIC 9(03).
           05 PCL-CONTA          PIC 9(06).
           05 PCL-VENCIMENTO     PIC 9(08).
           05 PCL-AMORTIZACAO    PIC 9(009)V99.
           05 PCL-JUROS          PIC 9(009)V99.
           05 PCL-VALOR          PIC 9(009)V99.
           05 PCL-SALDO-DEVEDOR  PIC 9(009)V99.
           05 PCL-SITUACAO       PIC X(01).
      *== PCL-SITUACAO: "A" = EM ABERTO   "G" = APRESENTADA (NO LOTE)
      *== "R" = RECUSADA/EM ATRASO   "P" = PAGA   "C" = CANCELADA
           05 PCL-DATA-ENVIO     PIC 9(08).
           05 PCL-DATA-RECUSA    PIC 9(08).
           05 PCL-DATA-PAGAMENTO PIC 9(08).
           05 PCL-MORA           PIC 9(07)V99.
           05 PCL-MORA-COBRADA   PIC X(01).
      *== PCL-MORA-COBRADA: "N" = MORA DE PARCELA PAGA COM ATRASO
      *== AINDA NAO DEBITADA; "S" = DEBITADA (OU SEM MORA)

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).

       FD  MARCA-SEQ.
       01  MRC-REG.
           05 MRC-ULT-SEQ        PIC 9(06).
      *== MRC-ULT-SEQ: ULTIMO SEQ DO JORNAL JA CONCILIADO

      *== LOTE DE DESEMBOLSO NO LAYOUT PAG-REG DO EXE1: "P" CREDITA
      *== O PRINCIPAL NA CONTA, REFERENCIA = NUMERO DO CONTRATO
       FD  LOTE-DES.
       01  DES-REG.
           05 DES-TIPO           PIC X(01).
           05 DES-CONTA          PIC 9(06).
           05 DES-VALOR          PIC 9(009)V99.
           05 DES-REF-SEQ        PIC 9(06).
           05 DES-DATA           PIC 9(08).
       01  DES-REG-LOTE.
           05 DES-LOTE-TIPO      PIC X(01).
           05 DES-LOTE-NUMERO    PIC 9(06).
           05 DES-LOTE-DATA      PIC 9(08).
           05 DES-LOTE-ORIGEM    PIC X(08).
           05 FILLER             PIC X(09).
       01  DES-REG-TRAILER.
           05 DES-TRL-TIPO       PIC X(01).
           05 DES-TRL-QTD        PIC 9(06).
           05 DES-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

      *== LOTE DE COBRANCA DAS PARCELAS: CABECALHO "H" COM ORIGEM
      *== CREDPARC, UM DEBITO "D" POR PARCELA (OU MORA) COM O NUMERO
      *== DO CONTRATO NA REFERENCIA, TRAILER "T"
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

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

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

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-CRD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-PCL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-JOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-SEQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-SEQ-PATH: VARIAVEL DE AMBIENTE "CREDDIA_SEQ_PATH";
      *== SE NAO DEFINIDA, "CREDDIA.SEQ"
       77  WRK-DES-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DES-PATH: VARIAVEL DE AMBIENTE "CREDDIA_DES_PATH";
      *== SE NAO DEFINIDA, "CREDDES.PAG" - LOTE DE DESEMBOLSO
       77  WRK-LOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "CREDDIA_PAG_PATH";
      *== SE NAO DEFINIDA, "CREDPARC.PAG" - LOTE DAS PARCELAS; OS DOIS
      *== LOTES PASSAM PELA PRE-CRITICA/EXE1 COM PAGAMENTOS_PATH
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CREDDIA_REL_PATH";
      *== SE NAO DEFINIDA, "CREDINAD.REL" - INADIMPLENCIA
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  FS-CREDITOS     PIC 9(02) VALUE ZEROS.
       77  FS-CREDPARC     PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77  FS-MARCA        PIC 9(02) VALUE ZEROS.
       77  FS-LOTE-DES     PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.

       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE-NUMERO PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-CREDITOS PIC X(01) VALUE "N".
       77  WRK-MORA-TAXA   PIC 9(02)V99 VALUE 1,00.
      *== WRK-MORA-TAXA: % AO MES SOBRE A PARCELA EM ATRASO, PRO
      *== RATA DIA (PARAMETRO CRED_MORA_MENSAL)
       77  WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77  WRK-MAIOR-SEQ   PIC 9(06) VALUE ZEROS.

      *== CAMPOS EXTRAIDOS DA LINHA DO JORNAL (POSICOES FIXAS DOS
      *== STRINGS 0313/0322 DO EXE1)
       77  WRK-JOR-SEQ     PIC 9(06) VALUE ZEROS.
       77  WRK-JOR-CONTA   PIC 9(06) VALUE ZEROS.
       77  WRK-JOR-VALOR   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-JOR-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-JOR-RECUSA  PIC 9(02) VALUE ZEROS.

      *== PARCELA ACHADA PARA A LINHA DO JORNAL
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       01  WRK-ACH-CHAVE.
           05 WRK-ACH-CONTRATO   PIC 9(06).
           05 WRK-ACH-NUMERO     PIC 9(03).
       77  WRK-ACH-VENC    PIC 9(08) VALUE ZEROS.

       77  WRK-MORA-CALC   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TUDO-PAGO   PIC X(01) VALUE "S".
       77  WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.

       77  WRK-TOTAL-PAGAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECUSAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DESEMB PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-DESEMB PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-LOTE  PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-LOTE  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-MORAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ATRASO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ATRASO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-MORA-ATRASO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDADOS PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-MORA-ED     PIC ZZZ.ZZ9,99.
       77  WRK-DIAS-ED     PIC ZZZZ9.

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
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "CREDDIA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "CREDDIA".
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
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "CREDDIA".
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
           IF WRK-TEM-CREDITOS EQUAL "S"
               PERFORM 0200-CONCILIA-JORNAL
               PERFORM 0300-DESEMBOLSA
               PERFORM 0400-APRESENTA-PARCELAS
               PERFORM 0500-RELATORIO-ATRASO
               PERFORM 0600-LIQUIDA-CONTRATOS
           END-IF.
           PERFORM 0700-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE "CRED_MORA_MENSAL" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-MORA-TAXA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "CREDDIA_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           MOVE WRK-DATA-MOVIMENTO(3:6) TO WRK-LOTE-NUMERO.
           ACCEPT WRK-CRD-PATH FROM ENVIRONMENT "CREDITOS_PATH".
           IF WRK-CRD-PATH EQUAL SPACES
               MOVE "CREDITOS.DAT" TO WRK-CRD-PATH
           END-IF.
           ACCEPT WRK-PCL-PATH FROM ENVIRONMENT "CREDPARC_PATH".
           IF WRK-PCL-PATH EQUAL SPACES
               MOVE "CREDPARC.DAT" TO WRK-PCL-PATH
           END-IF.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
           END-IF.
           ACCEPT WRK-SEQ-PATH FROM ENVIRONMENT "CREDDIA_SEQ_PATH".
           IF WRK-SEQ-PATH EQUAL SPACES
               MOVE "CREDDIA.SEQ" TO WRK-SEQ-PATH
           END-IF.
           ACCEPT WRK-DES-PATH FROM ENVIRONMENT "CREDDIA_DES_PATH".
           IF WRK-DES-PATH EQUAL SPACES
               MOVE "CREDDES.PAG" TO WRK-DES-PATH
           END-IF.
           ACCEPT WRK-LOT-PATH FROM ENVIRONMENT "CREDDIA_PAG_PATH".
           IF WRK-LOT-PATH EQUAL SPACES
               MOVE "CREDPARC.PAG" TO WRK-LOT-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CREDDIA_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CREDINAD.REL" TO WRK-REL-PATH
           END-IF.
      *== SEM CONTRATOS NAO HA O QUE MOVIMENTAR: NENHUM EMPRESTIMO
      *== AINDA - O PASSO TERMINA OK, COM OS LOTES VAZIOS
           OPEN I-O CREDITOS.
           IF FS-CREDITOS EQUAL 0
               OPEN I-O CREDPARC
               MOVE "CREDPARC" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-CREDPARC TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               MOVE "S" TO WRK-TEM-CREDITOS
           ELSE
               DISPLAY "CREDDIA: SEM " WRK-CRD-PATH
                       " - NENHUM EMPRESTIMO A MOVIMENTAR"
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
           OPEN OUTPUT LOTE-DES.
           MOVE SPACES TO DES-REG-LOTE.
           MOVE "H" TO DES-LOTE-TIPO.
           MOVE WRK-LOTE-NUMERO TO DES-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO TO DES-LOTE-DATA.
           MOVE "CREDDES" TO DES-LOTE-ORIGEM.
           WRITE DES-REG-LOTE.
           OPEN OUTPUT LOTE-OUT.
           MOVE SPACES TO LOT-REG-LOTE.
           MOVE "H" TO LOT-LOTE-TIPO.
           MOVE WRK-LOTE-NUMERO TO LOT-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO TO LOT-LOTE-DATA.
           MOVE "CREDPARC" TO LOT-LOTE-ORIGEM.
           WRITE LOT-REG-LOTE.

      *== CONCILIACAO: O RESULTADO DAS PARCELAS APRESENTADAS NAS
      *== NOITES ANTERIORES (E DAS REAPRESENTADAS PELO DEBREAPR)
      *== VOLTA PELO JORNAL DO EXE1
       0200-CONCILIA-JORNAL        SECTION.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 0
               DISPLAY "CREDDIA: SEM JORNAL EM " WRK-JOR-PATH
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
                   PERFORM 0220-LOCALIZA-PARCELA
                   IF WRK-ACHOU EQUAL "S"
                       IF WRK-JOR-RECUSA GREATER ZEROS
                           PERFORM 0230-REGISTRA-RECUSA
                       ELSE
                           PERFORM 0240-REGISTRA-PAGAMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *== PELA CONTA (CHAVE ALTERNATIVA), A PARCELA DE MESMO VALOR
      *== MAIS ANTIGA: RECUSA SO MEXE NA APRESENTADA ("G"); DEBITO
      *== EFETIVADO BAIXA A APRESENTADA OU A QUE JA ESTAVA EM ATRASO
       0220-LOCALIZA-PARCELA       SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE 99999999 TO WRK-ACH-VENC.
           MOVE WRK-JOR-CONTA TO PCL-CONTA.
           START CREDPARC KEY IS EQUAL PCL-CONTA
               INVALID KEY MOVE 23 TO FS-CREDPARC
           END-START.
           IF FS-CREDPARC EQUAL 0
               READ CREDPARC NEXT
                   AT END MOVE 10 TO FS-CREDPARC
               END-READ
               PERFORM UNTIL FS-CREDPARC GREATER 2
                   OR PCL-CONTA NOT EQUAL WRK-JOR-CONTA
                   IF PCL-VALOR EQUAL WRK-JOR-VALOR
                       AND PCL-VENCIMENTO LESS WRK-ACH-VENC
                       AND (PCL-SITUACAO EQUAL "G"
                           OR (PCL-SITUACAO EQUAL "R"
                               AND WRK-JOR-RECUSA EQUAL ZEROS))
                       MOVE "S" TO WRK-ACHOU
                       MOVE PCL-CHAVE TO WRK-ACH-CHAVE
                       MOVE PCL-VENCIMENTO TO WRK-ACH-VENC
                   END-IF
                   READ CREDPARC NEXT
                       AT END MOVE 10 TO FS-CREDPARC
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDPARC.
           IF WRK-ACHOU EQUAL "S"
               MOVE WRK-ACH-CHAVE TO PCL-CHAVE
               READ CREDPARC KEY IS PCL-CHAVE
                   INVALID KEY MOVE "N" TO WRK-ACHOU
               END-READ
           END-IF.

       0230-REGISTRA-RECUSA        SECTION.
           ADD 1 TO WRK-TOTAL-RECUSAS.
           MOVE "R" TO PCL-SITUACAO.
           MOVE WRK-JOR-DATA TO PCL-DATA-RECUSA.
           PERFORM 8100-REGRAVA-PARCELA.

      *== PARCELA PAGA: A AMORTIZACAO ABATE O EMPRESTIMO E OS JUROS
      *== VAO PARA RECEITA NO RAZAO; PAGA DEPOIS DO VENCIMENTO FICA
      *== COM A MORA DOS DIAS DE ATRASO PARA O PROXIMO LOTE
       0240-REGISTRA-PAGAMENTO     SECTION.
           ADD 1 TO WRK-TOTAL-PAGAS.
           MOVE "P" TO PCL-SITUACAO.
           MOVE WRK-JOR-DATA TO PCL-DATA-PAGAMENTO.
           MOVE WRK-JOR-DATA TO WRK-DIF-DATA2.
           PERFORM 8000-CALCULA-MORA.
           MOVE WRK-MORA-CALC TO PCL-MORA.
           IF WRK-MORA-CALC GREATER ZEROS
               MOVE "N" TO PCL-MORA-COBRADA
           ELSE
               MOVE "S" TO PCL-MORA-COBRADA
           END-IF.
           PERFORM 8100-REGRAVA-PARCELA.
           MOVE WRK-JOR-DATA TO WRK-RAZ-DATA.
           MOVE PCL-CONTRATO TO WRK-RAZ-REF.
           MOVE "CAIXA" TO WRK-RAZ-DEBITO.
           MOVE "EMPRESTI" TO WRK-RAZ-CREDITO.
           MOVE PCL-AMORTIZACAO TO WRK-RAZ-VALOR.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.
           IF PCL-JUROS GREATER ZEROS
               MOVE "CAIXA" TO WRK-RAZ-DEBITO
               MOVE "RECJUROS" TO WRK-RAZ-CREDITO
               MOVE PCL-JUROS TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.

      *== DESEMBOLSO: CONTRATO NOVO VIRA CREDITO "P" DO PRINCIPAL NA
      *== CONTA E PASSA A ATIVO; NO RAZAO O EMPRESTIMO A RECEBER SAI
      *== DO CAIXA (O EXE1 LANCA CAIXA CONTRA A CONTA DO CLIENTE)
       0300-DESEMBOLSA             SECTION.
           MOVE ZEROS TO CRD-NUMERO.
           START CREDITOS KEY IS NOT LESS CRD-NUMERO
               INVALID KEY MOVE 23 TO FS-CREDITOS
           END-START.
           IF FS-CREDITOS EQUAL 0
               READ CREDITOS NEXT
                   AT END MOVE 10 TO FS-CREDITOS
               END-READ
               PERFORM UNTIL FS-CREDITOS GREATER 2
                   IF CRD-SITUACAO EQUAL "C"
                       PERFORM 0310-DESEMBOLSA-CONTRATO
                   END-IF
                   READ CREDITOS NEXT
                       AT END MOVE 10 TO FS-CREDITOS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDITOS.

       0310-DESEMBOLSA-CONTRATO    SECTION.
           MOVE SPACES TO DES-REG.
           MOVE "P" TO DES-TIPO.
           MOVE CRD-CONTA TO DES-CONTA.
           MOVE CRD-PRINCIPAL TO DES-VALOR.
           MOVE CRD-NUMERO TO DES-REF-SEQ.
           MOVE WRK-DATA-MOVIMENTO TO DES-DATA.
           WRITE DES-REG.
           ADD 1 TO WRK-TOTAL-DESEMB.
           ADD CRD-PRINCIPAL TO WRK-VALOR-DESEMB.
           MOVE "A" TO CRD-SITUACAO.
           MOVE WRK-DATA-MOVIMENTO TO CRD-DATA-SITUACAO.
           REWRITE CRD-REG
               INVALID KEY
                   DISPLAY "CREDDIA: ERRO AO REGRAVAR CONTRATO "
                           CRD-NUMERO " FS=" FS-CREDITOS
           END-REWRITE.
           MOVE WRK-DATA-MOVIMENTO TO WRK-RAZ-DATA.
           MOVE "EMPRESTI" TO WRK-RAZ-DEBITO.
           MOVE "CAIXA" TO WRK-RAZ-CREDITO.
           MOVE CRD-PRINCIPAL TO WRK-RAZ-VALOR.
           MOVE CRD-NUMERO TO WRK-RAZ-REF.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.
           MOVE CRD-PRINCIPAL TO WRK-VALOR-ED.
           DISPLAY "CREDDIA: DESEMBOLSO CONTRATO " CRD-NUMERO
                   " CONTA " CRD-CONTA " " WRK-VALOR-ED.

      *== PELO VENCIMENTO, DO MAIS ANTIGO ATE A DATA DE MOVIMENTO:
      *== PARCELA EM ABERTO DE CONTRATO ATIVO SAI COMO DEBITO "D"
      *== (ESQUECIDA EM NOITE SEM CADEIA SAI NA PRIMEIRA SEGUINTE);
      *== PARCELA PAGA COM MORA PENDENTE SAI COM O DEBITO DA MORA
       0400-APRESENTA-PARCELAS     SECTION.
           MOVE ZEROS TO PCL-VENCIMENTO.
           START CREDPARC KEY IS NOT LESS PCL-VENCIMENTO
               INVALID KEY MOVE 23 TO FS-CREDPARC
           END-START.
           IF FS-CREDPARC EQUAL 0
               READ CREDPARC NEXT
                   AT END MOVE 10 TO FS-CREDPARC
               END-READ
               PERFORM UNTIL FS-CREDPARC GREATER 2
                   OR PCL-VENCIMENTO GREATER WRK-DATA-MOVIMENTO
                   EVALUATE TRUE
                       WHEN PCL-SITUACAO EQUAL "A"
                           PERFORM 0410-APRESENTA-PARCELA
                       WHEN PCL-SITUACAO EQUAL "P"
                           AND PCL-MORA-COBRADA EQUAL "N"
                           PERFORM 0420-COBRA-MORA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ CREDPARC NEXT
                       AT END MOVE 10 TO FS-CREDPARC
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDPARC.

       0410-APRESENTA-PARCELA      SECTION.
           MOVE PCL-CONTRATO TO CRD-NUMERO.
           READ CREDITOS KEY IS CRD-NUMERO
               INVALID KEY MOVE SPACES TO CRD-SITUACAO
           END-READ.
           IF CRD-SITUACAO EQUAL "A"
               MOVE SPACES TO LOT-REG
               MOVE "D" TO LOT-TIPO
               MOVE PCL-CONTA TO LOT-CONTA
               MOVE PCL-VALOR TO LOT-VALOR
               MOVE PCL-CONTRATO TO LOT-REF-SEQ
               MOVE WRK-DATA-MOVIMENTO TO LOT-DATA
               WRITE LOT-REG
               ADD 1 TO WRK-TOTAL-LOTE
               ADD PCL-VALOR TO WRK-VALOR-LOTE
               MOVE "G" TO PCL-SITUACAO
               MOVE WRK-DATA-MOVIMENTO TO PCL-DATA-ENVIO
               PERFORM 8100-REGRAVA-PARCELA
               MOVE PCL-VALOR TO WRK-VALOR-ED
               DISPLAY "CREDDIA: CONTRATO " PCL-CONTRATO " PARCELA "
                       PCL-NUMERO " CONTA " PCL-CONTA " "
                       WRK-VALOR-ED
           END-IF.

       0420-COBRA-MORA             SECTION.
           MOVE SPACES TO LOT-REG.
           MOVE "D" TO LOT-TIPO.
           MOVE PCL-CONTA TO LOT-CONTA.
           MOVE PCL-MORA TO LOT-VALOR.
           MOVE PCL-CONTRATO TO LOT-REF-SEQ.
           MOVE WRK-DATA-MOVIMENTO TO LOT-DATA.
           WRITE LOT-REG.
           ADD 1 TO WRK-TOTAL-LOTE.
           ADD 1 TO WRK-TOTAL-MORAS.
           ADD PCL-MORA TO WRK-VALOR-LOTE.
           MOVE "S" TO PCL-MORA-COBRADA.
           PERFORM 8100-REGRAVA-PARCELA.
           MOVE WRK-DATA-MOVIMENTO TO WRK-RAZ-DATA.
           MOVE "CAIXA" TO WRK-RAZ-DEBITO.
           MOVE "RECJUROS" TO WRK-RAZ-CREDITO.
           MOVE PCL-MORA TO WRK-RAZ-VALOR.
           MOVE PCL-CONTRATO TO WRK-RAZ-REF.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.

      *== INADIMPLENCIA: TODA PARCELA RECUSADA, COM A MORA ATUALIZADA
      *== ATE A DATA DE MOVIMENTO, PELO VENCIMENTO, COM O NOME VIA
      *== CTACLI/CLIENTES
       0500-RELATORIO-ATRASO       SECTION.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "RELATORIO DE INADIMPLENCIA - EMPRESTIMOS"
               TO WRK-RW-TITULO.
           MOVE "CONTRATO PARC CONTA  CLIENTE              VENCIMENTO
      -         "DIAS           VALOR       MORA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
           END-IF.
           OPEN INPUT CTACLI.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           MOVE ZEROS TO PCL-VENCIMENTO.
           START CREDPARC KEY IS NOT LESS PCL-VENCIMENTO
               INVALID KEY MOVE 23 TO FS-CREDPARC
           END-START.
           IF FS-CREDPARC EQUAL 0
               READ CREDPARC NEXT
                   AT END MOVE 10 TO FS-CREDPARC
               END-READ
               PERFORM UNTIL FS-CREDPARC GREATER 2
                   OR PCL-VENCIMENTO GREATER WRK-DATA-MOVIMENTO
                   IF PCL-SITUACAO EQUAL "R"
                       PERFORM 0510-LINHA-ATRASO
                   END-IF
                   READ CREDPARC NEXT
                       AT END MOVE 10 TO FS-CREDPARC
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDPARC.
           IF FS-CTACLI EQUAL 0 OR FS-CTACLI EQUAL 23
               CLOSE CTACLI
           END-IF.
           IF FS-CLIENTES EQUAL 0 OR FS-CLIENTES EQUAL 23
               CLOSE CLIENTES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-ATRASO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PARCELAS EM ATRASO... " WRK-TOTAL-ATRASO
                   "   VALOR " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-MORA-ATRASO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "MORA ACUMULADA....... " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0510-LINHA-ATRASO           SECTION.
           MOVE WRK-DATA-MOVIMENTO TO WRK-DIF-DATA2.
           PERFORM 8000-CALCULA-MORA.
           IF WRK-MORA-CALC NOT EQUAL PCL-MORA
               MOVE WRK-MORA-CALC TO PCL-MORA
               PERFORM 8100-REGRAVA-PARCELA
           END-IF.
           ADD 1 TO WRK-TOTAL-ATRASO.
           ADD PCL-VALOR TO WRK-VALOR-ATRASO.
           ADD PCL-MORA TO WRK-MORA-ATRASO.
           PERFORM 0520-BUSCA-NOME.
           IF WRK-DIF-STATUS EQUAL "S" AND WRK-DIF-DIAS GREATER ZEROS
               MOVE WRK-DIF-DIAS TO WRK-DIAS-ED
           ELSE
               MOVE ZEROS TO WRK-DIAS-ED
           END-IF.
           MOVE PCL-VALOR TO WRK-VALOR-ED.
           MOVE PCL-MORA TO WRK-MORA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING PCL-CONTRATO "   " PCL-NUMERO "  " PCL-CONTA " "
                   WRK-NOME-CLIENTE " " PCL-VENCIMENTO "  "
                   WRK-DIAS-ED " " WRK-VALOR-ED " " WRK-MORA-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0520-BUSCA-NOME             SECTION.
           MOVE SPACES TO WRK-NOME-CLIENTE.
           IF FS-CTACLI LESS 10
               MOVE PCL-CONTA TO CTC-CONTA
               READ CTACLI KEY IS CTC-CONTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FS-CLIENTES LESS 10
                           MOVE CTC-CLIENTE TO REG-ID
                           READ CLIENTES KEY IS REG-ID
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE REG-NOME TO WRK-NOME-CLIENTE
                           END-READ
                       END-IF
               END-READ
           END-IF.

      *== CONTRATO ATIVO COM TODAS AS PARCELAS PAGAS E A MORA
      *== DEBITADA PASSA A LIQUIDADO
       0600-LIQUIDA-CONTRATOS      SECTION.
           MOVE ZEROS TO CRD-NUMERO.
           START CREDITOS KEY IS NOT LESS CRD-NUMERO
               INVALID KEY MOVE 23 TO FS-CREDITOS
           END-START.
           IF FS-CREDITOS EQUAL 0
               READ CREDITOS NEXT
                   AT END MOVE 10 TO FS-CREDITOS
               END-READ
               PERFORM UNTIL FS-CREDITOS GREATER 2
                   IF CRD-SITUACAO EQUAL "A"
                       PERFORM 0610-CONFERE-QUITACAO
                   END-IF
                   READ CREDITOS NEXT
                       AT END MOVE 10 TO FS-CREDITOS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDITOS.

       0610-CONFERE-QUITACAO       SECTION.
           MOVE "S" TO WRK-TUDO-PAGO.
           MOVE CRD-NUMERO TO PCL-CONTRATO.
           MOVE ZEROS TO PCL-NUMERO.
           START CREDPARC KEY IS NOT LESS PCL-CHAVE
               INVALID KEY MOVE 23 TO FS-CREDPARC
           END-START.
           IF FS-CREDPARC EQUAL 0
               READ CREDPARC NEXT
                   AT END MOVE 10 TO FS-CREDPARC
               END-READ
               PERFORM UNTIL FS-CREDPARC GREATER 2
                   OR PCL-CONTRATO NOT EQUAL CRD-NUMERO
                   IF PCL-SITUACAO NOT EQUAL "P"
                       OR PCL-MORA-COBRADA NOT EQUAL "S"
                       MOVE "N" TO WRK-TUDO-PAGO
                   END-IF
                   READ CREDPARC NEXT
                       AT END MOVE 10 TO FS-CREDPARC
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDPARC.
           IF WRK-TUDO-PAGO EQUAL "S"
               MOVE "L" TO CRD-SITUACAO
               MOVE WRK-DATA-MOVIMENTO TO CRD-DATA-SITUACAO
               REWRITE CRD-REG
                   INVALID KEY
                       DISPLAY "CREDDIA: ERRO AO LIQUIDAR CONTRATO "
                               CRD-NUMERO " FS=" FS-CREDITOS
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-LIQUIDADOS
                       DISPLAY "CREDDIA: CONTRATO " CRD-NUMERO
                               " LIQUIDADO"
               END-REWRITE
           END-IF.

       0700-FINALIZAR              SECTION.
           MOVE SPACES TO DES-REG-TRAILER.
           MOVE "T" TO DES-TRL-TIPO.
           MOVE WRK-TOTAL-DESEMB TO DES-TRL-QTD.
           MOVE WRK-VALOR-DESEMB TO DES-TRL-VALOR.
           WRITE DES-REG-TRAILER.
           CLOSE LOTE-DES.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.
           MOVE WRK-TOTAL-LOTE TO LOT-TRL-QTD.
           MOVE WRK-VALOR-LOTE TO LOT-TRL-VALOR.
           WRITE LOT-REG-TRAILER.
           CLOSE LOTE-OUT.
           IF WRK-TEM-CREDITOS EQUAL "S"
               CLOSE CREDITOS
               CLOSE CREDPARC
           END-IF.
           OPEN OUTPUT MARCA-SEQ.
           MOVE WRK-MAIOR-SEQ TO MRC-ULT-SEQ.
           WRITE MRC-REG.
           CLOSE MARCA-SEQ.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-CRD-PATH TO WRK-RUN-ARQUIVOS.
           COMPUTE WRK-RUN-LIDOS = WRK-TOTAL-PAGAS + WRK-TOTAL-RECUSAS.
           COMPUTE WRK-RUN-GRAVADOS =
               WRK-TOTAL-DESEMB + WRK-TOTAL-LOTE.
           MOVE WRK-TOTAL-ATRASO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CREDDIA: PARCELAS PAGAS (JORNAL).... "
                   WRK-TOTAL-PAGAS.
           DISPLAY "CREDDIA: PARCELAS RECUSADAS......... "
                   WRK-TOTAL-RECUSAS.
           MOVE WRK-VALOR-DESEMB TO WRK-VALOR-ED.
           DISPLAY "CREDDIA: DESEMBOLSOS................ "
                   WRK-TOTAL-DESEMB " (" WRK-VALOR-ED ") EM "
                   WRK-DES-PATH.
           MOVE WRK-VALOR-LOTE TO WRK-VALOR-ED.
           DISPLAY "CREDDIA: DEBITOS GERADOS............ "
                   WRK-TOTAL-LOTE " (" WRK-VALOR-ED ") EM "
                   WRK-LOT-PATH.
           DISPLAY "CREDDIA: DEBITOS DE MORA............ "
                   WRK-TOTAL-MORAS.
           DISPLAY "CREDDIA: PARCELAS EM ATRASO......... "
                   WRK-TOTAL-ATRASO " - VER " WRK-REL-PATH.
           DISPLAY "CREDDIA: CONTRATOS LIQUIDADOS....... "
                   WRK-TOTAL-LIQUIDADOS.
           DISPLAY "CREDDIA: POSTE OS LOTES VIA PRE-CRITICA E EXE1 "
                   "COM PAGAMENTOS_PATH (DESEMBOLSO PRIMEIRO)".

      *== MORA PRO RATA DIA SOBRE O VALOR DA PARCELA, DO VENCIMENTO
      *== ATE WRK-DIF-DATA2 (PAGAMENTO OU DATA DE MOVIMENTO)
       8000-CALCULA-MORA           SECTION.
           MOVE ZEROS TO WRK-MORA-CALC.
           MOVE PCL-VENCIMENTO TO WRK-DIF-DATA1.
           CALL "DATADIF" USING WRK-DATADIF-AREA.
           IF WRK-DIF-STATUS EQUAL "S" AND WRK-DIF-DIAS GREATER ZEROS
               COMPUTE WRK-MORA-CALC ROUNDED =
                   PCL-VALOR * WRK-MORA-TAXA / 100 / 30 * WRK-DIF-DIAS
           END-IF.

       8100-REGRAVA-PARCELA        SECTION.
           REWRITE PCL-REG
               INVALID KEY
                   DISPLAY "CREDDIA: ERRO AO REGRAVAR PARCELA "
                           PCL-CHAVE " FS=" FS-CREDPARC
           END-REWRITE.

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
