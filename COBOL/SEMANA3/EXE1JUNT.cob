       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXE1JUNT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ENCERRAR O LOTE DE PAGAMENTOS LIQUIDADO EM
      *==           PARTICOES (VER EXE1PART): CONFERE QUE TODAS AS
      *==           FAIXAS E A PASSADA DAS TRANSFERENCIAS ENTRE
      *==           FAIXAS TERMINARAM, JUNTA OS JORNAIS DAS PARTICOES
      *==           AO JORNAL.LOG NA ORDEM DO SEQ, REGISTRA O LOTE UMA
      *==           VEZ SO EM EXE1.LOTES, CARIMBA O SELO DE CONTAS E
      *==           EMITE A LIQUIDACAO UNICA DO LOTE
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: OS BLOCOS DE SEQ CRESCEM COM O NUMERO DA
      *==   PARTICAO, ENTAO JUNTAR OS JORNAIS EM ORDEM DE PARTICAO JA
      *==   DEIXA O JORNAL.LOG EM ORDEM DE SEQ (COM SALTOS ENTRE OS
      *==   BLOCOS, QUE A MARCA DAGUA DO JORIDX/CTARECON ACEITA).
      *==   PARTICAO PENDENTE ABORTA O PASSO E O JOBCTL RETOMA DAQUI.
      *==   REEXECUCAO DEPOIS DA JUNCAO NAO JUNTA DE NOVO (SITUACAO
      *==   "J" NO CONTROLE)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTCTL ASSIGN TO DYNAMIC WRK-PCT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PCT.
           SELECT RESULTADO ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RST.
           SELECT JORPART ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORPART.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-JOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT SEQ-CONTROLE ASSIGN TO DYNAMIC WRK-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEQCTL.
           SELECT LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTCTL.
       01  PCT-LINHA             PIC X(600).

      *== RESULTADO DA PARTICAO, GRAVADO PELO 0420 DO EXE1
       FD  RESULTADO.
       01  RST-REG.
           05 RST-TIPO           PIC X(01).
           05 RST-CONTA          PIC 9(06).
           05 RST-SALDOI         PIC S9(009)V99.
           05 RST-QTPAG          PIC S9(010)V99.
       01  RST-REG-TOTAIS.
           05 RST-TOT-TIPO       PIC X(01).
           05 RST-SEQ-FIM        PIC 9(06).
           05 RST-QTD-PROC       PIC 9(08).
           05 RST-QTD-CONTAS     PIC 9(04).
           05 RST-TOT-RECUSADO   PIC 9(06).
           05 RST-TOT-INVALIDA   PIC 9(06).
           05 RST-TOT-BLOQUEADA  PIC 9(06).
           05 RST-TOT-DATA-FUT   PIC 9(06).
           05 RST-TOT-ESTORNO    PIC 9(06).
           05 RST-TOT-ESTORNO-INV PIC 9(06).
           05 RST-TOT-DEBITO     PIC 9(06).
           05 RST-VLR-DEBITO     PIC S9(010)V99.
           05 RST-TOT-TRANSF     PIC 9(06).
           05 RST-VLR-TRANSF     PIC S9(010)V99.
           05 RST-TOT-TRANSF-REC PIC 9(06).
           05 RST-TOT-LIMITE     PIC 9(06).

       FD  JORPART.
       01  JPT-LINHA             PIC X(100).

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).

       FD  SEQ-CONTROLE.
       01  SEQCTL-REG.
           05 SEQCTL-ULTIMO      PIC 9(06).

       FD  LOTES.
       01  LOT-REG.
           05 LOT-NUMERO         PIC 9(06).
           05 FILLER             PIC X(01).
           05 LOT-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 LOT-ORIGEM         PIC X(08).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       WORKING-STORAGE             SECTION.
       01  LIQ-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-PCT-PATH     PIC X(100) VALUE SPACES.
      *== WRK-PCT-PATH: VARIAVEL DE AMBIENTE "EXE1_PCT_PATH"; SE NAO
      *== DEFINIDA, "EXE1.PCT"
       77  FS-PCT           PIC 9(02) VALUE ZEROS.
       77  FS-RST           PIC 9(02) VALUE ZEROS.
       77  FS-JORPART       PIC 9(02) VALUE ZEROS.
       77  WRK-JOR-PATH     PIC X(100) VALUE SPACES.
      *== WRK-JOR-PATH: VARIAVEL DE AMBIENTE "JORNAL_PATH"; SE NAO
      *== DEFINIDA, "JORNAL.LOG"
       77  FS-JORNAL        PIC 9(02) VALUE ZEROS.
       77  WRK-SEQ-PATH     PIC X(100) VALUE SPACES.
      *== WRK-SEQ-PATH: VARIAVEL DE AMBIENTE "EXE1_SEQ_PATH"; SE NAO
      *== DEFINIDA, "EXE1.SEQ"
       77  FS-SEQCTL        PIC 9(02) VALUE ZEROS.
       77  WRK-LOTES-PATH   PIC X(100) VALUE SPACES.
      *== WRK-LOTES-PATH: VARIAVEL DE AMBIENTE "EXE1_LOTES_PATH"; SE
      *== NAO DEFINIDA, "EXE1.LOTES"
       77  FS-LOTES         PIC 9(02) VALUE ZEROS.
       77  WRK-CTA-PATH     PIC X(100) VALUE SPACES.
      *== WRK-CTA-PATH: VARIAVEL DE AMBIENTE "CONTAS_PATH"; SE NAO
      *== DEFINIDA, "CONTAS.DAT"
       77  FS-CONTAS        PIC 9(02) VALUE ZEROS.
       77  WRK-LIQ-PATH     PIC X(100) VALUE SPACES.
      *== WRK-LIQ-PATH: VARIAVEL DE AMBIENTE "LIQUIDACAO_PATH"; SE NAO
      *== DEFINIDA, "LIQUIDACAO.REL" - O MESMO RELATORIO DO EXE1
       77  WRK-NOME-TIPO    PIC X(01) VALUE SPACES.
       77  WRK-NOME-PART    PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-ARQ     PIC X(100) VALUE SPACES.
       77  WRK-PART-CRUZ    PIC 9(02) VALUE ZEROS.
       77  WRK-PART-CONCLUIDA PIC X(01) VALUE "N".
       77  WRK-PART-FALTA   PIC X(01) VALUE "N".
       77  WRK-PCT-ACHADO   PIC X(01) VALUE "N".
       77  WRK-SIMULACAO    PIC X(01) VALUE "N".
       77  WRK-SEQ-MAIOR    PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JUNTADA  PIC 9(08) VALUE ZEROS.
       77  WRK-CTA-ACHADA   PIC X(01) VALUE "N".
       77  WRK-IDX-DESLOCA  PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-PROCESSADA PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-RECUSADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-INVALIDA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-BLOQUEADA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DATA-FUTURA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ESTORNO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ESTORNO-INVALIDO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEBITO   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-VALOR-DEBITO PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-TRANSF   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-VALOR-TRANSF PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-TRANSF-RECUSADA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIMITE   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGO       PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-INI  PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-FIN  PIC S9(010)V99 VALUE ZEROS.
       77  WRK-RES-SALDOF       PIC S9(009)V99 VALUE ZEROS.
       77  WRK-LIQ-CONTA-ED     PIC ZZZZZ9.
       77  WRK-LIQ-SALDOI-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIQ-QTPAG-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIQ-SALDOF-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99.

      *== MESMO LAYOUT DO CONTROLE NO EXE1 E NO EXE1PART
       01  WRK-PCT-REG.
           05 PCT-SITUACAO       PIC X(01).
           05 PCT-LOTE-NUMERO    PIC 9(06).
           05 PCT-LOTE-DATA      PIC 9(08).
           05 PCT-LOTE-ORIGEM    PIC X(08).
           05 PCT-TEM-CABECALHO  PIC X(01).
           05 PCT-REPROCESSO     PIC X(01).
           05 PCT-SIMULACAO      PIC X(01).
           05 PCT-DATA-MOVIMENTO PIC 9(08).
           05 PCT-QTD-PARTICOES  PIC 9(02).
           05 PCT-PREFIXO        PIC X(40).
           05 PCT-PART-ITEM OCCURS 17 TIMES.
               10 PCT-CONTA-INI  PIC 9(06).
               10 PCT-CONTA-FIM  PIC 9(06).
               10 PCT-QTD-REG    PIC 9(06).
               10 PCT-SEQ-INI    PIC 9(06).
               10 PCT-SEQ-FIM    PIC 9(06).

      *=============CONTAS DE TODAS AS PARTICOES, ORDENADAS PARA O
      *=============SEARCH ALL; A CONTA QUE A FAIXA E A PASSADA DAS
      *=============TRANSFERENCIAS TOCARAM FICA COM O SALDO INICIAL DA
      *=============FAIXA (O DE ANTES DO LOTE) E A SOMA DOS MOVIMENTOS
       77  WRK-QTD-CONTAS   PIC 9(05) VALUE ZEROS.
       01  WRK-RESUMO-CONTAS.
           05 WRK-RES-CONTA-ITEM OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WRK-QTD-CONTAS
                             ASCENDING KEY IS WRK-RES-CONTA
                             INDEXED BY IDX-CTA.
               10 WRK-RES-CONTA   PIC 9(06).
               10 WRK-RES-SALDOI  PIC S9(009)V99.
               10 WRK-RES-QTPAG   PIC S9(010)V99.

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
       01  WRK-SELOLIB-AREA.
           05  WRK-SEL-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-SEL-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-SEL-QTD      PIC 9(08) VALUE ZEROS.
           05  WRK-SEL-HASH     PIC S9(13)V99 VALUE ZEROS.
           05  WRK-SEL-PROGRAMA PIC X(08) VALUE "EXE1".
           05  WRK-SEL-RESULTADO PIC X(01) VALUE SPACES.
      *== WRK-SEL-PROGRAMA: O SELO SAI EM NOME DO EXE1, COMO NA
      *== EXECUCAO UNICA - E A LIQUIDACAO DELE QUE ESTA SENDO FECHADA

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "EXE1JUNT".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "EXE1JUNT".
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

       PROCEDURE DIVISION.
       0100-PRINCIPAL                  SECTION.
           PERFORM 0200-INICIALIZAR.
           IF WRK-PCT-ACHADO EQUAL "S"
               PERFORM 0300-CARREGA-RESULTADOS
               PERFORM 0400-JUNTA-JORNAIS
               PERFORM 0500-ENCERRA-LOTE
               PERFORM 0600-GRAVA-LIQUIDACAO
               MOVE "F" TO PCT-SITUACAO
               PERFORM 0700-GRAVA-CONTROLE
           END-IF.
           PERFORM 0800-FINALIZAR.
      *== GOBACK: PASSO DA CADEIA NOTURNA DO JOBCTL; O STOP RUN DA
      *== PARTICAO PENDENTE DERRUBA A CADEIA DE PROPOSITO
           GOBACK.
       0100-PRINCIPAL-FIM. EXIT.

       0200-INICIALIZAR                SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-PCT-PATH FROM ENVIRONMENT "EXE1_PCT_PATH".
           IF WRK-PCT-PATH EQUAL SPACES
               MOVE "EXE1.PCT" TO WRK-PCT-PATH
           END-IF.
           MOVE "N" TO WRK-PCT-ACHADO.
           OPEN INPUT PARTCTL.
           IF FS-PCT EQUAL 0
               READ PARTCTL INTO WRK-PCT-REG
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WRK-PCT-ACHADO
               END-READ
               CLOSE PARTCTL
           END-IF.
      *== SEM LOTE PARTICIONADO ABERTO NAO HA O QUE ENCERRAR - O
      *== PASSO TERMINA SEM ERRO (NOITE DE EXECUCAO UNICA)
           IF WRK-PCT-ACHADO EQUAL "S"
               AND PCT-SITUACAO EQUAL "F"
               MOVE "N" TO WRK-PCT-ACHADO
           END-IF.
           IF WRK-PCT-ACHADO EQUAL "N"
               DISPLAY "EXE1JUNT: NENHUM LOTE PARTICIONADO EM "
                       "ANDAMENTO EM " WRK-PCT-PATH
               GO TO 0200-INICIALIZAR-FIM
           END-IF.
           MOVE PCT-SIMULACAO TO WRK-SIMULACAO.
           IF WRK-SIMULACAO EQUAL "S"
               DISPLAY "EXE1JUNT: *** LOTE PARTICIONADO EM MODO "
                       "SIMULACAO - NADA SERA POSTADO ***"
           END-IF.
           COMPUTE WRK-PART-CRUZ = PCT-QTD-PARTICOES + 1.
           MOVE "N" TO WRK-PART-FALTA.
           PERFORM VARYING WRK-NOME-PART FROM 1 BY 1
               UNTIL WRK-NOME-PART GREATER WRK-PART-CRUZ
               PERFORM 0250-CONFERE-RESULTADO
               IF WRK-PART-CONCLUIDA EQUAL "N"
                   DISPLAY "EXE1JUNT: PARTICAO " WRK-NOME-PART
                           " AINDA NAO CONCLUIDA"
                   MOVE "S" TO WRK-PART-FALTA
               END-IF
           END-PERFORM.
           IF WRK-PART-FALTA EQUAL "S"
               DISPLAY "EXE1JUNT: LOTE " PCT-LOTE-NUMERO
                       " NAO ENCERRADO - CONCLUA AS PARTICOES E "
                       "RODE DE NOVO"
               STOP RUN
           END-IF.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
           END-IF.
           ACCEPT WRK-SEQ-PATH FROM ENVIRONMENT "EXE1_SEQ_PATH".
           IF WRK-SEQ-PATH EQUAL SPACES
               MOVE "EXE1.SEQ" TO WRK-SEQ-PATH
           END-IF.
           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT "EXE1_LOTES_PATH".
           IF WRK-LOTES-PATH EQUAL SPACES
               MOVE "EXE1.LOTES" TO WRK-LOTES-PATH
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
       0200-INICIALIZAR-FIM. EXIT.

      *== "S" EM WRK-PART-CONCLUIDA QUANDO O RESULTADO DA PARTICAO
      *== WRK-NOME-PART JA TEM O REGISTRO "T" (VER 0258 NO EXE1)
       0250-CONFERE-RESULTADO           SECTION.
           MOVE "R" TO WRK-NOME-TIPO.
           PERFORM 0290-MONTA-NOME.
           MOVE "N" TO WRK-PART-CONCLUIDA.
           OPEN INPUT RESULTADO.
           IF FS-RST EQUAL 0
               READ RESULTADO
                   AT END MOVE 10 TO FS-RST
               END-READ
               PERFORM UNTIL FS-RST EQUAL 10
                   IF RST-TIPO EQUAL "T"
                       MOVE "S" TO WRK-PART-CONCLUIDA
                   END-IF
                   READ RESULTADO
                       AT END MOVE 10 TO FS-RST
                   END-READ
               END-PERFORM
               CLOSE RESULTADO
           END-IF.
       0250-CONFERE-RESULTADO-FIM. EXIT.

      *== <PREFIXO>.<TIPO><NN> - MESMA REGRA DO 0259 DO EXE1
       0290-MONTA-NOME                  SECTION.
           MOVE SPACES TO WRK-NOME-ARQ.
           STRING PCT-PREFIXO DELIMITED BY SPACE
                   "." WRK-NOME-TIPO WRK-NOME-PART
                   DELIMITED BY SIZE INTO WRK-NOME-ARQ.
       0290-MONTA-NOME-FIM. EXIT.

      *== FAIXAS PRIMEIRO, NA ORDEM, E A PASSADA DAS TRANSFERENCIAS
      *== POR ULTIMO: A CONTA JA VISTA NUMA FAIXA SO SOMA O MOVIMENTO
       0300-CARREGA-RESULTADOS          SECTION.
           MOVE PCT-SEQ-INI(1) TO WRK-SEQ-MAIOR.
           PERFORM VARYING WRK-NOME-PART FROM 1 BY 1
               UNTIL WRK-NOME-PART GREATER WRK-PART-CRUZ
               MOVE "R" TO WRK-NOME-TIPO
               PERFORM 0290-MONTA-NOME
               OPEN INPUT RESULTADO
               MOVE "RESULTADO" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-RST TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               READ RESULTADO
                   AT END MOVE 10 TO FS-RST
               END-READ
               PERFORM UNTIL FS-RST EQUAL 10
                   IF RST-TIPO EQUAL "T"
                       PERFORM 0320-SOMA-TOTAIS
                   ELSE
                       PERFORM 0310-SOMA-CONTA
                   END-IF
                   READ RESULTADO
                       AT END MOVE 10 TO FS-RST
                   END-READ
               END-PERFORM
               CLOSE RESULTADO
           END-PERFORM.
       0300-CARREGA-RESULTADOS-FIM. EXIT.

       0310-SOMA-CONTA                  SECTION.
           MOVE "N" TO WRK-CTA-ACHADA.
           IF WRK-QTD-CONTAS GREATER ZEROS
               SET IDX-CTA TO 1
               SEARCH ALL WRK-RES-CONTA-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-RES-CONTA(IDX-CTA) EQUAL RST-CONTA
                       MOVE "S" TO WRK-CTA-ACHADA
               END-SEARCH
           END-IF.
           IF WRK-CTA-ACHADA EQUAL "S"
               ADD RST-QTPAG TO WRK-RES-QTPAG(IDX-CTA)
               GO TO 0310-SOMA-CONTA-FIM
           END-IF.
      *== O LOTE JA FOI POSTADO PELAS PARTICOES: SEM LUGAR NA TABELA
      *== O ENCERRAMENTO PARA AQUI, ANTES DE JUNTAR OU REGISTRAR
           IF WRK-QTD-CONTAS GREATER OR EQUAL 20000
               DISPLAY "EXE1JUNT: LIMITE DE 20000 CONTAS NA "
                       "LIQUIDACAO ATINGIDO - CONTA " RST-CONTA
               STOP RUN
           END-IF.
           ADD 1 TO WRK-QTD-CONTAS.
           MOVE WRK-QTD-CONTAS TO WRK-IDX-DESLOCA.
           PERFORM UNTIL WRK-IDX-DESLOCA EQUAL 1
               OR WRK-RES-CONTA(WRK-IDX-DESLOCA - 1) LESS RST-CONTA
               MOVE WRK-RES-CONTA-ITEM(WRK-IDX-DESLOCA - 1)
                   TO WRK-RES-CONTA-ITEM(WRK-IDX-DESLOCA)
               SUBTRACT 1 FROM WRK-IDX-DESLOCA
           END-PERFORM.
           SET IDX-CTA TO WRK-IDX-DESLOCA.
           MOVE RST-CONTA  TO WRK-RES-CONTA(IDX-CTA).
           MOVE RST-SALDOI TO WRK-RES-SALDOI(IDX-CTA).
           MOVE RST-QTPAG  TO WRK-RES-QTPAG(IDX-CTA).
       0310-SOMA-CONTA-FIM. EXIT.

       0320-SOMA-TOTAIS                 SECTION.
           IF RST-SEQ-FIM GREATER WRK-SEQ-MAIOR
               MOVE RST-SEQ-FIM TO WRK-SEQ-MAIOR
           END-IF.
           ADD RST-QTD-PROC       TO WRK-QTD-PROCESSADA.
           ADD RST-TOT-RECUSADO   TO WRK-TOTAL-RECUSADO.
           ADD RST-TOT-INVALIDA   TO WRK-TOTAL-INVALIDA.
           ADD RST-TOT-BLOQUEADA  TO WRK-TOTAL-BLOQUEADA.
           ADD RST-TOT-DATA-FUT   TO WRK-TOTAL-DATA-FUTURA.
           ADD RST-TOT-ESTORNO    TO WRK-TOTAL-ESTORNO.
           ADD RST-TOT-ESTORNO-INV TO WRK-TOTAL-ESTORNO-INVALIDO.
           ADD RST-TOT-DEBITO     TO WRK-TOTAL-DEBITO.
           ADD RST-VLR-DEBITO     TO WRK-TOTAL-VALOR-DEBITO.
           ADD RST-TOT-TRANSF     TO WRK-TOTAL-TRANSF.
           ADD RST-VLR-TRANSF     TO WRK-TOTAL-VALOR-TRANSF.
           ADD RST-TOT-TRANSF-REC TO WRK-TOTAL-TRANSF-RECUSADA.
           ADD RST-TOT-LIMITE     TO WRK-TOTAL-LIMITE.
       0320-SOMA-TOTAIS-FIM. EXIT.

      *== BLOCOS DE SEQ CRESCENTES POR PARTICAO: APENDAR .J01, .J02,
      *== ... E A PASSADA DAS TRANSFERENCIAS, NESSA ORDEM, MANTEM O
      *== JORNAL.LOG EM ORDEM DE SEQ. A SITUACAO "J" GRAVADA LOGO
      *== DEPOIS IMPEDE JUNTAR DUAS VEZES NUMA REEXECUCAO
       0400-JUNTA-JORNAIS               SECTION.
           IF PCT-SITUACAO NOT EQUAL "A"
               DISPLAY "EXE1JUNT: JORNAIS DAS PARTICOES JA JUNTADOS "
                       "EM EXECUCAO ANTERIOR"
               GO TO 0400-JUNTA-JORNAIS-FIM
           END-IF.
           IF WRK-SIMULACAO NOT EQUAL "S"
               OPEN EXTEND JORNAL
               IF FS-JORNAL NOT EQUAL 0
                   OPEN OUTPUT JORNAL
               END-IF
               MOVE "JORNAL" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-JORNAL TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               PERFORM VARYING WRK-NOME-PART FROM 1 BY 1
                   UNTIL WRK-NOME-PART GREATER WRK-PART-CRUZ
                   MOVE "J" TO WRK-NOME-TIPO
                   PERFORM 0290-MONTA-NOME
                   PERFORM 0410-COPIA-JORNAL
               END-PERFORM
               CLOSE JORNAL
           END-IF.
           MOVE "J" TO PCT-SITUACAO.
           PERFORM 0700-GRAVA-CONTROLE.
       0400-JUNTA-JORNAIS-FIM. EXIT.

       0410-COPIA-JORNAL                SECTION.
           OPEN INPUT JORPART.
           IF FS-JORPART EQUAL 0
               READ JORPART
                   AT END MOVE 10 TO FS-JORPART
               END-READ
               PERFORM UNTIL FS-JORPART EQUAL 10
                   MOVE JPT-LINHA TO JOR-LINHA
                   WRITE JOR-LINHA
                   ADD 1 TO WRK-QTD-JUNTADA
                   READ JORPART
                       AT END MOVE 10 TO FS-JORPART
                   END-READ
               END-PERFORM
               CLOSE JORPART
           END-IF.
       0410-COPIA-JORNAL-FIM. EXIT.

      *== O QUE A EXECUCAO UNICA FAZ NO 0350/0400 DO EXE1, UMA VEZ
      *== SO PARA O LOTE INTEIRO: EXE1.SEQ, RELACAO DE LOTES (SALVO
      *== REPROCESSAMENTO AUTORIZADO) E SELO DE CONTAS
       0500-ENCERRA-LOTE                SECTION.
           IF WRK-SIMULACAO EQUAL "S"
               DISPLAY "EXE1JUNT: SIMULACAO - LOTE NAO REGISTRADO E "
                       "SELO NAO CARIMBADO"
               GO TO 0500-ENCERRA-LOTE-FIM
           END-IF.
           OPEN OUTPUT SEQ-CONTROLE.
           MOVE WRK-SEQ-MAIOR TO SEQCTL-ULTIMO.
           WRITE SEQCTL-REG.
           CLOSE SEQ-CONTROLE.
           IF PCT-TEM-CABECALHO EQUAL "S"
               AND PCT-REPROCESSO NOT EQUAL "S"
               OPEN EXTEND LOTES
               IF FS-LOTES NOT EQUAL 0
                   OPEN OUTPUT LOTES
               END-IF
               MOVE SPACES TO LOT-REG
               MOVE PCT-LOTE-NUMERO TO LOT-NUMERO
               MOVE PCT-LOTE-DATA   TO LOT-DATA
               MOVE PCT-LOTE-ORIGEM TO LOT-ORIGEM
               WRITE LOT-REG
               CLOSE LOTES
           END-IF.
           OPEN INPUT CONTAS.
           MOVE "CONTAS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           PERFORM 9450-CARIMBA-SELO.
           CLOSE CONTAS.
       0500-ENCERRA-LOTE-FIM. EXIT.

      *== MESMO RELATORIO DO 0410 DO EXE1, SOBRE AS CONTAS DE TODAS
      *== AS PARTICOES
       0600-GRAVA-LIQUIDACAO            SECTION.
           ACCEPT WRK-LIQ-PATH FROM ENVIRONMENT "LIQUIDACAO_PATH".
           IF WRK-LIQ-PATH EQUAL SPACES
               MOVE "LIQUIDACAO.REL" TO WRK-LIQ-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "RELATORIO DE LIQUIDACAO - EXE1" TO WRK-RW-TITULO.
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "RELATORIO DE LIQUIDACAO - EXE1 (SIMULACAO)"
                   TO WRK-RW-TITULO
           END-IF.
           MOVE "CONTA    SALDO INICIAL         PAGAMENTOS            S
      -         "ALDO FINAL" TO WRK-RW-COLUNAS.
           MOVE WRK-LIQ-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE ZEROS TO WRK-TOTAL-PAGO.
           MOVE ZEROS TO WRK-TOTAL-SALDO-INI.
           MOVE ZEROS TO WRK-TOTAL-SALDO-FIN.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA GREATER WRK-QTD-CONTAS
               COMPUTE WRK-RES-SALDOF =
                   WRK-RES-SALDOI(IDX-CTA) + WRK-RES-QTPAG(IDX-CTA)
               MOVE WRK-RES-CONTA(IDX-CTA)  TO WRK-LIQ-CONTA-ED
               MOVE WRK-RES-SALDOI(IDX-CTA) TO WRK-LIQ-SALDOI-ED
               MOVE WRK-RES-QTPAG(IDX-CTA)  TO WRK-LIQ-QTPAG-ED
               MOVE WRK-RES-SALDOF          TO WRK-LIQ-SALDOF-ED
               MOVE SPACES TO LIQ-LINHA
               STRING WRK-LIQ-CONTA-ED "  " WRK-LIQ-SALDOI-ED "  "
                       WRK-LIQ-QTPAG-ED "  " WRK-LIQ-SALDOF-ED
                       DELIMITED BY SIZE INTO LIQ-LINHA
               PERFORM 9600-GRAVA-REL
               ADD WRK-RES-SALDOI(IDX-CTA) TO WRK-TOTAL-SALDO-INI
               ADD WRK-RES-QTPAG(IDX-CTA)  TO WRK-TOTAL-PAGO
               ADD WRK-RES-SALDOF          TO WRK-TOTAL-SALDO-FIN
           END-PERFORM.
           MOVE SPACES TO LIQ-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOTAL-SALDO-INI TO WRK-LIQ-SALDOI-ED.
           MOVE WRK-TOTAL-PAGO      TO WRK-LIQ-QTPAG-ED.
           MOVE WRK-TOTAL-SALDO-FIN TO WRK-LIQ-SALDOF-ED.
           MOVE SPACES TO LIQ-LINHA.
           STRING "TOTAL GERAL  " WRK-LIQ-SALDOI-ED "  "
                   WRK-LIQ-QTPAG-ED "  " WRK-LIQ-SALDOF-ED
                   DELIMITED BY SIZE INTO LIQ-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOTAL-VALOR-DEBITO TO WRK-LIQ-QTPAG-ED.
           MOVE SPACES TO LIQ-LINHA.
           STRING "DEBITOS LIQUIDADOS  " WRK-TOTAL-DEBITO
                   "  TOTAL  " WRK-LIQ-QTPAG-ED
                   DELIMITED BY SIZE INTO LIQ-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO LIQ-LINHA.
           STRING "LOTE " PCT-LOTE-NUMERO " LIQUIDADO EM "
                   PCT-QTD-PARTICOES " FAIXAS DE CONTAS + "
                   "TRANSFERENCIAS ENTRE FAIXAS ("
                   PCT-QTD-REG(WRK-PART-CRUZ) ")"
                   DELIMITED BY SIZE INTO LIQ-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
       0600-GRAVA-LIQUIDACAO-FIM. EXIT.

       0700-GRAVA-CONTROLE              SECTION.
           OPEN OUTPUT PARTCTL.
           MOVE "PARTCTL" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PCT TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           WRITE PCT-LINHA FROM WRK-PCT-REG.
           CLOSE PARTCTL.
       0700-GRAVA-CONTROLE-FIM. EXIT.

       0800-FINALIZAR                   SECTION.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-PCT-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-QTD-PROCESSADA TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-JUNTADA TO WRK-RUN-GRAVADOS.
           COMPUTE WRK-RUN-REJEITADOS =
               WRK-TOTAL-RECUSADO + WRK-TOTAL-INVALIDA
               + WRK-TOTAL-BLOQUEADA + WRK-TOTAL-DATA-FUTURA
               + WRK-TOTAL-TRANSF-RECUSADA + WRK-TOTAL-LIMITE.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           IF WRK-PCT-ACHADO EQUAL "N"
               GO TO 0800-FINALIZAR-FIM
           END-IF.
           DISPLAY "EXE1JUNT: LOTE " PCT-LOTE-NUMERO " ENCERRADO - "
                   WRK-QTD-JUNTADA " LINHAS JUNTADAS AO JORNAL".
           DISPLAY "EXE1JUNT: LIQUIDACAO GRAVADA EM " WRK-LIQ-PATH.
           DISPLAY "PAGAMENTOS RECUSADOS (SALDO MINIMO) "
                   WRK-TOTAL-RECUSADO.
           DISPLAY "TRANSACOES REJEITADAS (CONTA INVALIDA) "
                   WRK-TOTAL-INVALIDA.
           DISPLAY "TRANSACOES RECUSADAS (CONTA BLOQUEADA) "
                   WRK-TOTAL-BLOQUEADA.
           DISPLAY "TRANSACOES RECUSADAS (DATA FUTURA/INVALIDA) "
                   WRK-TOTAL-DATA-FUTURA.
           DISPLAY "ESTORNOS PROCESSADOS " WRK-TOTAL-ESTORNO.
           DISPLAY "DEBITOS PROCESSADOS " WRK-TOTAL-DEBITO.
           DISPLAY "DEBITOS RECUSADOS (LIMITE DA CONTA) "
                   WRK-TOTAL-LIMITE.
           DISPLAY "TRANSFERENCIAS PROCESSADAS " WRK-TOTAL-TRANSF.
           DISPLAY "TRANSFERENCIAS RECUSADAS "
                   WRK-TOTAL-TRANSF-RECUSADA.
           DISPLAY "ESTORNOS RECUSADOS (REFERENCIA INVALIDA) "
                   WRK-TOTAL-ESTORNO-INVALIDO.
       0800-FINALIZAR-FIM. EXIT.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE LIQ-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
       9600-GRAVA-REL-FIM. EXIT.

      *== SELO DE CONTAS: MESMA APURACAO DO 9300 DO EXE1, CARIMBADA
      *== DEPOIS DA ULTIMA PARTICAO
       9300-APURA-SELO             SECTION.
           MOVE ZEROS TO WRK-SEL-QTD.
           MOVE ZEROS TO WRK-SEL-HASH.
           MOVE ZEROS TO CTA-NUMERO.
           START CONTAS KEY IS NOT LESS CTA-NUMERO
               INVALID KEY MOVE 23 TO FS-CONTAS
           END-START.
           IF FS-CONTAS EQUAL 0
               READ CONTAS NEXT
                   AT END MOVE 10 TO FS-CONTAS
               END-READ
               PERFORM UNTIL FS-CONTAS GREATER 2
                   ADD 1 TO WRK-SEL-QTD
                   ADD CTA-SALDO TO WRK-SEL-HASH
                   READ CONTAS NEXT
                       AT END MOVE 10 TO FS-CONTAS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CONTAS.
       9300-APURA-SELO-FIM. EXIT.

       9450-CARIMBA-SELO           SECTION.
           PERFORM 9300-APURA-SELO.
           MOVE "G" TO WRK-SEL-ACAO.
           MOVE "CONTAS" TO WRK-SEL-ARQUIVO.
           CALL "SELOLIB" USING WRK-SELOLIB-AREA.
       9450-CARIMBA-SELO-FIM. EXIT.
