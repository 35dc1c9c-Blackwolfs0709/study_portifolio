       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXE1PART.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: REPARTIR O LOTE DE PAGAMENTOS DO EXE1 POR FAIXA
      *==           DE CTA-NUMERO EM N PARTICOES QUE RODAM AO MESMO
      *==           TEMPO (EXE1 COM EXE1_PARTICAO=NN), CADA UMA COM
      *==           LOTE, JORNAL, CHECKPOINT E BLOCO DE SEQ PROPRIOS;
      *==           A TRAVA DE DUPLA POSTAGEM, A CONFERENCIA DO
      *==           TRAILER E O SELO DE CONTAS CORREM AQUI, UMA VEZ,
      *==           SOBRE O LOTE INTEIRO - COMO NA EXECUCAO UNICA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: AS FAIXAS SAEM DO PROPRIO CONTAS.DAT, COM A
      *==   MESMA QUANTIDADE DE CONTAS EM CADA UMA. TRANSFERENCIA
      *==   ("F") COM AS DUAS PERNAS NA MESMA FAIXA FICA NA
      *==   PARTICAO; COM AS PERNAS EM FAIXAS DIFERENTES VAI INTEIRA
      *==   PARA A PARTICAO QTD+1, A PASSADA SERIAL QUE SO RODA
      *==   DEPOIS DE TODAS AS FAIXAS - AS DUAS PERNAS ENTRAM JUNTAS
      *==   OU NENHUMA ENTRA. O EXE1JUNT JUNTA OS JORNAIS, REGISTRA
      *==   O LOTE, CARIMBA O SELO E EMITE A LIQUIDACAO UNICA.
      *==   ENQUANTO O CONTROLE (EXE1.PCT) NAO ESTIVER ENCERRADO,
      *==   NENHUM LOTE NOVO E REPARTIDO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGAMENTOS-IN ASSIGN TO DYNAMIC WRK-PAG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGAMENTOS.
           SELECT PARTE ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARTE.
           SELECT ZERADO ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZERADO.
           SELECT RESULTADO ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RST.
           SELECT PARTCTL ASSIGN TO DYNAMIC WRK-PCT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PCT.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT LOTES ASSIGN TO DYNAMIC WRK-LOTES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.
           SELECT SEQ-CONTROLE ASSIGN TO DYNAMIC WRK-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEQCTL.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-JOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
      *== MESMO LAYOUT DO LOTE DO EXE1 (VER PAG-REG LA)
       FD  PAGAMENTOS-IN.
       01  PAG-REG.
           05 PAG-TIPO           PIC X(01).
           05 PAG-CONTA          PIC 9(06).
           05 PAG-VALOR          PIC 9(009)V99.
           05 PAG-REF-SEQ        PIC 9(06).
           05 PAG-DATA           PIC 9(08).
       01  PAG-REG-LOTE.
           05 PAG-LOTE-TIPO      PIC X(01).
           05 PAG-LOTE-NUMERO    PIC 9(06).
           05 PAG-LOTE-DATA      PIC 9(08).
           05 PAG-LOTE-ORIGEM    PIC X(08).
           05 FILLER             PIC X(09).
       01  PAG-REG-TRAILER.
           05 PAG-TRL-TIPO       PIC X(01).
           05 PAG-TRL-QTD        PIC 9(06).
           05 PAG-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

      *== LOTE DA PARTICAO: OS REGISTROS DA FAIXA NA ORDEM DO LOTE
      *== ORIGINAL, SEM CABECALHO, E UM TRAILER "T" PROPRIO QUE O
      *== EXE1 CONFERE NA ABERTURA
       FD  PARTE.
       01  PRT-REG               PIC X(32).

      *== CHECKPOINT E JORNAL DA PARTICAO SAO ZERADOS A CADA LOTE
       FD  ZERADO.
       01  ZER-LINHA             PIC X(100).

      *== RESULTADO DA PARTICAO (LAYOUT DO EXE1) - SO GRAVADO AQUI
      *== PARA A PARTICAO SEM REGISTROS, QUE JA NASCE CONCLUIDA
       FD  RESULTADO.
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

       FD  PARTCTL.
       01  PCT-LINHA             PIC X(600).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  LOTES.
       01  LOT-REG.
           05 LOT-NUMERO         PIC 9(06).
           05 FILLER             PIC X(01).
           05 LOT-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 LOT-ORIGEM         PIC X(08).

       FD  SEQ-CONTROLE.
       01  SEQCTL-REG.
           05 SEQCTL-ULTIMO      PIC 9(06).

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-PAG-PATH     PIC X(100) VALUE SPACES.
      *== WRK-PAG-PATH: VARIAVEL DE AMBIENTE "PAGAMENTOS_PATH"; SE
      *== NAO DEFINIDA, "PAGAMENTOS.DAT" - O LOTE INTEIRO
       77  FS-PAGAMENTOS    PIC 9(02) VALUE ZEROS.
       77  WRK-CTA-PATH     PIC X(100) VALUE SPACES.
      *== WRK-CTA-PATH: VARIAVEL DE AMBIENTE "CONTAS_PATH"; SE NAO
      *== DEFINIDA, "CONTAS.DAT"
       77  FS-CONTAS        PIC 9(02) VALUE ZEROS.
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
       77  WRK-PCT-PATH     PIC X(100) VALUE SPACES.
      *== WRK-PCT-PATH: VARIAVEL DE AMBIENTE "EXE1_PCT_PATH"; SE NAO
      *== DEFINIDA, "EXE1.PCT"
       77  FS-PCT           PIC 9(02) VALUE ZEROS.
       77  FS-PARTE         PIC 9(02) VALUE ZEROS.
       77  FS-ZERADO        PIC 9(02) VALUE ZEROS.
       77  FS-RST           PIC 9(02) VALUE ZEROS.
       77  WRK-PREFIXO-TXT  PIC X(40) VALUE SPACES.
      *== WRK-PREFIXO-TXT: VARIAVEL DE AMBIENTE "EXE1_PART_PREFIXO";
      *== SE NAO DEFINIDA, "EXE1" - OS ARQUIVOS DA PARTICAO NN SAO
      *== <PREFIXO>.PNN (LOTE), .JNN (JORNAL), .CNN (CHECKPOINT) E
      *== .RNN (RESULTADO)
       77  WRK-QTD-TXT      PIC X(02) VALUE SPACES.
      *== WRK-QTD-TXT: VARIAVEL DE AMBIENTE "EXE1_PARTICOES" (01 A
      *== 16); SE NAO DEFINIDA, 4 FAIXAS
       77  WRK-QTD-PART     PIC 9(02) VALUE 4.
       77  WRK-PART-CRUZ    PIC 9(02) VALUE ZEROS.
      *== WRK-PART-CRUZ: QTD+1, A PARTICAO DAS TRANSFERENCIAS ENTRE
      *== FAIXAS
       77  WRK-NOME-TIPO    PIC X(01) VALUE SPACES.
       77  WRK-NOME-PART    PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-ARQ     PIC X(100) VALUE SPACES.
       77  WRK-IDX-FAIXA    PIC 9(02) VALUE ZEROS.
       77  WRK-PART-REG     PIC 9(02) VALUE ZEROS.
       77  WRK-PART-DEST    PIC 9(02) VALUE ZEROS.
       77  WRK-CONTA-BUSCA  PIC 9(06) VALUE ZEROS.
       77  WRK-PASSO-CTA    PIC 9(08) VALUE ZEROS.
       77  WRK-MARCO        PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-LIDA     PIC 9(08) VALUE ZEROS.
       77  WRK-SIMULACAO    PIC X(01) VALUE "N".
       77  WRK-REPROCESSA   PIC X(01) VALUE SPACES.
       77  WRK-LOTE-JA-POSTADO PIC X(01) VALUE "N".
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-HORA    PIC X(26) VALUE SPACES.
       77  WRK-SEQ-JORNAL   PIC 9(06) VALUE ZEROS.
       77  WRK-SEQ-TESTE    PIC 9(08) VALUE ZEROS.
       77  WRK-VER-QTD      PIC 9(06) VALUE ZEROS.
       77  WRK-VER-SOMA     PIC S9(012)V99 VALUE ZEROS.
       77  WRK-VER-TEM-TRAILER PIC X(01) VALUE "N".
       77  WRK-PRT-QTD      PIC 9(06) VALUE ZEROS.
       77  WRK-PRT-SOMA     PIC 9(011)V99 VALUE ZEROS.
       77  WRK-QTD-CRUZADA  PIC 9(06) VALUE ZEROS.

       01  WRK-PRT-TRAILER.
           05 WRK-PRT-TRL-TIPO   PIC X(01) VALUE "T".
           05 WRK-PRT-TRL-QTD    PIC 9(06) VALUE ZEROS.
           05 WRK-PRT-TRL-VALOR  PIC 9(011)V99 VALUE ZEROS.
           05 FILLER             PIC X(12) VALUE SPACES.

      *== MESMO LAYOUT DO CONTROLE NO EXE1 E NO EXE1JUNT
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

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
       01  WRK-SELOLIB-AREA.
           05  WRK-SEL-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-SEL-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-SEL-QTD      PIC 9(08) VALUE ZEROS.
           05  WRK-SEL-HASH     PIC S9(13)V99 VALUE ZEROS.
           05  WRK-SEL-PROGRAMA PIC X(08) VALUE "EXE1PART".
           05  WRK-SEL-RESULTADO PIC X(01) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "EXE1PART".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "EXE1PART".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-PRINCIPAL                  SECTION.
           PERFORM 0200-INICIALIZAR.
           PERFORM 0300-MONTA-FAIXAS.
           PERFORM 0400-VERIFICA-LOTE.
           PERFORM 0500-RESERVA-SEQ.
           PERFORM VARYING WRK-NOME-PART FROM 1 BY 1
               UNTIL WRK-NOME-PART GREATER WRK-PART-CRUZ
               PERFORM 0600-GRAVA-PARTICAO
           END-PERFORM.
           PERFORM 0700-GRAVA-CONTROLE.
           PERFORM 0800-FINALIZAR.
      *== GOBACK: PASSO DA CADEIA NOTURNA DO JOBCTL, COMO O EXE1
           GOBACK.
       0100-PRINCIPAL-FIM. EXIT.

       0200-INICIALIZAR                SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-PCT-PATH FROM ENVIRONMENT "EXE1_PCT_PATH".
           IF WRK-PCT-PATH EQUAL SPACES
               MOVE "EXE1.PCT" TO WRK-PCT-PATH
           END-IF.
      *== UM LOTE PARTICIONADO POR VEZ: SE O ANTERIOR NAO FOI
      *== ENCERRADO PELO EXE1JUNT, ZERAR AS PARTICOES DELE APAGARIA
      *== FAIXAS JA POSTADAS EM CONTAS SEM JORNAL NEM REGISTRO
           OPEN INPUT PARTCTL.
           IF FS-PCT EQUAL 0
               READ PARTCTL INTO WRK-PCT-REG
                   AT END MOVE "F" TO PCT-SITUACAO
               END-READ
               CLOSE PARTCTL
               IF PCT-SITUACAO NOT EQUAL "F"
                   DISPLAY "EXE1PART: LOTE " PCT-LOTE-NUMERO
                           " AINDA EM LIQUIDACAO PARTICIONADA - "
                           "CONCLUA AS PARTICOES E O EXE1JUNT"
                   STOP RUN
               END-IF
           END-IF.
           INITIALIZE WRK-PCT-REG.

           ACCEPT WRK-QTD-TXT FROM ENVIRONMENT "EXE1_PARTICOES".
           IF WRK-QTD-TXT NOT EQUAL SPACES
               COMPUTE WRK-QTD-PART = FUNCTION NUMVAL(WRK-QTD-TXT)
           END-IF.
           IF WRK-QTD-PART EQUAL ZEROS OR WRK-QTD-PART GREATER 16
               DISPLAY "EXE1PART: EXE1_PARTICOES=" WRK-QTD-TXT
                       " FORA DE 01 A 16"
               STOP RUN
           END-IF.
           ACCEPT WRK-PREFIXO-TXT FROM ENVIRONMENT "EXE1_PART_PREFIXO".
           IF WRK-PREFIXO-TXT EQUAL SPACES
               MOVE "EXE1" TO WRK-PREFIXO-TXT
           END-IF.
           MOVE WRK-PREFIXO-TXT TO PCT-PREFIXO.

           ACCEPT WRK-SIMULACAO FROM ENVIRONMENT "SIMULACAO".
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "N" TO WRK-SIMULACAO
           ELSE
               DISPLAY "EXE1PART: *** LOTE PARTICIONADO EM MODO "
                       "SIMULACAO - NADA SERA POSTADO ***"
           END-IF.
           MOVE WRK-SIMULACAO TO PCT-SIMULACAO.

      *== A DATA DE MOVIMENTO E FIXADA AQUI E VALE PARA TODAS AS
      *== PARTICOES (VER 0250 NO EXE1)
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "EXE1_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT PCT-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
               COMPUTE PCT-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
               MOVE PCT-DATA-MOVIMENTO TO WRK-DATAVAL-ENTRADA
               CALL "DATAMES" USING WRK-DATAVAL-AREA
               IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
                   DISPLAY "EXE1PART: EXE1_DATA_MOVIMENTO INVALIDA - "
                           WRK-DATA-MOV-TXT
                   STOP RUN
               END-IF
           END-IF.

           ACCEPT WRK-PAG-PATH FROM ENVIRONMENT "PAGAMENTOS_PATH".
           IF WRK-PAG-PATH EQUAL SPACES
               MOVE "PAGAMENTOS.DAT" TO WRK-PAG-PATH
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
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
       0200-INICIALIZAR-FIM. EXIT.

      *== CONFERE O SELO DE CONTAS, COMO O EXE1 NA ABERTURA, E CORTA
      *== AS FAIXAS NA ORDEM DA CHAVE COM A MESMA QUANTIDADE DE
      *== CONTAS EM CADA UMA (A ULTIMA LEVA O RESTO E VAI ATE 999999)
       0300-MONTA-FAIXAS                SECTION.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 35
               MOVE "CONTAS" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-CONTAS TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
           END-IF.
           IF FS-CONTAS EQUAL 35
               MOVE ZEROS TO WRK-SEL-QTD
           ELSE
               PERFORM 9400-VERIFICA-SELO
           END-IF.
           IF WRK-SEL-QTD LESS WRK-QTD-PART
               MOVE WRK-SEL-QTD TO WRK-QTD-PART
               IF WRK-QTD-PART EQUAL ZEROS
                   MOVE 1 TO WRK-QTD-PART
               END-IF
               DISPLAY "EXE1PART: SO " WRK-SEL-QTD " CONTAS - LOTE "
                       "REPARTIDO EM " WRK-QTD-PART " FAIXAS"
           END-IF.
           MOVE WRK-QTD-PART TO PCT-QTD-PARTICOES.
           COMPUTE WRK-PART-CRUZ = WRK-QTD-PART + 1.
           DIVIDE WRK-SEL-QTD BY WRK-QTD-PART GIVING WRK-PASSO-CTA.
           MOVE ZEROS TO PCT-CONTA-INI(1).
           MOVE 999999 TO PCT-CONTA-FIM(WRK-QTD-PART).
           MOVE 1 TO WRK-IDX-FAIXA.
           MOVE ZEROS TO WRK-QTD-LIDA.
           IF FS-CONTAS EQUAL 0 AND WRK-QTD-PART GREATER 1
               MOVE ZEROS TO CTA-NUMERO
               START CONTAS KEY IS NOT LESS CTA-NUMERO
                   INVALID KEY MOVE 23 TO FS-CONTAS
               END-START
               IF FS-CONTAS EQUAL 0
                   READ CONTAS NEXT
                       AT END MOVE 10 TO FS-CONTAS
                   END-READ
               END-IF
               PERFORM UNTIL FS-CONTAS GREATER 2
                   OR WRK-IDX-FAIXA NOT LESS WRK-QTD-PART
                   ADD 1 TO WRK-QTD-LIDA
                   COMPUTE WRK-MARCO = WRK-IDX-FAIXA * WRK-PASSO-CTA
                   IF WRK-QTD-LIDA EQUAL WRK-MARCO
                       MOVE CTA-NUMERO TO PCT-CONTA-FIM(WRK-IDX-FAIXA)
                       ADD 1 TO WRK-IDX-FAIXA
                       COMPUTE PCT-CONTA-INI(WRK-IDX-FAIXA) =
                           CTA-NUMERO + 1
                   END-IF
                   READ CONTAS NEXT
                       AT END MOVE 10 TO FS-CONTAS
                   END-READ
               END-PERFORM
           END-IF.
           IF FS-CONTAS NOT EQUAL 35
               CLOSE CONTAS
           END-IF.
       0300-MONTA-FAIXAS-FIM. EXIT.

      *== A MESMA TRAVA DO 0220/0225 E A MESMA PRE-VERIFICACAO DO
      *== 0230 DO EXE1, SOBRE O LOTE INTEIRO ANTES DE REPARTIR
       0400-VERIFICA-LOTE               SECTION.
           OPEN INPUT PAGAMENTOS-IN.
           MOVE "PAGAMENTOS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PAGAMENTOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           MOVE "N" TO PCT-TEM-CABECALHO.
           MOVE "N" TO PCT-REPROCESSO.
           READ PAGAMENTOS-IN
               AT END MOVE 10 TO FS-PAGAMENTOS
           END-READ.
           IF FS-PAGAMENTOS EQUAL 0
               IF PAG-LOTE-TIPO EQUAL "H"
                   MOVE "S" TO PCT-TEM-CABECALHO
                   MOVE PAG-LOTE-NUMERO TO PCT-LOTE-NUMERO
                   MOVE PAG-LOTE-DATA   TO PCT-LOTE-DATA
                   MOVE PAG-LOTE-ORIGEM TO PCT-LOTE-ORIGEM
                   PERFORM 0425-CONSULTA-LOTES
                   IF WRK-LOTE-JA-POSTADO EQUAL "S"
                       ACCEPT WRK-REPROCESSA FROM ENVIRONMENT
                           "EXE1_REPROCESSA"
                       IF WRK-REPROCESSA EQUAL "S"
                           DISPLAY "EXE1PART: LOTE " PCT-LOTE-NUMERO
                                   " JA LIQUIDADO - REPROCESSAMENTO "
                                   "AUTORIZADO PELO OPERADOR"
                           MOVE "S" TO PCT-REPROCESSO
                       ELSE
                           DISPLAY "EXE1PART: LOTE " PCT-LOTE-NUMERO
                                   " DE " PCT-LOTE-DATA " JA FOI "
                                   "LIQUIDADO - EXECUCAO RECUSADA"
                           DISPLAY "EXE1PART: PARA REPROCESSAR DE "
                                   "PROPOSITO, EXECUTE COM "
                                   "EXE1_REPROCESSA=S"
                           STOP RUN
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "EXE1PART: LOTE SEM CABECALHO DE "
                           "IDENTIFICACAO - SEM PROTECAO CONTRA "
                           "DUPLA POSTAGEM"
                   ADD 1 TO WRK-VER-QTD
                   IF PAG-VALOR IS NUMERIC
                       ADD PAG-VALOR TO WRK-VER-SOMA
                   END-IF
               END-IF
           END-IF.
           IF FS-PAGAMENTOS EQUAL 0
               READ PAGAMENTOS-IN
                   AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
               PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                   IF PAG-LOTE-TIPO EQUAL "T"
                       MOVE "S" TO WRK-VER-TEM-TRAILER
                       IF PAG-TRL-QTD NOT EQUAL WRK-VER-QTD
                           OR (PAG-TRL-VALOR IS NUMERIC
                               AND PAG-TRL-VALOR NOT EQUAL
                                   WRK-VER-SOMA)
                           DISPLAY "EXE1PART: TRAILER NAO CONFERE "
                                   "COM O LIDO - QTD " WRK-VER-QTD
                                   " ESPERADA " PAG-TRL-QTD
                           DISPLAY "EXE1PART: LOTE RECUSADO - "
                                   "PROVAVEL TRANSFERENCIA TRUNCADA"
                           STOP RUN
                       END-IF
                   ELSE
                       ADD 1 TO WRK-VER-QTD
                       IF PAG-VALOR IS NUMERIC
                           ADD PAG-VALOR TO WRK-VER-SOMA
                       END-IF
                   END-IF
                   READ PAGAMENTOS-IN
                       AT END MOVE 10 TO FS-PAGAMENTOS
                   END-READ
               END-PERFORM
           END-IF.
           IF WRK-VER-TEM-TRAILER EQUAL "N"
               DISPLAY "EXE1PART: LOTE SEM TRAILER DE CONTROLE - "
                       "COMPLETUDE NAO VERIFICADA"
           END-IF.
           CLOSE PAGAMENTOS-IN.
       0400-VERIFICA-LOTE-FIM. EXIT.

       0425-CONSULTA-LOTES              SECTION.
           MOVE "N" TO WRK-LOTE-JA-POSTADO.
           OPEN INPUT LOTES.
           IF FS-LOTES EQUAL 0
               READ LOTES
                   AT END MOVE 10 TO FS-LOTES
               END-READ
               PERFORM UNTIL FS-LOTES EQUAL 10
                   IF LOT-NUMERO EQUAL PCT-LOTE-NUMERO
                       AND LOT-ORIGEM EQUAL PCT-LOTE-ORIGEM
                       MOVE "S" TO WRK-LOTE-JA-POSTADO
                   END-IF
                   READ LOTES
                       AT END MOVE 10 TO FS-LOTES
                   END-READ
               END-PERFORM
               CLOSE LOTES
           END-IF.
       0425-CONSULTA-LOTES-FIM. EXIT.

      *== SEMEIA O SEQ COMO O 0205 DO EXE1 (EXE1.SEQ E, SE MAIOR, O
      *== RASTRO NO JORNAL) E LANCA O REPROCESSAMENTO AUTORIZADO; OS
      *== BLOCOS DAS PARTICOES COMECAM DEPOIS DELE
       0500-RESERVA-SEQ                 SECTION.
           OPEN INPUT SEQ-CONTROLE.
           IF FS-SEQCTL EQUAL 0
               READ SEQ-CONTROLE
                   AT END CONTINUE
                   NOT AT END
                       MOVE SEQCTL-ULTIMO TO WRK-SEQ-JORNAL
               END-READ
               CLOSE SEQ-CONTROLE
           END-IF.
           OPEN INPUT JORNAL.
           IF FS-JORNAL EQUAL 0
               READ JORNAL
                   AT END MOVE 10 TO FS-JORNAL
               END-READ
               PERFORM UNTIL FS-JORNAL EQUAL 10
                   IF JOR-LINHA(1:4) EQUAL "SEQ="
                       AND JOR-LINHA(5:6) IS NUMERIC
                       AND FUNCTION NUMVAL(JOR-LINHA(5:6))
                           GREATER WRK-SEQ-JORNAL
                       MOVE JOR-LINHA(5:6) TO WRK-SEQ-JORNAL
                   END-IF
                   READ JORNAL
                       AT END MOVE 10 TO FS-JORNAL
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF.
      *== CADA REGISTRO GERA NO MAXIMO DUAS LINHAS DE JORNAL (AS
      *== PERNAS DA TRANSFERENCIA): O LOTE INTEIRO TEM DE CABER NO
      *== SEQ DE SEIS DIGITOS ANTES DE QUALQUER RESERVA
           COMPUTE WRK-SEQ-TESTE = WRK-SEQ-JORNAL + 1
               + (2 * WRK-VER-QTD).
           IF WRK-SEQ-TESTE GREATER 999999
               DISPLAY "EXE1PART: SEQ DE JORNAL INSUFICIENTE PARA O "
                       "LOTE (ULTIMO " WRK-SEQ-JORNAL ", "
                       WRK-VER-QTD " REGISTROS) - EXECUCAO RECUSADA"
               STOP RUN
           END-IF.
           IF PCT-REPROCESSO EQUAL "S"
               ADD 1 TO WRK-SEQ-JORNAL
               IF WRK-SIMULACAO NOT EQUAL "S"
                   OPEN EXTEND JORNAL
                   IF FS-JORNAL NOT EQUAL 0
                       OPEN OUTPUT JORNAL
                   END-IF
                   ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD
                   ACCEPT WRK-DATA-HORA(9:) FROM TIME
                   MOVE SPACES TO JOR-LINHA
                   STRING "SEQ=" WRK-SEQ-JORNAL
                           " DATAHORA=" WRK-DATA-HORA(1:14)
                           " LOTE=" PCT-LOTE-NUMERO
                           " REPROCESSAMENTO-AUTORIZADO"
                           DELIMITED BY SIZE INTO JOR-LINHA
                   WRITE JOR-LINHA
                   CLOSE JORNAL
               END-IF
           END-IF.
       0500-RESERVA-SEQ-FIM. EXIT.

      *== UMA PASSADA DO LOTE POR PARTICAO (WRK-NOME-PART): GRAVA OS
      *== REGISTROS DELA COM TRAILER PROPRIO, ZERA CHECKPOINT, JORNAL
      *== E RESULTADO E FECHA O BLOCO DE SEQ; PARTICAO SEM REGISTROS
      *== JA NASCE CONCLUIDA (RESULTADO SO COM O "T")
       0600-GRAVA-PARTICAO              SECTION.
           MOVE ZEROS TO WRK-PRT-QTD.
           MOVE ZEROS TO WRK-PRT-SOMA.
           MOVE "P" TO WRK-NOME-TIPO.
           PERFORM 0690-MONTA-NOME.
           OPEN OUTPUT PARTE.
           MOVE "PARTE" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PARTE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           OPEN INPUT PAGAMENTOS-IN.
           READ PAGAMENTOS-IN
               AT END MOVE 10 TO FS-PAGAMENTOS
           END-READ.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
               IF PAG-LOTE-TIPO NOT EQUAL "H"
                   AND PAG-LOTE-TIPO NOT EQUAL "T"
                   PERFORM 0650-ACHA-PARTICAO
                   IF WRK-PART-REG EQUAL WRK-NOME-PART
                       WRITE PRT-REG FROM PAG-REG
                       ADD 1 TO WRK-PRT-QTD
                       IF PAG-VALOR IS NUMERIC
                           ADD PAG-VALOR TO WRK-PRT-SOMA
                       END-IF
                   END-IF
               END-IF
               READ PAGAMENTOS-IN
                   AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
           CLOSE PAGAMENTOS-IN.
           MOVE WRK-PRT-QTD  TO WRK-PRT-TRL-QTD.
           MOVE WRK-PRT-SOMA TO WRK-PRT-TRL-VALOR.
           WRITE PRT-REG FROM WRK-PRT-TRAILER.
           CLOSE PARTE.

           MOVE WRK-PRT-QTD TO PCT-QTD-REG(WRK-NOME-PART).
           IF WRK-NOME-PART EQUAL 1
               MOVE WRK-SEQ-JORNAL TO PCT-SEQ-INI(1)
           ELSE
               MOVE PCT-SEQ-FIM(WRK-NOME-PART - 1)
                   TO PCT-SEQ-INI(WRK-NOME-PART)
           END-IF.
           COMPUTE PCT-SEQ-FIM(WRK-NOME-PART) =
               PCT-SEQ-INI(WRK-NOME-PART) + (2 * WRK-PRT-QTD).
           IF WRK-NOME-PART EQUAL WRK-PART-CRUZ
               MOVE WRK-PRT-QTD TO WRK-QTD-CRUZADA
           END-IF.

           MOVE "C" TO WRK-NOME-TIPO.
           PERFORM 0690-MONTA-NOME.
           OPEN OUTPUT ZERADO.
           CLOSE ZERADO.
           MOVE "J" TO WRK-NOME-TIPO.
           PERFORM 0690-MONTA-NOME.
           OPEN OUTPUT ZERADO.
           CLOSE ZERADO.
           MOVE "R" TO WRK-NOME-TIPO.
           PERFORM 0690-MONTA-NOME.
           OPEN OUTPUT RESULTADO.
           IF WRK-PRT-QTD EQUAL ZEROS
               INITIALIZE RST-REG-TOTAIS
               MOVE "T" TO RST-TOT-TIPO
               MOVE PCT-SEQ-INI(WRK-NOME-PART) TO RST-SEQ-FIM
               WRITE RST-REG-TOTAIS
           END-IF.
           CLOSE RESULTADO.
       0600-GRAVA-PARTICAO-FIM. EXIT.

      *== PARTICAO DO REGISTRO EM PAG-REG (WRK-PART-REG): A FAIXA DA
      *== CONTA; TRANSFERENCIA COM O DESTINO EM OUTRA FAIXA VAI PARA
      *== A PASSADA DAS TRANSFERENCIAS ENTRE FAIXAS. DESTINO ZERO OU
      *== IGUAL A ORIGEM FICA NA FAIXA E E RECUSADO LA, COMO SEMPRE
       0650-ACHA-PARTICAO               SECTION.
           MOVE 1 TO WRK-PART-REG.
           IF PAG-CONTA IS NUMERIC
               MOVE PAG-CONTA TO WRK-CONTA-BUSCA
               PERFORM 0660-ACHA-FAIXA
               MOVE WRK-IDX-FAIXA TO WRK-PART-REG
           END-IF.
           IF PAG-TIPO EQUAL "F"
               AND PAG-CONTA IS NUMERIC
               AND PAG-REF-SEQ IS NUMERIC
               AND PAG-REF-SEQ NOT EQUAL ZEROS
               AND PAG-REF-SEQ NOT EQUAL PAG-CONTA
               MOVE PAG-REF-SEQ TO WRK-CONTA-BUSCA
               PERFORM 0660-ACHA-FAIXA
               MOVE WRK-IDX-FAIXA TO WRK-PART-DEST
               IF WRK-PART-DEST NOT EQUAL WRK-PART-REG
                   MOVE WRK-PART-CRUZ TO WRK-PART-REG
               END-IF
           END-IF.
       0650-ACHA-PARTICAO-FIM. EXIT.

       0660-ACHA-FAIXA                  SECTION.
           MOVE 1 TO WRK-IDX-FAIXA.
           PERFORM UNTIL WRK-IDX-FAIXA NOT LESS WRK-QTD-PART
               OR WRK-CONTA-BUSCA NOT GREATER
                  PCT-CONTA-FIM(WRK-IDX-FAIXA)
               ADD 1 TO WRK-IDX-FAIXA
           END-PERFORM.
       0660-ACHA-FAIXA-FIM. EXIT.

      *== <PREFIXO>.<TIPO><NN> - MESMA REGRA DO 0259 DO EXE1
       0690-MONTA-NOME                  SECTION.
           MOVE SPACES TO WRK-NOME-ARQ.
           STRING PCT-PREFIXO DELIMITED BY SPACE
                   "." WRK-NOME-TIPO WRK-NOME-PART
                   DELIMITED BY SIZE INTO WRK-NOME-ARQ.
       0690-MONTA-NOME-FIM. EXIT.

       0700-GRAVA-CONTROLE              SECTION.
           MOVE "A" TO PCT-SITUACAO.
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
           MOVE WRK-PAG-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-VER-QTD TO WRK-RUN-LIDOS.
           MOVE WRK-VER-QTD TO WRK-RUN-GRAVADOS.
           MOVE ZEROS TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "EXE1PART: LOTE " PCT-LOTE-NUMERO " COM "
                   WRK-VER-QTD " REGISTROS REPARTIDO EM "
                   WRK-QTD-PART " FAIXAS".
           PERFORM VARYING WRK-IDX-FAIXA FROM 1 BY 1
               UNTIL WRK-IDX-FAIXA GREATER WRK-QTD-PART
               DISPLAY "EXE1PART: PARTICAO " WRK-IDX-FAIXA
                       " CONTAS " PCT-CONTA-INI(WRK-IDX-FAIXA)
                       " A " PCT-CONTA-FIM(WRK-IDX-FAIXA)
                       " REGISTROS " PCT-QTD-REG(WRK-IDX-FAIXA)
           END-PERFORM.
           DISPLAY "EXE1PART: PARTICAO " WRK-PART-CRUZ
                   " TRANSFERENCIAS ENTRE FAIXAS " WRK-QTD-CRUZADA.
           DISPLAY "EXE1PART: RODE O EXE1 COM EXE1_PARTICAO=01 A "
                   WRK-QTD-PART " (EM PARALELO), DEPOIS COM "
                   "EXE1_PARTICAO=" WRK-PART-CRUZ " E POR FIM O "
                   "EXE1JUNT".
       0800-FINALIZAR-FIM. EXIT.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.

      *== SELO DE CONTAS: MESMA APURACAO DO 9300 DO EXE1
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

       9400-VERIFICA-SELO          SECTION.
           PERFORM 9300-APURA-SELO.
           MOVE "V" TO WRK-SEL-ACAO.
           MOVE "CONTAS" TO WRK-SEL-ARQUIVO.
           CALL "SELOLIB" USING WRK-SELOLIB-AREA.
           IF WRK-SEL-RESULTADO EQUAL "N"
               MOVE "CONTAS" TO WRK-FS-ARQUIVO
               MOVE "SELO" TO WRK-FS-OPERACAO
               MOVE 98 TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
           END-IF.
       9400-VERIFICA-SELO-FIM. EXIT.
