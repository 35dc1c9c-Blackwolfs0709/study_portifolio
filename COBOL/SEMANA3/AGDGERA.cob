       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDGERA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: LIBERACAO DOS PAGAMENTOS AGENDADOS - LE
      *==           AGENDPAG.DAT (MANTIDO PELO AGDMANT) PELA CHAVE
      *==           DE DATA E, PARA CADA ITEM AINDA AGENDADO COM DATA
      *==           ATE A DATA DO MOVIMENTO, GRAVA O REGISTRO NO
      *==           LAYOUT PAG-REG NUM LOTE COM CABECALHO E TRAILER
      *==           PARA A PRE-CRITICA/EXE1 E MARCA O ITEM LIBERADO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: ITEM COM DATA EM FIM DE SEMANA OU FERIADO (OU
      *==   DE UM DIA EM QUE A CADEIA NAO RODOU) SAI NA PRIMEIRA
      *==   EXECUCAO SEGUINTE - NADA FICA PARA TRAS. A CONTA E
      *==   CONFERIDA DE NOVO: ENCERRADA DEPOIS DO AGENDAMENTO, O
      *==   ITEM E MARCADO "R" E NAO ENTRA NO LOTE. O NUMERO DO LOTE
      *==   E A DATA (AAMMDD) COM ORIGEM "AGENDPAG", COMO NO ORDGERA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDPAG ASSIGN TO DYNAMIC WRK-AGD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-NUMERO
               ALTERNATE RECORD KEY IS AGD-CONTA-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS AGD-DATA WITH DUPLICATES
               FILE STATUS IS FS-AGENDPAG.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.

       DATA DIVISION.
       FILE SECTION.
      *== PAGAMENTO AGENDADO (VER AGDMANT)
       FD  AGENDPAG.
       01  AGD-REG.
           05 AGD-NUMERO         PIC 9(06).
           05 AGD-CONTA-DATA.
              10 AGD-CONTA       PIC 9(06).
              10 AGD-DATA        PIC 9(08).
           05 AGD-TIPO           PIC X(01).
           05 AGD-VALOR          PIC 9(009)V99.
           05 AGD-HISTORICO      PIC X(30).
           05 AGD-SITUACAO       PIC X(01).
      *== AGD-SITUACAO: "A" = AGENDADO   "L" = LIBERADO NO LOTE
      *== "C" = CANCELADO   "R" = RECUSADO NA LIBERACAO
           05 AGD-DATA-INCLUSAO  PIC 9(08).
           05 AGD-DATA-SITUACAO  PIC 9(08).
           05 AGD-OPERADOR       PIC X(08).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  LOTE-OUT.
       01  LOT-REG.
           05 LOT-TIPO           PIC X(01).
           05 LOT-CONTA          PIC 9(06).
           05 LOT-VALOR          PIC 9(009)V99.
           05 LOT-REF-SEQ        PIC 9(06).
      *== LOT-REF-SEQ: NUMERO DO AGENDAMENTO, PARA RASTREAR O
      *== LANCAMENTO ATE A INSTRUCAO DO CLIENTE
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
       77  WRK-AGD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-AGD-PATH: VARIAVEL DE AMBIENTE "AGENDPAG_PATH";
      *== SE NAO DEFINIDA, "AGENDPAG.DAT"
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "AGDGERA_PAG_PATH";
      *== SE NAO DEFINIDA, "AGENDPAG.PAG" - APONTE PAGAMENTOS_PATH
      *== DA PRE-CRITICA/EXE1 PARA ESTE ARQUIVO
       77  FS-AGENDPAG     PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
      *== WRK-DATA-MOVIMENTO: "AGDGERA_DATA_MOVIMENTO" (AAAAMMDD);
      *== SE AUSENTE, A DATA CORRENTE
       77  WRK-TEM-AGENDA  PIC X(01) VALUE "N".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIBERADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECUSADO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-TOTAL PIC 9(011)V99 VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "AGDGERA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "AGDGERA".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-AGENDA EQUAL "S"
               PERFORM 0200-LIBERA-AGENDA
           END-IF.
           PERFORM 0300-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "AGDGERA_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           ACCEPT WRK-AGD-PATH FROM ENVIRONMENT "AGENDPAG_PATH".
           IF WRK-AGD-PATH EQUAL SPACES
               MOVE "AGENDPAG.DAT" TO WRK-AGD-PATH
           END-IF.
      *== SEM AGENDPAG.DAT NINGUEM AGENDOU NADA AINDA: O PASSO
      *== TERMINA OK, COM O LOTE VAZIO
           OPEN I-O AGENDPAG.
           IF FS-AGENDPAG EQUAL 0
               MOVE "S" TO WRK-TEM-AGENDA
               ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH"
               IF WRK-CTA-PATH EQUAL SPACES
                   MOVE "CONTAS.DAT" TO WRK-CTA-PATH
               END-IF
               OPEN INPUT CONTAS
               MOVE "CONTAS" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-CONTAS TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
           ELSE
               DISPLAY "AGDGERA: SEM " WRK-AGD-PATH
                       " - NENHUM PAGAMENTO AGENDADO"
           END-IF.
           ACCEPT WRK-LOT-PATH FROM ENVIRONMENT "AGDGERA_PAG_PATH".
           IF WRK-LOT-PATH EQUAL SPACES
               MOVE "AGENDPAG.PAG" TO WRK-LOT-PATH
           END-IF.
           OPEN OUTPUT LOTE-OUT.
           MOVE SPACES TO LOT-REG-LOTE.
           MOVE "H" TO LOT-LOTE-TIPO.
           MOVE WRK-DATA-MOVIMENTO(3:6) TO LOT-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO      TO LOT-LOTE-DATA.
           MOVE "AGENDPAG" TO LOT-LOTE-ORIGEM.
           WRITE LOT-REG-LOTE.

      *== VARRE A CHAVE DE DATA DO INICIO ATE A DATA DO MOVIMENTO;
      *== LIBERADOS, CANCELADOS E RECUSADOS FICAM COMO ESTAO
       0200-LIBERA-AGENDA          SECTION.
           MOVE ZEROS TO AGD-DATA.
           START AGENDPAG KEY IS NOT LESS AGD-DATA
               INVALID KEY MOVE 23 TO FS-AGENDPAG
           END-START.
           IF FS-AGENDPAG EQUAL 0
               READ AGENDPAG NEXT
                   AT END MOVE 10 TO FS-AGENDPAG
               END-READ
               PERFORM UNTIL FS-AGENDPAG GREATER 2
                   OR AGD-DATA GREATER WRK-DATA-MOVIMENTO
                   IF AGD-SITUACAO EQUAL "A"
                       ADD 1 TO WRK-TOTAL-LIDO
                       PERFORM 0210-LIBERA-ITEM
                   END-IF
                   READ AGENDPAG NEXT
                       AT END MOVE 10 TO FS-AGENDPAG
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AGENDPAG.
           CLOSE CONTAS.

       0210-LIBERA-ITEM            SECTION.
           MOVE AGD-CONTA TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   MOVE "E" TO CTA-SITUACAO
           END-READ.
           IF CTA-SITUACAO EQUAL "E"
               ADD 1 TO WRK-TOTAL-RECUSADO
               MOVE "R" TO AGD-SITUACAO
               DISPLAY "AGDGERA: AGENDAMENTO " AGD-NUMERO " CONTA "
                       AGD-CONTA " ENCERRADA - NAO LIBERADO"
           ELSE
               ADD 1 TO WRK-TOTAL-LIBERADO
               MOVE SPACES TO LOT-REG
               MOVE AGD-TIPO   TO LOT-TIPO
               MOVE AGD-CONTA  TO LOT-CONTA
               MOVE AGD-VALOR  TO LOT-VALOR
               MOVE AGD-NUMERO TO LOT-REF-SEQ
               MOVE WRK-DATA-MOVIMENTO TO LOT-DATA
               WRITE LOT-REG
               ADD AGD-VALOR TO WRK-VALOR-TOTAL
               MOVE "L" TO AGD-SITUACAO
           END-IF.
           MOVE WRK-DATA-MOVIMENTO TO AGD-DATA-SITUACAO.
           REWRITE AGD-REG
               INVALID KEY
                   MOVE "AGENDPAG" TO WRK-FS-ARQUIVO
                   MOVE "REWRITE" TO WRK-FS-OPERACAO
                   MOVE FS-AGENDPAG TO WRK-FS-STATUS
                   PERFORM 9500-TRATA-ARQUIVO
           END-REWRITE.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.
           MOVE WRK-TOTAL-LIBERADO TO LOT-TRL-QTD.
           MOVE WRK-VALOR-TOTAL    TO LOT-TRL-VALOR.
           WRITE LOT-REG-TRAILER.
           CLOSE LOTE-OUT.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-LIBERADO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-RECUSADO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "AGDGERA: VENCIDOS ATE " WRK-DATA-MOVIMENTO
                   "..... " WRK-TOTAL-LIDO.
           DISPLAY "AGDGERA: LIBERADOS NO LOTE.......... "
                   WRK-TOTAL-LIBERADO.
           DISPLAY "AGDGERA: RECUSADOS (CONTA ENCERRADA) "
                   WRK-TOTAL-RECUSADO.
           DISPLAY "AGDGERA: LOTE GRAVADO EM " WRK-LOT-PATH.
           DISPLAY "AGDGERA: POSTE VIA PRE-CRITICA E EXE1 COM "
                   "PAGAMENTOS_PATH=" FUNCTION TRIM(WRK-LOT-PATH).

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
