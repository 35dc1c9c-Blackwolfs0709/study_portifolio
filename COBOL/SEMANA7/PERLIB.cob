       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO DE CONTROLE DE COMPETENCIA - TODO PROGRAMA
      *==           QUE LANCA COM DATA (PEDIDOS, EXE1, RAZLIB, FOLHA,
      *==           MENSAL) PERGUNTA AQUI SE A COMPETENCIA DA DATA
      *==           ESTA FECHADA NO SEU SUBSISTEMA (PERIODO.DAT,
      *==           MANTIDO PELO PERMANT). ABERTA, SEGUE; FECHADA, O
      *==           LANCAMENTO E DESVIADO PARA O PRIMEIRO DIA DA
      *==           PRIMEIRA COMPETENCIA ABERTA OU RECUSADO COM O
      *==           MOTIVO - O QUE JA FOI APURADO NO ICMSFECH, NO
      *==           RAZBAL E NO FECHADIA NAO MUDA MAIS POR BAIXO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: SUBSISTEMAS VENDAS, CONTAS, FOLHA E ESCOLA.
      *==   LNK-PER-ACAO "V" SEGUE A POLITICA DO SUBSISTEMA NO
      *==   PARLIB (CHAVE PERIODO_<SUBSISTEMA>: "R" DESVIA, "J"
      *==   RECUSA; SEM A CHAVE, DESVIA); "D" SEMPRE DESVIA (O
      *==   RAZLIB NAO TEM COMO DEVOLVER O LANCAMENTO) E "J" SEMPRE
      *==   RECUSA (FOLHA E MENSALIDADE, QUE RODAM A COMPETENCIA
      *==   INTEIRA). TODO DESVIO E TODA RECUSA SAEM EM PERIODO.LOG.
      *==   O ARQUIVO E CARREGADO UMA VEZ NA PRIMEIRA CHAMADA, COMO
      *==   NO PARLIB
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO DYNAMIC WRK-PER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.
           SELECT PERIODO-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       01  PER-REG.
           05 PER-SUBSISTEMA    PIC X(06).
           05 PER-COMPETENCIA   PIC 9(06).
           05 PER-SITUACAO      PIC X(01).
      *== PER-SITUACAO: "F" = FECHADA  "A" = REABERTA (O REGISTRO
      *== FICA, COM QUEM REABRIU E QUANDO)
           05 PER-DATA-FECH     PIC 9(08).
           05 PER-OPER-FECH     PIC X(08).
           05 PER-DATA-REAB     PIC 9(08).
           05 PER-OPER-REAB     PIC X(08).

       FD  PERIODO-LOG.
       01  LOG-LINHA            PIC X(150).

       WORKING-STORAGE             SECTION.
       77  WRK-PER-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PER-PATH: VARIAVEL DE AMBIENTE "PERIODO_PATH";
      *== SE NAO DEFINIDA, "PERIODO.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "PERIODO_LOG_PATH";
      *== SE NAO DEFINIDA, "PERIODO.LOG"
       77  FS-PERIODOS     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-CARREGADO   PIC X(01) VALUE "N".
       01  WRK-TAB-PERIODOS.
           05 WRK-PER-ITEM OCCURS 600 TIMES.
               10 WRK-TAB-SUB   PIC X(06).
               10 WRK-TAB-COMP  PIC 9(06).
               10 WRK-TAB-SIT   PIC X(01).
       77  WRK-QTD-PER     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PER     PIC 9(03) VALUE ZEROS.
       01  WRK-COMP-AREA.
           05 WRK-COMP          PIC 9(06) VALUE ZEROS.
           05 WRK-COMP-R REDEFINES WRK-COMP.
               10 WRK-COMP-ANO  PIC 9(04).
               10 WRK-COMP-MES  PIC 9(02).
       77  WRK-COMP-ORIGINAL PIC 9(06) VALUE ZEROS.
       77  WRK-FECHADA     PIC X(01) VALUE "N".
       77  WRK-VOLTAS      PIC 9(03) VALUE ZEROS.
       77  WRK-POLITICA    PIC X(01) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-EVENTO  PIC X(06) VALUE SPACES.

      *== AREA DO MODULO DE PARAMETROS (VER PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

       LINKAGE                     SECTION.
       01  LNK-PERLIB.
           05  LNK-PER-SUBSISTEMA PIC X(06).
      *== LNK-PER-SUBSISTEMA: "VENDAS", "CONTAS", "FOLHA" OU "ESCOLA"
           05  LNK-PER-ACAO       PIC X(01).
      *== LNK-PER-ACAO: "V" = POLITICA DO SUBSISTEMA  "D" = DESVIA
      *== SEMPRE  "J" = RECUSA SEMPRE
           05  LNK-PER-DATA       PIC 9(08).
           05  LNK-PER-PROGRAMA   PIC X(08).
           05  LNK-PER-REF        PIC X(20).
      *== LNK-PER-PROGRAMA/LNK-PER-REF: QUEM LANCA E O QUE (PEDIDO,
      *== CONTA, LOTE), SO PARA A LINHA DO PERIODO.LOG
           05  LNK-PER-RESULTADO  PIC X(01).
      *== LNK-PER-RESULTADO: "A" = COMPETENCIA ABERTA  "R" = DESVIADO
      *== PARA LNK-PER-DATA-NOVA  "J" = RECUSADO, VER LNK-PER-MOTIVO
           05  LNK-PER-DATA-NOVA  PIC 9(08).
           05  LNK-PER-MOTIVO     PIC X(40).

       PROCEDURE DIVISION USING LNK-PERLIB.
       0000-PRINCIPAL              SECTION.
           IF WRK-CARREGADO EQUAL "N"
               PERFORM 0100-CARREGA-PERIODOS
               MOVE "S" TO WRK-CARREGADO
           END-IF.
           MOVE "A" TO LNK-PER-RESULTADO.
           MOVE LNK-PER-DATA TO LNK-PER-DATA-NOVA.
           MOVE SPACES TO LNK-PER-MOTIVO.
           COMPUTE WRK-COMP = LNK-PER-DATA / 100.
           MOVE WRK-COMP TO WRK-COMP-ORIGINAL.
           PERFORM 0200-VERIFICA-COMPETENCIA.
           IF WRK-FECHADA EQUAL "S"
               PERFORM 0300-DEFINE-POLITICA
               IF WRK-POLITICA EQUAL "J"
                   MOVE "J" TO LNK-PER-RESULTADO
                   STRING "COMPETENCIA " WRK-COMP-ORIGINAL
                           " FECHADA EM " LNK-PER-SUBSISTEMA
                           DELIMITED BY SIZE INTO LNK-PER-MOTIVO
                   MOVE "RECUSA" TO WRK-LOG-EVENTO
               ELSE
                   PERFORM 0400-PROXIMA-ABERTA
                   MOVE "R" TO LNK-PER-RESULTADO
                   COMPUTE LNK-PER-DATA-NOVA = WRK-COMP * 100 + 1
                   STRING "COMPETENCIA " WRK-COMP-ORIGINAL
                           " FECHADA - VAI P/" WRK-COMP
                           DELIMITED BY SIZE INTO LNK-PER-MOTIVO
                   MOVE "DESVIO" TO WRK-LOG-EVENTO
               END-IF
               PERFORM 0500-GRAVA-LOG
           END-IF.
           GOBACK.

       0100-CARREGA-PERIODOS       SECTION.
           ACCEPT WRK-PER-PATH FROM ENVIRONMENT "PERIODO_PATH".
           IF WRK-PER-PATH EQUAL SPACES
               MOVE "PERIODO.DAT" TO WRK-PER-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "PERIODO_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "PERIODO.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN INPUT PERIODOS.
           IF FS-PERIODOS NOT EQUAL 0
      *== SEM ARQUIVO DE PERIODOS: NENHUMA COMPETENCIA FOI FECHADA
      *== AINDA E TUDO PASSA COMO ANTES
               CONTINUE
           ELSE
               READ PERIODOS
                   AT END MOVE 10 TO FS-PERIODOS
               END-READ
               PERFORM UNTIL FS-PERIODOS EQUAL 10
                   IF WRK-QTD-PER LESS 600
                       ADD 1 TO WRK-QTD-PER
                       MOVE PER-SUBSISTEMA TO WRK-TAB-SUB(WRK-QTD-PER)
                       MOVE PER-COMPETENCIA
                           TO WRK-TAB-COMP(WRK-QTD-PER)
                       MOVE PER-SITUACAO TO WRK-TAB-SIT(WRK-QTD-PER)
                   END-IF
                   READ PERIODOS
                       AT END MOVE 10 TO FS-PERIODOS
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.

       0200-VERIFICA-COMPETENCIA   SECTION.
           MOVE "N" TO WRK-FECHADA.
           PERFORM VARYING WRK-IDX-PER FROM 1 BY 1
                   UNTIL WRK-IDX-PER GREATER WRK-QTD-PER
               IF WRK-TAB-SUB(WRK-IDX-PER) EQUAL LNK-PER-SUBSISTEMA
                   AND WRK-TAB-COMP(WRK-IDX-PER) EQUAL WRK-COMP
                   AND WRK-TAB-SIT(WRK-IDX-PER) EQUAL "F"
                   MOVE "S" TO WRK-FECHADA
               END-IF
           END-PERFORM.

       0300-DEFINE-POLITICA        SECTION.
           EVALUATE LNK-PER-ACAO
               WHEN "D"
                   MOVE "R" TO WRK-POLITICA
               WHEN "J"
                   MOVE "J" TO WRK-POLITICA
               WHEN OTHER
                   MOVE SPACES TO WRK-PRM-CHAVE
                   STRING "PERIODO_" LNK-PER-SUBSISTEMA
                           DELIMITED BY SPACE INTO WRK-PRM-CHAVE
                   CALL "PARLIB" USING WRK-PARLIB-AREA
                   IF WRK-PRM-ACHADO EQUAL "S"
                       AND WRK-PRM-VALOR(1:1) EQUAL "J"
                       MOVE "J" TO WRK-POLITICA
                   ELSE
                       MOVE "R" TO WRK-POLITICA
                   END-IF
           END-EVALUATE.

      *== AVANCA MES A MES ATE A PRIMEIRA COMPETENCIA NAO FECHADA DO
      *== SUBSISTEMA (DEZ ANOS DE LIMITE, SO PARA NAO GIRAR SEM FIM)
       0400-PROXIMA-ABERTA         SECTION.
           MOVE ZEROS TO WRK-VOLTAS.
           PERFORM UNTIL WRK-FECHADA EQUAL "N"
                   OR WRK-VOLTAS GREATER 120
               IF WRK-COMP-MES EQUAL 12
                   ADD 1 TO WRK-COMP-ANO
                   MOVE 1 TO WRK-COMP-MES
               ELSE
                   ADD 1 TO WRK-COMP-MES
               END-IF
               ADD 1 TO WRK-VOLTAS
               PERFORM 0200-VERIFICA-COMPETENCIA
           END-PERFORM.

       0500-GRAVA-LOG              SECTION.
           OPEN EXTEND PERIODO-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT PERIODO-LOG
           END-IF.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-EVENTO
                  " " LNK-PER-SUBSISTEMA
                  " COMP=" WRK-COMP-ORIGINAL
                  " PROGRAMA=" LNK-PER-PROGRAMA
                  " REF=" LNK-PER-REF
                  " DATA=" LNK-PER-DATA
                  " NOVA=" LNK-PER-DATA-NOVA
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
           CLOSE PERIODO-LOG.
