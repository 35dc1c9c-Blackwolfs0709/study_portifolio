       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: FECHAMENTO E REABERTURA DE COMPETENCIA POR
      *==           SUBSISTEMA (VENDAS, CONTAS, FOLHA, ESCOLA) NO
      *==           PERIODO.DAT CONSULTADO PELO PERLIB. SO FECHA SE
      *==           AS PROVAS DE FECHAMENTO DO SUBSISTEMA RODARAM COM
      *==           RESULTADO OK PARA A COMPETENCIA (EXECLOG DO
      *==           RUNCTL); REABRIR EXIGE MOTIVO. FECHAMENTO E
      *==           REABERTURA SAEM EM PERIODO.LOG COM O OPERADOR
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: PROVAS EXIGIDAS - VENDAS: ICMSFECH, FISCPROV
      *==   E PISCOFEC; CONTAS: RAZBAL E FECHADIA; FOLHA: GPSMES E
      *==   PROVMES; ESCOLA: MENSAL. VALE A ULTIMA EXECUCAO "FIM" COM
      *==   RESULTADO=OK NO EXECLOG DATADA NA COMPETENCIA OU DEPOIS
      *==   DELA (FISCPROV/PISCOFEC "PARCIAL" NAO SERVE). NAO FECHA
      *==   COMPETENCIA FUTURA
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
           SELECT EXECLOG ASSIGN TO DYNAMIC WRK-EXE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXECLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       01  PER-REG.
           05 PER-SUBSISTEMA    PIC X(06).
           05 PER-COMPETENCIA   PIC 9(06).
           05 PER-SITUACAO      PIC X(01).
           05 PER-DATA-FECH     PIC 9(08).
           05 PER-OPER-FECH     PIC X(08).
           05 PER-DATA-REAB     PIC 9(08).
           05 PER-OPER-REAB     PIC X(08).

       FD  PERIODO-LOG.
       01  LOG-LINHA            PIC X(150).

      *== LINHA DO EXECLOG NAS POSICOES FIXAS DO STRING DO RUNCTL
      *== (VER OPSREL): DATA 1-8, EVENTO 19-21, PROGRAMA 23-30,
      *== RESULTADO 95-102
       FD  EXECLOG.
       01  EXE-LINHA            PIC X(160).
       01  EXE-REG.
           05 EXE-DATA.
               10 EXE-COMP      PIC X(06).
               10 FILLER        PIC X(02).
           05 FILLER            PIC X(10).
           05 EXE-EVENTO        PIC X(03).
           05 FILLER            PIC X(01).
           05 EXE-PROGRAMA      PIC X(08).
           05 FILLER            PIC X(64).
           05 EXE-RESULTADO     PIC X(08).
           05 FILLER            PIC X(58).

       WORKING-STORAGE             SECTION.
       77  WRK-PER-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PER-PATH: VARIAVEL DE AMBIENTE "PERIODO_PATH";
      *== SE NAO DEFINIDA, "PERIODO.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "PERIODO_LOG_PATH";
      *== SE NAO DEFINIDA, "PERIODO.LOG"
       77  WRK-EXE-PATH    PIC X(100) VALUE SPACES.
      *== WRK-EXE-PATH: VARIAVEL DE AMBIENTE "EXECLOG_PATH";
      *== SE NAO DEFINIDA, "EXECLOG"
       77  FS-PERIODOS     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-EXECLOG      PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-HOJE   PIC 9(06) VALUE ZEROS.
       01  WRK-TAB-PERIODOS.
           05 WRK-PER-ITEM OCCURS 600 TIMES.
               10 WRK-TAB-SUB       PIC X(06).
               10 WRK-TAB-COMP      PIC 9(06).
               10 WRK-TAB-SIT       PIC X(01).
               10 WRK-TAB-DATA-FECH PIC 9(08).
               10 WRK-TAB-OPER-FECH PIC X(08).
               10 WRK-TAB-DATA-REAB PIC 9(08).
               10 WRK-TAB-OPER-REAB PIC X(08).
       77  WRK-QTD-PER     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PER     PIC 9(03) VALUE ZEROS.
       77  WRK-SUBSISTEMA  PIC X(06) VALUE SPACES.
       77  WRK-SUB-OK      PIC X(01) VALUE "N".
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       01  WRK-COMP-AREA.
           05 WRK-COMPETENCIA   PIC 9(06) VALUE ZEROS.
           05 WRK-COMP-R REDEFINES WRK-COMPETENCIA.
               10 WRK-COMP-ANO  PIC 9(04).
               10 WRK-COMP-MES  PIC 9(02).
       77  WRK-COMP-OK     PIC X(01) VALUE "N".
       77  WRK-ACHOU       PIC X(01) VALUE "N".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO      PIC X(40) VALUE SPACES.
       77  WRK-LOG-EVENTO  PIC X(10) VALUE SPACES.

      *== PROVAS DE FECHAMENTO EXIGIDAS PARA O SUBSISTEMA ESCOLHIDO
       01  WRK-TAB-PROVAS.
           05 WRK-PRV-ITEM OCCURS 3 TIMES.
               10 WRK-PRV-PROGRAMA  PIC X(08).
               10 WRK-PRV-OK        PIC X(01).
       77  WRK-QTD-PROVAS  PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-PRV     PIC 9(01) VALUE ZEROS.
       77  WRK-PROVAS-OK   PIC X(01) VALUE "N".

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO NO PERIODO E NO LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "PERMANT".
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
               DISPLAY "PERMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-PER-PATH FROM ENVIRONMENT "PERIODO_PATH".
           IF WRK-PER-PATH EQUAL SPACES
               MOVE "PERIODO.DAT" TO WRK-PER-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "PERIODO_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "PERIODO.LOG" TO WRK-LOG-PATH
           END-IF.
           ACCEPT WRK-EXE-PATH FROM ENVIRONMENT "EXECLOG_PATH".
           IF WRK-EXE-PATH EQUAL SPACES
               MOVE "EXECLOG" TO WRK-EXE-PATH
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-COMP-HOJE = WRK-DATA-HOJE / 100.
           OPEN EXTEND PERIODO-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT PERIODO-LOG
           END-IF.
           PERFORM 0150-CARREGA.

       0150-CARREGA                SECTION.
           MOVE ZEROS TO WRK-QTD-PER.
           MOVE ZEROS TO FS-PERIODOS.
           OPEN INPUT PERIODOS.
           IF FS-PERIODOS NOT EQUAL 0
               DISPLAY "PERMANT: " WRK-PER-PATH " AINDA NAO EXISTE - "
                       "SERA CRIADO NO PRIMEIRO FECHAMENTO"
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
                       MOVE PER-DATA-FECH
                           TO WRK-TAB-DATA-FECH(WRK-QTD-PER)
                       MOVE PER-OPER-FECH
                           TO WRK-TAB-OPER-FECH(WRK-QTD-PER)
                       MOVE PER-DATA-REAB
                           TO WRK-TAB-DATA-REAB(WRK-QTD-PER)
                       MOVE PER-OPER-REAB
                           TO WRK-TAB-OPER-REAB(WRK-QTD-PER)
                   END-IF
                   READ PERIODOS
                       AT END MOVE 10 TO FS-PERIODOS
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-FECHAR  3-REABRIR  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-FECHAR
               WHEN 3
                   PERFORM 3000-REABRIR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-CONSULTAR              SECTION.
           DISPLAY "SUBSIS COMPET S FECHADA  POR      REABERTA POR".
           PERFORM VARYING WRK-IDX-PER FROM 1 BY 1
                   UNTIL WRK-IDX-PER GREATER WRK-QTD-PER
               DISPLAY WRK-TAB-SUB(WRK-IDX-PER) " "
                       WRK-TAB-COMP(WRK-IDX-PER) " "
                       WRK-TAB-SIT(WRK-IDX-PER) " "
                       WRK-TAB-DATA-FECH(WRK-IDX-PER) " "
                       WRK-TAB-OPER-FECH(WRK-IDX-PER) " "
                       WRK-TAB-DATA-REAB(WRK-IDX-PER) " "
                       WRK-TAB-OPER-REAB(WRK-IDX-PER)
           END-PERFORM.
           DISPLAY "TOTAL DE COMPETENCIAS... " WRK-QTD-PER.

       2000-FECHAR                 SECTION.
           PERFORM 4000-PEDE-COMPETENCIA.
           IF WRK-SUB-OK EQUAL "S" AND WRK-COMP-OK EQUAL "S"
               IF WRK-COMPETENCIA GREATER WRK-COMP-HOJE
                   DISPLAY "COMPETENCIA FUTURA NAO PODE SER FECHADA"
               ELSE
               IF WRK-ACHOU EQUAL "S"
                   AND WRK-TAB-SIT(WRK-IDX-PER) EQUAL "F"
                   DISPLAY "COMPETENCIA JA FECHADA EM "
                           WRK-TAB-DATA-FECH(WRK-IDX-PER)
                           " POR " WRK-TAB-OPER-FECH(WRK-IDX-PER)
               ELSE
               IF WRK-ACHOU EQUAL "N" AND WRK-QTD-PER NOT LESS 600
                   DISPLAY "TABELA DE PERIODOS CHEIA"
               ELSE
                   PERFORM 2100-CONFERE-PROVAS
                   IF WRK-PROVAS-OK EQUAL "S"
                       DISPLAY "CONFIRMA O FECHAMENTO (S/N)...  "
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA EQUAL "S"
                           PERFORM 2200-FECHA-COMPETENCIA
                       ELSE
                           DISPLAY "FECHAMENTO CANCELADO"
                       END-IF
                   ELSE
                       DISPLAY "FECHAMENTO RECUSADO - RODE AS PROVAS "
                               "QUE FALTAM E TENTE DE NOVO"
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *== VARRE O EXECLOG ATRAS DE UM "FIM" COM RESULTADO=OK DE CADA
      *== PROVA DO SUBSISTEMA, DATADO NA COMPETENCIA OU DEPOIS DELA
       2100-CONFERE-PROVAS         SECTION.
           MOVE SPACES TO WRK-TAB-PROVAS.
           EVALUATE WRK-SUBSISTEMA
               WHEN "VENDAS"
                   MOVE "ICMSFECH" TO WRK-PRV-PROGRAMA(1)
                   MOVE "FISCPROV" TO WRK-PRV-PROGRAMA(2)
                   MOVE "PISCOFEC" TO WRK-PRV-PROGRAMA(3)
                   MOVE 3 TO WRK-QTD-PROVAS
               WHEN "CONTAS"
                   MOVE "RAZBAL"   TO WRK-PRV-PROGRAMA(1)
                   MOVE "FECHADIA" TO WRK-PRV-PROGRAMA(2)
                   MOVE 2 TO WRK-QTD-PROVAS
               WHEN "FOLHA"
                   MOVE "GPSMES"   TO WRK-PRV-PROGRAMA(1)
                   MOVE "PROVMES"  TO WRK-PRV-PROGRAMA(2)
                   MOVE 2 TO WRK-QTD-PROVAS
               WHEN "ESCOLA"
                   MOVE "MENSAL"   TO WRK-PRV-PROGRAMA(1)
                   MOVE 1 TO WRK-QTD-PROVAS
           END-EVALUATE.
           MOVE WRK-COMPETENCIA TO WRK-COMP-TXT.
           MOVE ZEROS TO FS-EXECLOG.
           OPEN INPUT EXECLOG.
           IF FS-EXECLOG NOT EQUAL 0
               DISPLAY "PERMANT: SEM EXECLOG (" WRK-EXE-PATH
                       ") - NENHUMA PROVA PODE SER CONFERIDA"
           ELSE
               READ EXECLOG
                   AT END MOVE 10 TO FS-EXECLOG
               END-READ
               PERFORM UNTIL FS-EXECLOG EQUAL 10
                   IF EXE-EVENTO EQUAL "FIM"
                       AND EXE-COMP NOT LESS WRK-COMP-TXT
                       PERFORM 2110-MARCA-PROVA
                   END-IF
                   READ EXECLOG
                       AT END MOVE 10 TO FS-EXECLOG
                   END-READ
               END-PERFORM
               CLOSE EXECLOG
           END-IF.
           MOVE "S" TO WRK-PROVAS-OK.
           PERFORM VARYING WRK-IDX-PRV FROM 1 BY 1
                   UNTIL WRK-IDX-PRV GREATER WRK-QTD-PROVAS
               IF WRK-PRV-OK(WRK-IDX-PRV) NOT EQUAL "S"
                   MOVE "N" TO WRK-PROVAS-OK
                   DISPLAY "PROVA PENDENTE: "
                           WRK-PRV-PROGRAMA(WRK-IDX-PRV)
                           " SEM EXECUCAO OK DESDE " WRK-COMP-TXT
               END-IF
           END-PERFORM.

      *== A ULTIMA EXECUCAO DA PROVA E A QUE VALE: UM ERRO DEPOIS DE
      *== UM OK DERRUBA A PROVA DE NOVO
       2110-MARCA-PROVA            SECTION.
           PERFORM VARYING WRK-IDX-PRV FROM 1 BY 1
                   UNTIL WRK-IDX-PRV GREATER WRK-QTD-PROVAS
               IF EXE-PROGRAMA EQUAL WRK-PRV-PROGRAMA(WRK-IDX-PRV)
                   IF EXE-RESULTADO EQUAL "OK"
                       MOVE "S" TO WRK-PRV-OK(WRK-IDX-PRV)
                   ELSE
                       MOVE "N" TO WRK-PRV-OK(WRK-IDX-PRV)
                   END-IF
               END-IF
           END-PERFORM.

       2200-FECHA-COMPETENCIA      SECTION.
           IF WRK-ACHOU EQUAL "N"
               ADD 1 TO WRK-QTD-PER
               MOVE WRK-QTD-PER TO WRK-IDX-PER
               MOVE WRK-SUBSISTEMA TO WRK-TAB-SUB(WRK-IDX-PER)
               MOVE WRK-COMPETENCIA TO WRK-TAB-COMP(WRK-IDX-PER)
               MOVE ZEROS TO WRK-TAB-DATA-REAB(WRK-IDX-PER)
               MOVE SPACES TO WRK-TAB-OPER-REAB(WRK-IDX-PER)
           END-IF.
           MOVE "F" TO WRK-TAB-SIT(WRK-IDX-PER).
           MOVE WRK-DATA-HOJE TO WRK-TAB-DATA-FECH(WRK-IDX-PER).
           MOVE WRK-SIG-OPERADOR TO WRK-TAB-OPER-FECH(WRK-IDX-PER).
           PERFORM 5000-REGRAVA.
           MOVE "FECHAMENTO" TO WRK-LOG-EVENTO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 9100-GRAVA-LOG.
           DISPLAY "COMPETENCIA " WRK-COMPETENCIA " DE "
                   WRK-SUBSISTEMA " FECHADA".

       3000-REABRIR                SECTION.
           PERFORM 4000-PEDE-COMPETENCIA.
           IF WRK-SUB-OK EQUAL "S" AND WRK-COMP-OK EQUAL "S"
               IF WRK-ACHOU EQUAL "N"
                   OR WRK-TAB-SIT(WRK-IDX-PER) NOT EQUAL "F"
                   DISPLAY "COMPETENCIA NAO ESTA FECHADA"
               ELSE
                   DISPLAY "MOTIVO DA REABERTURA...  "
                   ACCEPT WRK-MOTIVO
                   IF WRK-MOTIVO EQUAL SPACES
                       DISPLAY "REABERTURA SEM MOTIVO NAO E ACEITA"
                   ELSE
                       MOVE "A" TO WRK-TAB-SIT(WRK-IDX-PER)
                       MOVE WRK-DATA-HOJE
                           TO WRK-TAB-DATA-REAB(WRK-IDX-PER)
                       MOVE WRK-SIG-OPERADOR
                           TO WRK-TAB-OPER-REAB(WRK-IDX-PER)
                       PERFORM 5000-REGRAVA
                       MOVE "REABERTURA" TO WRK-LOG-EVENTO
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "COMPETENCIA " WRK-COMPETENCIA " DE "
                               WRK-SUBSISTEMA " REABERTA"
                   END-IF
               END-IF
           END-IF.

      *== PEDE SUBSISTEMA E COMPETENCIA, CRITICA OS DOIS E LOCALIZA
      *== A COMPETENCIA NA TABELA (WRK-ACHOU/WRK-IDX-PER)
       4000-PEDE-COMPETENCIA       SECTION.
           MOVE "N" TO WRK-SUB-OK.
           MOVE "N" TO WRK-COMP-OK.
           MOVE "N" TO WRK-ACHOU.
           DISPLAY "SUBSISTEMA (VENDAS/CONTAS/FOLHA/ESCOLA)...  ".
           ACCEPT WRK-SUBSISTEMA.
           IF WRK-SUBSISTEMA EQUAL "VENDAS" OR "CONTAS"
               OR "FOLHA" OR "ESCOLA"
               MOVE "S" TO WRK-SUB-OK
           ELSE
               DISPLAY "SUBSISTEMA INVALIDO"
           END-IF.
           IF WRK-SUB-OK EQUAL "S"
               DISPLAY "COMPETENCIA (AAAAMM)...  "
               ACCEPT WRK-COMP-TXT
               IF WRK-COMP-TXT IS NUMERIC
                   MOVE WRK-COMP-TXT TO WRK-COMPETENCIA
                   IF WRK-COMP-MES GREATER ZEROS
                       AND WRK-COMP-MES NOT GREATER 12
                       MOVE "S" TO WRK-COMP-OK
                   END-IF
               END-IF
               IF WRK-COMP-OK EQUAL "N"
                   DISPLAY "COMPETENCIA INVALIDA"
               END-IF
           END-IF.
           IF WRK-COMP-OK EQUAL "S"
               MOVE 1 TO WRK-IDX-PER
               PERFORM UNTIL WRK-IDX-PER GREATER WRK-QTD-PER
                   OR WRK-ACHOU EQUAL "S"
                   IF WRK-TAB-SUB(WRK-IDX-PER) EQUAL WRK-SUBSISTEMA
                       AND WRK-TAB-COMP(WRK-IDX-PER)
                           EQUAL WRK-COMPETENCIA
                       MOVE "S" TO WRK-ACHOU
                   ELSE
                       ADD 1 TO WRK-IDX-PER
                   END-IF
               END-PERFORM
           END-IF.

       5000-REGRAVA                SECTION.
           OPEN OUTPUT PERIODOS.
           PERFORM VARYING WRK-IDX-PER FROM 1 BY 1
                   UNTIL WRK-IDX-PER GREATER WRK-QTD-PER
               MOVE WRK-TAB-SUB(WRK-IDX-PER)       TO PER-SUBSISTEMA
               MOVE WRK-TAB-COMP(WRK-IDX-PER)      TO PER-COMPETENCIA
               MOVE WRK-TAB-SIT(WRK-IDX-PER)       TO PER-SITUACAO
               MOVE WRK-TAB-DATA-FECH(WRK-IDX-PER) TO PER-DATA-FECH
               MOVE WRK-TAB-OPER-FECH(WRK-IDX-PER) TO PER-OPER-FECH
               MOVE WRK-TAB-DATA-REAB(WRK-IDX-PER) TO PER-DATA-REAB
               MOVE WRK-TAB-OPER-REAB(WRK-IDX-PER) TO PER-OPER-REAB
               WRITE PER-REG
           END-PERFORM.
           CLOSE PERIODOS.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-EVENTO
                  " " WRK-SUBSISTEMA
                  " COMP=" WRK-COMPETENCIA
                  " OPER=" WRK-SIG-OPERADOR
                  " MOTIVO=" WRK-MOTIVO
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE PERIODO-LOG.
