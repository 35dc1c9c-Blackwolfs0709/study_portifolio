       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAPROV.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: APROVACAO DO INVENTARIO FISICO PELO SUPERVISOR -
      *==           MOSTRA O RESUMO DAS DIVERGENCIAS DO CICLO (MESMO
      *==           CALCULO DO INVDIFE) E, CONFIRMADO, MARCA O CICLO
      *==           COMO APROVADO EM INVENT.CTL COM O OPERADOR E A
      *==           DATA; SEM ESSA MARCA O INVLANC NAO LANCA NADA.
      *==           TAMBEM DEVOLVE UM CICLO APROVADO PARA CONTAGEM
      *==           QUANDO O SUPERVISOR PEDE RECONTAGEM
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: GATEADO PELO SIGNON COM A PERMISSAO DE
      *==   SUPERVISOR (A MESMA DO CADASTRO DE OPERADORES); CADA
      *==   APROVACAO/DEVOLUCAO VAI PARA INVENT.LOG COM ANTES/DEPOIS
      *==   DO REGISTRO DE CONTROLE
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO DYNAMIC WRK-INV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-CODIGO
               FILE STATUS IS FS-INVENTARIO.
           SELECT INVENT-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT INVENT-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO.
       01  INV-REG.
           05 INV-CODIGO         PIC X(08).
           05 INV-DESCRICAO      PIC X(30).
           05 INV-PRECO          PIC 9(06)V99.
           05 INV-SALDO-LIVRO    PIC 9(06).
           05 INV-CONTADO        PIC 9(06).
           05 INV-CONTOU         PIC X(01).
           05 INV-CARGA          PIC 9(03).

       FD  INVENT-CTL.
       01  CTL-REG.
           05 CTL-CICLO          PIC 9(06).
           05 CTL-DATA-FOTO      PIC 9(08).
           05 CTL-SITUACAO       PIC X(01).
           05 CTL-CARGAS         PIC 9(03).
           05 CTL-APROVADOR      PIC X(08).
           05 CTL-DATA-APROV     PIC 9(08).
           05 CTL-DATA-LANC      PIC 9(08).

       FD  INVENT-LOG.
       01  LOG-LINHA            PIC X(180).

       WORKING-STORAGE             SECTION.
       77  WRK-INV-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "INVENT_LOG_PATH";
      *== SE NAO DEFINIDA, "INVENT.LOG"
       77  FS-INVENTARIO   PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(42) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(42) VALUE SPACES.
       77  WRK-DIF-QTD     PIC S9(06) VALUE ZEROS.
       77  WRK-DIF-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ITENS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NAO-CONT PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALTAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SOBRAS PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-FALTA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-SOBRA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "INVAPROV".
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
               DISPLAY "INVAPROV: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "INVENT_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "INVENT.CTL" TO WRK-CTL-PATH
           END-IF.
           OPEN INPUT INVENT-CTL.
           IF FS-CONTROLE NOT EQUAL 0
               DISPLAY "INVAPROV: NAO HA CICLO DE INVENTARIO ("
                       WRK-CTL-PATH " FS=" FS-CONTROLE ")"
               STOP RUN
           END-IF.
           READ INVENT-CTL
               AT END MOVE SPACES TO CTL-SITUACAO
           END-READ.
           CLOSE INVENT-CTL.
           ACCEPT WRK-INV-PATH FROM ENVIRONMENT "INVENT_PATH".
           IF WRK-INV-PATH EQUAL SPACES
               MOVE "INVENT.DAT" TO WRK-INV-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "INVENT_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "INVENT.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND INVENT-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT INVENT-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "INVENTARIO " CTL-CICLO " FOTO DE " CTL-DATA-FOTO
                   " SITUACAO " CTL-SITUACAO
                   " (A=CONTAGEM P=APROVADO L=LANCADO)".
           DISPLAY "1-RESUMO  2-APROVAR  3-DEVOLVER PARA CONTAGEM  "
                   "4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-RESUMO
               WHEN 2
                   PERFORM 2000-APROVAR
               WHEN 3
                   PERFORM 3000-DEVOLVER
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-RESUMO                 SECTION.
           MOVE ZEROS TO WRK-TOTAL-ITENS WRK-TOTAL-NAO-CONT
                         WRK-TOTAL-FALTAS WRK-TOTAL-SOBRAS
                         WRK-VALOR-FALTA WRK-VALOR-SOBRA.
           OPEN INPUT INVENTARIO.
           IF FS-INVENTARIO NOT EQUAL 0
               DISPLAY "FALHA AO ABRIR " WRK-INV-PATH
                       " FS=" FS-INVENTARIO
           ELSE
               READ INVENTARIO NEXT
                   AT END MOVE 10 TO FS-INVENTARIO
               END-READ
               PERFORM UNTIL FS-INVENTARIO EQUAL 10
                   ADD 1 TO WRK-TOTAL-ITENS
                   IF INV-CONTOU NOT EQUAL "S"
                       ADD 1 TO WRK-TOTAL-NAO-CONT
                   ELSE
                       COMPUTE WRK-DIF-QTD =
                           INV-CONTADO - INV-SALDO-LIVRO
                       COMPUTE WRK-DIF-VALOR = WRK-DIF-QTD * INV-PRECO
                       IF WRK-DIF-QTD LESS ZEROS
                           ADD 1 TO WRK-TOTAL-FALTAS
                           SUBTRACT WRK-DIF-VALOR FROM WRK-VALOR-FALTA
                       END-IF
                       IF WRK-DIF-QTD GREATER ZEROS
                           ADD 1 TO WRK-TOTAL-SOBRAS
                           ADD WRK-DIF-VALOR TO WRK-VALOR-SOBRA
                       END-IF
                   END-IF
                   READ INVENTARIO NEXT
                       AT END MOVE 10 TO FS-INVENTARIO
                   END-READ
               END-PERFORM
               CLOSE INVENTARIO
               DISPLAY "ITENS NA FOTO...... " WRK-TOTAL-ITENS
               DISPLAY "NAO CONTADOS....... " WRK-TOTAL-NAO-CONT
               DISPLAY "ITENS COM FALTA.... " WRK-TOTAL-FALTAS
               MOVE WRK-VALOR-FALTA TO WRK-VALOR-ED
               DISPLAY "VALOR DAS FALTAS... " WRK-VALOR-ED
               DISPLAY "ITENS COM SOBRA.... " WRK-TOTAL-SOBRAS
               MOVE WRK-VALOR-SOBRA TO WRK-VALOR-ED
               DISPLAY "VALOR DAS SOBRAS... " WRK-VALOR-ED
               DISPLAY "DETALHE ITEM A ITEM: RELATORIO DO INVDIFE"
           END-IF.

       2000-APROVAR                SECTION.
           IF CTL-SITUACAO NOT EQUAL "A"
               DISPLAY "SO CICLO EM CONTAGEM PODE SER APROVADO"
           ELSE
           IF CTL-CARGAS EQUAL ZEROS
               DISPLAY "NENHUMA CONTAGEM CARREGADA NO CICLO - "
                       "APROVACAO RECUSADA"
           ELSE
               PERFORM 1000-RESUMO
               DISPLAY "CONFIRMA A APROVACAO DOS AJUSTES (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S"
                   MOVE CTL-REG TO WRK-REG-ANTES
                   MOVE "P" TO CTL-SITUACAO
                   MOVE WRK-SIG-OPERADOR TO CTL-APROVADOR
                   MOVE WRK-DATA-HOJE TO CTL-DATA-APROV
                   PERFORM 5000-GRAVA-CONTROLE
                   MOVE "APROVACAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "CICLO " CTL-CICLO " APROVADO - LIBERADO "
                           "PARA O INVLANC"
               ELSE
                   DISPLAY "APROVACAO CANCELADA"
               END-IF
           END-IF
           END-IF.

       3000-DEVOLVER               SECTION.
           IF CTL-SITUACAO NOT EQUAL "P"
               DISPLAY "SO CICLO APROVADO E AINDA NAO LANCADO PODE "
                       "VOLTAR PARA CONTAGEM"
           ELSE
               DISPLAY "CONFIRMA A DEVOLUCAO PARA CONTAGEM (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S"
                   MOVE CTL-REG TO WRK-REG-ANTES
                   MOVE "A" TO CTL-SITUACAO
                   MOVE SPACES TO CTL-APROVADOR
                   MOVE ZEROS TO CTL-DATA-APROV
                   PERFORM 5000-GRAVA-CONTROLE
                   MOVE "DEVOLUCAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "CICLO " CTL-CICLO " DE VOLTA PARA CONTAGEM"
               END-IF
           END-IF.

       5000-GRAVA-CONTROLE         SECTION.
           OPEN OUTPUT INVENT-CTL.
           WRITE CTL-REG.
           CLOSE INVENT-CTL.
           MOVE CTL-REG TO WRK-REG-DEPOIS.

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
           CLOSE INVENT-LOG.
