       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RELATORIO DIARIO DA FILA DE APROVACAO - LE O
      *==           APROVA.DAT (VER APROVLIB) E LISTA TODOS OS
      *==           PEDIDOS AINDA PENDENTES, COM A IDADE EM DIAS, E OS
      *==           PEDIDOS REJEITADOS NO DIA, COM O MOTIVO - O
      *==           SUPERVISOR COBRA O QUE ESTA PARADO E A AUDITORIA
      *==           VE O QUE FOI RECUSADO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: APROVREL_DATA (AAAAMMDD) ESCOLHE O DIA; EM
      *==   BRANCO, O DIA CORRENTE
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVA ASSIGN TO DYNAMIC WRK-APR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVA.
           SELECT APROVREL-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APROVREL-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVA.
       01  APR-REG.
           05 APR-NUMERO         PIC 9(06).
           05 APR-PROGRAMA       PIC X(08).
           05 APR-OPERACAO       PIC X(01).
           05 APR-DESCRICAO      PIC X(12).
           05 APR-CHAVE          PIC X(10).
           05 APR-VALOR          PIC 9(09)V99.
           05 APR-IMG-ANTES      PIC X(100).
           05 APR-IMG-DEPOIS     PIC X(100).
           05 APR-SOLICITANTE    PIC X(08).
           05 APR-DATA-PEDIDO    PIC 9(08).
           05 APR-HORA-PEDIDO    PIC 9(08).
           05 APR-SITUACAO       PIC X(01).
           05 APR-APROVADOR      PIC X(08).
           05 APR-DATA-DECISAO   PIC 9(08).
           05 APR-MOTIVO         PIC X(30).

       FD  APROVREL-REL.
       01  REL-LINHA            PIC X(132).

       WORKING-STORAGE             SECTION.
       77  WRK-APR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-APR-PATH: VARIAVEL DE AMBIENTE "APROVA_PATH";
      *== SE NAO DEFINIDA, "APROVA.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "APROVREL_REL_PATH";
      *== SE NAO DEFINIDA, "APROVREL.REL"
       77  FS-APROVA       PIC 9(02) VALUE ZEROS.
       77  FS-APROVREL-REL PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-DIA    PIC 9(08) VALUE ZEROS.
       77  WRK-PASSADA     PIC X(01) VALUE SPACES.
      *== WRK-PASSADA: "P" = LISTANDO PENDENTES, "R" = REJEITADOS
       77  WRK-IDADE       PIC 9(05) VALUE ZEROS.
       77  WRK-IDADE-ED    PIC ZZZZ9.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-PENDENTE PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ATRASADO PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADO PIC 9(05) VALUE ZEROS.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           MOVE "P" TO WRK-PASSADA.
           PERFORM 0200-VARRE-APROVA.
           MOVE "R" TO WRK-PASSADA.
           PERFORM 0200-VARRE-APROVA.
           PERFORM 0400-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "APROVREL_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-DIA = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           ACCEPT WRK-APR-PATH FROM ENVIRONMENT "APROVA_PATH".
           IF WRK-APR-PATH EQUAL SPACES
               MOVE "APROVA.DAT" TO WRK-APR-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "APROVREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "APROVREL.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT APROVREL-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "FILA DE APROVACAO DE MUDANCAS - DIA " WRK-DATA-DIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *== UMA PASSADA PARA OS PENDENTES E OUTRA PARA OS REJEITADOS
      *== DO DIA, PARA CADA BLOCO SAIR INTEIRO NA ORDEM DO NUMERO
       0200-VARRE-APROVA           SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-PASSADA EQUAL "P"
               MOVE "PEDIDOS PENDENTES (IDADE EM DIAS)" TO REL-LINHA
           ELSE
               MOVE "PEDIDOS REJEITADOS NO DIA" TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           OPEN INPUT APROVA.
           IF FS-APROVA NOT EQUAL 0
               MOVE "  (SEM ARQUIVO DE PEDIDOS)" TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               READ APROVA NEXT
                   AT END MOVE 10 TO FS-APROVA
               END-READ
               PERFORM UNTIL FS-APROVA EQUAL 10
                   PERFORM 0300-IMPRIME-PEDIDO
                   READ APROVA NEXT
                       AT END MOVE 10 TO FS-APROVA
                   END-READ
               END-PERFORM
               CLOSE APROVA
           END-IF.

       0300-IMPRIME-PEDIDO         SECTION.
           MOVE APR-VALOR TO WRK-VALOR-ED.
           IF WRK-PASSADA EQUAL "P"
               AND APR-SITUACAO EQUAL "P"
               ADD 1 TO WRK-TOTAL-PENDENTE
               MOVE ZEROS TO WRK-IDADE
               IF APR-DATA-PEDIDO LESS WRK-DATA-DIA
                   COMPUTE WRK-IDADE =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA)
                     - FUNCTION INTEGER-OF-DATE(APR-DATA-PEDIDO)
                   ADD 1 TO WRK-TOTAL-ATRASADO
               END-IF
               MOVE WRK-IDADE TO WRK-IDADE-ED
               MOVE SPACES TO REL-LINHA
               STRING "  " APR-NUMERO " " APR-PROGRAMA " "
                       APR-DESCRICAO " CHAVE " APR-CHAVE
                       " VALOR " WRK-VALOR-ED
                       " POR " APR-SOLICITANTE
                       " EM " APR-DATA-PEDIDO
                       " IDADE " WRK-IDADE-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WRK-PASSADA EQUAL "R"
               AND APR-SITUACAO EQUAL "R"
               AND APR-DATA-DECISAO EQUAL WRK-DATA-DIA
               ADD 1 TO WRK-TOTAL-REJEITADO
               MOVE SPACES TO REL-LINHA
               STRING "  " APR-NUMERO " " APR-PROGRAMA " "
                       APR-DESCRICAO " CHAVE " APR-CHAVE
                       " VALOR " WRK-VALOR-ED
                       " POR " APR-SOLICITANTE
                       " REJEITADO POR " APR-APROVADOR
                       " - " APR-MOTIVO
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PENDENTES: " WRK-TOTAL-PENDENTE
                   "  (DE DIAS ANTERIORES: " WRK-TOTAL-ATRASADO
                   ")  REJEITADOS NO DIA: " WRK-TOTAL-REJEITADO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE APROVREL-REL.
           DISPLAY "APROVREL: PEDIDOS PENDENTES.... "
                   WRK-TOTAL-PENDENTE.
           DISPLAY "APROVREL: REJEITADOS NO DIA.... "
                   WRK-TOTAL-REJEITADO.
           DISPLAY "APROVREL: RELATORIO EM " WRK-REL-PATH.
