       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DO CADASTRO DE EMPRESAS/FILIAIS
      *==           (FILIAIS.DAT, CONSULTADO PELO MODULO FILLIB):
      *==           LISTAR, INCLUIR E ALTERAR FILIAL - CODIGO, RAZAO
      *==           SOCIAL, CNPJ E UF - COM CADA MUDANCA GRAVADA
      *==           ANTES/DEPOIS EM FILIAIS.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: "01" E A MATRIZ (O CODIGO QUE OS REGISTROS
      *==   ANTIGOS, COM A FILIAL EM ESPACOS, ASSUMEM); O CODIGO NAO
      *==   SE APAGA - VENDAS, CONTAS E FOLHA JA GRAVADAS APONTAM
      *==   PARA ELE
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIAIS ASSIGN TO DYNAMIC WRK-FIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.
           SELECT FILIAIS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FILIAIS.
       01  FIL-REG.
           05 FIL-CODIGO        PIC X(02).
           05 FIL-RAZAO         PIC X(30).
           05 FIL-CNPJ          PIC X(14).
           05 FIL-UF            PIC X(02).

       FD  FILIAIS-LOG.
       01  LOG-LINHA            PIC X(150).

       WORKING-STORAGE             SECTION.
       77  WRK-FIL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FIL-PATH: VARIAVEL DE AMBIENTE "FILIAIS_PATH";
      *== SE NAO DEFINIDA, "FILIAIS.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "FILIAIS_LOG_PATH";
      *== SE NAO DEFINIDA, "FILIAIS.LOG"
       77  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       01  WRK-TAB-FILIAIS.
           05 WRK-FIL-ITEM OCCURS 50 TIMES.
               10 WRK-TAB-CODIGO PIC X(02).
               10 WRK-TAB-RAZAO  PIC X(30).
               10 WRK-TAB-CNPJ   PIC X(14).
               10 WRK-TAB-UF     PIC X(02).
       77  WRK-QTD-FILIAIS PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FILIAL  PIC 9(02) VALUE ZEROS.
       01  WRK-FIL-NOVA.
           05 WRK-NOVA-CODIGO PIC X(02) VALUE SPACES.
           05 WRK-NOVA-RAZAO  PIC X(30) VALUE SPACES.
           05 WRK-NOVA-CNPJ   PIC X(14) VALUE SPACES.
           05 WRK-NOVA-UF     PIC X(02) VALUE SPACES.
       01  WRK-FIL-ANTES   PIC X(48) VALUE SPACES.


      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "FILMANT".
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
               DISPLAY "FILMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-FIL-PATH FROM ENVIRONMENT "FILIAIS_PATH".
           IF WRK-FIL-PATH EQUAL SPACES
               MOVE "FILIAIS.DAT" TO WRK-FIL-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "FILIAIS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "FILIAIS.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND FILIAIS-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT FILIAIS-LOG
           END-IF.
           PERFORM 0150-CARREGA.

       0150-CARREGA                SECTION.
           MOVE ZEROS TO WRK-QTD-FILIAIS.
           MOVE ZEROS TO FS-FILIAIS.
           OPEN INPUT FILIAIS.
           IF FS-FILIAIS NOT EQUAL 0
               DISPLAY "FILMANT: " WRK-FIL-PATH " AINDA NAO EXISTE - "
                       "SERA CRIADO NA PRIMEIRA INCLUSAO"
           ELSE
               READ FILIAIS
                   AT END MOVE 10 TO FS-FILIAIS
               END-READ
               PERFORM UNTIL FS-FILIAIS EQUAL 10
                   IF WRK-QTD-FILIAIS LESS 50
                       ADD 1 TO WRK-QTD-FILIAIS
                       MOVE FIL-REG TO WRK-FIL-ITEM(WRK-QTD-FILIAIS)
                   END-IF
                   READ FILIAIS
                       AT END MOVE 10 TO FS-FILIAIS
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-LISTAR  2-INCLUIR/ALTERAR  3-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-LISTAR
               WHEN 2
                   PERFORM 2000-INCLUIR-ALTERAR
               WHEN 3
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-LISTAR                 SECTION.
           DISPLAY "FL RAZAO SOCIAL                   "
                   "CNPJ           UF".
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-FILIAL GREATER WRK-QTD-FILIAIS
               DISPLAY WRK-TAB-CODIGO(WRK-IDX-FILIAL) " "
                       WRK-TAB-RAZAO(WRK-IDX-FILIAL) " "
                       WRK-TAB-CNPJ(WRK-IDX-FILIAL) " "
                       WRK-TAB-UF(WRK-IDX-FILIAL)
           END-PERFORM.
           DISPLAY "TOTAL DE FILIAIS... " WRK-QTD-FILIAIS.

       2000-INCLUIR-ALTERAR        SECTION.
           DISPLAY "CODIGO DA FILIAL (01 = MATRIZ)...  ".
           ACCEPT WRK-NOVA-CODIGO.
           DISPLAY "RAZAO SOCIAL...  ".
           ACCEPT WRK-NOVA-RAZAO.
           DISPLAY "CNPJ (SO DIGITOS)...  ".
           ACCEPT WRK-NOVA-CNPJ.
           DISPLAY "UF...  ".
           ACCEPT WRK-NOVA-UF.
           IF WRK-NOVA-CODIGO EQUAL SPACES
              OR WRK-NOVA-RAZAO EQUAL SPACES
              OR WRK-NOVA-UF EQUAL SPACES
               DISPLAY "CODIGO, RAZAO SOCIAL E UF SAO OBRIGATORIOS"
           ELSE
               PERFORM 2050-GRAVA-FILIAL
           END-IF.

       2050-GRAVA-FILIAL           SECTION.
           MOVE 1 TO WRK-IDX-FILIAL.
           PERFORM UNTIL WRK-IDX-FILIAL GREATER WRK-QTD-FILIAIS
               OR WRK-TAB-CODIGO(WRK-IDX-FILIAL) EQUAL WRK-NOVA-CODIGO
               ADD 1 TO WRK-IDX-FILIAL
           END-PERFORM.
           IF WRK-IDX-FILIAL GREATER WRK-QTD-FILIAIS
               IF WRK-QTD-FILIAIS GREATER OR EQUAL 50
                   DISPLAY "TABELA DE FILIAIS CHEIA"
               ELSE
                   ADD 1 TO WRK-QTD-FILIAIS
                   MOVE WRK-QTD-FILIAIS TO WRK-IDX-FILIAL
                   MOVE SPACES TO WRK-FIL-ANTES
                   MOVE WRK-FIL-NOVA TO WRK-FIL-ITEM(WRK-IDX-FILIAL)
                   PERFORM 2100-REGRAVA
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "FILIAL INCLUIDA"
               END-IF
           ELSE
               MOVE WRK-FIL-ITEM(WRK-IDX-FILIAL) TO WRK-FIL-ANTES
               MOVE WRK-FIL-NOVA TO WRK-FIL-ITEM(WRK-IDX-FILIAL)
               PERFORM 2100-REGRAVA
               PERFORM 9100-GRAVA-LOG
               DISPLAY "FILIAL ALTERADA"
           END-IF.

       2100-REGRAVA                SECTION.
           OPEN OUTPUT FILIAIS.
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-FILIAL GREATER WRK-QTD-FILIAIS
               MOVE WRK-FIL-ITEM(WRK-IDX-FILIAL) TO FIL-REG
               WRITE FIL-REG
           END-PERFORM.
           CLOSE FILIAIS.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " ANTES=[" WRK-FIL-ANTES
                  "] DEPOIS=[" WRK-FIL-NOVA "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE FILIAIS-LOG.
