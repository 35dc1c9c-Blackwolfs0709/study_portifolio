       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DAS METAS MENSAIS DE VENDA POR
      *==           VENDEDOR (METAS.DAT, LIDO PELO METAREL): LISTAR,
      *==           INCLUIR/ALTERAR E EXCLUIR A META DE UM VENDEDOR
      *==           (EMP-CODIGO) NUMA COMPETENCIA, COM CADA MUDANCA
      *==           GRAVADA ANTES/DEPOIS EM METAS.LOG NO MOLDE DO
      *==           LIMMANT - A META SAI DO QUADRO BRANCO
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: A INCLUSAO VALIDA O VENDEDOR CONTRA
      *==   EMPREGADOS.DAT E RECUSA O DESLIGADO (EMP-SITUACAO "D").
      *==   A META DO DEPARTAMENTO E A SOMA DAS METAS DOS SEUS
      *==   VENDEDORES (EMP-DEPTO), APURADA NO METAREL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO DYNAMIC WRK-MET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METAS.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT METAS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  METAS.
       01  MET-REG.
           05 MET-VENDEDOR       PIC 9(04).
           05 MET-COMPETENCIA    PIC 9(06).
           05 MET-VALOR          PIC 9(009)V99.
      *== MET-VENDEDOR: EMP-CODIGO DO VENDEDOR (ORD-VENDEDOR);
      *== MET-COMPETENCIA: AAAAMM A QUE A META SE REFERE

      *== CADASTRO DE FUNCIONARIOS (VER EMPMANT)
       FD  EMPREGADOS.
       01  EMP-REG.
           05  EMP-CODIGO  PIC 9(04).
           05  EMP-NOME    PIC X(15).
           05  EMP-SALARIO PIC 9(06).
           05  EMP-DEPENDENTES PIC 9(02).
           05  EMP-DEPTO   PIC X(03).
           05  EMP-CONTA   PIC 9(06).
           05  EMP-SITUACAO PIC X(01).
           05  EMP-DATA-DESLIG PIC 9(08).
           05  EMP-DATA-ADMISSAO PIC 9(08).
           05  EMP-BANCO   PIC 9(03).
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
           05  EMP-FILIAL  PIC X(02).

       FD  METAS-LOG.
       01  LOG-LINHA            PIC X(120).

       WORKING-STORAGE             SECTION.
       77  WRK-MET-PATH    PIC X(100) VALUE SPACES.
      *== WRK-MET-PATH: VARIAVEL DE AMBIENTE "METAS_PATH";
      *== SE NAO DEFINIDA, "METAS.DAT"
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "METAS_LOG_PATH";
      *== SE NAO DEFINIDA, "METAS.LOG"
       77  FS-METAS        PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-TAB-METAS.
           05 WRK-MET-ITEM OCCURS 500 TIMES.
               10 WRK-TAB-VENDEDOR PIC 9(04).
               10 WRK-TAB-COMPETENCIA PIC 9(06).
               10 WRK-TAB-VALOR   PIC 9(009)V99.
       77  WRK-QTD-METAS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MET     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-COMP    PIC 9(03) VALUE ZEROS.
       77  WRK-VENDEDOR-BUSCA PIC 9(04) VALUE ZEROS.
       77  WRK-COMP-BUSCA  PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-NOVO  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-VALOR-ANTES PIC 9(009)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "METAMANT".
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
               DISPLAY "METAMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-MET-PATH FROM ENVIRONMENT "METAS_PATH".
           IF WRK-MET-PATH EQUAL SPACES
               MOVE "METAS.DAT" TO WRK-MET-PATH
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           IF FS-EMPREGADOS NOT EQUAL 0
               DISPLAY "METAMANT: FALHA AO ABRIR " WRK-EMP-PATH
                       " FS=" FS-EMPREGADOS
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "METAS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "METAS.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND METAS-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT METAS-LOG
           END-IF.
           PERFORM 0150-CARREGA.

       0150-CARREGA                SECTION.
           MOVE ZEROS TO WRK-QTD-METAS.
           MOVE ZEROS TO FS-METAS.
           OPEN INPUT METAS.
           IF FS-METAS NOT EQUAL 0
               DISPLAY "METAMANT: " WRK-MET-PATH " AINDA NAO EXISTE - "
                       "SERA CRIADO NA PRIMEIRA INCLUSAO"
           ELSE
               READ METAS
                   AT END MOVE 10 TO FS-METAS
               END-READ
               PERFORM UNTIL FS-METAS EQUAL 10
                   IF WRK-QTD-METAS LESS 500
                       ADD 1 TO WRK-QTD-METAS
                       MOVE MET-VENDEDOR
                           TO WRK-TAB-VENDEDOR(WRK-QTD-METAS)
                       MOVE MET-COMPETENCIA
                           TO WRK-TAB-COMPETENCIA(WRK-QTD-METAS)
                       MOVE MET-VALOR
                           TO WRK-TAB-VALOR(WRK-QTD-METAS)
                   END-IF
                   READ METAS
                       AT END MOVE 10 TO FS-METAS
                   END-READ
               END-PERFORM
               CLOSE METAS
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-LISTAR  2-INCLUIR/ALTERAR  3-EXCLUIR  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-LISTAR
               WHEN 2
                   PERFORM 2000-INCLUIR-ALTERAR
               WHEN 3
                   PERFORM 3000-EXCLUIR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== COMPETENCIA ZERO LISTA TODAS
       1000-LISTAR                 SECTION.
           DISPLAY "COMPETENCIA AAAAMM (0 = TODAS)...  ".
           ACCEPT WRK-COMP-BUSCA.
           DISPLAY "VENDEDOR  COMPET.  META".
           PERFORM VARYING WRK-IDX-MET FROM 1 BY 1
                   UNTIL WRK-IDX-MET GREATER WRK-QTD-METAS
               IF WRK-COMP-BUSCA EQUAL ZEROS
                   OR WRK-TAB-COMPETENCIA(WRK-IDX-MET) EQUAL
                      WRK-COMP-BUSCA
                   MOVE WRK-TAB-VALOR(WRK-IDX-MET) TO WRK-VALOR-ED
                   DISPLAY WRK-TAB-VENDEDOR(WRK-IDX-MET) "      "
                           WRK-TAB-COMPETENCIA(WRK-IDX-MET) "  "
                           WRK-VALOR-ED
               END-IF
           END-PERFORM.
           DISPLAY "TOTAL DE METAS CADASTRADAS... " WRK-QTD-METAS.

       2000-INCLUIR-ALTERAR        SECTION.
           DISPLAY "VENDEDOR (EMP-CODIGO)...  ".
           ACCEPT WRK-VENDEDOR-BUSCA.
           MOVE WRK-VENDEDOR-BUSCA TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   DISPLAY "VENDEDOR NAO CADASTRADO - CANCELADO"
           END-READ.
           IF FS-EMPREGADOS EQUAL 0
               AND EMP-SITUACAO EQUAL "D"
               DISPLAY "VENDEDOR DESLIGADO - CANCELADO"
               MOVE 99 TO FS-EMPREGADOS
           END-IF.
           IF FS-EMPREGADOS EQUAL 0
               DISPLAY "VENDEDOR " EMP-CODIGO " " EMP-NOME
                       " DEPTO " EMP-DEPTO
               DISPLAY "COMPETENCIA AAAAMM...  "
               ACCEPT WRK-COMP-BUSCA
               DISPLAY "META DE VENDA DO MES...  "
               ACCEPT WRK-VALOR-NOVO
               PERFORM 2050-LOCALIZA
               IF WRK-IDX-MET GREATER WRK-QTD-METAS
                   IF WRK-QTD-METAS GREATER OR EQUAL 500
                       DISPLAY "TABELA DE METAS CHEIA"
                   ELSE
                       ADD 1 TO WRK-QTD-METAS
                       MOVE WRK-QTD-METAS TO WRK-IDX-MET
                       MOVE WRK-VENDEDOR-BUSCA
                           TO WRK-TAB-VENDEDOR(WRK-IDX-MET)
                       MOVE WRK-COMP-BUSCA
                           TO WRK-TAB-COMPETENCIA(WRK-IDX-MET)
                       MOVE ZEROS TO WRK-VALOR-ANTES
                       MOVE WRK-VALOR-NOVO
                           TO WRK-TAB-VALOR(WRK-IDX-MET)
                       PERFORM 2100-REGRAVA
                       MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "META INCLUIDA"
                   END-IF
               ELSE
                   MOVE WRK-TAB-VALOR(WRK-IDX-MET)
                       TO WRK-VALOR-ANTES
                   MOVE WRK-VALOR-NOVO TO WRK-TAB-VALOR(WRK-IDX-MET)
                   PERFORM 2100-REGRAVA
                   MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "META ALTERADA"
               END-IF
           END-IF.

       2050-LOCALIZA               SECTION.
           MOVE 1 TO WRK-IDX-MET.
           PERFORM UNTIL WRK-IDX-MET GREATER WRK-QTD-METAS
               OR (WRK-TAB-VENDEDOR(WRK-IDX-MET) EQUAL
                      WRK-VENDEDOR-BUSCA
                   AND WRK-TAB-COMPETENCIA(WRK-IDX-MET) EQUAL
                      WRK-COMP-BUSCA)
               ADD 1 TO WRK-IDX-MET
           END-PERFORM.

       3000-EXCLUIR                SECTION.
           DISPLAY "VENDEDOR (EMP-CODIGO)...  ".
           ACCEPT WRK-VENDEDOR-BUSCA.
           DISPLAY "COMPETENCIA AAAAMM...  ".
           ACCEPT WRK-COMP-BUSCA.
           PERFORM 2050-LOCALIZA.
           IF WRK-IDX-MET GREATER WRK-QTD-METAS
               DISPLAY "VENDEDOR SEM META NA COMPETENCIA"
           ELSE
               MOVE WRK-TAB-VALOR(WRK-IDX-MET) TO WRK-VALOR-ANTES
               MOVE ZEROS TO WRK-VALOR-NOVO
      *== DESLOCA A TABELA POR CIMA DA LINHA EXCLUIDA
               PERFORM VARYING WRK-IDX-COMP FROM WRK-IDX-MET BY 1
                       UNTIL WRK-IDX-COMP GREATER OR EQUAL
                             WRK-QTD-METAS
                   MOVE WRK-MET-ITEM(WRK-IDX-COMP + 1)
                       TO WRK-MET-ITEM(WRK-IDX-COMP)
               END-PERFORM
               SUBTRACT 1 FROM WRK-QTD-METAS
               PERFORM 2100-REGRAVA
               MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
               PERFORM 9100-GRAVA-LOG
               DISPLAY "META EXCLUIDA"
           END-IF.

       2100-REGRAVA                SECTION.
           OPEN OUTPUT METAS.
           PERFORM VARYING WRK-IDX-COMP FROM 1 BY 1
                   UNTIL WRK-IDX-COMP GREATER WRK-QTD-METAS
               MOVE WRK-TAB-VENDEDOR(WRK-IDX-COMP) TO MET-VENDEDOR
               MOVE WRK-TAB-COMPETENCIA(WRK-IDX-COMP)
                   TO MET-COMPETENCIA
               MOVE WRK-TAB-VALOR(WRK-IDX-COMP)   TO MET-VALOR
               WRITE MET-REG
           END-PERFORM.
           CLOSE METAS.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-OPERACAO
                  " VENDEDOR " WRK-VENDEDOR-BUSCA
                  " COMPET " WRK-COMP-BUSCA
                  " ANTES=[" WRK-VALOR-ANTES
                  "] DEPOIS=[" WRK-VALOR-NOVO "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE EMPREGADOS.
           CLOSE METAS-LOG.
