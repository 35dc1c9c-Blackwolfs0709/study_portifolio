       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSAMNT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DAS BOLSAS DE ESTUDO (MERITO, SOCIAL,
      *==           FILHO DE FUNCIONARIO) - UMA POR ALUNO EM
      *==           BOLSAS.DAT, COM PERCENTUAL, VALIDADE (COMPETENCIA
      *==           INICIAL E FINAL) E CONDICAO DE MANUTENCAO (MEDIA
      *==           E FREQUENCIA MINIMAS). O MENSAL APLICA A BOLSA NA
      *==           COBRANCA - ACABA O ESTORNO MANUAL DO DEBITO
      *==           DEPOIS DE GERADO. ANTES/DEPOIS EM BOLSAS.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O ALUNO TEM DE ESTAR EM ALUNOS.DAT. A BOLSA
      *==   SUSPENSA PELO BOLSAREN (CONDICAO NAO CUMPRIDA) SO VOLTA
      *==   POR AQUI, PELA OPCAO DE REATIVAR
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLSAS ASSIGN TO DYNAMIC WRK-BLS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLS-ALUNO
               FILE STATUS IS FS-BOLSAS.
           SELECT ALUNOS-IN ASSIGN TO DYNAMIC WRK-ALU-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALUNOS.
           SELECT BOLSAS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== BOLSA DE ESTUDO DO ALUNO (UMA POR ALU-ID)
       FD  BOLSAS.
       01  BLS-REG.
           05 BLS-ALUNO          PIC 9(04).
           05 BLS-TIPO           PIC X(01).
      *== BLS-TIPO: "M" = MERITO   "S" = SOCIAL
      *==   "F" = FILHO DE FUNCIONARIO
           05 BLS-PERCENTUAL     PIC 9(03)V99.
           05 BLS-COMP-INICIO    PIC 9(06).
           05 BLS-COMP-FIM       PIC 9(06).
      *== BLS-COMP-INICIO/FIM: VALIDADE EM COMPETENCIAS AAAAMM
           05 BLS-MEDIA-MINIMA   PIC 9(02)V99.
           05 BLS-FREQ-MINIMA    PIC 9(03)V99.
      *== BLS-MEDIA-MINIMA/FREQ-MINIMA: CONDICAO CONFERIDA PELO
      *== BOLSAREN NO FIM DO PERIODO; ZEROS = SEM CONDICAO
           05 BLS-SITUACAO       PIC X(01).
      *== BLS-SITUACAO: "A" = ATIVA   "S" = SUSPENSA
           05 BLS-DATA-SITUACAO  PIC 9(08).
           05 BLS-MOTIVO         PIC X(30).

       FD  ALUNOS-IN.
       01  ALU-REG.
           05 ALU-ID            PIC 9(04).
           05 ALU-TURMA         PIC X(06).
           05 ALU-NOME          PIC X(20).
           05 ALU-DISCIPLINA    PIC X(10).
           05 ALU-QTD-NOTAS     PIC 9(01).
           05 ALU-NOTAS         PIC 9(02)V99 OCCURS 5 TIMES.
           05 ALU-PESOS         PIC 9(01)V99 OCCURS 5 TIMES.
           05 ALU-REC-NOTA      PIC 9(02)V99.
           05 ALU-PAGADOR       PIC 9(04).

       FD  BOLSAS-LOG.
       01  LOG-LINHA            PIC X(200).

       WORKING-STORAGE             SECTION.
       77  WRK-BLS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BLS-PATH: VARIAVEL DE AMBIENTE "BOLSAS_PATH";
      *== SE NAO DEFINIDA, "BOLSAS.DAT"
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "BOLSAS_LOG_PATH";
      *== SE NAO DEFINIDA, "BOLSAS.LOG"
       77  FS-BOLSAS       PIC 9(02) VALUE ZEROS.
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(75) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(75) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-ALUNO       PIC 9(04) VALUE ZEROS.
       77  WRK-ALUNO-NOME  PIC X(20) VALUE SPACES.
       77  WRK-ALUNO-ACHADO PIC X(01) VALUE "N".
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-PCT-ED      PIC ZZ9,99.
       77  WRK-MEDIA-ED    PIC Z9,99.
       77  WRK-FREQ-ED     PIC ZZ9,99.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "BOLSAMNT".
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
               DISPLAY "BOLSAMNT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-BLS-PATH FROM ENVIRONMENT "BOLSAS_PATH".
           IF WRK-BLS-PATH EQUAL SPACES
               MOVE "BOLSAS.DAT" TO WRK-BLS-PATH
           END-IF.
           OPEN I-O BOLSAS.
           IF FS-BOLSAS EQUAL 35
               OPEN OUTPUT BOLSAS
               CLOSE BOLSAS
               OPEN I-O BOLSAS
           END-IF.
           IF FS-BOLSAS NOT EQUAL 0
               DISPLAY "BOLSAMNT: FALHA AO ABRIR " WRK-BLS-PATH
                       " FS=" FS-BOLSAS
               STOP RUN
           END-IF.
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "BOLSAS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "BOLSAS.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND BOLSAS-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT BOLSAS-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-INCLUIR  3-ALTERAR  "
                   "4-SUSPENDER/REATIVAR  5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-ALTERAR
               WHEN 4
                   PERFORM 4000-SUSPENDER
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-CONSULTAR              SECTION.
           DISPLAY "ALUNO (ALU-ID)...  ".
           ACCEPT BLS-ALUNO.
           READ BOLSAS KEY IS BLS-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO SEM BOLSA"
               NOT INVALID KEY
                   PERFORM 1100-EXIBE-BOLSA
           END-READ.

       1100-EXIBE-BOLSA            SECTION.
           MOVE BLS-PERCENTUAL TO WRK-PCT-ED.
           MOVE BLS-MEDIA-MINIMA TO WRK-MEDIA-ED.
           MOVE BLS-FREQ-MINIMA TO WRK-FREQ-ED.
           DISPLAY "ALUNO........ " BLS-ALUNO.
           DISPLAY "TIPO......... " BLS-TIPO
                   " (M-MERITO S-SOCIAL F-FILHO DE FUNCIONARIO)".
           DISPLAY "PERCENTUAL... " WRK-PCT-ED "%".
           DISPLAY "VALIDADE..... " BLS-COMP-INICIO " A "
                   BLS-COMP-FIM.
           DISPLAY "MEDIA MINIMA. " WRK-MEDIA-ED.
           DISPLAY "FREQ. MINIMA. " WRK-FREQ-ED "%".
           DISPLAY "SITUACAO..... " BLS-SITUACAO " DESDE "
                   BLS-DATA-SITUACAO " " BLS-MOTIVO.

       2000-INCLUIR                SECTION.
           DISPLAY "ALUNO (ALU-ID)...  ".
           ACCEPT WRK-ALUNO.
           PERFORM 2100-BUSCA-ALUNO.
           IF WRK-ALUNO-ACHADO NOT EQUAL "S"
               DISPLAY "ALUNO NAO MATRICULADO - INCLUSAO CANCELADA"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           DISPLAY "ALUNO: " WRK-ALUNO-NOME.
           MOVE WRK-ALUNO TO BLS-ALUNO.
           READ BOLSAS KEY IS BLS-ALUNO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "ALUNO JA TEM BOLSA - USE ALTERAR"
                   GO TO 2000-INCLUIR-FIM
           END-READ.
           MOVE SPACES TO BLS-REG.
           MOVE WRK-ALUNO TO BLS-ALUNO.
           PERFORM 2200-RECEBE-DADOS.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           MOVE "A" TO BLS-SITUACAO.
           MOVE WRK-DATA-HOJE TO BLS-DATA-SITUACAO.
           MOVE "CONCESSAO" TO BLS-MOTIVO.
           WRITE BLS-REG
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR FS=" FS-BOLSAS
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE BLS-REG TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "BOLSA INCLUIDA"
           END-WRITE.
       2000-INCLUIR-FIM. EXIT.

      *== O ALUNO EXISTE SE TEM AO MENOS UM REGISTRO EM ALUNOS.DAT
       2100-BUSCA-ALUNO            SECTION.
           MOVE "N" TO WRK-ALUNO-ACHADO.
           MOVE SPACES TO WRK-ALUNO-NOME.
           OPEN INPUT ALUNOS-IN.
           IF FS-ALUNOS NOT EQUAL 0
               DISPLAY "BOLSAMNT: FALHA AO ABRIR " WRK-ALU-PATH
                       " FS=" FS-ALUNOS
               GO TO 2100-BUSCA-ALUNO-FIM
           END-IF.
           READ ALUNOS-IN
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               OR WRK-ALUNO-ACHADO EQUAL "S"
               IF ALU-ID EQUAL WRK-ALUNO
                   MOVE "S" TO WRK-ALUNO-ACHADO
                   MOVE ALU-NOME TO WRK-ALUNO-NOME
               ELSE
                   READ ALUNOS-IN
                       AT END MOVE 10 TO FS-ALUNOS
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUNOS-IN.
       2100-BUSCA-ALUNO-FIM. EXIT.

       2200-RECEBE-DADOS           SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "TIPO (M-MERITO S-SOCIAL F-FILHO DE FUNCIONARIO)"
                   "...  ".
           ACCEPT BLS-TIPO.
           IF BLS-TIPO NOT EQUAL "M" AND BLS-TIPO NOT EQUAL "S"
               AND BLS-TIPO NOT EQUAL "F"
               DISPLAY "TIPO INVALIDO - CANCELADO"
               GO TO 2200-RECEBE-DADOS-FIM
           END-IF.
           DISPLAY "PERCENTUAL (EX: 50,00)...  ".
           ACCEPT BLS-PERCENTUAL.
           IF BLS-PERCENTUAL EQUAL ZEROS
               OR BLS-PERCENTUAL GREATER 100
               DISPLAY "PERCENTUAL INVALIDO (0,01 A 100,00) - "
                       "CANCELADO"
               GO TO 2200-RECEBE-DADOS-FIM
           END-IF.
           DISPLAY "COMPETENCIA INICIAL (AAAAMM)...  ".
           ACCEPT BLS-COMP-INICIO.
           DISPLAY "COMPETENCIA FINAL (AAAAMM)...  ".
           ACCEPT BLS-COMP-FIM.
           IF BLS-COMP-INICIO(5:2) LESS "01"
               OR BLS-COMP-INICIO(5:2) GREATER "12"
               OR BLS-COMP-FIM(5:2) LESS "01"
               OR BLS-COMP-FIM(5:2) GREATER "12"
               OR BLS-COMP-FIM LESS BLS-COMP-INICIO
               DISPLAY "VALIDADE INVALIDA - CANCELADO"
               GO TO 2200-RECEBE-DADOS-FIM
           END-IF.
           DISPLAY "MEDIA MINIMA PARA MANTER (0 = SEM CONDICAO)...  ".
           ACCEPT BLS-MEDIA-MINIMA.
           DISPLAY "FREQUENCIA MINIMA % (0 = SEM CONDICAO)...  ".
           ACCEPT BLS-FREQ-MINIMA.
           IF BLS-MEDIA-MINIMA GREATER 10
               OR BLS-FREQ-MINIMA GREATER 100
               DISPLAY "CONDICAO INVALIDA - CANCELADO"
               GO TO 2200-RECEBE-DADOS-FIM
           END-IF.
           MOVE "S" TO WRK-DADOS-OK.
       2200-RECEBE-DADOS-FIM. EXIT.

       3000-ALTERAR                SECTION.
           DISPLAY "ALUNO (ALU-ID)...  ".
           ACCEPT BLS-ALUNO.
           READ BOLSAS KEY IS BLS-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO SEM BOLSA - USE INCLUIR"
                   GO TO 3000-ALTERAR-FIM
           END-READ.
           MOVE BLS-REG TO WRK-REG-ANTES.
           PERFORM 1100-EXIBE-BOLSA.
           PERFORM 2200-RECEBE-DADOS.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 3000-ALTERAR-FIM
           END-IF.
           REWRITE BLS-REG
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR FS=" FS-BOLSAS
               NOT INVALID KEY
                   MOVE BLS-REG TO WRK-REG-DEPOIS
                   MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "BOLSA ALTERADA"
           END-REWRITE.
       3000-ALTERAR-FIM. EXIT.

      *== SUSPENDE A BOLSA ATIVA OU REATIVA A SUSPENSA (INCLUSIVE A
      *== SUSPENSA PELO BOLSAREN, DEPOIS DE ANALISADO O RECURSO)
       4000-SUSPENDER              SECTION.
           DISPLAY "ALUNO (ALU-ID)...  ".
           ACCEPT BLS-ALUNO.
           READ BOLSAS KEY IS BLS-ALUNO
               INVALID KEY
                   DISPLAY "ALUNO SEM BOLSA"
                   GO TO 4000-SUSPENDER-FIM
           END-READ.
           MOVE BLS-REG TO WRK-REG-ANTES.
           PERFORM 1100-EXIBE-BOLSA.
           IF BLS-SITUACAO EQUAL "A"
               DISPLAY "SUSPENDER A BOLSA (S/N)?  "
           ELSE
               DISPLAY "REATIVAR A BOLSA (S/N)?  "
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "OPERACAO CANCELADA"
               GO TO 4000-SUSPENDER-FIM
           END-IF.
           DISPLAY "MOTIVO...  ".
           ACCEPT BLS-MOTIVO.
           IF BLS-SITUACAO EQUAL "A"
               MOVE "S" TO BLS-SITUACAO
               MOVE "SUSPENSAO" TO WRK-LOG-OPERACAO
           ELSE
               MOVE "A" TO BLS-SITUACAO
               MOVE "REATIVACAO" TO WRK-LOG-OPERACAO
           END-IF.
           MOVE WRK-DATA-HOJE TO BLS-DATA-SITUACAO.
           REWRITE BLS-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR FS=" FS-BOLSAS
               NOT INVALID KEY
                   MOVE BLS-REG TO WRK-REG-DEPOIS
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "BOLSA " BLS-SITUACAO " - GRAVADA"
           END-REWRITE.
       4000-SUSPENDER-FIM. EXIT.

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
           CLOSE BOLSAS.
           CLOSE BOLSAS-LOG.
