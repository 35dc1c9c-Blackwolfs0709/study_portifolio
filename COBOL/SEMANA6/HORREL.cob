       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: IMPRESSAO DA GRADE HORARIA (HORARIO.DAT, VER
      *==           HORMANT) EM TRES VISOES - POR TURMA (QUADRO AULA
      *==           X DIA COM A DISCIPLINA), POR PROFESSOR E POR SALA
      *==           (AULA A AULA) - E O RESUMO DA CARGA HORARIA
      *==           SEMANAL DE CADA PROFESSOR
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: AS VISOES POR PROFESSOR E POR SALA SAEM NA
      *==   ORDEM DAS CHAVES ALTERNATIVAS DO ARQUIVO, SEM SORT. A
      *==   DURACAO DA AULA VEM DO PARAMETRO HORARIO_MIN_AULA
      *==   (PADRAO 50 MINUTOS)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO ASSIGN TO DYNAMIC WRK-HOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOR-CHAVE
               ALTERNATE RECORD KEY IS HOR-ALT-PROF WITH DUPLICATES
               ALTERNATE RECORD KEY IS HOR-ALT-SALA WITH DUPLICATES
               FILE STATUS IS FS-HORARIO.
           SELECT TURMAS ASSIGN TO DYNAMIC WRK-TUR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
           SELECT HORARIO-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      *== GRADE SEMANAL (VER HORMANT)
       FD  HORARIO.
       01  HOR-REG.
           05 HOR-CHAVE.
               10 HOR-TURMA        PIC X(06).
               10 HOR-DIA          PIC 9(01).
      *== HOR-DIA: 2 = SEGUNDA ... 6 = SEXTA   7 = SABADO
               10 HOR-AULA         PIC 9(01).
           05 HOR-DISCIPLINA      PIC X(10).
           05 HOR-ALT-PROF.
               10 HOR-PROFESSOR    PIC X(20).
               10 HOR-TURNO        PIC X(01).
               10 HOR-DIA-P        PIC 9(01).
               10 HOR-AULA-P       PIC 9(01).
           05 HOR-ALT-SALA.
               10 HOR-SALA         PIC X(05).
               10 HOR-TURNO-S      PIC X(01).
               10 HOR-DIA-S        PIC 9(01).
               10 HOR-AULA-S       PIC 9(01).
           05 HOR-PROF-CODIGO     PIC 9(04).

       FD  TURMAS.
       01  TUR-REG.
           05 TUR-CODIGO         PIC X(06).
           05 TUR-DESCRICAO      PIC X(30).
           05 TUR-PROFESSOR      PIC X(20).
           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

       FD  HORARIO-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-HOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "HORREL_REL_PATH";
      *== SE NAO DEFINIDA, "HORARIO.REL"
       77  FS-HORARIO      PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TURMAS  PIC X(01) VALUE "N".
       77  WRK-FIM-GRADE   PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-MIN-AULA    PIC 9(03) VALUE 50.
       77  WRK-TURMA-ATUAL PIC X(06) VALUE SPACES.
       77  WRK-PROF-ATUAL  PIC X(20) VALUE SPACES.
       77  WRK-SALA-ATUAL  PIC X(05) VALUE SPACES.
       77  WRK-QTD-AULAS   PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-AULAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-IDX-AULA    PIC 9(01) VALUE ZEROS.
       77  WRK-IDX-DIA     PIC 9(01) VALUE ZEROS.
       77  WRK-POS         PIC 9(03) VALUE ZEROS.
       77  WRK-HORAS       PIC 9(03)V99 VALUE ZEROS.
       77  WRK-HORAS-ED    PIC ZZ9,99.
       77  WRK-TOTAL-HORAS PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TOTAL-HORAS-ED PIC ZZZZ9,99.

      *== NOMES DOS DIAS DA SEMANA (HOR-DIA 2 A 7)
       01  WRK-DIAS-SEMANA.
           05 FILLER           PIC X(03) VALUE "SEG".
           05 FILLER           PIC X(03) VALUE "TER".
           05 FILLER           PIC X(03) VALUE "QUA".
           05 FILLER           PIC X(03) VALUE "QUI".
           05 FILLER           PIC X(03) VALUE "SEX".
           05 FILLER           PIC X(03) VALUE "SAB".
       01  WRK-TAB-DIAS REDEFINES WRK-DIAS-SEMANA.
           05 WRK-NOME-DIA     PIC X(03) OCCURS 6 TIMES.

      *== QUADRO DA TURMA EM MONTAGEM: AULA (LINHA) X DIA (COLUNA)
       01  WRK-QUADRO.
           05 WRK-QDR-AULA OCCURS 6 TIMES.
               10 WRK-QDR-DIA OCCURS 6 TIMES PIC X(10).

      *== CARGA DE CADA PROFESSOR, ACUMULADA NA VISAO POR PROFESSOR
       01  WRK-TAB-CARGA.
           05 WRK-CRG-ITEM OCCURS 200 TIMES.
               10 WRK-CRG-PROFESSOR PIC X(20).
               10 WRK-CRG-AULAS     PIC 9(03).
       77  WRK-QTD-CARGA   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CRG     PIC 9(03) VALUE ZEROS.

       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "HORREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "HORREL".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-GRADE-TURMAS.
           PERFORM 0300-GRADE-PROFESSORES.
           PERFORM 0400-GRADE-SALAS.
           PERFORM 0500-RESUMO-CARGA.
           PERFORM 0600-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE "HORARIO_MIN_AULA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-MIN-AULA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HOR-PATH FROM ENVIRONMENT "HORARIO_PATH".
           IF WRK-HOR-PATH EQUAL SPACES
               MOVE "HORARIO.DAT" TO WRK-HOR-PATH
           END-IF.
           OPEN INPUT HORARIO.
           MOVE "HORARIO.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-HORARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-TUR-PATH FROM ENVIRONMENT "TURMAS_PATH".
           IF WRK-TUR-PATH EQUAL SPACES
               MOVE "TURMAS.DAT" TO WRK-TUR-PATH
           END-IF.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL 0
               MOVE "S" TO WRK-TEM-TURMAS
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "HORREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "HORARIO.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT HORARIO-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "GRADE HORARIA - EMITIDA EM " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *================================================
      *== VISAO POR TURMA: UM QUADRO AULA X DIA POR TURMA
      *================================================
       0200-GRADE-TURMAS           SECTION.
           MOVE "*** GRADE POR TURMA ***" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-TURMA-ATUAL.
           MOVE LOW-VALUES TO HOR-CHAVE.
           MOVE "N" TO WRK-FIM-GRADE.
           START HORARIO KEY IS NOT LESS HOR-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-GRADE
           END-START.
           PERFORM UNTIL WRK-FIM-GRADE EQUAL "S"
               READ HORARIO NEXT
                   AT END MOVE "S" TO WRK-FIM-GRADE
               END-READ
               IF WRK-FIM-GRADE EQUAL "N"
                   ADD 1 TO WRK-TOTAL-LIDO
                   IF HOR-TURMA NOT EQUAL WRK-TURMA-ATUAL
                       IF WRK-TURMA-ATUAL NOT EQUAL SPACES
                           PERFORM 0250-IMPRIME-QUADRO
                       END-IF
                       MOVE HOR-TURMA TO WRK-TURMA-ATUAL
                       MOVE SPACES TO WRK-QUADRO
                       MOVE ZEROS TO WRK-QTD-AULAS
                   END-IF
                   ADD 1 TO WRK-QTD-AULAS
                   IF HOR-DIA NOT LESS 2 AND HOR-DIA NOT GREATER 7
                       AND HOR-AULA NOT LESS 1
                       AND HOR-AULA NOT GREATER 6
                       MOVE HOR-DISCIPLINA
                           TO WRK-QDR-DIA(HOR-AULA, HOR-DIA - 1)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-TURMA-ATUAL NOT EQUAL SPACES
               PERFORM 0250-IMPRIME-QUADRO
           ELSE
               MOVE "  NENHUMA AULA NA GRADE" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0250-IMPRIME-QUADRO         SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TURMA " WRK-TURMA-ATUAL
                   DELIMITED BY SIZE INTO REL-LINHA.
           IF WRK-TEM-TURMAS EQUAL "S"
               MOVE WRK-TURMA-ATUAL TO TUR-CODIGO
               READ TURMAS KEY IS TUR-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING " - " TUR-DESCRICAO " - TURNO "
                               TUR-TURNO " - SALA " TUR-SALA
                               DELIMITED BY SIZE INTO REL-LINHA(13:)
               END-READ
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE "AULA" TO REL-LINHA(1:4).
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER 6
               COMPUTE WRK-POS = 7 + (WRK-IDX-DIA - 1) * 11
               MOVE WRK-NOME-DIA(WRK-IDX-DIA) TO REL-LINHA(WRK-POS:3)
           END-PERFORM.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-AULA FROM 1 BY 1
                   UNTIL WRK-IDX-AULA GREATER 6
               MOVE SPACES TO REL-LINHA
               MOVE WRK-IDX-AULA TO REL-LINHA(3:1)
               PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA GREATER 6
                   COMPUTE WRK-POS = 7 + (WRK-IDX-DIA - 1) * 11
                   MOVE WRK-QDR-DIA(WRK-IDX-AULA, WRK-IDX-DIA)
                       TO REL-LINHA(WRK-POS:10)
               END-PERFORM
               WRITE REL-LINHA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING "  AULAS NA SEMANA: " WRK-QTD-AULAS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *================================================
      *== VISAO POR PROFESSOR (CHAVE ALTERNATIVA HOR-ALT-PROF: JA
      *== VEM POR PROFESSOR, TURNO, DIA E AULA)
      *================================================
       0300-GRADE-PROFESSORES      SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "*** GRADE POR PROFESSOR ***" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-PROF-ATUAL.
           MOVE LOW-VALUES TO HOR-ALT-PROF.
           MOVE "N" TO WRK-FIM-GRADE.
           START HORARIO KEY IS NOT LESS HOR-ALT-PROF
               INVALID KEY MOVE "S" TO WRK-FIM-GRADE
           END-START.
           PERFORM UNTIL WRK-FIM-GRADE EQUAL "S"
               READ HORARIO NEXT
                   AT END MOVE "S" TO WRK-FIM-GRADE
               END-READ
               IF WRK-FIM-GRADE EQUAL "N"
                   IF HOR-PROFESSOR NOT EQUAL WRK-PROF-ATUAL
                       MOVE HOR-PROFESSOR TO WRK-PROF-ATUAL
                       PERFORM 0350-NOVO-PROFESSOR
                   END-IF
                   ADD 1 TO WRK-CRG-AULAS(WRK-QTD-CARGA)
                   MOVE SPACES TO REL-LINHA
                   STRING "  " WRK-NOME-DIA(HOR-DIA - 1)
                           " AULA " HOR-AULA " TURNO " HOR-TURNO
                           "  TURMA " HOR-TURMA "  " HOR-DISCIPLINA
                           "  SALA " HOR-SALA
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

       0350-NOVO-PROFESSOR         SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PROFESSOR " HOR-PROFESSOR
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTD-CARGA LESS 200
               ADD 1 TO WRK-QTD-CARGA
               MOVE HOR-PROFESSOR TO WRK-CRG-PROFESSOR(WRK-QTD-CARGA)
               MOVE ZEROS TO WRK-CRG-AULAS(WRK-QTD-CARGA)
           ELSE
               DISPLAY "HORREL: MAIS DE 200 PROFESSORES - CARGA DE "
                       HOR-PROFESSOR " SOMADA AO ULTIMO DA LISTA"
           END-IF.

      *================================================
      *== VISAO POR SALA (CHAVE ALTERNATIVA HOR-ALT-SALA)
      *================================================
       0400-GRADE-SALAS            SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "*** GRADE POR SALA ***" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-SALA-ATUAL.
           MOVE LOW-VALUES TO HOR-ALT-SALA.
           MOVE "N" TO WRK-FIM-GRADE.
           START HORARIO KEY IS NOT LESS HOR-ALT-SALA
               INVALID KEY MOVE "S" TO WRK-FIM-GRADE
           END-START.
           PERFORM UNTIL WRK-FIM-GRADE EQUAL "S"
               READ HORARIO NEXT
                   AT END MOVE "S" TO WRK-FIM-GRADE
               END-READ
               IF WRK-FIM-GRADE EQUAL "N"
                   IF HOR-SALA NOT EQUAL WRK-SALA-ATUAL
                       MOVE HOR-SALA TO WRK-SALA-ATUAL
                       MOVE SPACES TO REL-LINHA
                       WRITE REL-LINHA
                       MOVE SPACES TO REL-LINHA
                       STRING "SALA " HOR-SALA
                               DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
                   MOVE SPACES TO REL-LINHA
                   STRING "  " WRK-NOME-DIA(HOR-DIA - 1)
                           " AULA " HOR-AULA " TURNO " HOR-TURNO
                           "  TURMA " HOR-TURMA "  " HOR-DISCIPLINA
                           "  PROF. " HOR-PROFESSOR
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.

      *================================================
      *== RESUMO DA CARGA HORARIA SEMANAL POR PROFESSOR
      *================================================
       0500-RESUMO-CARGA           SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "*** CARGA HORARIA SEMANAL POR PROFESSOR ***"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "PROFESSOR            AULAS   HORAS  (AULA DE "
                   WRK-MIN-AULA " MIN)"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-CRG FROM 1 BY 1
                   UNTIL WRK-IDX-CRG GREATER WRK-QTD-CARGA
               COMPUTE WRK-HORAS ROUNDED =
                   WRK-CRG-AULAS(WRK-IDX-CRG) * WRK-MIN-AULA / 60
               ADD WRK-CRG-AULAS(WRK-IDX-CRG) TO WRK-TOTAL-AULAS
               ADD WRK-HORAS TO WRK-TOTAL-HORAS
               MOVE WRK-HORAS TO WRK-HORAS-ED
               MOVE SPACES TO REL-LINHA
               STRING WRK-CRG-PROFESSOR(WRK-IDX-CRG) "  "
                       WRK-CRG-AULAS(WRK-IDX-CRG) "  " WRK-HORAS-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE WRK-TOTAL-HORAS TO WRK-TOTAL-HORAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL               " WRK-TOTAL-AULAS
                   WRK-TOTAL-HORAS-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       0600-FINALIZAR              SECTION.
           CLOSE HORARIO.
           IF WRK-TEM-TURMAS EQUAL "S"
               CLOSE TURMAS
           END-IF.
           CLOSE HORARIO-REL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "HORREL: AULAS NA GRADE...... " WRK-TOTAL-LIDO.
           DISPLAY "HORREL: PROFESSORES......... " WRK-QTD-CARGA.
           DISPLAY "HORREL: RELATORIO GRAVADO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
