       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSAREN.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RENOVACAO DAS BOLSAS DE ESTUDO NO FIM DO PERIODO
      *==           - PARA CADA BOLSA ATIVA COM CONDICAO, CALCULA A
      *==           MEDIA DO ALUNO (MEDIA DAS MEDIAS FINAIS DAS
      *==           DISCIPLINAS, COM A RECUPERACAO, NA REGRA DO
      *==           TURMA-STATS) E A FREQUENCIA, E SUSPENDE A BOLSA
      *==           CUJA CONDICAO NAO FOI CUMPRIDA. RELATORIO EM
      *==           BOLSAREN.REL; CADA SUSPENSAO VAI PARA BOLSAS.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: ALUNO SEM FREQUENCIA LANCADA NAO E SUSPENSO
      *==   POR FREQUENCIA (MESMO CRITERIO DO TURMA-STATS); ALUNO
      *==   QUE SAIU DE ALUNOS.DAT TEM A BOLSA SUSPENSA. A VARIAVEL
      *==   SIMULACAO = "S" SO EMITE O RELATORIO, SEM SUSPENDER. A
      *==   REATIVACAO, SE HOUVER RECURSO, E PELO BOLSAMNT
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-IN ASSIGN TO DYNAMIC WRK-ALU-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALUNOS.
           SELECT FREQUENCIA ASSIGN TO DYNAMIC WRK-FRQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQUENCIA.
           SELECT BOLSAS ASSIGN TO DYNAMIC WRK-BLS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLS-ALUNO
               FILE STATUS IS FS-BOLSAS.
           SELECT BOLSAS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT BOLSAREN-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
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

       FD  FREQUENCIA.
       01  FRQ-REG.
           05 FRQ-ID            PIC 9(04).
           05 FRQ-AULAS-DADAS   PIC 9(03).
           05 FRQ-AULAS-PRESENTES PIC 9(03).

      *== BOLSA DE ESTUDO DO ALUNO (VER BOLSAMNT)
       FD  BOLSAS.
       01  BLS-REG.
           05 BLS-ALUNO          PIC 9(04).
           05 BLS-TIPO           PIC X(01).
           05 BLS-PERCENTUAL     PIC 9(03)V99.
           05 BLS-COMP-INICIO    PIC 9(06).
           05 BLS-COMP-FIM       PIC 9(06).
           05 BLS-MEDIA-MINIMA   PIC 9(02)V99.
           05 BLS-FREQ-MINIMA    PIC 9(03)V99.
           05 BLS-SITUACAO       PIC X(01).
           05 BLS-DATA-SITUACAO  PIC 9(08).
           05 BLS-MOTIVO         PIC X(30).

       FD  BOLSAS-LOG.
       01  LOG-LINHA            PIC X(200).

       FD  BOLSAREN-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FRQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FRQ-PATH: VARIAVEL DE AMBIENTE "FREQUENCIA_PATH";
      *== SE NAO DEFINIDA, "FREQUENCIA.DAT"
       77  WRK-BLS-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "BOLSAREN_REL_PATH";
      *== SE NAO DEFINIDA, "BOLSAREN.REL"
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-FREQUENCIA   PIC 9(02) VALUE ZEROS.
       77  FS-BOLSAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-SIMULACAO   PIC X(01) VALUE "N".
      *== WRK-SIMULACAO: VARIAVEL DE AMBIENTE "SIMULACAO" = "S" SO
      *== LISTA O QUE SERIA SUSPENSO
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(75) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(75) VALUE SPACES.
       77  WRK-FIM-BOLSAS  PIC X(01) VALUE "N".
       77  WRK-NOTA-VALIDA PIC X(01) VALUE "S".
       77  WRK-IDX-NOTA    PIC 9(01) VALUE ZEROS.
       77  WRK-SOMA-NOTAS  PIC 9(04)V9999 VALUE ZEROS.
       77  WRK-SOMA-PESOS  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-FINAL PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-ALUNO PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FRQ-PCT     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FRQ-ACHADA  PIC X(01) VALUE "N".
       77  WRK-SUSPENDE    PIC X(01) VALUE "N".
       77  WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77  WRK-MEDIA-ED    PIC Z9,99.
       77  WRK-MIN-MED-ED  PIC Z9,99.
       77  WRK-FRQ-ED      PIC ZZ9,99.
       77  WRK-MIN-FRQ-ED  PIC ZZ9,99.
       77  WRK-TOTAL-LIDAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MANTIDAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SUSPENSAS PIC 9(06) VALUE ZEROS.

      *== MEDIA POR ALUNO: SOMA DAS MEDIAS FINAIS DAS DISCIPLINAS
      *== VALIDAS E QUANTIDADE DE DISCIPLINAS
       01  WRK-TAB-ALUNOS.
           05 WRK-ALU-ITEM OCCURS 1000 TIMES.
               10 WRK-TAB-ID      PIC 9(04).
               10 WRK-TAB-SOMA    PIC 9(03)V99.
               10 WRK-TAB-QTD     PIC 9(02).
       77  WRK-QTD-ALUNOS  PIC 9(04) VALUE ZEROS.
       77  WRK-IDX         PIC 9(04) VALUE ZEROS.

       01  WRK-TAB-FREQUENCIA.
           05 WRK-FRQ-ITEM OCCURS 1000 TIMES.
               10 WRK-FRQ-ALUNO    PIC 9(04).
               10 WRK-FRQ-DADAS    PIC 9(03).
               10 WRK-FRQ-PRESENTES PIC 9(03).
       77  WRK-QTD-FRQ     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-FRQ     PIC 9(04) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "BOLSAREN".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "BOLSAREN".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGA-FREQUENCIA.
           PERFORM 0200-CARREGA-MEDIAS.
           PERFORM 0300-RENOVA-BOLSAS.
           PERFORM 0400-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-SIMULACAO FROM ENVIRONMENT "SIMULACAO".
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "N" TO WRK-SIMULACAO
           ELSE
               DISPLAY "BOLSAREN: *** EXECUCAO EM MODO SIMULACAO - "
                       "NENHUMA BOLSA SERA SUSPENSA ***"
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
           END-IF.
           OPEN INPUT ALUNOS-IN.
           MOVE "ALUNOS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ALUNOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-BLS-PATH FROM ENVIRONMENT "BOLSAS_PATH".
           IF WRK-BLS-PATH EQUAL SPACES
               MOVE "BOLSAS.DAT" TO WRK-BLS-PATH
           END-IF.
           OPEN I-O BOLSAS.
           MOVE "BOLSAS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-BOLSAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "BOLSAS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "BOLSAS.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND BOLSAS-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT BOLSAS-LOG
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "BOLSAREN_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "BOLSAREN.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT BOLSAREN-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "RENOVACAO DAS BOLSAS DE ESTUDO - " WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA.
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "(SIMULACAO)" TO REL-LINHA(45:11)
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *== CARREGA A FREQUENCIA PARA A CONDICAO DE FREQUENCIA MINIMA
       0150-CARREGA-FREQUENCIA     SECTION.
           ACCEPT WRK-FRQ-PATH FROM ENVIRONMENT "FREQUENCIA_PATH".
           IF WRK-FRQ-PATH EQUAL SPACES
               MOVE "FREQUENCIA.DAT" TO WRK-FRQ-PATH
           END-IF.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA NOT EQUAL 0
               DISPLAY "BOLSAREN: SEM " WRK-FRQ-PATH " - CONDICAO DE "
                       "FREQUENCIA NAO CONFERIDA"
               GO TO 0150-CARREGA-FREQUENCIA-FIM
           END-IF.
           READ FREQUENCIA
               AT END MOVE 10 TO FS-FREQUENCIA
           END-READ.
           PERFORM UNTIL FS-FREQUENCIA EQUAL 10
               IF WRK-QTD-FRQ LESS 1000
                   ADD 1 TO WRK-QTD-FRQ
                   MOVE FRQ-ID TO WRK-FRQ-ALUNO(WRK-QTD-FRQ)
                   MOVE FRQ-AULAS-DADAS TO WRK-FRQ-DADAS(WRK-QTD-FRQ)
                   MOVE FRQ-AULAS-PRESENTES
                       TO WRK-FRQ-PRESENTES(WRK-QTD-FRQ)
               END-IF
               READ FREQUENCIA
                   AT END MOVE 10 TO FS-FREQUENCIA
               END-READ
           END-PERFORM.
           CLOSE FREQUENCIA.
       0150-CARREGA-FREQUENCIA-FIM. EXIT.

       0200-CARREGA-MEDIAS         SECTION.
           READ ALUNOS-IN
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               PERFORM 0205-VALIDA-NOTAS
               IF WRK-NOTA-VALIDA EQUAL "S"
                   PERFORM 0210-CALCULA
                   PERFORM 0220-ACUMULA
               END-IF
               READ ALUNOS-IN
                   AT END MOVE 10 TO FS-ALUNOS
               END-READ
           END-PERFORM.
           CLOSE ALUNOS-IN.

       0205-VALIDA-NOTAS           SECTION.
           MOVE "S" TO WRK-NOTA-VALIDA.
           IF ALU-QTD-NOTAS LESS THAN 1 OR ALU-QTD-NOTAS GREATER THAN 5
               MOVE "N" TO WRK-NOTA-VALIDA
           ELSE
               PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
                   UNTIL WRK-IDX-NOTA GREATER ALU-QTD-NOTAS
                   IF ALU-NOTAS(WRK-IDX-NOTA) GREATER 10
                       MOVE "N" TO WRK-NOTA-VALIDA
                   END-IF
               END-PERFORM
               IF ALU-REC-NOTA GREATER 10
                   MOVE "N" TO WRK-NOTA-VALIDA
               END-IF
           END-IF.

      *== MEDIA FINAL DA DISCIPLINA: PONDERADA PELOS PESOS; ENTRE 4
      *== E 6 ENTRA A NOTA DE RECUPERACAO (REGRA DO TURMA-STATS)
       0210-CALCULA                SECTION.
           MOVE ZEROS TO WRK-SOMA-NOTAS.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           PERFORM VARYING WRK-IDX-NOTA FROM 1 BY 1
               UNTIL WRK-IDX-NOTA GREATER ALU-QTD-NOTAS
               COMPUTE WRK-SOMA-NOTAS = WRK-SOMA-NOTAS +
                   (ALU-NOTAS(WRK-IDX-NOTA) * ALU-PESOS(WRK-IDX-NOTA))
               ADD ALU-PESOS(WRK-IDX-NOTA) TO WRK-SOMA-PESOS
           END-PERFORM.
           IF WRK-SOMA-PESOS EQUAL ZEROS
               MOVE ZEROS TO WRK-MEDIA
           ELSE
               COMPUTE WRK-MEDIA = WRK-SOMA-NOTAS / WRK-SOMA-PESOS
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-FINAL.
           IF WRK-MEDIA NOT LESS 4 AND WRK-MEDIA LESS 6
               COMPUTE WRK-MEDIA-FINAL =
                   (WRK-MEDIA + ALU-REC-NOTA) / 2
           END-IF.

       0220-ACUMULA                SECTION.
           MOVE 1 TO WRK-IDX.
           PERFORM UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               OR WRK-TAB-ID(WRK-IDX) EQUAL ALU-ID
               ADD 1 TO WRK-IDX
           END-PERFORM.
           IF WRK-IDX GREATER WRK-QTD-ALUNOS
               IF WRK-QTD-ALUNOS GREATER OR EQUAL 1000
                   DISPLAY "BOLSAREN: MAIS DE 1000 ALUNOS - ALUNO "
                           ALU-ID " FORA DA RENOVACAO"
                   GO TO 0220-ACUMULA-FIM
               END-IF
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE ALU-ID TO WRK-TAB-ID(WRK-QTD-ALUNOS)
               MOVE ZEROS TO WRK-TAB-SOMA(WRK-QTD-ALUNOS)
               MOVE ZEROS TO WRK-TAB-QTD(WRK-QTD-ALUNOS)
           END-IF.
           ADD WRK-MEDIA-FINAL TO WRK-TAB-SOMA(WRK-IDX).
           ADD 1 TO WRK-TAB-QTD(WRK-IDX).
       0220-ACUMULA-FIM. EXIT.

       0300-RENOVA-BOLSAS          SECTION.
           MOVE "N" TO WRK-FIM-BOLSAS.
           PERFORM UNTIL WRK-FIM-BOLSAS EQUAL "S"
               READ BOLSAS NEXT
                   AT END MOVE "S" TO WRK-FIM-BOLSAS
               END-READ
               IF WRK-FIM-BOLSAS EQUAL "N"
                   AND BLS-SITUACAO EQUAL "A"
                   ADD 1 TO WRK-TOTAL-LIDAS
                   PERFORM 0310-CONFERE-CONDICAO
               END-IF
           END-PERFORM.

       0310-CONFERE-CONDICAO       SECTION.
           MOVE "N" TO WRK-SUSPENDE.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-MEDIA-ALUNO.
           MOVE 1 TO WRK-IDX.
           PERFORM UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               OR WRK-TAB-ID(WRK-IDX) EQUAL BLS-ALUNO
               ADD 1 TO WRK-IDX
           END-PERFORM.
           IF WRK-IDX GREATER WRK-QTD-ALUNOS
               MOVE "S" TO WRK-SUSPENDE
               MOVE "ALUNO SEM MATRICULA/NOTAS" TO WRK-MOTIVO
           ELSE
               COMPUTE WRK-MEDIA-ALUNO ROUNDED =
                   WRK-TAB-SOMA(WRK-IDX) / WRK-TAB-QTD(WRK-IDX)
           END-IF.
           PERFORM 0320-BUSCA-FREQUENCIA.
           MOVE WRK-MEDIA-ALUNO TO WRK-MEDIA-ED.
           MOVE BLS-MEDIA-MINIMA TO WRK-MIN-MED-ED.
           MOVE WRK-FRQ-PCT TO WRK-FRQ-ED.
           MOVE BLS-FREQ-MINIMA TO WRK-MIN-FRQ-ED.
           IF WRK-SUSPENDE EQUAL "N"
               AND BLS-MEDIA-MINIMA GREATER ZEROS
               AND WRK-MEDIA-ALUNO LESS BLS-MEDIA-MINIMA
               MOVE "S" TO WRK-SUSPENDE
               STRING "MEDIA " WRK-MEDIA-ED " ABAIXO DE "
                       WRK-MIN-MED-ED
                       DELIMITED BY SIZE INTO WRK-MOTIVO
           END-IF.
           IF WRK-SUSPENDE EQUAL "N"
               AND BLS-FREQ-MINIMA GREATER ZEROS
               AND WRK-FRQ-ACHADA EQUAL "S"
               AND WRK-FRQ-PCT LESS BLS-FREQ-MINIMA
               MOVE "S" TO WRK-SUSPENDE
               STRING "FREQ " WRK-FRQ-ED "% ABAIXO DE "
                       WRK-MIN-FRQ-ED "%"
                       DELIMITED BY SIZE INTO WRK-MOTIVO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           IF WRK-SUSPENDE EQUAL "S"
               ADD 1 TO WRK-TOTAL-SUSPENSAS
               STRING "SUSPENSA  ALUNO " BLS-ALUNO "  TIPO " BLS-TIPO
                       "  MEDIA " WRK-MEDIA-ED "  FREQ " WRK-FRQ-ED
                       "%  " WRK-MOTIVO
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 0330-SUSPENDE-BOLSA
           ELSE
               ADD 1 TO WRK-TOTAL-MANTIDAS
               STRING "MANTIDA   ALUNO " BLS-ALUNO "  TIPO " BLS-TIPO
                       "  MEDIA " WRK-MEDIA-ED "  FREQ " WRK-FRQ-ED
                       "%"
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

      *== SEM FREQUENCIA LANCADA CONTA 100% (COMO NO TURMA-STATS)
       0320-BUSCA-FREQUENCIA       SECTION.
           MOVE "N" TO WRK-FRQ-ACHADA.
           MOVE 100 TO WRK-FRQ-PCT.
           MOVE 1 TO WRK-IDX-FRQ.
           PERFORM UNTIL WRK-IDX-FRQ GREATER WRK-QTD-FRQ
               OR WRK-FRQ-ALUNO(WRK-IDX-FRQ) EQUAL BLS-ALUNO
               ADD 1 TO WRK-IDX-FRQ
           END-PERFORM.
           IF WRK-IDX-FRQ NOT GREATER WRK-QTD-FRQ
               AND WRK-FRQ-DADAS(WRK-IDX-FRQ) GREATER ZEROS
               MOVE "S" TO WRK-FRQ-ACHADA
               COMPUTE WRK-FRQ-PCT =
                   (WRK-FRQ-PRESENTES(WRK-IDX-FRQ)
                    / WRK-FRQ-DADAS(WRK-IDX-FRQ)) * 100
           END-IF.

       0330-SUSPENDE-BOLSA         SECTION.
           IF WRK-SIMULACAO EQUAL "S"
               GO TO 0330-SUSPENDE-BOLSA-FIM
           END-IF.
           MOVE BLS-REG TO WRK-REG-ANTES.
           MOVE "S" TO BLS-SITUACAO.
           MOVE WRK-DATA-HOJE TO BLS-DATA-SITUACAO.
           MOVE WRK-MOTIVO TO BLS-MOTIVO.
           REWRITE BLS-REG
               INVALID KEY
                   DISPLAY "BOLSAREN: ERRO AO SUSPENDER ALUNO "
                           BLS-ALUNO " FS=" FS-BOLSAS
                   GO TO 0330-SUSPENDE-BOLSA-FIM
           END-REWRITE.
           MOVE BLS-REG TO WRK-REG-DEPOIS.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA          DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WRK-LOG-HORA          DELIMITED BY SIZE
                  " RENOVACAO   ANTES=[" DELIMITED BY SIZE
                  WRK-REG-ANTES         DELIMITED BY SIZE
                  "] DEPOIS=["          DELIMITED BY SIZE
                  WRK-REG-DEPOIS        DELIMITED BY SIZE
                  "] OPER=BOLSAREN"     DELIMITED BY SIZE
                  INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.
       0330-SUSPENDE-BOLSA-FIM. EXIT.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "BOLSAS ATIVAS CONFERIDAS " WRK-TOTAL-LIDAS
                   "  MANTIDAS " WRK-TOTAL-MANTIDAS
                   "  SUSPENSAS " WRK-TOTAL-SUSPENSAS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE BOLSAS.
           CLOSE BOLSAS-LOG.
           CLOSE BOLSAREN-REL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDAS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-SUSPENSAS TO WRK-RUN-GRAVADOS.
           MOVE ZEROS TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "BOLSAREN: BOLSAS CONFERIDAS.... " WRK-TOTAL-LIDAS.
           DISPLAY "BOLSAREN: MANTIDAS............. "
                   WRK-TOTAL-MANTIDAS.
           DISPLAY "BOLSAREN: SUSPENSAS............ "
                   WRK-TOTAL-SUSPENSAS.
           DISPLAY "BOLSAREN: RELATORIO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
