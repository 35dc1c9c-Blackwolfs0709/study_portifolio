      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: O ALUNO E PEDIDO NO CONSOLE; O ANO CORRENTE
      *==   (AINDA NAO ARQUIVADO) NAO ENTRA - FECHA O ANO COM A
      *==   VIRADA ANTES DE EMITIR O HISTORICO COMPLETO. ANO COM
      *==   TRANSFERENCIA DE TURMA (TRANSFER.DAT, GRAVADO PELO
      *==   MATRICULA) MOSTRA A TRANSFERENCIA E, EM CADA DISCIPLINA,
      *==   AS AVALIACOES QUE VIERAM DA TURMA DE ORIGEM
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT FREQUENCIA ASSIGN TO DYNAMIC WRK-FRQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQUENCIA.
           SELECT TRANSFER ASSIGN TO DYNAMIC WRK-TRF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS FS-TRANSFER.

       DATA DIVISION.
       FILE SECTION.
           05 FRQ-AULAS-DADAS   PIC 9(03).
           05 FRQ-AULAS-PRESENTES PIC 9(03).

      *== TRANSFERENCIAS DE TURMA (VER MATRICULA)
       FD  TRANSFER.
       01  TRF-REG.
           05 TRF-CHAVE.
               10 TRF-ALUNO        PIC 9(04).
               10 TRF-DATA         PIC 9(08).
               10 TRF-HORA         PIC 9(08).
               10 TRF-DISCIPLINA   PIC X(10).
           05 TRF-TURMA-ORIGEM    PIC X(06).
           05 TRF-TURMA-DESTINO   PIC X(06).
           05 TRF-QTD-NOTAS       PIC 9(01).
           05 TRF-AULAS-DADAS     PIC 9(03).
           05 TRF-AULAS-PRESENTES PIC 9(03).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-FRQ-PCT-ED  PIC ZZ9,99 VALUE ZEROS.
       77  WRK-TEM-FRQ     PIC X(01) VALUE "N".
       77  WRK-MEDIA-ED    PIC Z9,99 VALUE ZEROS.
       77  WRK-TRF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TRF-PATH: VARIAVEL DE AMBIENTE "TRANSFER_PATH";
      *== SE NAO DEFINIDA, "TRANSFER.DAT"
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TRANSF  PIC X(01) VALUE "N".
       77  WRK-FIM-TRANSF  PIC X(01) VALUE "N".
       77  WRK-TRF-ACHADA  PIC X(01) VALUE "N".
       77  WRK-TRF-DDMMAAAA PIC 9(08) VALUE ZEROS.
       77  WRK-TRF-DATA-ED PIC 99/99/9999.
       77  WRK-ULT-EVENTO  PIC 9(16) VALUE ZEROS.
       77  WRK-EVENTO      PIC 9(16) VALUE ZEROS.

      *== TRANSFERENCIAS DO ALUNO NO ANO EM IMPRESSAO
       77  WRK-QTD-TRF     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-TRANSF.
           05 WRK-TRF-ITEM OCCURS 50 TIMES.
               10 WRK-TRF-EVENTO   PIC 9(16).
               10 WRK-TRF-DATA     PIC 9(08).
               10 WRK-TRF-DISC     PIC X(10).
               10 WRK-TRF-ORIGEM   PIC X(06).
               10 WRK-TRF-DESTINO  PIC X(06).
               10 WRK-TRF-QTD      PIC 9(01).
       77  WRK-IDX-TRF     PIC 9(02) VALUE ZEROS.

      *== ANOS ARQUIVADOS, EM ORDEM DE CATALOGO (A VIRADA GRAVA UM
      *== POR ANO, ENTAO A ORDEM CRONOLOGICA VEM DE GRACA)
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "TRANSCRIT.REL" TO WRK-REL-PATH
           END-IF.
           ACCEPT WRK-TRF-PATH FROM ENVIRONMENT "TRANSFER_PATH".
           IF WRK-TRF-PATH EQUAL SPACES
               MOVE "TRANSFER.DAT" TO WRK-TRF-PATH
           END-IF.
           OPEN INPUT TRANSFER.
           IF FS-TRANSFER EQUAL 0
               MOVE "S" TO WRK-TEM-TRANSF
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "HISTORICO ESCOLAR" TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           STRING "FREQUENCIA.G" WRK-ANO DELIMITED BY SIZE
                   INTO WRK-FRQ-PATH.
           PERFORM 0450-BUSCA-FREQUENCIA.
           PERFORM 0460-CARREGA-TRANSF.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE ZEROS TO FS-GRADES.
           OPEN INPUT GRADES-IN.
                       " - " GRD-NOME
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
               PERFORM 0430-IMPRIME-TRANSF
           END-IF.
           MOVE GRD-MEDIA-FINAL TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " GRD-DISCIPLINA "  MEDIA FINAL " WRK-MEDIA-ED
                   "  " GRD-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA.
      *== AS PRIMEIRAS AVALIACOES DE DISCIPLINA TRANSFERIDA FORAM
      *== LANCADAS NA TURMA DE ORIGEM DA PRIMEIRA TRANSFERENCIA
           MOVE "N" TO WRK-TRF-ACHADA.
           PERFORM VARYING WRK-IDX-TRF FROM 1 BY 1
                   UNTIL WRK-IDX-TRF GREATER WRK-QTD-TRF
                      OR WRK-TRF-ACHADA EQUAL "S"
               IF WRK-TRF-DISC(WRK-IDX-TRF) EQUAL GRD-DISCIPLINA
                   AND WRK-TRF-QTD(WRK-IDX-TRF) GREATER ZEROS
                   MOVE "S" TO WRK-TRF-ACHADA
                   STRING "AVAL. 1 A " WRK-TRF-QTD(WRK-IDX-TRF)
                           " NA TURMA " WRK-TRF-ORIGEM(WRK-IDX-TRF)
                           DELIMITED BY SIZE
                           INTO REL-LINHA(51:30)
               END-IF
           END-PERFORM.
           PERFORM 9600-GRAVA-REL.
           ADD 1 TO WRK-QTD-LINHAS.

      *== UMA LINHA POR TRANSFERENCIA DE TURMA NO ANO
       0430-IMPRIME-TRANSF         SECTION.
           MOVE ZEROS TO WRK-ULT-EVENTO.
           PERFORM VARYING WRK-IDX-TRF FROM 1 BY 1
                   UNTIL WRK-IDX-TRF GREATER WRK-QTD-TRF
               IF WRK-TRF-EVENTO(WRK-IDX-TRF) NOT EQUAL WRK-ULT-EVENTO
                   MOVE WRK-TRF-EVENTO(WRK-IDX-TRF) TO WRK-ULT-EVENTO
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-TRF-DATA(WRK-IDX-TRF)(7:2)
                           WRK-TRF-DATA(WRK-IDX-TRF)(5:2)
                           WRK-TRF-DATA(WRK-IDX-TRF)(1:4)
                           DELIMITED BY SIZE INTO WRK-TRF-DDMMAAAA
                   MOVE WRK-TRF-DDMMAAAA TO WRK-TRF-DATA-ED
                   STRING "  TRANSFERIDO DA TURMA "
                           WRK-TRF-ORIGEM(WRK-IDX-TRF)
                           " PARA A TURMA "
                           WRK-TRF-DESTINO(WRK-IDX-TRF)
                           " EM " WRK-TRF-DATA-ED
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-PERFORM.

      *== TRANSFERENCIAS DO ALUNO DATADAS NO ANO WRK-ANO
       0460-CARREGA-TRANSF         SECTION.
           MOVE ZEROS TO WRK-QTD-TRF.
           IF WRK-TEM-TRANSF NOT EQUAL "S"
               GO TO 0460-CARREGA-TRANSF-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-TRANSF.
           MOVE LOW-VALUES TO TRF-CHAVE.
           MOVE WRK-ALUNO TO TRF-ALUNO.
           START TRANSFER KEY IS NOT LESS TRF-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-TRANSF
           END-START.
           PERFORM UNTIL WRK-FIM-TRANSF EQUAL "S"
               READ TRANSFER NEXT
                   AT END MOVE "S" TO WRK-FIM-TRANSF
               END-READ
               IF WRK-FIM-TRANSF EQUAL "N"
                   IF TRF-ALUNO NOT EQUAL WRK-ALUNO
                       MOVE "S" TO WRK-FIM-TRANSF
                   ELSE
                   IF TRF-DATA(1:4) EQUAL WRK-ANO
                       AND WRK-QTD-TRF LESS 50
                       ADD 1 TO WRK-QTD-TRF
                       MOVE TRF-DATA TO WRK-EVENTO(1:8)
                       MOVE TRF-HORA TO WRK-EVENTO(9:8)
                       MOVE WRK-EVENTO TO WRK-TRF-EVENTO(WRK-QTD-TRF)
                       MOVE TRF-DATA TO WRK-TRF-DATA(WRK-QTD-TRF)
                       MOVE TRF-DISCIPLINA
                           TO WRK-TRF-DISC(WRK-QTD-TRF)
                       MOVE TRF-TURMA-ORIGEM
                           TO WRK-TRF-ORIGEM(WRK-QTD-TRF)
                       MOVE TRF-TURMA-DESTINO
                           TO WRK-TRF-DESTINO(WRK-QTD-TRF)
                       MOVE TRF-QTD-NOTAS TO WRK-TRF-QTD(WRK-QTD-TRF)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0460-CARREGA-TRANSF-FIM. EXIT.

       0450-BUSCA-FREQUENCIA       SECTION.
           MOVE "N" TO WRK-TEM-FRQ.
           MOVE ZEROS TO WRK-FRQ-PCT.
           PERFORM 9600-GRAVA-REL.

       0600-FINALIZAR              SECTION.
           IF WRK-TEM-TRANSF EQUAL "S"
               CLOSE TRANSFER
           END-IF.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           DISPLAY "TRANSCRIT: HISTORICO DO ALUNO " WRK-ALUNO
