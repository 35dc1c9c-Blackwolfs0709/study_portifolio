      *==           COM NOTAS INDIVIDUAIS, MEDIA FINAL E SITUACAO
      *==           (VER ALUNOS / PROGRAMA13)
      *== DATA: 05/03/2025
      *== OBSERVAÇÕES: GERADO EM ARQUIVO PARA IMPRESSAO/ARQUIVAMENTO.
      *==   ALUNO TRANSFERIDO DE TURMA NO ANO (TRANSFER.DAT, GRAVADO
      *==   PELO MATRICULA) TEM A TRANSFERENCIA NO CABECALHO E A
      *==   TURMA DE ORIGEM DE CADA AVALIACAO. CADA BOLETIM FECHADO
      *==   AVISA O RESPONSAVEL FINANCEIRO (ALU-PAGADOR, VER NOTIFLIB)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
           SELECT TRANSFER ASSIGN TO DYNAMIC WRK-TRF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS FS-TRANSFER.

       DATA DIVISION.
       FILE SECTION.
           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

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
       77  WRK-TRF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TRF-PATH: VARIAVEL DE AMBIENTE "TRANSFER_PATH";
      *== SE NAO DEFINIDA, "TRANSFER.DAT"
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TRANSF  PIC X(01) VALUE "N".
       77  WRK-FIM-TRANSF  PIC X(01) VALUE "N".
       77  WRK-ANO-LETIVO  PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-TURMA-NOTA  PIC X(06) VALUE SPACES.
       77  WRK-ULT-EVENTO  PIC 9(16) VALUE ZEROS.
       77  WRK-EVENTO      PIC 9(16) VALUE ZEROS.
       77  WRK-TRF-DATA-ED PIC 99/99/9999.
       77  WRK-TRF-DDMMAAAA PIC 9(08) VALUE ZEROS.
      *== TRANSFERENCIAS DO ALUNO NO ANO, NA ORDEM EM QUE OCORRERAM
       01  WRK-TAB-TRANSF.
           05 WRK-TRF-ITEM OCCURS 50 TIMES.
               10 WRK-TRF-DISC     PIC X(10).
               10 WRK-TRF-ORIGEM   PIC X(06).
               10 WRK-TRF-QTD      PIC 9(01).
       77  WRK-QTD-TRF     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-TRF     PIC 9(02) VALUE ZEROS.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TUR-PATH: VARIAVEL DE AMBIENTE "TURMAS_PATH";
      *== SE NAO DEFINIDA, "TURMAS.DAT"
       77  WRK-PRIMEIRO    PIC X(01) VALUE "S".
       77  WRK-QTD-DISC-ALUNO PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-REPROV  PIC 9(02) VALUE ZEROS.
      *== RESPONSAVEL E NOME DO ALUNO DO BOLETIM ABERTO: NO FECHAMENTO
      *== ALU-REG JA E O DO PROXIMO ALUNO
       77  WRK-PAGADOR-ATUAL PIC 9(04) VALUE ZEROS.
       77  WRK-NOME-ATUAL  PIC X(20) VALUE SPACES.
       77  WRK-FIL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FIL-PATH: VARIAVEL DE AMBIENTE "BOLETIM_FILTRO_PATH";
      *== SE NAO DEFINIDA, "BOLETIM.FILTRO" - AUSENTE = SEM FILTRO
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO DE AVISO AO CLIENTE (VER NOTIFLIB)
       01  WRK-NOTIFLIB-AREA.
           05  WRK-NTF-EVENTO     PIC X(08) VALUE SPACES.
           05  WRK-NTF-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-NTF-CONTA      PIC 9(06) VALUE ZEROS.
           05  WRK-NTF-REFERENCIA PIC X(20) VALUE SPACES.
           05  WRK-NTF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-NTF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-NTF-RESULTADO  PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0001-PRINCIPAL               SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-TURMAS EQUAL 0
               MOVE "S" TO WRK-TEM-TURMAS
           END-IF.
           ACCEPT WRK-TRF-PATH FROM ENVIRONMENT "TRANSFER_PATH".
           IF WRK-TRF-PATH EQUAL SPACES
               MOVE "TRANSFER.DAT" TO WRK-TRF-PATH
           END-IF.
           OPEN INPUT TRANSFER.
           IF FS-TRANSFER EQUAL 0
               MOVE "S" TO WRK-TEM-TRANSF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-LETIVO.
           PERFORM 0160-CARREGA-FREQUENCIA.
           PERFORM 0170-CARREGA-FILTRO.


       0240-ABRE-BOLETIM            SECTION.
           MOVE ALU-ID TO WRK-ALUNO-ATUAL.
           MOVE ALU-PAGADOR TO WRK-PAGADOR-ATUAL.
           MOVE ALU-NOME TO WRK-NOME-ATUAL.
           MOVE ZEROS TO WRK-QTD-DISC-ALUNO.
           MOVE ZEROS TO WRK-QTD-REPROV.
           MOVE SPACES TO REL-LINHA.
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           PERFORM 0180-CARREGA-TRANSF.

      *== TRANSFERENCIAS DO ALUNO NO ANO LETIVO: UMA LINHA POR
      *== TRANSFERENCIA NO CABECALHO E A TABELA PARA A ORIGEM DAS
      *== NOTAS (A FREQUENCIA ACIMA JA INCLUI A DA TURMA DE ORIGEM)
       0180-CARREGA-TRANSF         SECTION.
           MOVE ZEROS TO WRK-QTD-TRF.
           MOVE ZEROS TO WRK-ULT-EVENTO.
           IF WRK-TEM-TRANSF NOT EQUAL "S"
               GO TO 0180-CARREGA-TRANSF-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-TRANSF.
           MOVE LOW-VALUES TO TRF-CHAVE.
           MOVE ALU-ID TO TRF-ALUNO.
           START TRANSFER KEY IS NOT LESS TRF-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-TRANSF
           END-START.
           PERFORM UNTIL WRK-FIM-TRANSF EQUAL "S"
               READ TRANSFER NEXT
                   AT END MOVE "S" TO WRK-FIM-TRANSF
               END-READ
               IF WRK-FIM-TRANSF EQUAL "N"
                   IF TRF-ALUNO NOT EQUAL ALU-ID
                       MOVE "S" TO WRK-FIM-TRANSF
                   ELSE
                   IF TRF-DATA(1:4) EQUAL WRK-ANO-LETIVO
                       PERFORM 0181-GUARDA-TRANSF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0180-CARREGA-TRANSF-FIM. EXIT.

       0181-GUARDA-TRANSF          SECTION.
           MOVE TRF-DATA TO WRK-EVENTO(1:8).
           MOVE TRF-HORA TO WRK-EVENTO(9:8).
           IF WRK-EVENTO NOT EQUAL WRK-ULT-EVENTO
               MOVE WRK-EVENTO TO WRK-ULT-EVENTO
               STRING TRF-DATA(7:2) TRF-DATA(5:2) TRF-DATA(1:4)
                       DELIMITED BY SIZE INTO WRK-TRF-DDMMAAAA
               MOVE WRK-TRF-DDMMAAAA TO WRK-TRF-DATA-ED
               MOVE SPACES TO REL-LINHA
               STRING "  TRANSFERIDO DA TURMA " TRF-TURMA-ORIGEM
                       " PARA A TURMA " TRF-TURMA-DESTINO " EM "
                       WRK-TRF-DATA-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-QTD-TRF LESS 50
               ADD 1 TO WRK-QTD-TRF
               MOVE TRF-DISCIPLINA TO WRK-TRF-DISC(WRK-QTD-TRF)
               MOVE TRF-TURMA-ORIGEM TO WRK-TRF-ORIGEM(WRK-QTD-TRF)
               MOVE TRF-QTD-NOTAS TO WRK-TRF-QTD(WRK-QTD-TRF)
           END-IF.

      *== TURMA EM QUE A AVALIACAO WRK-IDX-NOTA DA DISCIPLINA FOI
      *== LANCADA: A PRIMEIRA TRANSFERENCIA QUE JA A TROUXE PRONTA;
      *== SE NENHUMA, FOI LANCADA NA TURMA ATUAL
       0185-ORIGEM-NOTA            SECTION.
           MOVE ALU-TURMA TO WRK-TURMA-NOTA.
           MOVE 1 TO WRK-IDX-TRF.
           PERFORM UNTIL WRK-IDX-TRF GREATER WRK-QTD-TRF
               IF WRK-TRF-DISC(WRK-IDX-TRF) EQUAL ALU-DISCIPLINA
                   AND WRK-TRF-QTD(WRK-IDX-TRF)
                       NOT LESS WRK-IDX-NOTA
                   MOVE WRK-TRF-ORIGEM(WRK-IDX-TRF) TO WRK-TURMA-NOTA
                   MOVE WRK-QTD-TRF TO WRK-IDX-TRF
               END-IF
               ADD 1 TO WRK-IDX-TRF
           END-PERFORM.

      *== FECHA O BOLETIM DO ALUNO ANTERIOR COM O RESULTADO GERAL:
      *== APROVADO SO QUANDO NENHUMA DISCIPLINA FICOU REPROVADA
               PERFORM 9600-GRAVA-REL
               MOVE SPACES TO REL-LINHA
               PERFORM 9600-GRAVA-REL
               IF WRK-PAGADOR-ATUAL IS NUMERIC
                   AND WRK-PAGADOR-ATUAL GREATER ZEROS
                   PERFORM 0235-AVISA-RESPONSAVEL
               END-IF
           END-IF.

       0235-AVISA-RESPONSAVEL      SECTION.
           MOVE "BOLETIM" TO WRK-NTF-EVENTO.
           MOVE WRK-PAGADOR-ATUAL TO WRK-NTF-CLIENTE.
           MOVE ZEROS TO WRK-NTF-CONTA.
           MOVE WRK-NOME-ATUAL TO WRK-NTF-REFERENCIA.
           MOVE ZEROS TO WRK-NTF-VALOR.
           MOVE ZEROS TO WRK-NTF-DATA.
           CALL "NOTIFLIB" USING WRK-NOTIFLIB-AREA.

       0205-VALIDA-NOTAS            SECTION.
           MOVE "S" TO WRK-NOTA-VALIDA.
           IF ALU-QTD-NOTAS LESS THAN 1 OR ALU-QTD-NOTAS GREATER THAN 5
               STRING "  AVALIACAO " WRK-IDX-NOTA ": NOTA "
                       WRK-NOTA-ED " PESO " WRK-PESO-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               IF WRK-QTD-TRF GREATER ZEROS
                   PERFORM 0185-ORIGEM-NOTA
                   MOVE " - TURMA " TO REL-LINHA(36:9)
                   MOVE WRK-TURMA-NOTA TO REL-LINHA(45:6)
               END-IF
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           IF WRK-TEM-TURMAS EQUAL "S"
               CLOSE TURMAS
           END-IF.
           IF WRK-TEM-TRANSF EQUAL "S"
               CLOSE TRANSFER
           END-IF.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
