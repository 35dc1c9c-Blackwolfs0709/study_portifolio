       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOALU.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ALERTA ANTECIPADO DE ALUNOS EM RISCO DURANTE O
      *==           PERIODO - CRUZA A MEDIA PARCIAL DE CADA
      *==           DISCIPLINA (NOTAS JA LANCADAS EM ALUNOS.DAT, NA
      *==           REGRA DO TURMA-STATS), A FREQUENCIA ATUAL CONTRA
      *==           A REGRA DOS 75% E OS DEBITOS DE MENSALIDADE
      *==           VENCIDOS DO PAGADOR NA CARTEIRA DO DEBREAPR, E
      *==           APONTA QUEM ESTA EM RISCO DE REPROVAR POR NOTA,
      *==           POR FALTA OU DE EVADIR, COM O MOTIVO. LISTA POR
      *==           TURMA EM RISCOALU.REL E UMA CARTA POR FAMILIA EM
      *==           RISCOALU.CAR, CORRIDA, PARA O SPOOL
      *==           (SPOOL_TIPO=RISCOALU) - O BOLETIM E O TURMA-STATS
      *==           SO CONTAM QUEM REPROVOU QUANDO NAO HA MAIS O QUE
      *==           FAZER
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: PODE RODAR EM QUALQUER SEMANA. DISCIPLINA SEM
      *==   NOTA LANCADA NAO CONTA; ALUNO SEM FREQUENCIA LANCADA NAO
      *==   E APONTADO POR FALTA (CRITERIO DO TURMA-STATS). O DEBITO
      *==   VENCIDO E O QUE ESTA NA CARTEIRA DE REAPRESENTACAO HA MAIS
      *==   DE RISCO_DIAS_ATRASO DIAS (PADRAO 30) EM QUALQUER CONTA DO
      *==   PAGADOR (CTACLI); FREQUENCIA ABAIXO DE 50% TAMBEM E RISCO
      *==   DE EVASAO. A CARTA VAI PARA O PAGADOR E REUNE OS IRMAOS;
      *==   ALUNO SEM PAGADOR SO SAI NA LISTA
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
           SELECT CARTEIRA ASSIGN TO DYNAMIC WRK-CAR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTEIRA.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT RISCO-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.
           SELECT CARTAS-OUT ASSIGN TO DYNAMIC WRK-CAR-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

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

      *== CARTEIRA DE DEBITOS RECUSADOS PENDENTES (VER DEBREAPR)
       FD  CARTEIRA.
       01  DBR-REG.
           05 DBR-CONTA          PIC 9(06).
           05 DBR-VALOR          PIC 9(009)V99.
           05 DBR-DATA-PRIMEIRA  PIC 9(08).
           05 DBR-DATA-ULTIMA    PIC 9(08).
           05 DBR-TENTATIVAS     PIC 9(02).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  RISCO-REL.
       01  REL-LINHA            PIC X(100).

      *== CARTAS CORRIDAS, UMA POR PAGADOR, NO FORMATO QUE O SPOOL
      *== CORTA (MARCADOR NA 1A LINHA, "RESPONSAVEL NNNN" NA 2A)
       FD  CARTAS-OUT.
       01  CAR-LINHA            PIC X(132).

       WORKING-STORAGE             SECTION.
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FRQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FRQ-PATH: VARIAVEL DE AMBIENTE "FREQUENCIA_PATH";
      *== SE NAO DEFINIDA, "FREQUENCIA.DAT"
       77  WRK-CAR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CAR-PATH: VARIAVEL DE AMBIENTE "DEBREAPR_DAT_PATH";
      *== SE NAO DEFINIDA, "DEBREAPR.DAT"
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "RISCOALU_REL_PATH";
      *== SE NAO DEFINIDA, "RISCOALU.REL"
       77  WRK-CAR-OUT-PATH PIC X(100) VALUE SPACES.
      *== WRK-CAR-OUT-PATH: VARIAVEL DE AMBIENTE "RISCOALU_CAR_PATH";
      *== SE NAO DEFINIDA, "RISCOALU.CAR" (ENTRADA PADRAO DO SPOOL)
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-FREQUENCIA   PIC 9(02) VALUE ZEROS.
       77  FS-CARTEIRA     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  FS-CARTAS       PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CTACLI  PIC X(01) VALUE "N".
       77  WRK-TEM-CLIENTES PIC X(01) VALUE "N".
       77  WRK-FIM-CONTAS  PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-TXT    PIC X(03) VALUE SPACES.
       77  WRK-DIAS-ATRASO PIC 9(03) VALUE 30.
      *== WRK-DIAS-ATRASO: VARIAVEL DE AMBIENTE "RISCO_DIAS_ATRASO";
      *== DEBITO RECUSADO HA MAIS DIAS QUE ISTO CONTA COMO VENCIDO
       77  WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77  WRK-NOTA-VALIDA PIC X(01) VALUE "S".
       77  WRK-IDX-NOTA    PIC 9(01) VALUE ZEROS.
       77  WRK-SOMA-NOTAS  PIC 9(04)V9999 VALUE ZEROS.
       77  WRK-SOMA-PESOS  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA       PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-FINAL PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MEDIA-ED    PIC Z9,99.
       77  WRK-FRQ-ED      PIC ZZ9,99.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DATA-AAAAMMDD PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-DDMMAAAA PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ED     PIC 99/99/9999.
       77  WRK-HOJE-ED     PIC 99/99/9999.
       77  WRK-TURMA-ANT   PIC X(06) VALUE SPACES.
       77  WRK-TURMA-ALUNOS PIC 9(04) VALUE ZEROS.
       77  WRK-TURMA-RISCO PIC 9(04) VALUE ZEROS.
       77  WRK-PAGADOR     PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RISCO PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-NOTA  PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-FREQ  PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-EVASAO PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-CARTAS PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-SEM-PAG PIC 9(04) VALUE ZEROS.

      *== ALUNO E SEUS SINAIS DE RISCO; AS DISCIPLINAS GUARDADAS
      *== SAO SO AS QUE ESTAO ABAIXO DA MEDIA
       01  WRK-TAB-ALUNOS.
           05 WRK-RSC-ITEM OCCURS 1000 TIMES.
               10 WRK-RSC-ID       PIC 9(04).
               10 WRK-RSC-TURMA    PIC X(06).
               10 WRK-RSC-NOME     PIC X(20).
               10 WRK-RSC-PAGADOR  PIC 9(04).
               10 WRK-RSC-QTD-DISC PIC 9(02).
               10 WRK-RSC-DISC OCCURS 6 TIMES.
                   15 WRK-RSC-DISC-NOME  PIC X(10).
                   15 WRK-RSC-DISC-MEDIA PIC 9(02)V99.
                   15 WRK-RSC-DISC-SIT   PIC X(01).
      *== WRK-RSC-DISC-SIT: "R" = VAI PARA RECUPERACAO (4 A 6),
      *== "P" = REPROVA SE NADA MUDAR (ABAIXO DE 4)
               10 WRK-RSC-FRQ-PCT  PIC 9(03)V99.
               10 WRK-RSC-FRQ-ACHADA PIC X(01).
               10 WRK-RSC-NOTA     PIC X(01).
               10 WRK-RSC-FREQ     PIC X(01).
               10 WRK-RSC-EVASAO   PIC X(01).
               10 WRK-RSC-CARTA    PIC X(01).
               10 WRK-RSC-DEB-QTD  PIC 9(03).
               10 WRK-RSC-DEB-VALOR PIC 9(009)V99.
               10 WRK-RSC-DEB-DESDE PIC 9(08).
       01  WRK-RSC-AUX         PIC X(158) VALUE SPACES.
       77  WRK-QTD-ALUNOS  PIC 9(04) VALUE ZEROS.
       77  WRK-IDX         PIC 9(04) VALUE ZEROS.
       77  WRK-IDX2        PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-DISC    PIC 9(02) VALUE ZEROS.

       01  WRK-TAB-FREQUENCIA.
           05 WRK-FRQ-ITEM OCCURS 1000 TIMES.
               10 WRK-FRQ-ALUNO    PIC 9(04).
               10 WRK-FRQ-DADAS    PIC 9(03).
               10 WRK-FRQ-PRESENTES PIC 9(03).
       77  WRK-QTD-FRQ     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-FRQ     PIC 9(04) VALUE ZEROS.

      *== DEBITOS DA CARTEIRA JA VENCIDOS (RECUSADOS ANTES DO CORTE)
       01  WRK-TAB-CARTEIRA.
           05 WRK-CAR-ITEM OCCURS 2000 TIMES.
               10 WRK-CAR-CONTA    PIC 9(06).
               10 WRK-CAR-VALOR    PIC 9(009)V99.
               10 WRK-CAR-DATA     PIC 9(08).
       77  WRK-QTD-CAR     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-CAR     PIC 9(04) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "RISCOALU".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "RISCOALU".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGA-FREQUENCIA.
           PERFORM 0160-CARREGA-CARTEIRA.
           PERFORM 0200-CARREGA-ALUNOS.
           PERFORM 0300-AVALIA-RISCO.
           PERFORM 0400-EMITE-CARTAS.
           PERFORM 0500-LISTA-POR-TURMA.
           PERFORM 0600-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           STRING WRK-DATA-HOJE(7:2) WRK-DATA-HOJE(5:2)
                   WRK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO WRK-DATA-DDMMAAAA.
           MOVE WRK-DATA-DDMMAAAA TO WRK-HOJE-ED.
           ACCEPT WRK-DIAS-TXT FROM ENVIRONMENT "RISCO_DIAS_ATRASO".
           IF WRK-DIAS-TXT NOT EQUAL SPACES
               COMPUTE WRK-DIAS-ATRASO = FUNCTION NUMVAL(WRK-DIAS-TXT)
           END-IF.
           COMPUTE WRK-DATA-CORTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - WRK-DIAS-ATRASO).
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
           END-IF.
           OPEN INPUT ALUNOS-IN.
           MOVE "ALUNOS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ALUNOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
           END-IF.
           OPEN INPUT CTACLI.
           IF FS-CTACLI EQUAL 0
               MOVE "S" TO WRK-TEM-CTACLI
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
               MOVE "S" TO WRK-TEM-CLIENTES
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "RISCOALU_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "RISCOALU.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT RISCO-REL.
           ACCEPT WRK-CAR-OUT-PATH FROM ENVIRONMENT "RISCOALU_CAR_PATH".
           IF WRK-CAR-OUT-PATH EQUAL SPACES
               MOVE "RISCOALU.CAR" TO WRK-CAR-OUT-PATH
           END-IF.
           OPEN OUTPUT CARTAS-OUT.
           MOVE SPACES TO REL-LINHA.
           STRING "ALUNOS EM RISCO - ACOMPANHAMENTO DO PERIODO - "
                   WRK-HOJE-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CRITERIOS: MEDIA PARCIAL ABAIXO DE 6; FREQUENCIA "
                   "ABAIXO DE 75%; DEBITO RECUSADO HA MAIS DE "
                   WRK-DIAS-ATRASO " DIAS"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *== FREQUENCIA ATUAL DE CADA ALUNO PARA A REGRA DOS 75%
       0150-CARREGA-FREQUENCIA     SECTION.
           ACCEPT WRK-FRQ-PATH FROM ENVIRONMENT "FREQUENCIA_PATH".
           IF WRK-FRQ-PATH EQUAL SPACES
               MOVE "FREQUENCIA.DAT" TO WRK-FRQ-PATH
           END-IF.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA NOT EQUAL 0
               DISPLAY "RISCOALU: SEM " WRK-FRQ-PATH " - RISCO POR "
                       "FREQUENCIA NAO AVALIADO"
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

      *== SO INTERESSA O DEBITO RECUSADO PELA PRIMEIRA VEZ ANTES DA
      *== DATA DE CORTE - O RECENTE AINDA PODE ENTRAR NA
      *== REAPRESENTACAO
       0160-CARREGA-CARTEIRA       SECTION.
           ACCEPT WRK-CAR-PATH FROM ENVIRONMENT "DEBREAPR_DAT_PATH".
           IF WRK-CAR-PATH EQUAL SPACES
               MOVE "DEBREAPR.DAT" TO WRK-CAR-PATH
           END-IF.
           OPEN INPUT CARTEIRA.
           IF FS-CARTEIRA NOT EQUAL 0
               DISPLAY "RISCOALU: SEM " WRK-CAR-PATH " - RISCO DE "
                       "EVASAO SO PELA FREQUENCIA"
               GO TO 0160-CARREGA-CARTEIRA-FIM
           END-IF.
           IF WRK-TEM-CTACLI NOT EQUAL "S"
               DISPLAY "RISCOALU: SEM " WRK-CTC-PATH " - DEBITOS DO "
                       "PAGADOR NAO LOCALIZADOS"
           END-IF.
           READ CARTEIRA
               AT END MOVE 10 TO FS-CARTEIRA
           END-READ.
           PERFORM UNTIL FS-CARTEIRA EQUAL 10
               IF DBR-DATA-PRIMEIRA NOT GREATER WRK-DATA-CORTE
                   AND WRK-QTD-CAR LESS 2000
                   ADD 1 TO WRK-QTD-CAR
                   MOVE DBR-CONTA TO WRK-CAR-CONTA(WRK-QTD-CAR)
                   MOVE DBR-VALOR TO WRK-CAR-VALOR(WRK-QTD-CAR)
                   MOVE DBR-DATA-PRIMEIRA TO WRK-CAR-DATA(WRK-QTD-CAR)
               END-IF
               READ CARTEIRA
                   AT END MOVE 10 TO FS-CARTEIRA
               END-READ
           END-PERFORM.
           CLOSE CARTEIRA.
       0160-CARREGA-CARTEIRA-FIM. EXIT.

       0200-CARREGA-ALUNOS         SECTION.
           READ ALUNOS-IN
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0220-LOCALIZA-ALUNO
               IF WRK-IDX NOT GREATER WRK-QTD-ALUNOS
                   PERFORM 0205-VALIDA-NOTAS
                   IF WRK-NOTA-VALIDA EQUAL "S"
                       PERFORM 0210-CALCULA
                       PERFORM 0230-GUARDA-DISCIPLINA
                   END-IF
               END-IF
               READ ALUNOS-IN
                   AT END MOVE 10 TO FS-ALUNOS
               END-READ
           END-PERFORM.
           CLOSE ALUNOS-IN.

      *== DISCIPLINA AINDA SEM NOTA LANCADA FICA DE FORA
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

      *== MEDIA PARCIAL: PONDERADA PELOS PESOS DAS NOTAS JA
      *== LANCADAS; ENTRE 4 E 6 COM RECUPERACAO LANCADA, VALE A
      *== REGRA DO TURMA-STATS
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
               AND ALU-REC-NOTA GREATER ZEROS
               COMPUTE WRK-MEDIA-FINAL =
                   (WRK-MEDIA + ALU-REC-NOTA) / 2
           END-IF.

       0220-LOCALIZA-ALUNO         SECTION.
           MOVE 1 TO WRK-IDX.
           PERFORM UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               OR WRK-RSC-ID(WRK-IDX) EQUAL ALU-ID
               ADD 1 TO WRK-IDX
           END-PERFORM.
           IF WRK-IDX GREATER WRK-QTD-ALUNOS
               IF WRK-QTD-ALUNOS GREATER OR EQUAL 1000
                   DISPLAY "RISCOALU: MAIS DE 1000 ALUNOS - ALUNO "
                           ALU-ID " FORA DO ACOMPANHAMENTO"
                   GO TO 0220-LOCALIZA-ALUNO-FIM
               END-IF
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE WRK-QTD-ALUNOS TO WRK-IDX
               INITIALIZE WRK-RSC-ITEM(WRK-IDX)
               MOVE ALU-ID    TO WRK-RSC-ID(WRK-IDX)
               MOVE ALU-TURMA TO WRK-RSC-TURMA(WRK-IDX)
               MOVE ALU-NOME  TO WRK-RSC-NOME(WRK-IDX)
               MOVE "N" TO WRK-RSC-FRQ-ACHADA(WRK-IDX)
               MOVE "N" TO WRK-RSC-NOTA(WRK-IDX)
               MOVE "N" TO WRK-RSC-FREQ(WRK-IDX)
               MOVE "N" TO WRK-RSC-EVASAO(WRK-IDX)
               MOVE "N" TO WRK-RSC-CARTA(WRK-IDX)
           END-IF.
           IF WRK-RSC-PAGADOR(WRK-IDX) EQUAL ZEROS
               AND ALU-PAGADOR IS NUMERIC
               MOVE ALU-PAGADOR TO WRK-RSC-PAGADOR(WRK-IDX)
           END-IF.
       0220-LOCALIZA-ALUNO-FIM. EXIT.

       0230-GUARDA-DISCIPLINA      SECTION.
           IF WRK-MEDIA-FINAL NOT LESS 6
               GO TO 0230-GUARDA-DISCIPLINA-FIM
           END-IF.
           MOVE "S" TO WRK-RSC-NOTA(WRK-IDX).
           IF WRK-RSC-QTD-DISC(WRK-IDX) LESS 6
               ADD 1 TO WRK-RSC-QTD-DISC(WRK-IDX)
               MOVE WRK-RSC-QTD-DISC(WRK-IDX) TO WRK-IDX-DISC
               MOVE ALU-DISCIPLINA
                   TO WRK-RSC-DISC-NOME(WRK-IDX, WRK-IDX-DISC)
               MOVE WRK-MEDIA-FINAL
                   TO WRK-RSC-DISC-MEDIA(WRK-IDX, WRK-IDX-DISC)
               IF WRK-MEDIA-FINAL LESS 4
                   MOVE "P" TO WRK-RSC-DISC-SIT(WRK-IDX, WRK-IDX-DISC)
               ELSE
                   MOVE "R" TO WRK-RSC-DISC-SIT(WRK-IDX, WRK-IDX-DISC)
               END-IF
           END-IF.
       0230-GUARDA-DISCIPLINA-FIM. EXIT.

      *== FREQUENCIA E DEBITO VENCIDO DE CADA ALUNO; IRMAO COM O
      *== MESMO PAGADOR HERDA O LEVANTAMENTO DO PRIMEIRO
       0300-AVALIA-RISCO           SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               PERFORM 0310-BUSCA-FREQUENCIA
               IF WRK-RSC-FRQ-ACHADA(WRK-IDX) EQUAL "S"
                   AND WRK-RSC-FRQ-PCT(WRK-IDX) LESS 75
                   MOVE "S" TO WRK-RSC-FREQ(WRK-IDX)
               END-IF
               IF WRK-RSC-FRQ-ACHADA(WRK-IDX) EQUAL "S"
                   AND WRK-RSC-FRQ-PCT(WRK-IDX) LESS 50
                   MOVE "S" TO WRK-RSC-EVASAO(WRK-IDX)
               END-IF
               IF WRK-RSC-PAGADOR(WRK-IDX) GREATER ZEROS
                   PERFORM 0320-DEBITOS-PAGADOR
               END-IF
               IF WRK-RSC-DEB-QTD(WRK-IDX) GREATER ZEROS
                   MOVE "S" TO WRK-RSC-EVASAO(WRK-IDX)
               END-IF
           END-PERFORM.

      *== SEM FREQUENCIA LANCADA NAO HA RISCO POR FALTA
       0310-BUSCA-FREQUENCIA       SECTION.
           MOVE "N" TO WRK-RSC-FRQ-ACHADA(WRK-IDX).
           MOVE 100 TO WRK-RSC-FRQ-PCT(WRK-IDX).
           MOVE 1 TO WRK-IDX-FRQ.
           PERFORM UNTIL WRK-IDX-FRQ GREATER WRK-QTD-FRQ
               OR WRK-FRQ-ALUNO(WRK-IDX-FRQ) EQUAL WRK-RSC-ID(WRK-IDX)
               ADD 1 TO WRK-IDX-FRQ
           END-PERFORM.
           IF WRK-IDX-FRQ NOT GREATER WRK-QTD-FRQ
               AND WRK-FRQ-DADAS(WRK-IDX-FRQ) GREATER ZEROS
               MOVE "S" TO WRK-RSC-FRQ-ACHADA(WRK-IDX)
               COMPUTE WRK-RSC-FRQ-PCT(WRK-IDX) =
                   (WRK-FRQ-PRESENTES(WRK-IDX-FRQ)
                    / WRK-FRQ-DADAS(WRK-IDX-FRQ)) * 100
           END-IF.

      *== TODAS AS CONTAS DO PAGADOR (CTACLI PELO CLIENTE) CONTRA A
      *== CARTEIRA DE DEBITOS VENCIDOS
       0320-DEBITOS-PAGADOR        SECTION.
           MOVE 1 TO WRK-IDX2.
           PERFORM UNTIL WRK-IDX2 NOT LESS WRK-IDX
               OR WRK-RSC-PAGADOR(WRK-IDX2) EQUAL
                  WRK-RSC-PAGADOR(WRK-IDX)
               ADD 1 TO WRK-IDX2
           END-PERFORM.
           IF WRK-IDX2 LESS WRK-IDX
               MOVE WRK-RSC-DEB-QTD(WRK-IDX2)
                   TO WRK-RSC-DEB-QTD(WRK-IDX)
               MOVE WRK-RSC-DEB-VALOR(WRK-IDX2)
                   TO WRK-RSC-DEB-VALOR(WRK-IDX)
               MOVE WRK-RSC-DEB-DESDE(WRK-IDX2)
                   TO WRK-RSC-DEB-DESDE(WRK-IDX)
               GO TO 0320-DEBITOS-PAGADOR-FIM
           END-IF.
           IF WRK-TEM-CTACLI NOT EQUAL "S" OR WRK-QTD-CAR EQUAL ZEROS
               GO TO 0320-DEBITOS-PAGADOR-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-CONTAS.
           MOVE WRK-RSC-PAGADOR(WRK-IDX) TO CTC-CLIENTE.
           START CTACLI KEY IS EQUAL CTC-CLIENTE
               INVALID KEY MOVE "S" TO WRK-FIM-CONTAS
           END-START.
           PERFORM UNTIL WRK-FIM-CONTAS EQUAL "S"
               READ CTACLI NEXT
                   AT END MOVE "S" TO WRK-FIM-CONTAS
               END-READ
               IF WRK-FIM-CONTAS EQUAL "N"
                   IF CTC-CLIENTE NOT EQUAL WRK-RSC-PAGADOR(WRK-IDX)
                       MOVE "S" TO WRK-FIM-CONTAS
                   ELSE
                       PERFORM 0330-SOMA-CONTA
                   END-IF
               END-IF
           END-PERFORM.
       0320-DEBITOS-PAGADOR-FIM. EXIT.

       0330-SOMA-CONTA             SECTION.
           PERFORM VARYING WRK-IDX-CAR FROM 1 BY 1
                   UNTIL WRK-IDX-CAR GREATER WRK-QTD-CAR
               IF WRK-CAR-CONTA(WRK-IDX-CAR) EQUAL CTC-CONTA
                   ADD 1 TO WRK-RSC-DEB-QTD(WRK-IDX)
                   ADD WRK-CAR-VALOR(WRK-IDX-CAR)
                       TO WRK-RSC-DEB-VALOR(WRK-IDX)
                   IF WRK-RSC-DEB-DESDE(WRK-IDX) EQUAL ZEROS
                       OR WRK-CAR-DATA(WRK-IDX-CAR) LESS
                          WRK-RSC-DEB-DESDE(WRK-IDX)
                       MOVE WRK-CAR-DATA(WRK-IDX-CAR)
                           TO WRK-RSC-DEB-DESDE(WRK-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *== UMA CARTA POR PAGADOR, COM TODOS OS FILHOS EM RISCO
       0400-EMITE-CARTAS           SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               IF (WRK-RSC-NOTA(WRK-IDX) EQUAL "S"
                   OR WRK-RSC-FREQ(WRK-IDX) EQUAL "S"
                   OR WRK-RSC-EVASAO(WRK-IDX) EQUAL "S")
                   AND WRK-RSC-CARTA(WRK-IDX) EQUAL "N"
                   IF WRK-RSC-PAGADOR(WRK-IDX) EQUAL ZEROS
                       ADD 1 TO WRK-TOTAL-SEM-PAG
                   ELSE
                       PERFORM 0410-CARTA-FAMILIA
                   END-IF
               END-IF
           END-PERFORM.

       0410-CARTA-FAMILIA          SECTION.
           MOVE WRK-RSC-PAGADOR(WRK-IDX) TO WRK-PAGADOR.
           MOVE SPACES TO REG-NOME.
           MOVE SPACES TO REG-ENDERECO.
           IF WRK-TEM-CLIENTES EQUAL "S"
               MOVE WRK-PAGADOR TO REG-ID
               READ CLIENTES KEY IS REG-ID
                   INVALID KEY
                       MOVE SPACES TO REG-NOME
                       MOVE SPACES TO REG-ENDERECO
               END-READ
           END-IF.
           ADD 1 TO WRK-TOTAL-CARTAS.
           MOVE "COMUNICADO DE ACOMPANHAMENTO ESCOLAR" TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           STRING "RESPONSAVEL " WRK-PAGADOR " - " REG-NOME
                   DELIMITED BY SIZE INTO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE REG-ENDERECO TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           STRING "DATA: " WRK-HOJE-ED
                   DELIMITED BY SIZE INTO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE "PREZADO(A) RESPONSAVEL," TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           STRING "A COORDENACAO ACOMPANHA O DESEMPENHO DOS ALUNOS "
                   "DURANTE O PERIODO E IDENTIFICOU OS PONTOS DE "
                   "ATENCAO ABAIXO."
                   DELIMITED BY SIZE INTO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           PERFORM VARYING WRK-IDX2 FROM WRK-IDX BY 1
                   UNTIL WRK-IDX2 GREATER WRK-QTD-ALUNOS
               IF WRK-RSC-PAGADOR(WRK-IDX2) EQUAL WRK-PAGADOR
                   AND (WRK-RSC-NOTA(WRK-IDX2) EQUAL "S"
                        OR WRK-RSC-FREQ(WRK-IDX2) EQUAL "S"
                        OR WRK-RSC-EVASAO(WRK-IDX2) EQUAL "S")
                   MOVE "S" TO WRK-RSC-CARTA(WRK-IDX2)
                   PERFORM 0420-CARTA-ALUNO
               END-IF
           END-PERFORM.
           IF WRK-RSC-DEB-QTD(WRK-IDX) GREATER ZEROS
               MOVE WRK-RSC-DEB-VALOR(WRK-IDX) TO WRK-VALOR-ED
               MOVE WRK-RSC-DEB-DESDE(WRK-IDX) TO WRK-DATA-AAAAMMDD
               PERFORM 0450-EDITA-DATA
               MOVE SPACES TO CAR-LINHA
               STRING "CONSTAM " WRK-RSC-DEB-QTD(WRK-IDX)
                       " DEBITO(S) EM ABERTO, NO TOTAL DE R$ "
                       WRK-VALOR-ED ", O MAIS ANTIGO DE "
                       WRK-DATA-ED "."
                       DELIMITED BY SIZE INTO CAR-LINHA
               WRITE CAR-LINHA
               MOVE SPACES TO CAR-LINHA
               STRING "PROCURE A SECRETARIA PARA REGULARIZAR OU "
                       "NEGOCIAR O PAGAMENTO."
                       DELIMITED BY SIZE INTO CAR-LINHA
               WRITE CAR-LINHA
               MOVE SPACES TO CAR-LINHA
               WRITE CAR-LINHA
           END-IF.
           MOVE SPACES TO CAR-LINHA.
           STRING "PEDIMOS QUE ENTRE EM CONTATO COM A COORDENACAO "
                   "PARA AGENDARMOS UMA CONVERSA."
                   DELIMITED BY SIZE INTO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE "ATENCIOSAMENTE," TO CAR-LINHA.
           WRITE CAR-LINHA.
           MOVE "COORDENACAO PEDAGOGICA" TO CAR-LINHA.
           WRITE CAR-LINHA.

       0420-CARTA-ALUNO            SECTION.
           MOVE SPACES TO CAR-LINHA.
           STRING "ALUNO(A) " WRK-RSC-NOME(WRK-IDX2) " - TURMA "
                   WRK-RSC-TURMA(WRK-IDX2)
                   DELIMITED BY SIZE INTO CAR-LINHA.
           WRITE CAR-LINHA.
           PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC GREATER WRK-RSC-QTD-DISC(WRK-IDX2)
               MOVE WRK-RSC-DISC-MEDIA(WRK-IDX2, WRK-IDX-DISC)
                   TO WRK-MEDIA-ED
               MOVE SPACES TO CAR-LINHA
               STRING "  " WRK-RSC-DISC-NOME(WRK-IDX2, WRK-IDX-DISC)
                       " - MEDIA ATE AGORA " WRK-MEDIA-ED
                       ", ABAIXO DA MEDIA 6 DE APROVACAO"
                       DELIMITED BY SIZE INTO CAR-LINHA
               WRITE CAR-LINHA
           END-PERFORM.
           IF WRK-RSC-FREQ(WRK-IDX2) EQUAL "S"
               MOVE WRK-RSC-FRQ-PCT(WRK-IDX2) TO WRK-FRQ-ED
               MOVE SPACES TO CAR-LINHA
               STRING "  FREQUENCIA DE " WRK-FRQ-ED
                       "% - O MINIMO EXIGIDO E 75% DAS AULAS"
                       DELIMITED BY SIZE INTO CAR-LINHA
               WRITE CAR-LINHA
           END-IF.
           MOVE SPACES TO CAR-LINHA.
           WRITE CAR-LINHA.

       0450-EDITA-DATA             SECTION.
           STRING WRK-DATA-AAAAMMDD(7:2) WRK-DATA-AAAAMMDD(5:2)
                   WRK-DATA-AAAAMMDD(1:4)
                   DELIMITED BY SIZE INTO WRK-DATA-DDMMAAAA.
           MOVE WRK-DATA-DDMMAAAA TO WRK-DATA-ED.

      *== LISTA POR TURMA: TABELA EM ORDEM DE TURMA E ALUNO, SO OS
      *== ALUNOS EM RISCO, COM O TOTAL DA TURMA
       0500-LISTA-POR-TURMA        SECTION.
           PERFORM 0510-ORDENA-TURMA.
           MOVE SPACES TO WRK-TURMA-ANT.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               IF WRK-RSC-TURMA(WRK-IDX) NOT EQUAL WRK-TURMA-ANT
                   IF WRK-TURMA-ANT NOT EQUAL SPACES
                       PERFORM 0530-TOTAL-TURMA
                   END-IF
                   MOVE WRK-RSC-TURMA(WRK-IDX) TO WRK-TURMA-ANT
                   MOVE ZEROS TO WRK-TURMA-ALUNOS
                   MOVE ZEROS TO WRK-TURMA-RISCO
                   MOVE SPACES TO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING "TURMA " WRK-TURMA-ANT
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               ADD 1 TO WRK-TURMA-ALUNOS
               IF WRK-RSC-NOTA(WRK-IDX) EQUAL "S"
                   OR WRK-RSC-FREQ(WRK-IDX) EQUAL "S"
                   OR WRK-RSC-EVASAO(WRK-IDX) EQUAL "S"
                   ADD 1 TO WRK-TURMA-RISCO
                   PERFORM 0520-LISTA-ALUNO
               END-IF
           END-PERFORM.
           IF WRK-TURMA-ANT NOT EQUAL SPACES
               PERFORM 0530-TOTAL-TURMA
           END-IF.

       0510-ORDENA-TURMA           SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER OR EQUAL WRK-QTD-ALUNOS
               PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                       UNTIL WRK-IDX2 GREATER OR EQUAL WRK-QTD-ALUNOS
                   IF WRK-RSC-TURMA(WRK-IDX2) GREATER
                      WRK-RSC-TURMA(WRK-IDX2 + 1)
                      OR (WRK-RSC-TURMA(WRK-IDX2) EQUAL
                          WRK-RSC-TURMA(WRK-IDX2 + 1)
                          AND WRK-RSC-ID(WRK-IDX2) GREATER
                              WRK-RSC-ID(WRK-IDX2 + 1))
                       MOVE WRK-RSC-ITEM(WRK-IDX2) TO WRK-RSC-AUX
                       MOVE WRK-RSC-ITEM(WRK-IDX2 + 1)
                           TO WRK-RSC-ITEM(WRK-IDX2)
                       MOVE WRK-RSC-AUX TO WRK-RSC-ITEM(WRK-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0520-LISTA-ALUNO            SECTION.
           ADD 1 TO WRK-TOTAL-RISCO.
           MOVE SPACES TO REL-LINHA.
           STRING "  ALUNO " WRK-RSC-ID(WRK-IDX) " "
                   WRK-RSC-NOME(WRK-IDX) " PAGADOR "
                   WRK-RSC-PAGADOR(WRK-IDX) "  RISCO:"
                   DELIMITED BY SIZE INTO REL-LINHA.
           IF WRK-RSC-NOTA(WRK-IDX) EQUAL "S"
               ADD 1 TO WRK-TOTAL-NOTA
               MOVE "NOTA" TO REL-LINHA(55:4)
           END-IF.
           IF WRK-RSC-FREQ(WRK-IDX) EQUAL "S"
               ADD 1 TO WRK-TOTAL-FREQ
               MOVE "FALTA" TO REL-LINHA(60:5)
           END-IF.
           IF WRK-RSC-EVASAO(WRK-IDX) EQUAL "S"
               ADD 1 TO WRK-TOTAL-EVASAO
               MOVE "EVASAO" TO REL-LINHA(66:6)
           END-IF.
           IF WRK-RSC-PAGADOR(WRK-IDX) EQUAL ZEROS
               MOVE "(SEM PAGADOR - SEM CARTA)" TO REL-LINHA(73:25)
           END-IF.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC GREATER WRK-RSC-QTD-DISC(WRK-IDX)
               MOVE WRK-RSC-DISC-MEDIA(WRK-IDX, WRK-IDX-DISC)
                   TO WRK-MEDIA-ED
               MOVE SPACES TO REL-LINHA
               IF WRK-RSC-DISC-SIT(WRK-IDX, WRK-IDX-DISC) EQUAL "P"
                   STRING "      " WRK-RSC-DISC-NOME(WRK-IDX,
                           WRK-IDX-DISC) " MEDIA PARCIAL "
                           WRK-MEDIA-ED " - REPROVACAO POR NOTA"
                           DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING "      " WRK-RSC-DISC-NOME(WRK-IDX,
                           WRK-IDX-DISC) " MEDIA PARCIAL "
                           WRK-MEDIA-ED " - RECUPERACAO"
                           DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-PERFORM.
           IF WRK-RSC-FREQ(WRK-IDX) EQUAL "S"
               MOVE WRK-RSC-FRQ-PCT(WRK-IDX) TO WRK-FRQ-ED
               MOVE SPACES TO REL-LINHA
               STRING "      FREQUENCIA " WRK-FRQ-ED
                       "% - ABAIXO DOS 75%"
                       DELIMITED BY SIZE INTO REL-LINHA
               IF WRK-RSC-FRQ-PCT(WRK-IDX) LESS 50
                   MOVE "(POSSIVEL ABANDONO)" TO REL-LINHA(45:19)
               END-IF
               WRITE REL-LINHA
           END-IF.
           IF WRK-RSC-DEB-QTD(WRK-IDX) GREATER ZEROS
               MOVE WRK-RSC-DEB-VALOR(WRK-IDX) TO WRK-VALOR-ED
               MOVE WRK-RSC-DEB-DESDE(WRK-IDX) TO WRK-DATA-AAAAMMDD
               PERFORM 0450-EDITA-DATA
               MOVE SPACES TO REL-LINHA
               STRING "      " WRK-RSC-DEB-QTD(WRK-IDX)
                       " DEBITO(S) VENCIDO(S) DO PAGADOR R$ "
                       WRK-VALOR-ED " DESDE " WRK-DATA-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0530-TOTAL-TURMA            SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "  TURMA " WRK-TURMA-ANT ": ALUNOS "
                   WRK-TURMA-ALUNOS "  EM RISCO " WRK-TURMA-RISCO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       0600-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "ALUNOS " WRK-QTD-ALUNOS "  EM RISCO "
                   WRK-TOTAL-RISCO "  (NOTA " WRK-TOTAL-NOTA
                   "  FALTA " WRK-TOTAL-FREQ "  EVASAO "
                   WRK-TOTAL-EVASAO ")  CARTAS " WRK-TOTAL-CARTAS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TOTAL-SEM-PAG GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "ALUNOS EM RISCO SEM PAGADOR (CARTA NAO "
                       "EMITIDA): " WRK-TOTAL-SEM-PAG
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           CLOSE RISCO-REL.
           CLOSE CARTAS-OUT.
           IF WRK-TEM-CTACLI EQUAL "S"
               CLOSE CTACLI
           END-IF.
           IF WRK-TEM-CLIENTES EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-CARTAS TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-SEM-PAG TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "RISCOALU: ALUNOS AVALIADOS..... " WRK-QTD-ALUNOS.
           DISPLAY "RISCOALU: EM RISCO............. " WRK-TOTAL-RISCO.
           DISPLAY "RISCOALU: LISTA EM " WRK-REL-PATH.
           DISPLAY "RISCOALU: CARTAS EM " WRK-CAR-OUT-PATH
                   " - CORTAR COM SPOOL_TIPO=RISCOALU".

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
