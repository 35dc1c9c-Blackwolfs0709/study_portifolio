      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: A LOTACAO VEM DO CADASTRO DE TURMAS
      *==   (TURMAS.DAT, VER TURMAMNT); SEM O CADASTRO VALE O
      *==   PARAMETRO MATRICULA_CAPACIDADE (PADRAO 40). TURMA
      *==   LOTADA NAO MANDA MAIS A FAMILIA EMBORA: O PEDIDO ENTRA NA
      *==   FILA DE ESPERA DA TURMA (FILAESP.DAT), COM PRIORIDADE
      *==   PARA QUEM JA TEM IRMAO NA ESCOLA (MESMO PAGADOR); AS
      *==   VAGAS OFERTADAS PELO FILAMAT FICAM RESERVADAS A FAMILIA
      *==   CHAMADA ATE O PRAZO DA OFERTA. A TRANSFERENCIA DE TURMA
      *==   NO MEIO DO ANO (OPCAO 2) CONFERE A LOTACAO DO DESTINO DO
      *==   MESMO JEITO, LEVA OS ALU-REG COM AS NOTAS DE CADA
      *==   DISCIPLINA E MANTEM O ALU-ID (A FREQUENCIA E POR ALUNO E
      *==   VAI JUNTO); A ORIGEM DE CADA NOTA FICA EM TRANSFER.DAT
      *==   PARA O BOLETIM E O HISTORICO. A VAGA DA TURMA DE ORIGEM
      *==   E RECONTADA PELO FILAMAT NA PROXIMA EXECUCAO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT TURMAS ASSIGN TO DYNAMIC WRK-TUR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
           SELECT FILAESP ASSIGN TO DYNAMIC WRK-FES-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FES-CHAVE
               FILE STATUS IS FS-FILAESP.
           SELECT ALUNOS-TMP ASSIGN TO DYNAMIC WRK-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMPORARIO.
           SELECT FREQUENCIA ASSIGN TO DYNAMIC WRK-FRQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQUENCIA.
           SELECT TRANSFER ASSIGN TO DYNAMIC WRK-TRF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS FS-TRANSFER.
           SELECT MATRICULA-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

      *== CADASTRO DE TURMAS (VER TURMAMNT): A LOTACAO OFICIAL MORA
      *== AQUI; SEM O ARQUIVO VALE O PARAMETRO DE CONTINGENCIA
           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

      *== FILA DE ESPERA POR TURMA: A CHAVE JA SAI NA ORDEM DE
      *== CHAMADA (PRIORIDADE, DATA E HORA DO PEDIDO)
       FD  FILAESP.
       01  FES-REG.
           05 FES-CHAVE.
               10 FES-TURMA        PIC X(06).
               10 FES-PRIORIDADE   PIC 9(01).
      *== FES-PRIORIDADE: 1 = IRMAO JA MATRICULADO   2 = DEMAIS
               10 FES-DATA-PEDIDO  PIC 9(08).
               10 FES-HORA-PEDIDO  PIC 9(08).
           05 FES-ALUNO-ID        PIC 9(04).
           05 FES-NOME            PIC X(20).
           05 FES-PAGADOR         PIC 9(04).
           05 FES-SITUACAO        PIC X(01).
      *== FES-SITUACAO: "E" = EM ESPERA   "O" = VAGA OFERTADA
      *==   "X" = OFERTA EXPIRADA   "M" = MATRICULADO
           05 FES-DATA-OFERTA     PIC 9(08).
           05 FES-PRAZO           PIC 9(08).
           05 FES-DATA-SITUACAO   PIC 9(08).

       FD  ALUNOS-TMP.
       01  TMP-REG              PIC X(84).

       FD  FREQUENCIA.
       01  FRQ-REG.
           05 FRQ-ID            PIC 9(04).
           05 FRQ-AULAS-DADAS   PIC 9(03).
           05 FRQ-AULAS-PRESENTES PIC 9(03).

      *== TRANSFERENCIAS DE TURMA: UM REGISTRO POR DISCIPLINA
      *== TRANSFERIDA, COM A QUANTIDADE DE AVALIACOES QUE JA
      *== VIERAM LANCADAS DA TURMA DE ORIGEM E A FREQUENCIA
      *== ACUMULADA ATE A DATA DA TRANSFERENCIA
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

       FD  MATRICULA-LOG.
       01  LOG-LINHA            PIC X(250).

       WORKING-STORAGE             SECTION.
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TUR-PATH: VARIAVEL DE AMBIENTE "TURMAS_PATH";
      *== SE NAO DEFINIDA, "TURMAS.DAT"
       77  WRK-FES-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FES-PATH: VARIAVEL DE AMBIENTE "FILAESP_PATH";
      *== SE NAO DEFINIDA, "FILAESP.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "MATRICULA_LOG_PATH";
      *== SE NAO DEFINIDA, "MATRICULA.LOG"
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-FILAESP      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-TMP-PATH    PIC X(100) VALUE "ALUNOS.TMP".
       77  WRK-FRQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FRQ-PATH: VARIAVEL DE AMBIENTE "FREQUENCIA_PATH";
      *== SE NAO DEFINIDA, "FREQUENCIA.DAT"
       77  WRK-TRF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TRF-PATH: VARIAVEL DE AMBIENTE "TRANSFER_PATH";
      *== SE NAO DEFINIDA, "TRANSFER.DAT"
       77  FS-TEMPORARIO   PIC 9(02) VALUE ZEROS.
       77  FS-FREQUENCIA   PIC 9(02) VALUE ZEROS.
       77  FS-TRANSFER     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TURMAS  PIC X(01) VALUE "N".
       77  WRK-TEM-FILA    PIC X(01) VALUE "N".
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CAPACIDADE  PIC 9(03) VALUE 40.
       77  WRK-OCUPACAO    PIC 9(03) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(13) VALUE "MATRICULA".
       01  WRK-REG-ANTES   PIC X(100) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(100) VALUE SPACES.

      *== DADOS DA MATRICULA EM CURSO
       77  WRK-IDX-DISC    PIC 9(01) VALUE ZEROS.
       77  WRK-JA-EXISTE   PIC X(01) VALUE "N".

      *== TRANSFERENCIA EM CURSO: O ALUNO JA EXISTE, ENTAO A
      *== CONFERENCIA DE LOTACAO NAO O RECUSA POR ISSO
       77  WRK-EM-TRANSFERENCIA PIC X(01) VALUE "N".
       77  WRK-ATO         PIC X(13) VALUE "MATRICULA".
       77  WRK-TURMA-ORIGEM PIC X(06) VALUE SPACES.
       77  WRK-ACHOU-ALUNO PIC X(01) VALUE "N".
       77  WRK-TRF-DADAS   PIC 9(03) VALUE ZEROS.
       77  WRK-TRF-PRESENTES PIC 9(03) VALUE ZEROS.
       77  WRK-TRF-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-QTD-MOVIDOS PIC 9(01) VALUE ZEROS.

      *== CONTAGEM DE ALUNOS DISTINTOS DA TURMA (O ARQUIVO TEM UM
      *== REGISTRO POR DISCIPLINA)
       77  WRK-QTD-IDS     PIC 9(04) VALUE ZEROS.
           05 WRK-ID-ITEM OCCURS 1000 TIMES PIC 9(04).
       77  WRK-IDX-ID      PIC 9(04) VALUE ZEROS.

      *== FILA DE ESPERA DA TURMA PEDIDA: OFERTAS EM PRAZO DE OUTRAS
      *== FAMILIAS SEGURAM A VAGA; A OFERTA DO PROPRIO ALUNO LIBERA
       77  WRK-LOTADA      PIC X(01) VALUE "N".
       77  WRK-RESERVAS    PIC 9(03) VALUE ZEROS.
       77  WRK-TEM-IRMAO   PIC X(01) VALUE "N".
       77  WRK-PRIOR-IRMAO PIC X(01) VALUE "S".
      *== WRK-PRIOR-IRMAO: PARAMETRO FILAESP_PRIORIDADE_IRMAO; "N"
      *== DESLIGA A PRIORIDADE DE IRMAOS (FILA SO PELA DATA)
       77  WRK-NA-FILA     PIC X(01) VALUE "N".
       77  WRK-TEM-OFERTA  PIC X(01) VALUE "N".
       77  WRK-FIM-FILA    PIC X(01) VALUE "N".
       77  WRK-QTD-FRENTE  PIC 9(04) VALUE ZEROS.
       77  WRK-POSICAO     PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01  WRK-FILA-CHAVE  PIC X(23) VALUE SPACES.
       77  WRK-FILA-SITUACAO PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
               COMPUTE WRK-CAPACIDADE =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "FILAESP_PRIORIDADE_IRMAO" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               AND WRK-PRM-VALOR(1:1) EQUAL "N"
               MOVE "N" TO WRK-PRIOR-IRMAO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
               DISPLAY "MATRICULA: SEM CADASTRO DE TURMAS ("
                       WRK-TUR-PATH ") - LOTACAO PELO PARAMETRO"
           END-IF.
           ACCEPT WRK-FES-PATH FROM ENVIRONMENT "FILAESP_PATH".
           IF WRK-FES-PATH EQUAL SPACES
               MOVE "FILAESP.DAT" TO WRK-FES-PATH
           END-IF.
           OPEN I-O FILAESP.
           IF FS-FILAESP EQUAL 35
               OPEN OUTPUT FILAESP
               CLOSE FILAESP
               OPEN I-O FILAESP
           END-IF.
           IF FS-FILAESP EQUAL 0
               MOVE "S" TO WRK-TEM-FILA
           ELSE
               DISPLAY "MATRICULA: FILA DE ESPERA INDISPONIVEL ("
                       WRK-FES-PATH ") FS=" FS-FILAESP
           END-IF.
           ACCEPT WRK-FRQ-PATH FROM ENVIRONMENT "FREQUENCIA_PATH".
           IF WRK-FRQ-PATH EQUAL SPACES
               MOVE "FREQUENCIA.DAT" TO WRK-FRQ-PATH
           END-IF.
           ACCEPT WRK-TRF-PATH FROM ENVIRONMENT "TRANSFER_PATH".
           IF WRK-TRF-PATH EQUAL SPACES
               MOVE "TRANSFER.DAT" TO WRK-TRF-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "MATRICULA_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "MATRICULA.LOG" TO WRK-LOG-PATH
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-MATRICULAR  2-TRANSFERIR DE TURMA  3-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-MATRICULAR
               WHEN 2
                   PERFORM 2000-TRANSFERIR
               WHEN 3
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           PERFORM 1100-VALIDA-PAGADOR.
           IF FS-CLIENTES EQUAL 0
               PERFORM 1200-CONFERE-LOTACAO
               IF WRK-LOTADA EQUAL "N"
                   AND WRK-JA-EXISTE EQUAL "N"
                   PERFORM 1300-RECEBE-DISCIPLINAS
                   IF WRK-QTD-DISC GREATER ZEROS
                       PERFORM 1400-GRAVA-MATRICULA
                       PERFORM 1600-BAIXA-FILA
                   ELSE
                       DISPLAY "NENHUMA DISCIPLINA - MATRICULA "
                               "CANCELADA"
                   END-IF
               END-IF
               IF WRK-LOTADA EQUAL "S"
                   AND WRK-JA-EXISTE EQUAL "N"
                   PERFORM 1500-INCLUI-FILA
               END-IF
           END-IF.

      *== A REGRA QUE FALTAVA: PAGADOR TEM DE EXISTIR E ESTAR ATIVO
           END-IF.
           MOVE ZEROS TO WRK-QTD-IDS.
           MOVE "N" TO WRK-JA-EXISTE.
           MOVE "N" TO WRK-TEM-IRMAO.
           MOVE ZEROS TO FS-ALUNOS.
           OPEN INPUT ALUNOS-IO.
           IF FS-ALUNOS EQUAL 0
                   IF ALU-ID EQUAL WRK-NOVO-ID
                       MOVE "S" TO WRK-JA-EXISTE
                   END-IF
                   IF ALU-PAGADOR EQUAL WRK-NOVO-PAGADOR
                       AND ALU-ID NOT EQUAL WRK-NOVO-ID
                       MOVE "S" TO WRK-TEM-IRMAO
                   END-IF
                   IF ALU-TURMA EQUAL WRK-NOVA-TURMA
                       PERFORM 1250-CONTA-ALUNO
                   END-IF
               CLOSE ALUNOS-IO
           END-IF.
           MOVE WRK-QTD-IDS TO WRK-OCUPACAO.
           IF WRK-PRIOR-IRMAO EQUAL "N"
               MOVE "N" TO WRK-TEM-IRMAO
           END-IF.
           PERFORM 1260-CONFERE-FILA.
           IF WRK-JA-EXISTE EQUAL "S"
               AND WRK-EM-TRANSFERENCIA EQUAL "N"
               DISPLAY "ALUNO " WRK-NOVO-ID " JA MATRICULADO - "
                       "MATRICULA RECUSADA"
           END-IF.
           MOVE "N" TO WRK-LOTADA.
           IF WRK-OCUPACAO + WRK-RESERVAS NOT LESS WRK-CAP-TURMA
               MOVE "S" TO WRK-LOTADA
               IF WRK-RESERVAS GREATER ZEROS
                   DISPLAY "TURMA " WRK-NOVA-TURMA " LOTADA ("
                           WRK-OCUPACAO " DE " WRK-CAP-TURMA ", "
                           WRK-RESERVAS " VAGAS OFERTADAS A FILA) - "
                           FUNCTION TRIM(WRK-ATO) " RECUSADA"
               ELSE
                   DISPLAY "TURMA " WRK-NOVA-TURMA " LOTADA ("
                           WRK-OCUPACAO " DE " WRK-CAP-TURMA
                           ") - " FUNCTION TRIM(WRK-ATO) " RECUSADA"
               END-IF
           END-IF.
           IF WRK-TEM-OFERTA EQUAL "S" AND WRK-LOTADA EQUAL "N"
               DISPLAY "VAGA OFERTADA PELA FILA DE ESPERA - "
                       FUNCTION TRIM(WRK-ATO) " LIBERADA"
           END-IF.

       1250-CONTA-ALUNO            SECTION.
               END-IF
           END-IF.

      *== VARRE A FILA DA TURMA PEDIDA: CONTA AS OFERTAS EM PRAZO
      *== DE OUTRAS FAMILIAS (VAGAS JA PROMETIDAS), LOCALIZA O
      *== PEDIDO DO PROPRIO ALUNO E CONTA QUEM FICA NA FRENTE DELE
      *== SE ELE ENTRAR AGORA NA FILA
       1260-CONFERE-FILA           SECTION.
           MOVE ZEROS TO WRK-RESERVAS.
           MOVE ZEROS TO WRK-QTD-FRENTE.
           MOVE "N" TO WRK-NA-FILA.
           MOVE "N" TO WRK-TEM-OFERTA.
           IF WRK-TEM-FILA NOT EQUAL "S"
               GO TO 1260-CONFERE-FILA-FIM
           END-IF.
           MOVE LOW-VALUES TO FES-CHAVE.
           MOVE WRK-NOVA-TURMA TO FES-TURMA.
           MOVE "N" TO WRK-FIM-FILA.
           START FILAESP KEY IS NOT LESS FES-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-FILA
           END-START.
           PERFORM UNTIL WRK-FIM-FILA EQUAL "S"
               READ FILAESP NEXT
                   AT END MOVE "S" TO WRK-FIM-FILA
               END-READ
               IF WRK-FIM-FILA EQUAL "N"
                   IF FES-TURMA NOT EQUAL WRK-NOVA-TURMA
                       MOVE "S" TO WRK-FIM-FILA
                   ELSE
                       PERFORM 1270-AVALIA-PEDIDO
                   END-IF
               END-IF
           END-PERFORM.
       1260-CONFERE-FILA-FIM. EXIT.

       1270-AVALIA-PEDIDO          SECTION.
           IF FES-ALUNO-ID EQUAL WRK-NOVO-ID
               IF FES-SITUACAO EQUAL "E" OR FES-SITUACAO EQUAL "O"
                   MOVE "S" TO WRK-NA-FILA
                   MOVE FES-CHAVE TO WRK-FILA-CHAVE
                   MOVE FES-SITUACAO TO WRK-FILA-SITUACAO
                   IF FES-SITUACAO EQUAL "O"
                       AND FES-PRAZO NOT LESS WRK-DATA-HOJE
                       MOVE "S" TO WRK-TEM-OFERTA
                   END-IF
               END-IF
           ELSE
               IF FES-SITUACAO EQUAL "O"
                   AND FES-PRAZO NOT LESS WRK-DATA-HOJE
                   ADD 1 TO WRK-RESERVAS
               END-IF
               IF FES-SITUACAO EQUAL "E"
                   IF FES-PRIORIDADE EQUAL 1
                       OR WRK-TEM-IRMAO EQUAL "N"
                       ADD 1 TO WRK-QTD-FRENTE
                   END-IF
               END-IF
           END-IF.

       1300-RECEBE-DISCIPLINAS     SECTION.
           MOVE ZEROS TO WRK-QTD-DISC.
           DISPLAY "QUANTAS DISCIPLINAS (1 A 5)...  ".
               MOVE ZEROS TO ALU-REC-NOTA
               MOVE WRK-NOVO-PAGADOR TO ALU-PAGADOR
               WRITE ALU-REG
               MOVE SPACES TO WRK-REG-ANTES
               MOVE ALU-REG TO WRK-REG-DEPOIS
               PERFORM 9100-GRAVA-LOG
           END-PERFORM.
                   WRK-NOVA-TURMA " COM " WRK-QTD-DISC
                   " DISCIPLINAS".

      *== TURMA LOTADA: O PEDIDO ENTRA NA FILA DE ESPERA (UM POR
      *== ALUNO E TURMA); O FILAMAT OFERTA A VAGA QUANDO ELA ABRIR
       1500-INCLUI-FILA            SECTION.
           IF WRK-TEM-FILA NOT EQUAL "S"
               GO TO 1500-INCLUI-FILA-FIM
           END-IF.
           IF WRK-NA-FILA EQUAL "S"
               EVALUATE TRUE
                   WHEN WRK-TEM-OFERTA EQUAL "S"
                       DISPLAY "ALUNO " WRK-NOVO-ID " TEM OFERTA DA "
                               "FILA MAS A TURMA " WRK-NOVA-TURMA
                               " NAO TEM MAIS VAGA"
                   WHEN WRK-FILA-SITUACAO EQUAL "O"
                       DISPLAY "ALUNO " WRK-NOVO-ID " TEM OFERTA "
                               "VENCIDA NA FILA DA TURMA "
                               WRK-NOVA-TURMA
                   WHEN OTHER
                       DISPLAY "ALUNO " WRK-NOVO-ID " JA ESTA NA "
                               "FILA DE ESPERA DA TURMA "
                               WRK-NOVA-TURMA
               END-EVALUATE
               GO TO 1500-INCLUI-FILA-FIM
           END-IF.
           MOVE SPACES TO FES-REG.
           MOVE WRK-NOVA-TURMA   TO FES-TURMA.
           IF WRK-TEM-IRMAO EQUAL "S"
               MOVE 1 TO FES-PRIORIDADE
           ELSE
               MOVE 2 TO FES-PRIORIDADE
           END-IF.
           MOVE WRK-DATA-HOJE    TO FES-DATA-PEDIDO.
           ACCEPT FES-HORA-PEDIDO FROM TIME.
           MOVE WRK-NOVO-ID      TO FES-ALUNO-ID.
           MOVE WRK-NOVO-NOME    TO FES-NOME.
           MOVE WRK-NOVO-PAGADOR TO FES-PAGADOR.
           MOVE "E"              TO FES-SITUACAO.
           MOVE ZEROS            TO FES-DATA-OFERTA.
           MOVE ZEROS            TO FES-PRAZO.
           MOVE WRK-DATA-HOJE    TO FES-DATA-SITUACAO.
           WRITE FES-REG
               INVALID KEY
                   ADD 1 TO FES-HORA-PEDIDO
                   WRITE FES-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A FILA DE ESPERA "
                                   "FS=" FS-FILAESP
                   END-WRITE
           END-WRITE.
           IF FS-FILAESP NOT EQUAL 0
               GO TO 1500-INCLUI-FILA-FIM
           END-IF.
           MOVE SPACES TO WRK-REG-ANTES.
           MOVE FES-REG TO WRK-REG-DEPOIS.
           MOVE "FILA ESPERA" TO WRK-LOG-OPERACAO.
           PERFORM 9100-GRAVA-LOG.
           MOVE "MATRICULA" TO WRK-LOG-OPERACAO.
           COMPUTE WRK-POSICAO = WRK-QTD-FRENTE + 1.
           DISPLAY "ALUNO " WRK-NOVO-ID " INCLUIDO NA FILA DE ESPERA "
                   "DA TURMA " WRK-NOVA-TURMA " - POSICAO "
                   WRK-POSICAO.
           IF FES-PRIORIDADE EQUAL 1
               DISPLAY "PRIORIDADE DE IRMAO (PAGADOR "
                       WRK-NOVO-PAGADOR " JA TEM ALUNO NA ESCOLA)"
           END-IF.
       1500-INCLUI-FILA-FIM. EXIT.

      *== ALUNO MATRICULADO SAI DA FILA DA TURMA (SITUACAO "M"),
      *== TENHA VINDO POR OFERTA OU PORQUE A VAGA ABRIU SOZINHA
       1600-BAIXA-FILA             SECTION.
           IF WRK-TEM-FILA NOT EQUAL "S" OR WRK-NA-FILA NOT EQUAL "S"
               GO TO 1600-BAIXA-FILA-FIM
           END-IF.
           MOVE WRK-FILA-CHAVE TO FES-CHAVE.
           READ FILAESP KEY IS FES-CHAVE
               INVALID KEY
                   GO TO 1600-BAIXA-FILA-FIM
           END-READ.
           MOVE FES-REG TO WRK-REG-ANTES.
           MOVE "M" TO FES-SITUACAO.
           MOVE WRK-DATA-HOJE TO FES-DATA-SITUACAO.
           REWRITE FES-REG
               INVALID KEY
                   DISPLAY "ERRO AO BAIXAR A FILA DE ESPERA FS="
                           FS-FILAESP
               NOT INVALID KEY
                   MOVE FES-REG TO WRK-REG-DEPOIS
                   MOVE "FILA ESPERA" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   MOVE "MATRICULA" TO WRK-LOG-OPERACAO
                   DISPLAY "PEDIDO DA FILA DE ESPERA BAIXADO"
           END-REWRITE.
       1600-BAIXA-FILA-FIM. EXIT.

      *== TRANSFERENCIA DE TURMA NO MEIO DO ANO: MESMA CONFERENCIA
      *== DE LOTACAO E FILA DA MATRICULA, APLICADA A TURMA DE DESTINO
       2000-TRANSFERIR             SECTION.
           DISPLAY "ID DO ALUNO...  ".
           ACCEPT WRK-NOVO-ID.
           DISPLAY "TURMA DE DESTINO...  ".
           ACCEPT WRK-NOVA-TURMA.
           PERFORM 2100-LOCALIZA-ALUNO.
           IF WRK-ACHOU-ALUNO NOT EQUAL "S"
               DISPLAY "ALUNO " WRK-NOVO-ID " NAO MATRICULADO - "
                       "TRANSFERENCIA RECUSADA"
               GO TO 2000-TRANSFERIR-FIM
           END-IF.
           DISPLAY "ALUNO: " WRK-NOVO-NOME " TURMA ATUAL "
                   WRK-TURMA-ORIGEM.
           IF WRK-TURMA-ORIGEM EQUAL WRK-NOVA-TURMA
               DISPLAY "ALUNO JA ESTA NA TURMA " WRK-NOVA-TURMA
                       " - TRANSFERENCIA RECUSADA"
               GO TO 2000-TRANSFERIR-FIM
           END-IF.
           MOVE "S" TO WRK-EM-TRANSFERENCIA.
           MOVE "TRANSFERENCIA" TO WRK-ATO.
           PERFORM 1200-CONFERE-LOTACAO.
           MOVE "N" TO WRK-EM-TRANSFERENCIA.
           MOVE "MATRICULA" TO WRK-ATO.
           IF WRK-LOTADA EQUAL "S"
               PERFORM 1500-INCLUI-FILA
               GO TO 2000-TRANSFERIR-FIM
           END-IF.
           PERFORM 2200-BUSCA-FREQUENCIA.
           PERFORM 2300-MOVE-REGISTROS.
           IF WRK-QTD-MOVIDOS EQUAL ZEROS
               GO TO 2000-TRANSFERIR-FIM
           END-IF.
           PERFORM 1600-BAIXA-FILA.
           DISPLAY "ALUNO " WRK-NOVO-ID " TRANSFERIDO DA TURMA "
                   WRK-TURMA-ORIGEM " PARA " WRK-NOVA-TURMA " COM "
                   WRK-QTD-MOVIDOS " DISCIPLINAS - NOTAS E "
                   "FREQUENCIA MANTIDAS".
           DISPLAY "VAGA LIBERADA NA TURMA " WRK-TURMA-ORIGEM
                   " - A FILA DE ESPERA E CHAMADA NO PROXIMO FILAMAT".
       2000-TRANSFERIR-FIM. EXIT.

      *== TURMA, NOME E PAGADOR ATUAIS DO ALUNO
       2100-LOCALIZA-ALUNO         SECTION.
           MOVE "N" TO WRK-ACHOU-ALUNO.
           MOVE ZEROS TO FS-ALUNOS.
           OPEN INPUT ALUNOS-IO.
           IF FS-ALUNOS NOT EQUAL 0
               GO TO 2100-LOCALIZA-ALUNO-FIM
           END-IF.
           READ ALUNOS-IO
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               OR WRK-ACHOU-ALUNO EQUAL "S"
               IF ALU-ID EQUAL WRK-NOVO-ID
                   MOVE "S" TO WRK-ACHOU-ALUNO
                   MOVE ALU-TURMA TO WRK-TURMA-ORIGEM
                   MOVE ALU-NOME TO WRK-NOVO-NOME
                   MOVE ALU-PAGADOR TO WRK-NOVO-PAGADOR
               ELSE
                   READ ALUNOS-IO
                       AT END MOVE 10 TO FS-ALUNOS
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUNOS-IO.
       2100-LOCALIZA-ALUNO-FIM. EXIT.

      *== A FREQUENCIA E POR ALUNO, NAO POR TURMA: O REGISTRO FICA
      *== COMO ESTA; AQUI SO SE GUARDA O ACUMULADO ATE A DATA
       2200-BUSCA-FREQUENCIA       SECTION.
           MOVE ZEROS TO WRK-TRF-DADAS.
           MOVE ZEROS TO WRK-TRF-PRESENTES.
           MOVE ZEROS TO FS-FREQUENCIA.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA NOT EQUAL 0
               GO TO 2200-BUSCA-FREQUENCIA-FIM
           END-IF.
           READ FREQUENCIA
               AT END MOVE 10 TO FS-FREQUENCIA
           END-READ.
           PERFORM UNTIL FS-FREQUENCIA EQUAL 10
               IF FRQ-ID EQUAL WRK-NOVO-ID
                   MOVE FRQ-AULAS-DADAS TO WRK-TRF-DADAS
                   MOVE FRQ-AULAS-PRESENTES TO WRK-TRF-PRESENTES
               END-IF
               READ FREQUENCIA
                   AT END MOVE 10 TO FS-FREQUENCIA
               END-READ
           END-PERFORM.
           CLOSE FREQUENCIA.
       2200-BUSCA-FREQUENCIA-FIM. EXIT.

      *== REGRAVA ALUNOS.DAT VIA TEMPORARIO (MOLDE DO NOTAMANT):
      *== CADA ALU-REG DO ALUNO MUDA DE TURMA COM AS NOTAS, GERA A
      *== LINHA ANTES/DEPOIS NO LOG E O REGISTRO DE ORIGEM EM
      *== TRANSFER.DAT
       2300-MOVE-REGISTROS         SECTION.
           MOVE ZEROS TO WRK-QTD-MOVIDOS.
           OPEN I-O TRANSFER.
           IF FS-TRANSFER EQUAL 35
               OPEN OUTPUT TRANSFER
               CLOSE TRANSFER
               OPEN I-O TRANSFER
           END-IF.
           IF FS-TRANSFER NOT EQUAL 0
               DISPLAY "MATRICULA: FALHA AO ABRIR " WRK-TRF-PATH
                       " FS=" FS-TRANSFER " - TRANSFERENCIA "
                       "CANCELADA"
               GO TO 2300-MOVE-REGISTROS-FIM
           END-IF.
           ACCEPT WRK-TRF-HORA FROM TIME.
           MOVE ZEROS TO FS-ALUNOS.
           OPEN INPUT ALUNOS-IO.
           OPEN OUTPUT ALUNOS-TMP.
           READ ALUNOS-IO
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               IF ALU-ID EQUAL WRK-NOVO-ID
                   PERFORM 2310-MOVE-UM-REGISTRO
               END-IF
               MOVE ALU-REG TO TMP-REG
               WRITE TMP-REG
               READ ALUNOS-IO
                   AT END MOVE 10 TO FS-ALUNOS
               END-READ
           END-PERFORM.
           CLOSE ALUNOS-IO.
           CLOSE ALUNOS-TMP.
           CLOSE TRANSFER.
           MOVE ZEROS TO FS-TEMPORARIO.
           OPEN INPUT ALUNOS-TMP.
           MOVE ZEROS TO FS-ALUNOS.
           OPEN OUTPUT ALUNOS-IO.
           READ ALUNOS-TMP
               AT END MOVE 10 TO FS-TEMPORARIO
           END-READ.
           PERFORM UNTIL FS-TEMPORARIO EQUAL 10
               MOVE TMP-REG TO ALU-REG
               WRITE ALU-REG
               READ ALUNOS-TMP
                   AT END MOVE 10 TO FS-TEMPORARIO
               END-READ
           END-PERFORM.
           CLOSE ALUNOS-TMP.
           CLOSE ALUNOS-IO.
       2300-MOVE-REGISTROS-FIM. EXIT.

       2310-MOVE-UM-REGISTRO       SECTION.
           MOVE ALU-REG TO WRK-REG-ANTES.
           MOVE SPACES TO TRF-REG.
           MOVE WRK-NOVO-ID         TO TRF-ALUNO.
           MOVE WRK-DATA-HOJE       TO TRF-DATA.
           MOVE WRK-TRF-HORA        TO TRF-HORA.
           MOVE ALU-DISCIPLINA      TO TRF-DISCIPLINA.
           MOVE ALU-TURMA           TO TRF-TURMA-ORIGEM.
           MOVE WRK-NOVA-TURMA      TO TRF-TURMA-DESTINO.
           MOVE ALU-QTD-NOTAS       TO TRF-QTD-NOTAS.
           MOVE WRK-TRF-DADAS       TO TRF-AULAS-DADAS.
           MOVE WRK-TRF-PRESENTES   TO TRF-AULAS-PRESENTES.
           WRITE TRF-REG
               INVALID KEY
                   DISPLAY "MATRICULA: ORIGEM DA DISCIPLINA "
                           ALU-DISCIPLINA " NAO GRAVADA FS="
                           FS-TRANSFER
           END-WRITE.
           MOVE WRK-NOVA-TURMA TO ALU-TURMA.
           MOVE ALU-REG TO WRK-REG-DEPOIS.
           MOVE "TRANSFERENCIA" TO WRK-LOG-OPERACAO.
           PERFORM 9100-GRAVA-LOG.
           MOVE "MATRICULA" TO WRK-LOG-OPERACAO.
           ADD 1 TO WRK-QTD-MOVIDOS.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
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
           IF WRK-TEM-TURMAS EQUAL "S"
               CLOSE TURMAS
           END-IF.
           IF WRK-TEM-FILA EQUAL "S"
               CLOSE FILAESP
           END-IF.
           CLOSE MATRICULA-LOG.
