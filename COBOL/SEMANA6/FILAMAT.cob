       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILAMAT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CHAMADA DA FILA DE ESPERA DA MATRICULA - PARA
      *==           CADA TURMA COM FILA, RECONTA AS VAGAS (LOTACAO
      *==           MENOS ALUNOS MATRICULADOS MENOS OFERTAS AINDA EM
      *==           PRAZO), EXPIRA AS OFERTAS VENCIDAS E OFERTA AS
      *==           VAGAS LIVRES AS PROXIMAS FAMILIAS DA FILA,
      *==           GERANDO A LISTA DE LIGACOES DA SECRETARIA - A
      *==           VAGA ABERTA POR DESISTENCIA, TRANSFERENCIA OU
      *==           AMPLIACAO DA LOTACAO (TURMAMNT) NAO FICA MAIS
      *==           ESQUECIDA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: A VAGA E CONTADA, NAO AVISADA: QUALQUER
      *==   SAIDA DE ALUNO OU AUMENTO DE LOTACAO APARECE NA PROXIMA
      *==   EXECUCAO. PRAZO DA OFERTA NO PARAMETRO FILAESP_PRAZO_DIAS
      *==   (PADRAO 3 DIAS); OFERTA NAO ACEITA ATE O PRAZO VIRA "X" E
      *==   A VAGA PASSA A FAMILIA SEGUINTE. A ACEITACAO E A PROPRIA
      *==   MATRICULA (MATRICULA BAIXA O PEDIDO DA FILA)
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
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
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
           SELECT FILAMAT-REL ASSIGN TO DYNAMIC WRK-REL-PATH
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

       FD  TURMAS.
       01  TUR-REG.
           05 TUR-CODIGO         PIC X(06).
           05 TUR-DESCRICAO      PIC X(30).
           05 TUR-PROFESSOR      PIC X(20).
           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

      *== FILA DE ESPERA POR TURMA (VER MATRICULA)
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

       FD  FILAMAT-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FES-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FES-PATH: VARIAVEL DE AMBIENTE "FILAESP_PATH";
      *== SE NAO DEFINIDA, "FILAESP.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "FILAMAT_REL_PATH";
      *== SE NAO DEFINIDA, "FILAMAT.REL" - A LISTA DE LIGACOES DA
      *== SECRETARIA
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-FILAESP      PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TURMAS  PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO-DIAS  PIC 9(03) VALUE 3.
       77  WRK-PRAZO       PIC 9(08) VALUE ZEROS.
       77  WRK-CAPACIDADE  PIC 9(03) VALUE 40.
      *== WRK-CAPACIDADE: LOTACAO DE CONTINGENCIA (PARAMETRO
      *== MATRICULA_CAPACIDADE) PARA TURMA FORA DO CADASTRO - A
      *== MESMA REGRA DA MATRICULA
       77  WRK-CAP-TURMA   PIC 9(03) VALUE ZEROS.
       77  WRK-OCUPACAO    PIC 9(03) VALUE ZEROS.
       77  WRK-RESERVAS    PIC 9(03) VALUE ZEROS.
       77  WRK-VAGAS       PIC 9(03) VALUE ZEROS.
       77  WRK-ESPERA      PIC 9(04) VALUE ZEROS.
       77  WRK-FIM-FILA    PIC X(01) VALUE "N".
       77  WRK-MATRICULADO PIC X(01) VALUE "N".
       77  WRK-TURMA-ATUAL PIC X(06) VALUE SPACES.
       77  WRK-RESP-NOME   PIC X(20) VALUE SPACES.
       77  WRK-RESP-FONE   PIC X(11) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-OFERTA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXPIRA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-BAIXA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ESPERA PIC 9(06) VALUE ZEROS.

      *== ALUNOS MATRICULADOS (UM POR ALU-ID - O ARQUIVO TEM UM
      *== REGISTRO POR DISCIPLINA) COM A TURMA DE CADA UM
       01  WRK-TAB-ALUNOS.
           05 WRK-ALU-ITEM OCCURS 1000 TIMES.
               10 WRK-TAB-ID      PIC 9(04).
               10 WRK-TAB-TURMA   PIC X(06).
       77  WRK-QTD-ALUNOS  PIC 9(04) VALUE ZEROS.
       77  WRK-IDX         PIC 9(04) VALUE ZEROS.

      *== TURMAS QUE TEM ALGUEM EM ESPERA OU COM OFERTA ABERTA
       01  WRK-TAB-TURMAS.
           05 WRK-TUR-ITEM OCCURS 200 TIMES PIC X(06).
       77  WRK-QTD-TURMAS  PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-TUR     PIC 9(03) VALUE ZEROS.

       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "FILAMAT".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "FILAMAT".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGA-ALUNOS.
           PERFORM 0250-CARREGA-TURMAS-FILA.
           PERFORM VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR GREATER WRK-QTD-TURMAS
               PERFORM 0300-PROCESSA-TURMA
           END-PERFORM.
           PERFORM 0400-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE "FILAESP_PRAZO_DIAS" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PRAZO-DIAS =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "MATRICULA_CAPACIDADE" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-CAPACIDADE =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + WRK-PRAZO-DIAS.
           COMPUTE WRK-PRAZO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
           END-IF.
           OPEN INPUT ALUNOS-IN.
           MOVE "ALUNOS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ALUNOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           MOVE "CLIENTES" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CLIENTES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-TUR-PATH FROM ENVIRONMENT "TURMAS_PATH".
           IF WRK-TUR-PATH EQUAL SPACES
               MOVE "TURMAS.DAT" TO WRK-TUR-PATH
           END-IF.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL 0
               MOVE "S" TO WRK-TEM-TURMAS
           ELSE
               DISPLAY "FILAMAT: SEM CADASTRO DE TURMAS ("
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
           MOVE "FILAESP.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-FILAESP TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "FILAMAT_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "FILAMAT.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT FILAMAT-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "FILA DE ESPERA DA MATRICULA - LISTA DE LIGACOES "
                   "DE " WRK-DATA-HOJE " (PRAZO DAS OFERTAS: "
                   WRK-PRAZO ")"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       0200-CARREGA-ALUNOS         SECTION.
           READ ALUNOS-IN
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               MOVE 1 TO WRK-IDX
               PERFORM UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
                   OR WRK-TAB-ID(WRK-IDX) EQUAL ALU-ID
                   ADD 1 TO WRK-IDX
               END-PERFORM
               IF WRK-IDX GREATER WRK-QTD-ALUNOS
                   IF WRK-QTD-ALUNOS LESS 1000
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE ALU-ID TO WRK-TAB-ID(WRK-QTD-ALUNOS)
                       MOVE ALU-TURMA TO WRK-TAB-TURMA(WRK-QTD-ALUNOS)
                   END-IF
               END-IF
               READ ALUNOS-IN
                   AT END MOVE 10 TO FS-ALUNOS
               END-READ
           END-PERFORM.
           CLOSE ALUNOS-IN.

      *== UMA PASSADA NA FILA SO PARA SABER QUAIS TURMAS TEM PEDIDO
      *== VIVO ("E" OU "O") - A CHAVE JA VEM AGRUPADA POR TURMA
       0250-CARREGA-TURMAS-FILA    SECTION.
           MOVE "N" TO WRK-FIM-FILA.
           PERFORM UNTIL WRK-FIM-FILA EQUAL "S"
               READ FILAESP NEXT
                   AT END MOVE "S" TO WRK-FIM-FILA
               END-READ
               IF WRK-FIM-FILA EQUAL "N"
                   ADD 1 TO WRK-TOTAL-LIDO
                   IF (FES-SITUACAO EQUAL "E"
                       OR FES-SITUACAO EQUAL "O")
                       AND FES-TURMA NOT EQUAL WRK-TURMA-ATUAL
                       MOVE FES-TURMA TO WRK-TURMA-ATUAL
                       IF WRK-QTD-TURMAS LESS 200
                           ADD 1 TO WRK-QTD-TURMAS
                           MOVE FES-TURMA
                               TO WRK-TUR-ITEM(WRK-QTD-TURMAS)
                       ELSE
                           DISPLAY "FILAMAT: MAIS DE 200 TURMAS COM "
                                   "FILA - TURMA " FES-TURMA
                                   " FICA PARA A PROXIMA EXECUCAO"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *== DUAS PASSADAS NA FILA DA TURMA: A PRIMEIRA ARRUMA O QUE JA
      *== ESTA ABERTO (BAIXA QUEM MATRICULOU, EXPIRA OFERTA VENCIDA,
      *== CONTA AS OFERTAS EM PRAZO); A SEGUNDA OFERTA AS VAGAS QUE
      *== SOBRAREM, NA ORDEM DA CHAVE
       0300-PROCESSA-TURMA         SECTION.
           MOVE WRK-TUR-ITEM(WRK-IDX-TUR) TO WRK-TURMA-ATUAL.
           MOVE WRK-CAPACIDADE TO WRK-CAP-TURMA.
           IF WRK-TEM-TURMAS EQUAL "S"
               MOVE WRK-TURMA-ATUAL TO TUR-CODIGO
               READ TURMAS KEY IS TUR-CODIGO
                   NOT INVALID KEY
                       MOVE TUR-CAPACIDADE TO WRK-CAP-TURMA
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-OCUPACAO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               IF WRK-TAB-TURMA(WRK-IDX) EQUAL WRK-TURMA-ATUAL
                   ADD 1 TO WRK-OCUPACAO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-RESERVAS.
           MOVE ZEROS TO WRK-ESPERA.
           PERFORM 0310-POSICIONA-FILA.
           PERFORM UNTIL WRK-FIM-FILA EQUAL "S"
               PERFORM 0320-ARRUMA-PEDIDO
               PERFORM 0315-LE-FILA
           END-PERFORM.
           MOVE ZEROS TO WRK-VAGAS.
           IF WRK-CAP-TURMA GREATER WRK-OCUPACAO + WRK-RESERVAS
               COMPUTE WRK-VAGAS =
                   WRK-CAP-TURMA - WRK-OCUPACAO - WRK-RESERVAS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "TURMA " WRK-TURMA-ATUAL "  LOTACAO " WRK-CAP-TURMA
                   "  MATRICULADOS " WRK-OCUPACAO
                   "  OFERTAS EM PRAZO " WRK-RESERVAS
                   "  VAGAS LIVRES " WRK-VAGAS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0310-POSICIONA-FILA.
           PERFORM UNTIL WRK-FIM-FILA EQUAL "S"
               IF FES-SITUACAO EQUAL "E"
                   IF WRK-VAGAS GREATER ZEROS
                       PERFORM 0330-OFERTA-VAGA
                   ELSE
                       ADD 1 TO WRK-ESPERA
                   END-IF
               END-IF
               PERFORM 0315-LE-FILA
           END-PERFORM.
           ADD WRK-ESPERA TO WRK-TOTAL-ESPERA.
           MOVE SPACES TO REL-LINHA.
           STRING "  FAMILIAS QUE SEGUEM NA FILA: " WRK-ESPERA
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *== POSICIONA NO PRIMEIRO PEDIDO DA TURMA E JA O LE
       0310-POSICIONA-FILA         SECTION.
           MOVE LOW-VALUES TO FES-CHAVE.
           MOVE WRK-TURMA-ATUAL TO FES-TURMA.
           MOVE "N" TO WRK-FIM-FILA.
           START FILAESP KEY IS NOT LESS FES-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-FILA
           END-START.
           PERFORM 0315-LE-FILA.

       0315-LE-FILA                SECTION.
           IF WRK-FIM-FILA EQUAL "N"
               READ FILAESP NEXT
                   AT END MOVE "S" TO WRK-FIM-FILA
               END-READ
               IF WRK-FIM-FILA EQUAL "N"
                   AND FES-TURMA NOT EQUAL WRK-TURMA-ATUAL
                   MOVE "S" TO WRK-FIM-FILA
               END-IF
           END-IF.

       0320-ARRUMA-PEDIDO          SECTION.
           IF FES-SITUACAO NOT EQUAL "E"
               AND FES-SITUACAO NOT EQUAL "O"
               GO TO 0320-ARRUMA-PEDIDO-FIM
           END-IF.
      *== ALUNO QUE JA ESTA EM ALUNOS.DAT (NESTA OU EM OUTRA TURMA)
      *== SAI DA FILA - NAO HA POR QUE LIGAR PARA ELE
           MOVE "N" TO WRK-MATRICULADO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX GREATER WRK-QTD-ALUNOS
               IF WRK-TAB-ID(WRK-IDX) EQUAL FES-ALUNO-ID
                   MOVE "S" TO WRK-MATRICULADO
               END-IF
           END-PERFORM.
           IF WRK-MATRICULADO EQUAL "S"
               MOVE "M" TO FES-SITUACAO
               MOVE WRK-DATA-HOJE TO FES-DATA-SITUACAO
               PERFORM 0340-REGRAVA-PEDIDO
               ADD 1 TO WRK-TOTAL-BAIXA
               GO TO 0320-ARRUMA-PEDIDO-FIM
           END-IF.
           IF FES-SITUACAO EQUAL "O"
               IF FES-PRAZO LESS WRK-DATA-HOJE
                   MOVE "X" TO FES-SITUACAO
                   MOVE WRK-DATA-HOJE TO FES-DATA-SITUACAO
                   PERFORM 0340-REGRAVA-PEDIDO
                   ADD 1 TO WRK-TOTAL-EXPIRA
                   MOVE SPACES TO REL-LINHA
                   STRING "  EXPIROU ALUNO " FES-ALUNO-ID " "
                           FES-NOME " OFERTA DE " FES-DATA-OFERTA
                           " PRAZO " FES-PRAZO " - SAI DA FILA"
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               ELSE
                   ADD 1 TO WRK-RESERVAS
               END-IF
           END-IF.
       0320-ARRUMA-PEDIDO-FIM. EXIT.

      *== A OFERTA SEGURA A VAGA ATE O PRAZO (A MATRICULA NAO A DA
      *== A MAIS NINGUEM) E VIRA UMA LINHA NA LISTA DE LIGACOES COM
      *== O TELEFONE DO RESPONSAVEL
       0330-OFERTA-VAGA            SECTION.
           MOVE "O" TO FES-SITUACAO.
           MOVE WRK-DATA-HOJE TO FES-DATA-OFERTA.
           MOVE WRK-PRAZO TO FES-PRAZO.
           MOVE WRK-DATA-HOJE TO FES-DATA-SITUACAO.
           PERFORM 0340-REGRAVA-PEDIDO.
           IF FS-FILAESP NOT EQUAL 0
               GO TO 0330-OFERTA-VAGA-FIM
           END-IF.
           SUBTRACT 1 FROM WRK-VAGAS.
           ADD 1 TO WRK-TOTAL-OFERTA.
           MOVE SPACES TO WRK-RESP-NOME.
           MOVE SPACES TO WRK-RESP-FONE.
           MOVE FES-PAGADOR TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-RESP-NOME
               NOT INVALID KEY
                   MOVE REG-NOME TO WRK-RESP-NOME
                   MOVE REG-TELEFONE TO WRK-RESP-FONE
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING "  LIGAR ALUNO " FES-ALUNO-ID " " FES-NOME
                   " RESP " WRK-RESP-NOME " TEL " WRK-RESP-FONE
                   " ATE " FES-PRAZO
                   DELIMITED BY SIZE INTO REL-LINHA.
           IF FES-PRIORIDADE EQUAL 1
               MOVE "IRMAO" TO REL-LINHA(96:)
           END-IF.
           WRITE REL-LINHA.
       0330-OFERTA-VAGA-FIM. EXIT.

       0340-REGRAVA-PEDIDO         SECTION.
           REWRITE FES-REG
               INVALID KEY
                   DISPLAY "FILAMAT: ERRO AO REGRAVAR PEDIDO DA TURMA "
                           FES-TURMA " ALUNO " FES-ALUNO-ID
                           " FS=" FS-FILAESP
           END-REWRITE.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "VAGAS OFERTADAS: " WRK-TOTAL-OFERTA
                   "  OFERTAS EXPIRADAS: " WRK-TOTAL-EXPIRA
                   "  BAIXADOS (MATRICULADOS): " WRK-TOTAL-BAIXA
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "FAMILIAS AINDA EM ESPERA: " WRK-TOTAL-ESPERA
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE CLIENTES.
           IF WRK-TEM-TURMAS EQUAL "S"
               CLOSE TURMAS
           END-IF.
           CLOSE FILAESP.
           CLOSE FILAMAT-REL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS =
               WRK-TOTAL-OFERTA + WRK-TOTAL-EXPIRA + WRK-TOTAL-BAIXA.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "FILAMAT: VAGAS OFERTADAS.... " WRK-TOTAL-OFERTA.
           DISPLAY "FILAMAT: OFERTAS EXPIRADAS.. " WRK-TOTAL-EXPIRA.
           DISPLAY "FILAMAT: LISTA DE LIGACOES EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
