       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DA GRADE HORARIA DAS TURMAS - CADA
      *==           AULA DA SEMANA (TURMA, DIA, AULA DO TURNO) COM
      *==           DISCIPLINA, PROFESSOR E SALA EM HORARIO.DAT, NO
      *==           MOLDE DO TURMAMNT. A AULA E RECUSADA QUANDO O
      *==           PROFESSOR OU A SALA JA ESTAO OCUPADOS NO MESMO
      *==           TURNO, DIA E AULA EM OUTRA TURMA - O CHOQUE DE
      *==           HORARIO APARECE NA HORA DE MONTAR A GRADE, NAO
      *==           NO PRIMEIRO DIA DE AULA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: A TURMA TEM DE ESTAR NO CADASTRO (TURMAS.DAT)
      *==   - O TURNO DA AULA VEM DELE, E PROFESSOR/SALA EM BRANCO
      *==   ASSUMEM OS DA TURMA. MUDANCAS GRAVADAS ANTES/DEPOIS EM
      *==   HORARIO.LOG. A IMPRESSAO DA GRADE E O HORREL. O
      *==   PROFESSOR DA AULA E INFORMADO PELO EMP-CODIGO (ZERO = O
      *==   DA TURMA) E O NOME VEM DO CADASTRO DE FUNCIONARIOS
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
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT HORARIO-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== UMA AULA DA GRADE SEMANAL. TURNO, DIA E AULA SE REPETEM
      *== DEPOIS DO PROFESSOR E DA SALA PARA FORMAR AS CHAVES
      *== ALTERNATIVAS QUE ACUSAM O CHOQUE DE HORARIO
       FD  HORARIO.
       01  HOR-REG.
           05 HOR-CHAVE.
               10 HOR-TURMA        PIC X(06).
               10 HOR-DIA          PIC 9(01).
      *== HOR-DIA: 2 = SEGUNDA ... 6 = SEXTA   7 = SABADO
               10 HOR-AULA         PIC 9(01).
      *== HOR-AULA: ORDEM DA AULA DENTRO DO TURNO (1 A 6)
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
      *== HOR-PROF-CODIGO: EMP-CODIGO DO PROFESSOR DA AULA - E POR
      *== ELE QUE O AULAFOLH PAGA A HORA-AULA

       FD  TURMAS.
       01  TUR-REG.
           05 TUR-CODIGO         PIC X(06).
           05 TUR-DESCRICAO      PIC X(30).
           05 TUR-PROFESSOR      PIC X(20).
           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

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

       FD  HORARIO-LOG.
       01  LOG-LINHA            PIC X(200).

       WORKING-STORAGE             SECTION.
       77  WRK-HOR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HOR-PATH: VARIAVEL DE AMBIENTE "HORARIO_PATH";
      *== SE NAO DEFINIDA, "HORARIO.DAT"
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "HORARIO_LOG_PATH";
      *== SE NAO DEFINIDA, "HORARIO.LOG"
       77  FS-HORARIO      PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-EMP     PIC X(01) VALUE "N".
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(60) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(60) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-CONFLITO    PIC X(01) VALUE "N".
       77  WRK-FIM-GRADE   PIC X(01) VALUE "N".
       77  WRK-QTD-AULAS   PIC 9(03) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.

      *== A AULA EM DIGITACAO FICA AQUI: A CONFERENCIA DE CHOQUE LE
      *== OUTROS REGISTROS E SUJA A AREA DO ARQUIVO
       01  WRK-NOVA-AULA.
           05 WRK-NOVA-CHAVE.
               10 WRK-NOVA-TURMA   PIC X(06).
               10 WRK-NOVO-DIA     PIC 9(01).
               10 WRK-NOVA-AULA-NR PIC 9(01).
           05 WRK-NOVA-DISCIPLINA PIC X(10).
           05 WRK-NOVO-PROFESSOR  PIC X(20).
           05 WRK-NOVO-TURNO      PIC X(01).
           05 WRK-NOVA-SALA       PIC X(05).
           05 WRK-NOVO-PROF-CODIGO PIC 9(04).

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

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "HORMANT".
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
               DISPLAY "HORMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-HOR-PATH FROM ENVIRONMENT "HORARIO_PATH".
           IF WRK-HOR-PATH EQUAL SPACES
               MOVE "HORARIO.DAT" TO WRK-HOR-PATH
           END-IF.
           OPEN I-O HORARIO.
           IF FS-HORARIO EQUAL 35
               OPEN OUTPUT HORARIO
               CLOSE HORARIO
               OPEN I-O HORARIO
           END-IF.
           IF FS-HORARIO NOT EQUAL 0
               DISPLAY "HORMANT: FALHA AO ABRIR " WRK-HOR-PATH
                       " FS=" FS-HORARIO
               STOP RUN
           END-IF.
           ACCEPT WRK-TUR-PATH FROM ENVIRONMENT "TURMAS_PATH".
           IF WRK-TUR-PATH EQUAL SPACES
               MOVE "TURMAS.DAT" TO WRK-TUR-PATH
           END-IF.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
               DISPLAY "HORMANT: FALHA AO ABRIR " WRK-TUR-PATH
                       " FS=" FS-TURMAS " - A GRADE PRECISA DO "
                       "CADASTRO DE TURMAS"
               STOP RUN
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           IF FS-EMPREGADOS EQUAL 0
               MOVE "S" TO WRK-TEM-EMP
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "HORARIO_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "HORARIO.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND HORARIO-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT HORARIO-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-INCLUIR  3-ALTERAR  4-EXCLUIR  "
                   "5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-ALTERAR
               WHEN 4
                   PERFORM 4000-EXCLUIR
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== GRADE DA TURMA NA ORDEM DA CHAVE (DIA, AULA)
       1000-CONSULTAR              SECTION.
           DISPLAY "TURMA...  ".
           ACCEPT WRK-NOVA-TURMA.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE LOW-VALUES TO HOR-CHAVE.
           MOVE WRK-NOVA-TURMA TO HOR-TURMA.
           MOVE "N" TO WRK-FIM-GRADE.
           START HORARIO KEY IS NOT LESS HOR-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-GRADE
           END-START.
           DISPLAY "DIA AULA T DISCIPLINA PROFESSOR            SALA".
           PERFORM UNTIL WRK-FIM-GRADE EQUAL "S"
               READ HORARIO NEXT
                   AT END MOVE "S" TO WRK-FIM-GRADE
               END-READ
               IF WRK-FIM-GRADE EQUAL "N"
                   IF HOR-TURMA NOT EQUAL WRK-NOVA-TURMA
                       MOVE "S" TO WRK-FIM-GRADE
                   ELSE
                       ADD 1 TO WRK-QTD-AULAS
                       DISPLAY WRK-NOME-DIA(HOR-DIA - 1) "  "
                               HOR-AULA "  " HOR-TURNO " "
                               HOR-DISCIPLINA " " HOR-PROFESSOR " "
                               HOR-SALA
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "AULAS NA SEMANA... " WRK-QTD-AULAS.

       2000-INCLUIR                SECTION.
           PERFORM 2100-RECEBE-HORARIO.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           MOVE WRK-NOVA-CHAVE TO HOR-CHAVE.
           READ HORARIO KEY IS HOR-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "AULA JA CADASTRADA (" HOR-DISCIPLINA
                           ") - USE ALTERAR"
                   GO TO 2000-INCLUIR-FIM
           END-READ.
           PERFORM 2200-RECEBE-AULA.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           PERFORM 2300-CONFERE-CHOQUE.
           IF WRK-CONFLITO EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           PERFORM 2400-MONTA-REGISTRO.
           WRITE HOR-REG
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR FS=" FS-HORARIO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE HOR-REG TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "AULA INCLUIDA NA GRADE"
           END-WRITE.
       2000-INCLUIR-FIM. EXIT.

      *== TURMA (TEM DE EXISTIR NO CADASTRO), DIA E AULA DO TURNO
       2100-RECEBE-HORARIO         SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           MOVE SPACES TO WRK-NOVA-AULA.
           DISPLAY "TURMA...  ".
           ACCEPT WRK-NOVA-TURMA.
           MOVE WRK-NOVA-TURMA TO TUR-CODIGO.
           READ TURMAS KEY IS TUR-CODIGO
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA (VER TURMAMNT)"
                   GO TO 2100-RECEBE-HORARIO-FIM
           END-READ.
           MOVE TUR-TURNO TO WRK-NOVO-TURNO.
           DISPLAY "DIA (2-SEG 3-TER 4-QUA 5-QUI 6-SEX 7-SAB)...  ".
           ACCEPT WRK-NOVO-DIA.
           IF WRK-NOVO-DIA LESS 2 OR WRK-NOVO-DIA GREATER 7
               DISPLAY "DIA INVALIDO"
               GO TO 2100-RECEBE-HORARIO-FIM
           END-IF.
           DISPLAY "AULA DO TURNO (1 A 6)...  ".
           ACCEPT WRK-NOVA-AULA-NR.
           IF WRK-NOVA-AULA-NR LESS 1 OR WRK-NOVA-AULA-NR GREATER 6
               DISPLAY "AULA INVALIDA"
               GO TO 2100-RECEBE-HORARIO-FIM
           END-IF.
           MOVE "S" TO WRK-DADOS-OK.
       2100-RECEBE-HORARIO-FIM. EXIT.

      *== DISCIPLINA, PROFESSOR E SALA; EM BRANCO (PROFESSOR ZERO),
      *== SAO OS DO CADASTRO DA TURMA (TUR-REG JA LIDO EM 2100);
      *== PROFESSOR INFORMADO TEM DE ESTAR ATIVO NOS FUNCIONARIOS
       2200-RECEBE-AULA            SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "DISCIPLINA...  ".
           ACCEPT WRK-NOVA-DISCIPLINA.
           IF WRK-NOVA-DISCIPLINA EQUAL SPACES
               DISPLAY "DISCIPLINA EM BRANCO - CANCELADO"
               GO TO 2200-RECEBE-AULA-FIM
           END-IF.
           DISPLAY "CODIGO DO PROFESSOR (ZERO = " TUR-PROFESSOR
                   ")...  ".
           ACCEPT WRK-NOVO-PROF-CODIGO.
           IF WRK-NOVO-PROF-CODIGO EQUAL ZEROS
               MOVE TUR-PROF-CODIGO TO WRK-NOVO-PROF-CODIGO
               MOVE TUR-PROFESSOR TO WRK-NOVO-PROFESSOR
           ELSE
               IF WRK-TEM-EMP NOT EQUAL "S"
                   DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL - "
                           "CANCELADO"
                   GO TO 2200-RECEBE-AULA-FIM
               END-IF
               MOVE WRK-NOVO-PROF-CODIGO TO EMP-CODIGO
               READ EMPREGADOS KEY IS EMP-CODIGO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO " WRK-NOVO-PROF-CODIGO
                               " NAO CADASTRADO - CANCELADO"
                       GO TO 2200-RECEBE-AULA-FIM
               END-READ
               IF EMP-SITUACAO EQUAL "D"
                   DISPLAY "FUNCIONARIO " EMP-NOME
                           " DESLIGADO - CANCELADO"
                   GO TO 2200-RECEBE-AULA-FIM
               END-IF
               MOVE EMP-NOME TO WRK-NOVO-PROFESSOR
               DISPLAY "PROFESSOR: " WRK-NOVO-PROFESSOR
           END-IF.
           DISPLAY "SALA (BRANCO = " TUR-SALA ")...  ".
           ACCEPT WRK-NOVA-SALA.
           IF WRK-NOVA-SALA EQUAL SPACES
               MOVE TUR-SALA TO WRK-NOVA-SALA
           END-IF.
           IF WRK-NOVO-PROFESSOR EQUAL SPACES
               OR WRK-NOVA-SALA EQUAL SPACES
               DISPLAY "PROFESSOR E SALA SAO OBRIGATORIOS - CANCELADO"
               GO TO 2200-RECEBE-AULA-FIM
           END-IF.
           MOVE "S" TO WRK-DADOS-OK.
       2200-RECEBE-AULA-FIM. EXIT.

      *== CHOQUE DE HORARIO: OUTRA AULA (OUTRA CHAVE) COM O MESMO
      *== PROFESSOR OU A MESMA SALA NO MESMO TURNO, DIA E AULA
       2300-CONFERE-CHOQUE         SECTION.
           MOVE "N" TO WRK-CONFLITO.
           MOVE WRK-NOVO-PROFESSOR TO HOR-PROFESSOR.
           MOVE WRK-NOVO-TURNO     TO HOR-TURNO.
           MOVE WRK-NOVO-DIA       TO HOR-DIA-P.
           MOVE WRK-NOVA-AULA-NR   TO HOR-AULA-P.
           READ HORARIO KEY IS HOR-ALT-PROF
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOR-CHAVE NOT EQUAL WRK-NOVA-CHAVE
                       MOVE "S" TO WRK-CONFLITO
                       DISPLAY "CHOQUE: PROFESSOR " HOR-PROFESSOR
                               " JA DA AULA NA TURMA " HOR-TURMA
                               " (" HOR-DISCIPLINA ") NESTE HORARIO"
                   END-IF
           END-READ.
           MOVE WRK-NOVA-SALA      TO HOR-SALA.
           MOVE WRK-NOVO-TURNO     TO HOR-TURNO-S.
           MOVE WRK-NOVO-DIA       TO HOR-DIA-S.
           MOVE WRK-NOVA-AULA-NR   TO HOR-AULA-S.
           READ HORARIO KEY IS HOR-ALT-SALA
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF HOR-CHAVE NOT EQUAL WRK-NOVA-CHAVE
                       MOVE "S" TO WRK-CONFLITO
                       DISPLAY "CHOQUE: SALA " HOR-SALA
                               " JA OCUPADA PELA TURMA " HOR-TURMA
                               " (" HOR-DISCIPLINA ") NESTE HORARIO"
                   END-IF
           END-READ.
           IF WRK-CONFLITO EQUAL "S"
               DISPLAY "AULA RECUSADA POR CHOQUE DE HORARIO"
           END-IF.

       2400-MONTA-REGISTRO         SECTION.
           MOVE SPACES TO HOR-REG.
           MOVE WRK-NOVA-TURMA      TO HOR-TURMA.
           MOVE WRK-NOVO-DIA        TO HOR-DIA HOR-DIA-P HOR-DIA-S.
           MOVE WRK-NOVA-AULA-NR    TO HOR-AULA HOR-AULA-P HOR-AULA-S.
           MOVE WRK-NOVA-DISCIPLINA TO HOR-DISCIPLINA.
           MOVE WRK-NOVO-PROFESSOR  TO HOR-PROFESSOR.
           MOVE WRK-NOVO-TURNO      TO HOR-TURNO HOR-TURNO-S.
           MOVE WRK-NOVA-SALA       TO HOR-SALA.
           MOVE WRK-NOVO-PROF-CODIGO TO HOR-PROF-CODIGO.

       3000-ALTERAR                SECTION.
           PERFORM 2100-RECEBE-HORARIO.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 3000-ALTERAR-FIM
           END-IF.
           MOVE WRK-NOVA-CHAVE TO HOR-CHAVE.
           READ HORARIO KEY IS HOR-CHAVE
               INVALID KEY
                   DISPLAY "AULA NAO CADASTRADA - USE INCLUIR"
                   GO TO 3000-ALTERAR-FIM
           END-READ.
           MOVE HOR-REG TO WRK-REG-ANTES.
           DISPLAY "ATUAL: " HOR-DISCIPLINA " " HOR-PROFESSOR " "
                   HOR-SALA.
           PERFORM 2200-RECEBE-AULA.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 3000-ALTERAR-FIM
           END-IF.
           PERFORM 2300-CONFERE-CHOQUE.
           IF WRK-CONFLITO EQUAL "S"
               GO TO 3000-ALTERAR-FIM
           END-IF.
      *== A CONFERENCIA DE CHOQUE MOVEU O PONTEIRO: RELE A AULA
      *== ANTES DE REGRAVAR
           MOVE WRK-NOVA-CHAVE TO HOR-CHAVE.
           READ HORARIO KEY IS HOR-CHAVE
               INVALID KEY
                   DISPLAY "AULA NAO CADASTRADA - USE INCLUIR"
                   GO TO 3000-ALTERAR-FIM
           END-READ.
           PERFORM 2400-MONTA-REGISTRO.
           REWRITE HOR-REG
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR FS=" FS-HORARIO
               NOT INVALID KEY
                   MOVE HOR-REG TO WRK-REG-DEPOIS
                   MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "AULA ALTERADA"
           END-REWRITE.
       3000-ALTERAR-FIM. EXIT.

       4000-EXCLUIR                SECTION.
           PERFORM 2100-RECEBE-HORARIO.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 4000-EXCLUIR-FIM
           END-IF.
           MOVE WRK-NOVA-CHAVE TO HOR-CHAVE.
           READ HORARIO KEY IS HOR-CHAVE
               INVALID KEY
                   DISPLAY "AULA NAO CADASTRADA"
                   GO TO 4000-EXCLUIR-FIM
           END-READ.
           DISPLAY "EXCLUIR " HOR-DISCIPLINA " " HOR-PROFESSOR " "
                   HOR-SALA " (S/N)?  ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 4000-EXCLUIR-FIM
           END-IF.
           MOVE HOR-REG TO WRK-REG-ANTES.
           DELETE HORARIO
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR FS=" FS-HORARIO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-DEPOIS
                   MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "AULA EXCLUIDA DA GRADE"
           END-DELETE.
       4000-EXCLUIR-FIM. EXIT.

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
           CLOSE HORARIO.
           CLOSE TURMAS.
           IF WRK-TEM-EMP EQUAL "S"
               CLOSE EMPREGADOS
           END-IF.
           CLOSE HORARIO-LOG.
