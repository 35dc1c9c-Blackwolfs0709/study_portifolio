      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: A MATRICULA CONFERE A LOTACAO POR AQUI;
      *==   BOLETIM, RANKING E TURMA-STATS BUSCAM A DESCRICAO E O
      *==   PROFESSOR PARA OS CABECALHOS. LOTACAO AMPLIADA ABRE
      *==   VAGA PARA A FILA DE ESPERA (FILAMAT). O PROFESSOR E
      *==   INFORMADO PELO EMP-CODIGO DO CADASTRO DE FUNCIONARIOS
      *==   (O NOME VEM DE LA); E POR ELE QUE O AULAFOLH GERA A
      *==   HORA-AULA DA FOLHA. CODIGO ZERO = PROFESSOR DE FORA DO
      *==   CADASTRO, COM O NOME DIGITADO COMO ANTES
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT TURMAS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           05 TUR-TURNO          PIC X(01).
      *== TUR-TURNO: "M" = MANHA   "T" = TARDE   "N" = NOITE
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).
      *== TUR-PROF-CODIGO: EMP-CODIGO DO PROFESSOR NO CADASTRO DE
      *== FUNCIONARIOS (ZEROS = PROFESSOR DE FORA DO CADASTRO); O
      *== TUR-PROFESSOR PASSA A SER O NOME DELE, PARA OS CABECALHOS

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

       FD  TURMAS-LOG.
       01  LOG-LINHA            PIC X(200).
      *== SE NAO DEFINIDA, "TURMAS.LOG"
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-EMP     PIC X(01) VALUE "N".
       77  WRK-PROF-OK     PIC X(01) VALUE "N".
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       77  WRK-CAP-ANTERIOR PIC 9(03) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(69) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(69) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
                       " FS=" FS-TURMAS
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
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "TURMAS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "TURMAS.LOG" TO WRK-LOG-PATH
                   DISPLAY "CODIGO....... " TUR-CODIGO
                   DISPLAY "DESCRICAO.... " TUR-DESCRICAO
                   DISPLAY "PROFESSOR.... " TUR-PROFESSOR
                   DISPLAY "COD.PROFESSOR " TUR-PROF-CODIGO
                   DISPLAY "SALA......... " TUR-SALA
                   DISPLAY "TURNO........ " TUR-TURNO
                   DISPLAY "LOTACAO...... " TUR-CAPACIDADE
           ACCEPT TUR-CODIGO.
           DISPLAY "DESCRICAO...  ".
           ACCEPT TUR-DESCRICAO.
           PERFORM 2100-RECEBE-PROFESSOR.
           DISPLAY "SALA...  ".
           ACCEPT TUR-SALA.
           DISPLAY "TURNO (M/T/N)...  ".
           ACCEPT TUR-TURNO.
           DISPLAY "LOTACAO...  ".
           ACCEPT TUR-CAPACIDADE.
           IF WRK-PROF-OK NOT EQUAL "S"
               DISPLAY "PROFESSOR INVALIDO - INCLUSAO CANCELADA"
           ELSE
           IF TUR-CAPACIDADE EQUAL ZEROS
               DISPLAY "LOTACAO ZERADA - INCLUSAO CANCELADA"
           ELSE
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "TURMA INCLUIDA"
               END-WRITE
           END-IF
           END-IF.

      *== PROFESSOR PELO EMP-CODIGO: TEM DE ESTAR NO CADASTRO E
      *== ATIVO, E O NOME DA TURMA PASSA A SER O DO CADASTRO
       2100-RECEBE-PROFESSOR       SECTION.
           MOVE "N" TO WRK-PROF-OK.
           DISPLAY "CODIGO DO PROFESSOR (EMP-CODIGO, ZERO = DE FORA "
                   "DO CADASTRO)...  ".
           ACCEPT TUR-PROF-CODIGO.
           IF TUR-PROF-CODIGO EQUAL ZEROS
               DISPLAY "PROFESSOR...  "
               ACCEPT TUR-PROFESSOR
               MOVE "S" TO WRK-PROF-OK
               GO TO 2100-RECEBE-PROFESSOR-FIM
           END-IF.
           IF WRK-TEM-EMP NOT EQUAL "S"
               DISPLAY "CADASTRO DE FUNCIONARIOS INDISPONIVEL ("
                       WRK-EMP-PATH ")"
               GO TO 2100-RECEBE-PROFESSOR-FIM
           END-IF.
           MOVE TUR-PROF-CODIGO TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   DISPLAY "FUNCIONARIO " TUR-PROF-CODIGO
                           " NAO CADASTRADO"
                   GO TO 2100-RECEBE-PROFESSOR-FIM
           END-READ.
           IF EMP-SITUACAO EQUAL "D"
               DISPLAY "FUNCIONARIO " EMP-CODIGO " " EMP-NOME
                       " DESLIGADO"
               GO TO 2100-RECEBE-PROFESSOR-FIM
           END-IF.
           MOVE EMP-NOME TO TUR-PROFESSOR.
           DISPLAY "PROFESSOR: " TUR-PROFESSOR.
           MOVE "S" TO WRK-PROF-OK.
       2100-RECEBE-PROFESSOR-FIM. EXIT.

       3000-ALTERAR                SECTION.
           DISPLAY "TURMA...  ".
           ACCEPT TUR-CODIGO.
           END-READ.
           IF FS-TURMAS EQUAL 0
               MOVE TUR-REG TO WRK-REG-ANTES
               MOVE TUR-CAPACIDADE TO WRK-CAP-ANTERIOR
               DISPLAY "DESCRICAO...  "
               ACCEPT TUR-DESCRICAO
               PERFORM 2100-RECEBE-PROFESSOR
               DISPLAY "SALA...  "
               ACCEPT TUR-SALA
               DISPLAY "TURNO (M/T/N)...  "
               ACCEPT TUR-TURNO
               DISPLAY "LOTACAO...  "
               ACCEPT TUR-CAPACIDADE
               IF WRK-PROF-OK NOT EQUAL "S"
                   DISPLAY "PROFESSOR INVALIDO - ALTERACAO CANCELADA"
               ELSE
               IF TUR-CAPACIDADE EQUAL ZEROS
                   DISPLAY "LOTACAO ZERADA - ALTERACAO CANCELADA"
               ELSE
                           MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "TURMA ALTERADA"
                           IF TUR-CAPACIDADE GREATER WRK-CAP-ANTERIOR
                               DISPLAY "LOTACAO AMPLIADA - AS VAGAS "
                                       "NOVAS VAO PARA A FILA DE "
                                       "ESPERA NO PROXIMO FILAMAT"
                           END-IF
                   END-REWRITE
               END-IF
               END-IF
           END-IF.

       9100-GRAVA-LOG              SECTION.
       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE TURMAS.
           IF WRK-TEM-EMP EQUAL "S"
               CLOSE EMPREGADOS
           END-IF.
           CLOSE TURMAS-LOG.
