       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAOCOR.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: OCORRENCIAS DE AULA LANCADAS PELA COORDENACAO -
      *==           FALTA DO PROFESSOR (AULA NAO DADA) E
      *==           SUBSTITUICAO (AULA DADA POR OUTRO PROFESSOR) -
      *==           EM OCORAULA.DAT, NO MOLDE DO HORMANT. A AULA
      *==           TEM DE EXISTIR NA GRADE (HORARIO.DAT) NO DIA DA
      *==           SEMANA DA DATA; O AULAFOLH DESCONTA A AULA DO
      *==           PROFESSOR DA GRADE E CREDITA O SUBSTITUTO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: AULA 0 = TODAS AS AULAS DA TURMA NO DIA
      *==   (FERIADO, PASSEIO, FALTA DO DIA INTEIRO). O SUBSTITUTO
      *==   TEM DE ESTAR ATIVO NO CADASTRO DE FUNCIONARIOS.
      *==   INCLUSAO E EXCLUSAO GRAVADAS ANTES/DEPOIS EM OCORAULA.LOG
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OCORAULA ASSIGN TO DYNAMIC WRK-OCA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCA-CHAVE
               FILE STATUS IS FS-OCORAULA.
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
           SELECT OCORAULA-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== UMA OCORRENCIA POR TURMA, DATA E AULA DO TURNO
       FD  OCORAULA.
       01  OCA-REG.
           05 OCA-CHAVE.
               10 OCA-DATA         PIC 9(08).
               10 OCA-TURMA        PIC X(06).
               10 OCA-AULA         PIC 9(01).
      *== OCA-AULA: AULA DO TURNO (1 A 6); 0 = TODAS AS DO DIA
           05 OCA-TIPO            PIC X(01).
      *== OCA-TIPO: "F" = FALTA (AULA NAO DADA, NINGUEM RECEBE)
      *==           "S" = SUBSTITUICAO (AULA DADA PELO SUBSTITUTO)
           05 OCA-TITULAR         PIC 9(04).
      *== OCA-TITULAR: EMP-CODIGO DO PROFESSOR DA GRADE NA DATA
      *== (ZEROS QUANDO AULA 0 - CADA AULA DO DIA TEM O SEU)
           05 OCA-SUBSTITUTO      PIC 9(04).
           05 OCA-MOTIVO          PIC X(30).

       FD  HORARIO.
       01  HOR-REG.
           05 HOR-CHAVE.
               10 HOR-TURMA        PIC X(06).
               10 HOR-DIA          PIC 9(01).
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

       FD  OCORAULA-LOG.
       01  LOG-LINHA            PIC X(200).

       WORKING-STORAGE             SECTION.
       77  WRK-OCA-PATH    PIC X(100) VALUE SPACES.
      *== WRK-OCA-PATH: VARIAVEL DE AMBIENTE "OCORAULA_PATH";
      *== SE NAO DEFINIDA, "OCORAULA.DAT"
       77  WRK-HOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "OCORAULA_LOG_PATH";
      *== SE NAO DEFINIDA, "OCORAULA.LOG"
       77  FS-OCORAULA     PIC 9(02) VALUE ZEROS.
       77  FS-HORARIO      PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(60) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(60) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-FIM-LISTA   PIC X(01) VALUE "N".
       77  WRK-QTD-OCOR    PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-AULAS   PIC 9(01) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-INT-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-LINHA  PIC 9(06) VALUE ZEROS.

      *== A OCORRENCIA EM DIGITACAO FICA AQUI: A CONFERENCIA NA
      *== GRADE E NO CADASTRO LE OUTROS ARQUIVOS
       01  WRK-NOVA-OCOR.
           05 WRK-NOVA-CHAVE.
               10 WRK-NOVA-DATA    PIC 9(08).
               10 WRK-NOVA-TURMA   PIC X(06).
               10 WRK-NOVA-AULA    PIC 9(01).
           05 WRK-NOVO-TIPO       PIC X(01).
           05 WRK-NOVO-TITULAR    PIC 9(04).
           05 WRK-NOVO-SUBSTITUTO PIC 9(04).
           05 WRK-NOVO-MOTIVO     PIC X(30).

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "AULAOCOR".
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
               DISPLAY "AULAOCOR: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-OCA-PATH FROM ENVIRONMENT "OCORAULA_PATH".
           IF WRK-OCA-PATH EQUAL SPACES
               MOVE "OCORAULA.DAT" TO WRK-OCA-PATH
           END-IF.
           OPEN I-O OCORAULA.
           IF FS-OCORAULA EQUAL 35
               OPEN OUTPUT OCORAULA
               CLOSE OCORAULA
               OPEN I-O OCORAULA
           END-IF.
           IF FS-OCORAULA NOT EQUAL 0
               DISPLAY "AULAOCOR: FALHA AO ABRIR " WRK-OCA-PATH
                       " FS=" FS-OCORAULA
               STOP RUN
           END-IF.
           ACCEPT WRK-HOR-PATH FROM ENVIRONMENT "HORARIO_PATH".
           IF WRK-HOR-PATH EQUAL SPACES
               MOVE "HORARIO.DAT" TO WRK-HOR-PATH
           END-IF.
           OPEN INPUT HORARIO.
           IF FS-HORARIO NOT EQUAL 0
               DISPLAY "AULAOCOR: FALHA AO ABRIR " WRK-HOR-PATH
                       " FS=" FS-HORARIO " - A OCORRENCIA PRECISA "
                       "DA GRADE HORARIA (HORMANT)"
               STOP RUN
           END-IF.
           ACCEPT WRK-TUR-PATH FROM ENVIRONMENT "TURMAS_PATH".
           IF WRK-TUR-PATH EQUAL SPACES
               MOVE "TURMAS.DAT" TO WRK-TUR-PATH
           END-IF.
           OPEN INPUT TURMAS.
           IF FS-TURMAS NOT EQUAL 0
               DISPLAY "AULAOCOR: FALHA AO ABRIR " WRK-TUR-PATH
                       " FS=" FS-TURMAS
               STOP RUN
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           IF FS-EMPREGADOS NOT EQUAL 0
               DISPLAY "AULAOCOR: FALHA AO ABRIR " WRK-EMP-PATH
                       " FS=" FS-EMPREGADOS
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "OCORAULA_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "OCORAULA.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND OCORAULA-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT OCORAULA-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR MES  2-INCLUIR  3-EXCLUIR  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-EXCLUIR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== OCORRENCIAS DA COMPETENCIA NA ORDEM DA CHAVE (DATA, TURMA)
       1000-CONSULTAR              SECTION.
           DISPLAY "COMPETENCIA (AAAAMM)...  ".
           ACCEPT WRK-COMPETENCIA.
           MOVE ZEROS TO WRK-QTD-OCOR.
           MOVE LOW-VALUES TO OCA-CHAVE.
           COMPUTE OCA-DATA = WRK-COMPETENCIA * 100.
           MOVE "N" TO WRK-FIM-LISTA.
           START OCORAULA KEY IS NOT LESS OCA-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-LISTA
           END-START.
           DISPLAY "DATA     TURMA  AULA T TITULAR SUBST. MOTIVO".
           PERFORM UNTIL WRK-FIM-LISTA EQUAL "S"
               READ OCORAULA NEXT
                   AT END MOVE "S" TO WRK-FIM-LISTA
               END-READ
               IF WRK-FIM-LISTA EQUAL "N"
                   COMPUTE WRK-COMP-LINHA = OCA-DATA / 100
                   IF WRK-COMP-LINHA NOT EQUAL WRK-COMPETENCIA
                       MOVE "S" TO WRK-FIM-LISTA
                   ELSE
                       ADD 1 TO WRK-QTD-OCOR
                       DISPLAY OCA-DATA " " OCA-TURMA "   " OCA-AULA
                               "  " OCA-TIPO " " OCA-TITULAR "    "
                               OCA-SUBSTITUTO "   " OCA-MOTIVO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "OCORRENCIAS NO MES... " WRK-QTD-OCOR.

       2000-INCLUIR                SECTION.
           PERFORM 2100-RECEBE-CHAVE.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           MOVE WRK-NOVA-CHAVE TO OCA-CHAVE.
           READ OCORAULA KEY IS OCA-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "OCORRENCIA JA LANCADA (" OCA-TIPO
                           ") - EXCLUA E LANCE DE NOVO"
                   GO TO 2000-INCLUIR-FIM
           END-READ.
           PERFORM 2200-CONFERE-GRADE.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           PERFORM 2300-RECEBE-OCORRENCIA.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           MOVE WRK-NOVA-OCOR TO OCA-REG.
           WRITE OCA-REG
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR FS=" FS-OCORAULA
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE OCA-REG TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "OCORRENCIA INCLUIDA"
           END-WRITE.
       2000-INCLUIR-FIM. EXIT.

      *== DATA VALIDA, TURMA DO CADASTRO E AULA DO TURNO (0 A 6)
       2100-RECEBE-CHAVE           SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           MOVE SPACES TO WRK-NOVA-OCOR.
           MOVE ZEROS TO WRK-NOVO-TITULAR.
           MOVE ZEROS TO WRK-NOVO-SUBSTITUTO.
           DISPLAY "DATA DA AULA (AAAAMMDD)...  ".
           ACCEPT WRK-NOVA-DATA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-NOVA-DATA) NOT EQUAL 0
               DISPLAY "DATA INVALIDA"
               GO TO 2100-RECEBE-CHAVE-FIM
           END-IF.
      *== 1 = DOMINGO ... 7 = SABADO, O MESMO HOR-DIA DA GRADE
           COMPUTE WRK-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WRK-NOVA-DATA).
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-INT-DATA, 7) + 1.
           IF WRK-DIA-SEMANA EQUAL 1
               DISPLAY "DOMINGO NAO TEM AULA NA GRADE"
               GO TO 2100-RECEBE-CHAVE-FIM
           END-IF.
           DISPLAY "TURMA...  ".
           ACCEPT WRK-NOVA-TURMA.
           MOVE WRK-NOVA-TURMA TO TUR-CODIGO.
           READ TURMAS KEY IS TUR-CODIGO
               INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA (VER TURMAMNT)"
                   GO TO 2100-RECEBE-CHAVE-FIM
           END-READ.
           DISPLAY "AULA DO TURNO (1 A 6, 0 = TODAS DO DIA)...  ".
           ACCEPT WRK-NOVA-AULA.
           IF WRK-NOVA-AULA GREATER 6
               DISPLAY "AULA INVALIDA"
               GO TO 2100-RECEBE-CHAVE-FIM
           END-IF.
           MOVE "S" TO WRK-DADOS-OK.
       2100-RECEBE-CHAVE-FIM. EXIT.

      *== A AULA TEM DE ESTAR NA GRADE DO DIA DA SEMANA; AULA 0
      *== EXIGE AO MENOS UMA AULA DA TURMA NAQUELE DIA
       2200-CONFERE-GRADE          SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           IF WRK-NOVA-AULA NOT EQUAL ZEROS
               MOVE WRK-NOVA-TURMA TO HOR-TURMA
               MOVE WRK-DIA-SEMANA TO HOR-DIA
               MOVE WRK-NOVA-AULA  TO HOR-AULA
               READ HORARIO KEY IS HOR-CHAVE
                   INVALID KEY
                       DISPLAY "A TURMA NAO TEM ESTA AULA NA GRADE "
                               "DESTE DIA DA SEMANA"
                       GO TO 2200-CONFERE-GRADE-FIM
               END-READ
               MOVE HOR-PROF-CODIGO TO WRK-NOVO-TITULAR
               DISPLAY "AULA DE " HOR-DISCIPLINA " - PROFESSOR "
                       HOR-PROF-CODIGO " " HOR-PROFESSOR
               MOVE "S" TO WRK-DADOS-OK
               GO TO 2200-CONFERE-GRADE-FIM
           END-IF.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE WRK-NOVA-TURMA TO HOR-TURMA.
           MOVE WRK-DIA-SEMANA TO HOR-DIA.
           MOVE ZEROS TO HOR-AULA.
           MOVE "N" TO WRK-FIM-LISTA.
           START HORARIO KEY IS NOT LESS HOR-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-LISTA
           END-START.
           PERFORM UNTIL WRK-FIM-LISTA EQUAL "S"
               READ HORARIO NEXT
                   AT END MOVE "S" TO WRK-FIM-LISTA
               END-READ
               IF WRK-FIM-LISTA EQUAL "N"
                   IF HOR-TURMA NOT EQUAL WRK-NOVA-TURMA
                       OR HOR-DIA NOT EQUAL WRK-DIA-SEMANA
                       MOVE "S" TO WRK-FIM-LISTA
                   ELSE
                       ADD 1 TO WRK-QTD-AULAS
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QTD-AULAS EQUAL ZEROS
               DISPLAY "A TURMA NAO TEM AULA NESTE DIA DA SEMANA"
               GO TO 2200-CONFERE-GRADE-FIM
           END-IF.
           DISPLAY "OCORRENCIA VALE PARA AS " WRK-QTD-AULAS
                   " AULAS DA TURMA NO DIA".
           MOVE "S" TO WRK-DADOS-OK.
       2200-CONFERE-GRADE-FIM. EXIT.

      *== TIPO, SUBSTITUTO (SO NA SUBSTITUICAO) E MOTIVO
       2300-RECEBE-OCORRENCIA      SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "TIPO (F-FALTA  S-SUBSTITUICAO)...  ".
           ACCEPT WRK-NOVO-TIPO.
           IF WRK-NOVO-TIPO NOT EQUAL "F"
               AND WRK-NOVO-TIPO NOT EQUAL "S"
               DISPLAY "TIPO INVALIDO"
               GO TO 2300-RECEBE-OCORRENCIA-FIM
           END-IF.
           IF WRK-NOVO-TIPO EQUAL "S"
               DISPLAY "CODIGO DO SUBSTITUTO (EMP-CODIGO)...  "
               ACCEPT WRK-NOVO-SUBSTITUTO
               MOVE WRK-NOVO-SUBSTITUTO TO EMP-CODIGO
               READ EMPREGADOS KEY IS EMP-CODIGO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO " WRK-NOVO-SUBSTITUTO
                               " NAO CADASTRADO"
                       GO TO 2300-RECEBE-OCORRENCIA-FIM
               END-READ
               IF EMP-SITUACAO EQUAL "D"
                   DISPLAY "FUNCIONARIO " EMP-NOME " DESLIGADO"
                   GO TO 2300-RECEBE-OCORRENCIA-FIM
               END-IF
               IF WRK-NOVO-SUBSTITUTO EQUAL WRK-NOVO-TITULAR
                   DISPLAY "SUBSTITUTO E O PROPRIO PROFESSOR DA AULA"
                   GO TO 2300-RECEBE-OCORRENCIA-FIM
               END-IF
               DISPLAY "SUBSTITUTO: " EMP-NOME
           END-IF.
           DISPLAY "MOTIVO...  ".
           ACCEPT WRK-NOVO-MOTIVO.
           MOVE "S" TO WRK-DADOS-OK.
       2300-RECEBE-OCORRENCIA-FIM. EXIT.

       3000-EXCLUIR                SECTION.
           PERFORM 2100-RECEBE-CHAVE.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 3000-EXCLUIR-FIM
           END-IF.
           MOVE WRK-NOVA-CHAVE TO OCA-CHAVE.
           READ OCORAULA KEY IS OCA-CHAVE
               INVALID KEY
                   DISPLAY "OCORRENCIA NAO LANCADA"
                   GO TO 3000-EXCLUIR-FIM
           END-READ.
           DISPLAY "EXCLUIR " OCA-TIPO " " OCA-TITULAR " "
                   OCA-SUBSTITUTO " " OCA-MOTIVO " (S/N)?  ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO 3000-EXCLUIR-FIM
           END-IF.
           MOVE OCA-REG TO WRK-REG-ANTES.
           DELETE OCORAULA
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR FS=" FS-OCORAULA
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-DEPOIS
                   MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "OCORRENCIA EXCLUIDA"
           END-DELETE.
       3000-EXCLUIR-FIM. EXIT.

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
           CLOSE OCORAULA.
           CLOSE HORARIO.
           CLOSE TURMAS.
           CLOSE EMPREGADOS.
           CLOSE OCORAULA-LOG.
