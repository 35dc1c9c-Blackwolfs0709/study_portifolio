       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULAFOLH.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: HORA-AULA DOS PROFESSORES HORISTAS PARA A FOLHA -
      *==           CONTA AS AULAS PREVISTAS NA GRADE (HORARIO.DAT)
      *==           EM CADA DIA DA COMPETENCIA PARA O PROFESSOR DA
      *==           AULA (EMP-CODIGO), TIRA AS FALTAS E SUBSTITUICOES
      *==           LANCADAS PELA COORDENACAO (OCORAULA.DAT, VER
      *==           AULAOCOR), CREDITA O SUBSTITUTO E GRAVA O
      *==           RESULTADO COMO MOVIMENTO "A" NO MOVFOLHA.DAT, COM
      *==           TRAILER DE CONTROLE "T" - ADEUS CONTAGEM DE AULA
      *==           DIGITADA PELA SECRETARIA. O RELATORIO DE
      *==           CONFERENCIA SAI POR PROFESSOR PARA O VISTO ANTES
      *==           DO FECHAMENTO DA FOLHA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: AULAS_COMPETENCIA (AAAAMM) ESCOLHE O MES; EM
      *==   BRANCO, O CORRENTE. VALOR DA HORA-AULA PELO PARAMETRO
      *==   HORA_AULA_VALOR DO ARQUIVO CENTRAL (CONTINGENCIA 40,00).
      *==   HORISTA E O PROFESSOR COM EMP-SALARIO ZERADO - O
      *==   MENSALISTA SAI NA CONFERENCIA, MAS NAO GERA MOVIMENTO.
      *==   AULA DA GRADE SEM PROFESSOR PROPRIO E DO PROFESSOR DA
      *==   TURMA (TUR-PROF-CODIGO). NOVA EXECUCAO NA MESMA
      *==   COMPETENCIA SUBSTITUI OS MOVIMENTOS "A"/"T" ANTERIORES
      *==   (FERIADO E LANCADO NA OCORAULA COMO FALTA DE AULA 0)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO ASSIGN TO DYNAMIC WRK-HOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOR-CHAVE
               ALTERNATE RECORD KEY IS HOR-ALT-PROF WITH DUPLICATES
               ALTERNATE RECORD KEY IS HOR-ALT-SALA WITH DUPLICATES
               FILE STATUS IS FS-HORARIO.
           SELECT TURMAS ASSIGN TO DYNAMIC WRK-TUR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
           SELECT OCORAULA ASSIGN TO DYNAMIC WRK-OCA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCA-CHAVE
               FILE STATUS IS FS-OCORAULA.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT MOVIMENTOS ASSIGN TO DYNAMIC WRK-MOV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMENTOS.
           SELECT MOVIMENTOS-TMP ASSIGN TO DYNAMIC WRK-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMPORARIO.

       DATA DIVISION.
       FILE SECTION.
      *== GRADE SEMANAL (VER HORMANT)
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

      *== FALTAS E SUBSTITUICOES DA COORDENACAO (VER AULAOCOR)
       FD  OCORAULA.
       01  OCA-REG.
           05 OCA-CHAVE.
               10 OCA-DATA         PIC 9(08).
               10 OCA-TURMA        PIC X(06).
               10 OCA-AULA         PIC 9(01).
           05 OCA-TIPO            PIC X(01).
           05 OCA-TITULAR         PIC 9(04).
           05 OCA-SUBSTITUTO      PIC 9(04).
           05 OCA-MOTIVO          PIC X(30).

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

      *== MOVIMENTO DA FOLHA NO LAYOUT MOV-REG QUE O FOLHA JA LE:
      *== "A" = HORA-AULA (QTD EM AULAS, VALOR EM REAIS INTEIROS);
      *== O TRAILER "T" (CODIGO 9999) LEVA A QUANTIDADE DE LINHAS
      *== "A" EM MOV-QTD E A SOMA DOS VALORES EM MOV-VALOR
       FD  MOVIMENTOS.
       01  MOV-REG.
           05 MOV-CODIGO         PIC 9(04).
           05 MOV-TIPO           PIC X(01).
           05 MOV-QTD            PIC 9(03)V99.
           05 MOV-VALOR          PIC 9(06).

       FD  MOVIMENTOS-TMP.
       01  TMP-REG              PIC X(16).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-HOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-OCA-PATH    PIC X(100) VALUE SPACES.
      *== WRK-OCA-PATH: VARIAVEL DE AMBIENTE "OCORAULA_PATH";
      *== SE NAO DEFINIDA, "OCORAULA.DAT"
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-MOV-PATH    PIC X(100) VALUE SPACES.
      *== WRK-MOV-PATH: VARIAVEL DE AMBIENTE "AULAFOLH_MOV_PATH";
      *== SE NAO DEFINIDA, "MOVFOLHA.DAT" (O MOVIMENTO QUE A FOLHA
      *== DA COMPETENCIA VAI CONSUMIR)
       77  WRK-TMP-PATH    PIC X(100) VALUE "AULAFOLH.TMP".
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "AULAFOLH_REL_PATH";
      *== SE NAO DEFINIDA, "AULAFOLH.REL"
       77  FS-HORARIO      PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-OCORAULA     PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-MOVIMENTOS   PIC 9(02) VALUE ZEROS.
       77  FS-TEMPORARIO   PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TURMAS  PIC X(01) VALUE "N".
       77  WRK-FIM-OCOR    PIC X(01) VALUE "N".
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-LINHA  PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-AULA  PIC 9(03)V99 VALUE 40,00.
      *== WRK-VALOR-AULA: PARAMETRO HORA_AULA_VALOR DO ARQUIVO
      *== CENTRAL (PARLIB); O LITERAL E CONTINGENCIA
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MOV   PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-VALOR PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-AULAS PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-REMOVIDO PIC 9(04) VALUE ZEROS.
       77  WRK-SEM-PROF    PIC 9(04) VALUE ZEROS.
       77  WRK-OCOR-IGNORADA PIC 9(04) VALUE ZEROS.
       77  WRK-AULAS-OCOR  PIC 9(02) VALUE ZEROS.
       77  WRK-A-PAGAR     PIC S9(04) VALUE ZEROS.
       77  WRK-VALOR-CALC  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-INT   PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZ9,99.
       77  WRK-VALOR-AULA-ED PIC ZZ9,99.
       77  WRK-QTD-ED      PIC ---9.
       77  WRK-SITUACAO-PROF PIC X(30) VALUE SPACES.
       77  WRK-GERA-MOV    PIC X(01) VALUE "N".

      *== PASSEIO PELOS DIAS DA COMPETENCIA, COMO NO PONTOIMP
       77  WRK-CURSOR-DATA PIC 9(08) VALUE ZEROS.
       77  WRK-INT-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
      *== WRK-DIA-SEMANA: 1 = DOMINGO ... 7 = SABADO, O HOR-DIA

      *== GRADE CARREGADA, COM O PROFESSOR DE CADA AULA JA RESOLVIDO
       77  WRK-QTD-GRD     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GRADE.
           05 WRK-GRD-ITEM OCCURS 600 TIMES.
               10 WRK-GRD-TURMA    PIC X(06).
               10 WRK-GRD-DIA      PIC 9(01).
               10 WRK-GRD-AULA     PIC 9(01).
               10 WRK-GRD-DISC     PIC X(10).
               10 WRK-GRD-PROF     PIC 9(04).
       77  WRK-IDX-GRD     PIC 9(03) VALUE ZEROS.

      *== APURACAO POR PROFESSOR: PREVISTAS NA GRADE, FALTAS (AULA
      *== NAO DADA), CEDIDAS (DADAS PELO SUBSTITUTO) E DADAS COMO
      *== SUBSTITUTO
       77  WRK-QTD-PRF     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-PROF.
           05 WRK-PRF-ITEM OCCURS 200 TIMES.
               10 WRK-PRF-CODIGO   PIC 9(04).
               10 WRK-PRF-PREVISTAS PIC 9(04).
               10 WRK-PRF-FALTAS   PIC 9(04).
               10 WRK-PRF-CEDIDAS  PIC 9(04).
               10 WRK-PRF-DADAS    PIC 9(04).
       01  WRK-PRF-AUX         PIC X(20) VALUE SPACES.
       77  WRK-IDX-PRF     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-PRF2    PIC 9(03) VALUE ZEROS.
       77  WRK-COD-BUSCA   PIC 9(04) VALUE ZEROS.

      *== CADA AULA ATINGIDA POR OCORRENCIA, PARA O DETALHE DA
      *== CONFERENCIA DE CADA PROFESSOR
       77  WRK-QTD-OCO     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-OCOR.
           05 WRK-OCO-ITEM OCCURS 500 TIMES.
               10 WRK-OCO-DATA     PIC 9(08).
               10 WRK-OCO-TURMA    PIC X(06).
               10 WRK-OCO-AULA     PIC 9(01).
               10 WRK-OCO-DISC     PIC X(10).
               10 WRK-OCO-TIPO     PIC X(01).
               10 WRK-OCO-TITULAR  PIC 9(04).
               10 WRK-OCO-SUBST    PIC 9(04).
       77  WRK-IDX-OCO     PIC 9(03) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "AULAFOLH".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "AULAFOLH".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           05  WRK-RW-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-RW-TITULO   PIC X(60) VALUE SPACES.
           05  WRK-RW-COLUNAS  PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGA-GRADE.
           PERFORM 0300-AULAS-DO-MES.
           PERFORM 0400-APLICA-OCORRENCIAS.
           PERFORM 0450-ORDENA-PROFESSORES.
           PERFORM 0500-GERA-MOVIMENTO.
           PERFORM 0600-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA MENSAL DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "AULAS_COMPETENCIA".
           IF WRK-COMP-TXT EQUAL SPACES
               COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE "HORA_AULA_VALOR" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-VALOR-AULA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-HOR-PATH FROM ENVIRONMENT "HORARIO_PATH".
           IF WRK-HOR-PATH EQUAL SPACES
               MOVE "HORARIO.DAT" TO WRK-HOR-PATH
           END-IF.
           ACCEPT WRK-TUR-PATH FROM ENVIRONMENT "TURMAS_PATH".
           IF WRK-TUR-PATH EQUAL SPACES
               MOVE "TURMAS.DAT" TO WRK-TUR-PATH
           END-IF.
           ACCEPT WRK-OCA-PATH FROM ENVIRONMENT "OCORAULA_PATH".
           IF WRK-OCA-PATH EQUAL SPACES
               MOVE "OCORAULA.DAT" TO WRK-OCA-PATH
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           ACCEPT WRK-MOV-PATH FROM ENVIRONMENT "AULAFOLH_MOV_PATH".
           IF WRK-MOV-PATH EQUAL SPACES
               MOVE "MOVFOLHA.DAT" TO WRK-MOV-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "AULAFOLH_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "AULAFOLH.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "CONFERENCIA DE HORA-AULA DA COMPETENCIA"
               TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE WRK-VALOR-AULA TO WRK-VALOR-AULA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "COMPETENCIA " WRK-COMPETENCIA
                   " - VALOR DA HORA-AULA " WRK-VALOR-AULA-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== GRADE INTEIRA NA TABELA; AULA SEM PROFESSOR PROPRIO FICA
      *== COM O PROFESSOR DA TURMA
       0200-CARREGA-GRADE          SECTION.
           OPEN INPUT HORARIO.
           MOVE "HORARIO.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-HORARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL 0
               MOVE "S" TO WRK-TEM-TURMAS
           END-IF.
           READ HORARIO
               AT END MOVE 10 TO FS-HORARIO
           END-READ.
           PERFORM UNTIL FS-HORARIO EQUAL 10
               IF WRK-QTD-GRD LESS 600
                   ADD 1 TO WRK-QTD-GRD
                   MOVE HOR-TURMA TO WRK-GRD-TURMA(WRK-QTD-GRD)
                   MOVE HOR-DIA   TO WRK-GRD-DIA(WRK-QTD-GRD)
                   MOVE HOR-AULA  TO WRK-GRD-AULA(WRK-QTD-GRD)
                   MOVE HOR-DISCIPLINA TO WRK-GRD-DISC(WRK-QTD-GRD)
                   MOVE ZEROS TO WRK-GRD-PROF(WRK-QTD-GRD)
                   IF HOR-PROF-CODIGO IS NUMERIC
                       MOVE HOR-PROF-CODIGO
                           TO WRK-GRD-PROF(WRK-QTD-GRD)
                   END-IF
                   IF WRK-GRD-PROF(WRK-QTD-GRD) EQUAL ZEROS
                       AND WRK-TEM-TURMAS EQUAL "S"
                       MOVE HOR-TURMA TO TUR-CODIGO
                       READ TURMAS KEY IS TUR-CODIGO
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE TUR-PROF-CODIGO
                                   TO WRK-GRD-PROF(WRK-QTD-GRD)
                       END-READ
                   END-IF
               END-IF
               READ HORARIO
                   AT END MOVE 10 TO FS-HORARIO
               END-READ
           END-PERFORM.
           CLOSE HORARIO.
           IF WRK-TEM-TURMAS EQUAL "S"
               CLOSE TURMAS
           END-IF.

      *== CADA DIA DA COMPETENCIA CREDITA AO PROFESSOR AS AULAS DA
      *== GRADE DAQUELE DIA DA SEMANA
       0300-AULAS-DO-MES           SECTION.
           COMPUTE WRK-CURSOR-DATA = WRK-COMPETENCIA * 100 + 1.
           PERFORM UNTIL WRK-CURSOR-DATA / 100 NOT EQUAL
                   WRK-COMPETENCIA
               COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-CURSOR-DATA)
               COMPUTE WRK-DIA-SEMANA =
                   FUNCTION MOD(WRK-INT-DATA, 7) + 1
               PERFORM VARYING WRK-IDX-GRD FROM 1 BY 1
                       UNTIL WRK-IDX-GRD GREATER WRK-QTD-GRD
                   IF WRK-GRD-DIA(WRK-IDX-GRD) EQUAL WRK-DIA-SEMANA
                       IF WRK-GRD-PROF(WRK-IDX-GRD) EQUAL ZEROS
                           ADD 1 TO WRK-SEM-PROF
                       ELSE
                           MOVE WRK-GRD-PROF(WRK-IDX-GRD)
                               TO WRK-COD-BUSCA
                           PERFORM 0330-LOCALIZA-PROF
                           IF WRK-IDX-PRF NOT GREATER WRK-QTD-PRF
                               ADD 1 TO WRK-PRF-PREVISTAS(WRK-IDX-PRF)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WRK-CURSOR-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA + 1)
           END-PERFORM.

       0330-LOCALIZA-PROF          SECTION.
           MOVE 1 TO WRK-IDX-PRF.
           PERFORM UNTIL WRK-IDX-PRF GREATER WRK-QTD-PRF
               OR WRK-PRF-CODIGO(WRK-IDX-PRF) EQUAL WRK-COD-BUSCA
               ADD 1 TO WRK-IDX-PRF
           END-PERFORM.
           IF WRK-IDX-PRF GREATER WRK-QTD-PRF
               IF WRK-QTD-PRF LESS 200
                   ADD 1 TO WRK-QTD-PRF
                   MOVE WRK-QTD-PRF TO WRK-IDX-PRF
                   MOVE WRK-COD-BUSCA TO WRK-PRF-CODIGO(WRK-IDX-PRF)
                   MOVE ZEROS TO WRK-PRF-PREVISTAS(WRK-IDX-PRF)
                   MOVE ZEROS TO WRK-PRF-FALTAS(WRK-IDX-PRF)
                   MOVE ZEROS TO WRK-PRF-CEDIDAS(WRK-IDX-PRF)
                   MOVE ZEROS TO WRK-PRF-DADAS(WRK-IDX-PRF)
               END-IF
           END-IF.

      *== OCORRENCIAS DA COMPETENCIA: CADA AULA DA GRADE ATINGIDA
      *== (AULA 0 = TODAS AS DA TURMA NO DIA) SAI DO PROFESSOR DA
      *== GRADE E, NA SUBSTITUICAO, VAI PARA O SUBSTITUTO
       0400-APLICA-OCORRENCIAS     SECTION.
           OPEN INPUT OCORAULA.
           IF FS-OCORAULA NOT EQUAL 0
               DISPLAY "AULAFOLH: SEM " WRK-OCA-PATH " - TODAS AS "
                       "AULAS DA GRADE CONTAM COMO DADAS"
               GO TO 0400-APLICA-OCORRENCIAS-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-OCOR.
           MOVE LOW-VALUES TO OCA-CHAVE.
           COMPUTE OCA-DATA = WRK-COMPETENCIA * 100.
           START OCORAULA KEY IS NOT LESS OCA-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-OCOR
           END-START.
           PERFORM UNTIL WRK-FIM-OCOR EQUAL "S"
               READ OCORAULA NEXT
                   AT END MOVE "S" TO WRK-FIM-OCOR
               END-READ
               IF WRK-FIM-OCOR EQUAL "N"
                   COMPUTE WRK-COMP-LINHA = OCA-DATA / 100
                   IF WRK-COMP-LINHA NOT EQUAL WRK-COMPETENCIA
                       MOVE "S" TO WRK-FIM-OCOR
                   ELSE
                       ADD 1 TO WRK-TOTAL-LIDO
                       PERFORM 0410-TRATA-OCORRENCIA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OCORAULA.
       0400-APLICA-OCORRENCIAS-FIM. EXIT.

       0410-TRATA-OCORRENCIA       SECTION.
           COMPUTE WRK-INT-DATA = FUNCTION INTEGER-OF-DATE(OCA-DATA).
           COMPUTE WRK-DIA-SEMANA = FUNCTION MOD(WRK-INT-DATA, 7) + 1.
           MOVE ZEROS TO WRK-AULAS-OCOR.
           PERFORM VARYING WRK-IDX-GRD FROM 1 BY 1
                   UNTIL WRK-IDX-GRD GREATER WRK-QTD-GRD
               IF WRK-GRD-TURMA(WRK-IDX-GRD) EQUAL OCA-TURMA
                   AND WRK-GRD-DIA(WRK-IDX-GRD) EQUAL WRK-DIA-SEMANA
                   AND (OCA-AULA EQUAL ZEROS
                        OR WRK-GRD-AULA(WRK-IDX-GRD) EQUAL OCA-AULA)
                   ADD 1 TO WRK-AULAS-OCOR
                   PERFORM 0420-APLICA-AULA
               END-IF
           END-PERFORM.
      *== A GRADE MUDOU DEPOIS DO LANCAMENTO: A OCORRENCIA NAO ACHA
      *== MAIS A AULA E VAI PARA A CONFERENCIA DA COORDENACAO
           IF WRK-AULAS-OCOR EQUAL ZEROS
               ADD 1 TO WRK-OCOR-IGNORADA
               MOVE SPACES TO REL-LINHA
               STRING "OCORRENCIA SEM AULA NA GRADE ATUAL: "
                       OCA-DATA " TURMA " OCA-TURMA " AULA "
                       OCA-AULA " TIPO " OCA-TIPO " - NAO APLICADA"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0420-APLICA-AULA            SECTION.
           IF WRK-GRD-PROF(WRK-IDX-GRD) NOT EQUAL ZEROS
               MOVE WRK-GRD-PROF(WRK-IDX-GRD) TO WRK-COD-BUSCA
               PERFORM 0330-LOCALIZA-PROF
               IF WRK-IDX-PRF NOT GREATER WRK-QTD-PRF
                   IF OCA-TIPO EQUAL "S"
                       ADD 1 TO WRK-PRF-CEDIDAS(WRK-IDX-PRF)
                   ELSE
                       ADD 1 TO WRK-PRF-FALTAS(WRK-IDX-PRF)
                   END-IF
               END-IF
           END-IF.
           IF OCA-TIPO EQUAL "S"
               MOVE OCA-SUBSTITUTO TO WRK-COD-BUSCA
               PERFORM 0330-LOCALIZA-PROF
               IF WRK-IDX-PRF NOT GREATER WRK-QTD-PRF
                   ADD 1 TO WRK-PRF-DADAS(WRK-IDX-PRF)
               END-IF
           END-IF.
           IF WRK-QTD-OCO LESS 500
               ADD 1 TO WRK-QTD-OCO
               MOVE OCA-DATA  TO WRK-OCO-DATA(WRK-QTD-OCO)
               MOVE OCA-TURMA TO WRK-OCO-TURMA(WRK-QTD-OCO)
               MOVE WRK-GRD-AULA(WRK-IDX-GRD)
                   TO WRK-OCO-AULA(WRK-QTD-OCO)
               MOVE WRK-GRD-DISC(WRK-IDX-GRD)
                   TO WRK-OCO-DISC(WRK-QTD-OCO)
               MOVE OCA-TIPO  TO WRK-OCO-TIPO(WRK-QTD-OCO)
               MOVE WRK-GRD-PROF(WRK-IDX-GRD)
                   TO WRK-OCO-TITULAR(WRK-QTD-OCO)
               MOVE ZEROS TO WRK-OCO-SUBST(WRK-QTD-OCO)
               IF OCA-TIPO EQUAL "S"
                   MOVE OCA-SUBSTITUTO TO WRK-OCO-SUBST(WRK-QTD-OCO)
               END-IF
           END-IF.

      *== PROFESSORES EM ORDEM DE CODIGO PARA A CONFERENCIA
       0450-ORDENA-PROFESSORES     SECTION.
           PERFORM VARYING WRK-IDX-PRF FROM 1 BY 1
                   UNTIL WRK-IDX-PRF GREATER OR EQUAL WRK-QTD-PRF
               PERFORM VARYING WRK-IDX-PRF2 FROM 1 BY 1
                       UNTIL WRK-IDX-PRF2 GREATER OR EQUAL
                       WRK-QTD-PRF
                   IF WRK-PRF-CODIGO(WRK-IDX-PRF2) GREATER
                       WRK-PRF-CODIGO(WRK-IDX-PRF2 + 1)
                       MOVE WRK-PRF-ITEM(WRK-IDX-PRF2)
                           TO WRK-PRF-AUX
                       MOVE WRK-PRF-ITEM(WRK-IDX-PRF2 + 1)
                           TO WRK-PRF-ITEM(WRK-IDX-PRF2)
                       MOVE WRK-PRF-AUX
                           TO WRK-PRF-ITEM(WRK-IDX-PRF2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *== TIRA DO MOVFOLHA OS "A"/"T" DE UMA EXECUCAO ANTERIOR (O
      *== QUE OS OUTROS PROGRAMAS ACRESCENTARAM FICA) E GRAVA UMA
      *== LINHA "A" POR HORISTA COM AULA A PAGAR, MAIS O TRAILER
       0500-GERA-MOVIMENTO         SECTION.
           MOVE ZEROS TO FS-MOVIMENTOS.
           OPEN INPUT MOVIMENTOS.
           IF FS-MOVIMENTOS EQUAL 0
               OPEN OUTPUT MOVIMENTOS-TMP
               READ MOVIMENTOS
                   AT END MOVE 10 TO FS-MOVIMENTOS
               END-READ
               PERFORM UNTIL FS-MOVIMENTOS EQUAL 10
                   IF MOV-TIPO EQUAL "A" OR MOV-TIPO EQUAL "T"
                       ADD 1 TO WRK-TOTAL-REMOVIDO
                   ELSE
                       MOVE MOV-REG TO TMP-REG
                       WRITE TMP-REG
                   END-IF
                   READ MOVIMENTOS
                       AT END MOVE 10 TO FS-MOVIMENTOS
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS
               CLOSE MOVIMENTOS-TMP
               OPEN OUTPUT MOVIMENTOS
               MOVE ZEROS TO FS-TEMPORARIO
               OPEN INPUT MOVIMENTOS-TMP
               READ MOVIMENTOS-TMP
                   AT END MOVE 10 TO FS-TEMPORARIO
               END-READ
               PERFORM UNTIL FS-TEMPORARIO EQUAL 10
                   MOVE TMP-REG TO MOV-REG
                   WRITE MOV-REG
                   READ MOVIMENTOS-TMP
                       AT END MOVE 10 TO FS-TEMPORARIO
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS-TMP
           ELSE
               OPEN OUTPUT MOVIMENTOS
           END-IF.
           MOVE "MOVFOLHA.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-MOVIMENTOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           IF WRK-TOTAL-REMOVIDO GREATER ZEROS
               DISPLAY "AULAFOLH: " WRK-TOTAL-REMOVIDO " LINHAS A/T "
                       "DE EXECUCAO ANTERIOR SUBSTITUIDAS"
           END-IF.
           OPEN INPUT EMPREGADOS.
           MOVE "EMPREGADOS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-EMPREGADOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           PERFORM VARYING WRK-IDX-PRF FROM 1 BY 1
                   UNTIL WRK-IDX-PRF GREATER WRK-QTD-PRF
               PERFORM 0510-TRATA-PROFESSOR
           END-PERFORM.
           CLOSE EMPREGADOS.
           MOVE SPACES TO MOV-REG.
           MOVE 9999 TO MOV-CODIGO.
           MOVE "T" TO MOV-TIPO.
           MOVE WRK-TOTAL-MOV TO MOV-QTD.
           MOVE WRK-TOTAL-VALOR TO MOV-VALOR.
           WRITE MOV-REG.
           CLOSE MOVIMENTOS.

      *== BLOCO DE CONFERENCIA DO PROFESSOR: TOTAIS, AS AULAS
      *== ATINGIDAS POR OCORRENCIA, O VALOR E A LINHA DE VISTO
       0510-TRATA-PROFESSOR        SECTION.
           COMPUTE WRK-A-PAGAR = WRK-PRF-PREVISTAS(WRK-IDX-PRF)
               - WRK-PRF-FALTAS(WRK-IDX-PRF)
               - WRK-PRF-CEDIDAS(WRK-IDX-PRF)
               + WRK-PRF-DADAS(WRK-IDX-PRF).
           MOVE "N" TO WRK-GERA-MOV.
           MOVE WRK-PRF-CODIGO(WRK-IDX-PRF) TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
                   MOVE "NAO CADASTRADO - SEM MOVIMENTO"
                       TO WRK-SITUACAO-PROF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMP-SITUACAO EQUAL "D"
                           MOVE "DESLIGADO - ACERTAR NA RESCISAO"
                               TO WRK-SITUACAO-PROF
                       WHEN EMP-SALARIO GREATER ZEROS
                           MOVE "MENSALISTA - SEM MOVIMENTO"
                               TO WRK-SITUACAO-PROF
                       WHEN OTHER
                           MOVE "HORISTA" TO WRK-SITUACAO-PROF
                           MOVE "S" TO WRK-GERA-MOV
                   END-EVALUATE
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING "PROFESSOR " WRK-PRF-CODIGO(WRK-IDX-PRF) " "
                   EMP-NOME " - " WRK-SITUACAO-PROF
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-A-PAGAR TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  PREVISTAS " WRK-PRF-PREVISTAS(WRK-IDX-PRF)
                   "  FALTAS " WRK-PRF-FALTAS(WRK-IDX-PRF)
                   "  SUBSTITUIDO " WRK-PRF-CEDIDAS(WRK-IDX-PRF)
                   "  COMO SUBSTITUTO " WRK-PRF-DADAS(WRK-IDX-PRF)
                   "  A PAGAR " WRK-QTD-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-OCO FROM 1 BY 1
                   UNTIL WRK-IDX-OCO GREATER WRK-QTD-OCO
               PERFORM 0520-DETALHE-OCORRENCIA
           END-PERFORM.
           IF WRK-GERA-MOV EQUAL "S"
               AND WRK-A-PAGAR GREATER ZEROS
               COMPUTE WRK-VALOR-CALC ROUNDED =
                   WRK-A-PAGAR * WRK-VALOR-AULA
               COMPUTE WRK-VALOR-INT ROUNDED = WRK-VALOR-CALC
               MOVE SPACES TO MOV-REG
               MOVE EMP-CODIGO    TO MOV-CODIGO
               MOVE "A"           TO MOV-TIPO
               MOVE WRK-A-PAGAR   TO MOV-QTD
               MOVE WRK-VALOR-INT TO MOV-VALOR
               WRITE MOV-REG
               ADD 1 TO WRK-TOTAL-MOV
               ADD WRK-VALOR-INT TO WRK-TOTAL-VALOR
               ADD WRK-A-PAGAR TO WRK-TOTAL-AULAS
               MOVE WRK-VALOR-CALC TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING "  VALOR " WRK-VALOR-ED
                       " (LANCADO NA FOLHA COMO HORA-AULA)"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           MOVE "  VISTO DO PROFESSOR: ______________________________"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0520-DETALHE-OCORRENCIA     SECTION.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN WRK-OCO-TITULAR(WRK-IDX-OCO) EQUAL
                    WRK-PRF-CODIGO(WRK-IDX-PRF)
                    AND WRK-OCO-TIPO(WRK-IDX-OCO) EQUAL "F"
                   STRING "    " WRK-OCO-DATA(WRK-IDX-OCO) " TURMA "
                           WRK-OCO-TURMA(WRK-IDX-OCO) " AULA "
                           WRK-OCO-AULA(WRK-IDX-OCO) " "
                           WRK-OCO-DISC(WRK-IDX-OCO) " FALTA"
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN WRK-OCO-TITULAR(WRK-IDX-OCO) EQUAL
                    WRK-PRF-CODIGO(WRK-IDX-PRF)
                   STRING "    " WRK-OCO-DATA(WRK-IDX-OCO) " TURMA "
                           WRK-OCO-TURMA(WRK-IDX-OCO) " AULA "
                           WRK-OCO-AULA(WRK-IDX-OCO) " "
                           WRK-OCO-DISC(WRK-IDX-OCO)
                           " SUBSTITUIDO POR "
                           WRK-OCO-SUBST(WRK-IDX-OCO)
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN WRK-OCO-SUBST(WRK-IDX-OCO) EQUAL
                    WRK-PRF-CODIGO(WRK-IDX-PRF)
                   STRING "    " WRK-OCO-DATA(WRK-IDX-OCO) " TURMA "
                           WRK-OCO-TURMA(WRK-IDX-OCO) " AULA "
                           WRK-OCO-AULA(WRK-IDX-OCO) " "
                           WRK-OCO-DISC(WRK-IDX-OCO)
                           " SUBSTITUIU "
                           WRK-OCO-TITULAR(WRK-IDX-OCO)
                           DELIMITED BY SIZE INTO REL-LINHA
           END-EVALUATE.
           IF REL-LINHA NOT EQUAL SPACES
               PERFORM 9600-GRAVA-REL
           END-IF.

       0600-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "PROFESSORES " WRK-QTD-PRF
                   "  MOVIMENTOS A " WRK-TOTAL-MOV
                   "  AULAS " WRK-TOTAL-AULAS
                   "  VALOR TOTAL " WRK-TOTAL-VALOR
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-SEM-PROF GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "AULAS DA GRADE SEM PROFESSOR VINCULADO (VER "
                       "TURMAMNT/HORMANT): " WRK-SEM-PROF
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "CONFERIDO PELA COORDENACAO: __________________________"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-MOV TO WRK-RUN-GRAVADOS.
           MOVE WRK-OCOR-IGNORADA TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "AULAFOLH: OCORRENCIAS LIDAS... " WRK-TOTAL-LIDO.
           DISPLAY "AULAFOLH: MOVIMENTOS GERADOS.. " WRK-TOTAL-MOV
                   " EM " WRK-MOV-PATH.
           DISPLAY "AULAFOLH: CONFERENCIA EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
