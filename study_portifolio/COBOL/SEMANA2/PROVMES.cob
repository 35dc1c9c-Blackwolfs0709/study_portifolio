       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMES.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: PROVISAO MENSAL DE FERIAS E DECIMO TERCEIRO -
      *==           TODO MES CADA FUNCIONARIO ATIVO GANHA 1/12 DE
      *==           FERIAS + TERCO E 1/12 DE DECIMO TERCEIRO SOBRE O
      *==           SALARIO EM VIGOR (SALHIST), MAIS OS ENCARGOS DO
      *==           EMPREGADOR (INSS PATRONAL + FGTS) SOBRE ELES. O
      *==           SALDO ACUMULADO FICA EM PROVISAO.DAT E O MES VAI
      *==           PARA O RAZAO; FERIAS, DECIMO13 E RESCISAO BAIXAM
      *==           A PROVISAO QUANDO PAGAM (VER PROVLIB). O
      *==           RELATORIO MOSTRA O SALDO POR FUNCIONARIO E POR
      *==           DEPARTAMENTO E O CONFERE COM O SALDO DO RAZAO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: PROVMES_COMPETENCIA (AAAAMM) ESCOLHE O MES; EM
      *==   BRANCO, O MES CORRENTE. O MES DA ADMISSAO SO CONTA COM
      *==   ADMISSAO ATE O DIA 15 (A MESMA REGRA DE AVOS DO DECIMO13).
      *==   PRV-ULT-COMPETENCIA IMPEDE PROVISIONAR O MESMO MES DUAS
      *==   VEZES, ENTAO REPROCESSAR A CADEIA NAO DOBRA O SALDO.
      *==   TAXAS: TAXA_INSS_PATRONAL E TAXA_FGTS DO ARQUIVO CENTRAL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT SALHIST ASSIGN TO DYNAMIC WRK-SAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALHIST.
           SELECT PROVISAO ASSIGN TO DYNAMIC WRK-PRV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVISAO.
           SELECT RAZAO ASSIGN TO DYNAMIC WRK-RAZ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAZAO.

       DATA DIVISION.
       FILE SECTION.
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
      *== EMP-DATA-ADMISSAO: DATA DE ADMISSAO (AAAAMMDD); ZEROS EM
      *== REGISTRO ANTIGO - CONTA COMO ADMITIDO HA MAIS DE UM MES
           05  EMP-BANCO   PIC 9(03).
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
           05  EMP-FILIAL  PIC X(02).

      *== HISTORICO DE SALARIOS (VER FOLHA/EMPMANT)
       FD  SALHIST.
       01  SAL-REG.
           05 SAL-CODIGO         PIC 9(04).
           05 SAL-VIGENCIA       PIC 9(08).
           05 SAL-SALARIO        PIC 9(06).

      *== SALDO DA PROVISAO POR FUNCIONARIO: FERIAS (JA COM O TERCO),
      *== DECIMO TERCEIRO E OS ENCARGOS DE CADA UM EM SEPARADO, PARA
      *== QUE A BAIXA DE UM NAO MEXA NO OUTRO (VER PROVLIB)
       FD  PROVISAO.
       01  PRV-REG.
           05 PRV-CODIGO         PIC 9(04).
           05 PRV-DEPTO          PIC X(03).
           05 PRV-FERIAS         PIC 9(009)V99.
           05 PRV-ENC-FERIAS     PIC 9(009)V99.
           05 PRV-DECIMO         PIC 9(009)V99.
           05 PRV-ENC-DECIMO     PIC 9(009)V99.
           05 PRV-ULT-COMPETENCIA PIC 9(06).
           05 PRV-DATA-ATUALIZ   PIC 9(08).

      *== RAZAO DE PARTIDAS DOBRADAS, LIDO SO PARA A CONFERENCIA
       FD  RAZAO.
       01  RAZ-REG.
           05 RAZ-DATA           PIC 9(08).
           05 RAZ-DEBITO         PIC X(08).
           05 RAZ-CREDITO        PIC X(08).
           05 RAZ-VALOR          PIC 9(011)V99.
           05 RAZ-ORIGEM         PIC X(08).
           05 RAZ-REF            PIC 9(06).
           05 RAZ-FILIAL         PIC X(02).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-SAL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-SAL-PATH: VARIAVEL DE AMBIENTE "SALHIST_PATH";
      *== SE NAO DEFINIDA, "SALHIST.DAT"
       77  WRK-PRV-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PRV-PATH: VARIAVEL DE AMBIENTE "PROVISAO_PATH";
      *== SE NAO DEFINIDA, "PROVISAO.DAT"
       77  WRK-RAZ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-RAZ-PATH: VARIAVEL DE AMBIENTE "RAZAO_PATH";
      *== SE NAO DEFINIDA, "RAZAO.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PROVMES_REL_PATH";
      *== SE NAO DEFINIDA, "PROVMES.REL"
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-SALHIST      PIC 9(02) VALUE ZEROS.
       77  FS-PROVISAO     PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO        PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-COMP   PIC 9(08) VALUE ZEROS.
       77  WRK-ADM-COMP    PIC 9(06) VALUE ZEROS.
       77  WRK-ADM-DIA     PIC 9(02) VALUE ZEROS.
       77  WRK-PRV-NOVO    PIC X(01) VALUE "N".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PROV  PIC 9(06) VALUE ZEROS.
       77  WRK-JA-PROV     PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-AVO     PIC 9(06) VALUE ZEROS.

      *== TAXAS DOS ENCARGOS DO EMPREGADOR (FRACAO, COMO NA FOLHA);
      *== OS LITERAIS SAO CONTINGENCIA PARA O ARQUIVO CENTRAL
       77  WRK-TAXA-INSS-PAT PIC 9V9999 VALUE 0,2000.
       77  WRK-TAXA-FGTS   PIC 9V9999 VALUE 0,0800.

      *== CALCULO DO FUNCIONARIO CORRENTE
       77  WRK-QTD-SAL     PIC 9(03)  VALUE ZEROS.
       01  WRK-TAB-SALHIST.
           05 WRK-SAL-ITEM OCCURS 300 TIMES.
               10 WRK-SAL-CODIGO   PIC 9(04).
               10 WRK-SAL-VIGENCIA PIC 9(08).
               10 WRK-SAL-VALOR    PIC 9(06).
       77  WRK-IDX-SAL     PIC 9(03)  VALUE ZEROS.
       77  WRK-IDX-SAL-VIG PIC 9(03)  VALUE ZEROS.
       77  WRK-SALARIO-VIGENTE PIC 9(06) VALUE ZEROS.
       77  WRK-MES-FERIAS  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MES-TERCO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MES-DECIMO  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MES-ENC-FER PIC 9(08)V99 VALUE ZEROS.
       77  WRK-MES-ENC-DEC PIC 9(08)V99 VALUE ZEROS.

      *== TOTAIS DO MES PROVISIONADO E DO SALDO EM ARQUIVO
       77  WRK-MES-TOT-FER PIC 9(011)V99 VALUE ZEROS.
       77  WRK-MES-TOT-DEC PIC 9(011)V99 VALUE ZEROS.
       77  WRK-MES-TOT-ENC PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SLD-FERIAS  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SLD-DECIMO  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SLD-ENCARGO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-ENC-FUNC    PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOT-FUNC    PIC 9(010)V99 VALUE ZEROS.

      *== SALDO DAS CONTAS DE PROVISAO NO RAZAO (CREDITO - DEBITO)
       77  WRK-RAZ-FERIAS  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-RAZ-DECIMO  PIC S9(011)V99 VALUE ZEROS.
       77  WRK-RAZ-ENCARGO PIC S9(011)V99 VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-DIVERGENCIAS PIC 9(01) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED    PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-RAZAO-ED    PIC -ZZZ.ZZZ.ZZ9,99.

      *== RESUMO POR DEPARTAMENTO, COMO NA FOLHA
       77  WRK-QTD-DEPTOS  PIC 9(02)  VALUE ZEROS.
       01  WRK-TAB-DEPTOS.
           05 WRK-DEPTO-ITEM OCCURS 20 TIMES.
               10 WRK-DPT-SIGLA    PIC X(03).
               10 WRK-DPT-QTD      PIC 9(04).
               10 WRK-DPT-FERIAS   PIC 9(010)V99.
               10 WRK-DPT-DECIMO   PIC 9(010)V99.
               10 WRK-DPT-ENCARGO  PIC 9(010)V99.
       77  WRK-IDX-DEPTO   PIC 9(02)  VALUE ZEROS.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PROVMES".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PROVMES".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "PROVMES".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

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
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-RELATORIO.
           PERFORM 0400-CONFERE-RAZAO.
           PERFORM 0500-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA MENSAL DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "PROVMES_COMPETENCIA".
           IF WRK-COMP-TXT EQUAL SPACES
               COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
      *== FIM DA COMPETENCIA PARA A ESCOLHA DA VIGENCIA, COMO NA FOLHA
           COMPUTE WRK-DATA-COMP = WRK-COMPETENCIA * 100 + 31.
           MOVE "TAXA_INSS_PATRONAL" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-INSS-PAT =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "TAXA_FGTS" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-FGTS =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           PERFORM 0150-CARREGA-SALHIST.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           MOVE "EMPREGADOS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-EMPREGADOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-PRV-PATH FROM ENVIRONMENT "PROVISAO_PATH".
           IF WRK-PRV-PATH EQUAL SPACES
               MOVE "PROVISAO.DAT" TO WRK-PRV-PATH
           END-IF.
           OPEN I-O PROVISAO.
           IF FS-PROVISAO EQUAL 35
               OPEN OUTPUT PROVISAO
               CLOSE PROVISAO
               OPEN I-O PROVISAO
           END-IF.
           MOVE "PROVISAO" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PROVISAO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PROVMES_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PROVMES.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "PROVISAO DE FERIAS E DECIMO TERCEIRO - COMPETENCIA "
                   WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODG NOME            DPT   FERIAS+1/3        DECIMO"
               TO WRK-RW-COLUNAS.
           MOVE "      ENCARGOS          TOTAL"
               TO WRK-RW-COLUNAS(52:).
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== SALARIOS POR VIGENCIA, CARREGADOS COMO NA FOLHA
       0150-CARREGA-SALHIST        SECTION.
           ACCEPT WRK-SAL-PATH FROM ENVIRONMENT "SALHIST_PATH".
           IF WRK-SAL-PATH EQUAL SPACES
               MOVE "SALHIST.DAT" TO WRK-SAL-PATH
           END-IF.
           OPEN INPUT SALHIST.
           IF FS-SALHIST NOT EQUAL 0
               DISPLAY "PROVMES: SEM " WRK-SAL-PATH " - SALARIO DO "
                       "CADASTRO, SEM HISTORICO"
           ELSE
               READ SALHIST
                   AT END MOVE 10 TO FS-SALHIST
               END-READ
               PERFORM UNTIL FS-SALHIST EQUAL 10
                   IF WRK-QTD-SAL LESS 300
                       ADD 1 TO WRK-QTD-SAL
                       MOVE SAL-CODIGO
                           TO WRK-SAL-CODIGO(WRK-QTD-SAL)
                       MOVE SAL-VIGENCIA
                           TO WRK-SAL-VIGENCIA(WRK-QTD-SAL)
                       MOVE SAL-SALARIO
                           TO WRK-SAL-VALOR(WRK-QTD-SAL)
                   END-IF
                   READ SALHIST
                       AT END MOVE 10 TO FS-SALHIST
                   END-READ
               END-PERFORM
               CLOSE SALHIST
           END-IF.

      *== SALARIO EM VIGOR NA COMPETENCIA: A LINHA DO FUNCIONARIO
      *== COM A MAIOR VIGENCIA QUE NAO ULTRAPASSE O FIM DO MES; SEM
      *== LINHA, O EMP-SALARIO DO CADASTRO
       0160-SALARIO-VIGENTE        SECTION.
           MOVE EMP-SALARIO TO WRK-SALARIO-VIGENTE.
           MOVE ZEROS TO WRK-IDX-SAL-VIG.
           PERFORM VARYING WRK-IDX-SAL FROM 1 BY 1
                   UNTIL WRK-IDX-SAL GREATER WRK-QTD-SAL
               IF WRK-SAL-CODIGO(WRK-IDX-SAL) EQUAL EMP-CODIGO
                   AND WRK-SAL-VIGENCIA(WRK-IDX-SAL) NOT GREATER
                       WRK-DATA-COMP
                   IF WRK-IDX-SAL-VIG EQUAL ZEROS
                       OR WRK-SAL-VIGENCIA(WRK-IDX-SAL) GREATER
                          WRK-SAL-VIGENCIA(WRK-IDX-SAL-VIG)
                       MOVE WRK-IDX-SAL TO WRK-IDX-SAL-VIG
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-IDX-SAL-VIG GREATER ZEROS
               MOVE WRK-SAL-VALOR(WRK-IDX-SAL-VIG)
                   TO WRK-SALARIO-VIGENTE
           END-IF.

       0200-PROCESSAR              SECTION.
           READ EMPREGADOS NEXT
               AT END MOVE 10 TO FS-EMPREGADOS
           END-READ.
           PERFORM UNTIL FS-EMPREGADOS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF EMP-SITUACAO NOT EQUAL "D"
                   PERFORM 0210-TRATA-FUNCIONARIO
               END-IF
               READ EMPREGADOS NEXT
                   AT END MOVE 10 TO FS-EMPREGADOS
               END-READ
           END-PERFORM.

      *== UM MES DE PROVISAO POR FUNCIONARIO ATIVO; O MES DA ADMISSAO
      *== SO CONTA COM ADMISSAO ATE O DIA 15 E ADMITIDO DEPOIS DA
      *== COMPETENCIA AINDA NAO TEM O QUE PROVISIONAR
       0210-TRATA-FUNCIONARIO      SECTION.
           IF EMP-DATA-ADMISSAO GREATER ZEROS
               COMPUTE WRK-ADM-COMP = EMP-DATA-ADMISSAO / 100
               COMPUTE WRK-ADM-DIA =
                   FUNCTION MOD(EMP-DATA-ADMISSAO, 100)
               IF WRK-ADM-COMP GREATER WRK-COMPETENCIA
                   OR (WRK-ADM-COMP EQUAL WRK-COMPETENCIA
                       AND WRK-ADM-DIA GREATER 15)
                   ADD 1 TO WRK-SEM-AVO
                   GO TO 0210-TRATA-FUNCIONARIO-FIM
               END-IF
           END-IF.
           MOVE "N" TO WRK-PRV-NOVO.
           MOVE EMP-CODIGO TO PRV-CODIGO.
           READ PROVISAO KEY IS PRV-CODIGO
               INVALID KEY MOVE "S" TO WRK-PRV-NOVO
           END-READ.
           IF WRK-PRV-NOVO EQUAL "S"
               MOVE ZEROS TO PRV-REG
               MOVE EMP-CODIGO TO PRV-CODIGO
           END-IF.
           IF PRV-ULT-COMPETENCIA NOT LESS WRK-COMPETENCIA
               ADD 1 TO WRK-JA-PROV
               GO TO 0210-TRATA-FUNCIONARIO-FIM
           END-IF.
           PERFORM 0160-SALARIO-VIGENTE.
           COMPUTE WRK-MES-FERIAS ROUNDED = WRK-SALARIO-VIGENTE / 12.
           COMPUTE WRK-MES-TERCO ROUNDED = WRK-MES-FERIAS / 3.
           ADD WRK-MES-TERCO TO WRK-MES-FERIAS.
           COMPUTE WRK-MES-DECIMO ROUNDED = WRK-SALARIO-VIGENTE / 12.
           COMPUTE WRK-MES-ENC-FER ROUNDED = WRK-MES-FERIAS *
               (WRK-TAXA-INSS-PAT + WRK-TAXA-FGTS).
           COMPUTE WRK-MES-ENC-DEC ROUNDED = WRK-MES-DECIMO *
               (WRK-TAXA-INSS-PAT + WRK-TAXA-FGTS).
           MOVE EMP-DEPTO TO PRV-DEPTO.
           ADD WRK-MES-FERIAS  TO PRV-FERIAS.
           ADD WRK-MES-ENC-FER TO PRV-ENC-FERIAS.
           ADD WRK-MES-DECIMO  TO PRV-DECIMO.
           ADD WRK-MES-ENC-DEC TO PRV-ENC-DECIMO.
           MOVE WRK-COMPETENCIA TO PRV-ULT-COMPETENCIA.
           MOVE WRK-DATA-HOJE TO PRV-DATA-ATUALIZ.
           IF WRK-PRV-NOVO EQUAL "S"
               WRITE PRV-REG
               MOVE "WRITE" TO WRK-FS-OPERACAO
           ELSE
               REWRITE PRV-REG
               MOVE "REWRITE" TO WRK-FS-OPERACAO
           END-IF.
           MOVE "PROVISAO" TO WRK-FS-ARQUIVO.
           MOVE FS-PROVISAO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           PERFORM 0220-LANCA-RAZAO.
           ADD 1 TO WRK-TOTAL-PROV.
           ADD WRK-MES-FERIAS TO WRK-MES-TOT-FER.
           ADD WRK-MES-DECIMO TO WRK-MES-TOT-DEC.
           ADD WRK-MES-ENC-FER WRK-MES-ENC-DEC TO WRK-MES-TOT-ENC.
       0210-TRATA-FUNCIONARIO-FIM. EXIT.

      *== A DESPESA DO MES CONTRA O PASSIVO DE PROVISAO; A BAIXA NO
      *== PAGAMENTO FAZ O CONTRARIO (VER PROVLIB)
       0220-LANCA-RAZAO            SECTION.
           MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA.
           MOVE EMP-CODIGO TO WRK-RAZ-REF.
           MOVE "DESPFER" TO WRK-RAZ-DEBITO.
           MOVE "PROVFER" TO WRK-RAZ-CREDITO.
           MOVE WRK-MES-FERIAS TO WRK-RAZ-VALOR.
           IF WRK-RAZ-VALOR GREATER ZEROS
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           MOVE "DESP13" TO WRK-RAZ-DEBITO.
           MOVE "PROV13" TO WRK-RAZ-CREDITO.
           MOVE WRK-MES-DECIMO TO WRK-RAZ-VALOR.
           IF WRK-RAZ-VALOR GREATER ZEROS
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           MOVE "DESPENC" TO WRK-RAZ-DEBITO.
           MOVE "PROVENC" TO WRK-RAZ-CREDITO.
           COMPUTE WRK-RAZ-VALOR = WRK-MES-ENC-FER + WRK-MES-ENC-DEC.
           IF WRK-RAZ-VALOR GREATER ZEROS
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.

      *== SALDO ACUMULADO POR FUNCIONARIO (INCLUSIVE DESLIGADO AINDA
      *== COM SALDO) E RESUMO POR DEPARTAMENTO
       0300-RELATORIO              SECTION.
           MOVE ZEROS TO PRV-CODIGO.
           START PROVISAO KEY IS NOT LESS PRV-CODIGO
               INVALID KEY MOVE 10 TO FS-PROVISAO
           END-START.
           IF FS-PROVISAO NOT EQUAL 10
               READ PROVISAO NEXT
                   AT END MOVE 10 TO FS-PROVISAO
               END-READ
           END-IF.
           PERFORM UNTIL FS-PROVISAO EQUAL 10
               COMPUTE WRK-ENC-FUNC = PRV-ENC-FERIAS + PRV-ENC-DECIMO
               COMPUTE WRK-TOT-FUNC = PRV-FERIAS + PRV-DECIMO
                   + WRK-ENC-FUNC
               IF WRK-TOT-FUNC GREATER ZEROS
                   PERFORM 0310-IMPRIME-FUNCIONARIO
                   PERFORM 0320-ACUMULA-DEPTO
               END-IF
               READ PROVISAO NEXT
                   AT END MOVE 10 TO FS-PROVISAO
               END-READ
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "RESUMO POR DEPARTAMENTO" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               MOVE SPACES TO REL-LINHA
               STRING "  " WRK-DPT-SIGLA(WRK-IDX-DEPTO) "  "
                       WRK-DPT-QTD(WRK-IDX-DEPTO) " FUNC"
                       DELIMITED BY SIZE INTO REL-LINHA
               MOVE WRK-DPT-FERIAS(WRK-IDX-DEPTO) TO WRK-TOTAL-ED
               MOVE WRK-TOTAL-ED TO REL-LINHA(24:14)
               MOVE WRK-DPT-DECIMO(WRK-IDX-DEPTO) TO WRK-TOTAL-ED
               MOVE WRK-TOTAL-ED TO REL-LINHA(38:14)
               MOVE WRK-DPT-ENCARGO(WRK-IDX-DEPTO) TO WRK-TOTAL-ED
               MOVE WRK-TOTAL-ED TO REL-LINHA(52:14)
               COMPUTE WRK-TOT-FUNC = WRK-DPT-FERIAS(WRK-IDX-DEPTO)
                   + WRK-DPT-DECIMO(WRK-IDX-DEPTO)
                   + WRK-DPT-ENCARGO(WRK-IDX-DEPTO)
               MOVE WRK-TOT-FUNC TO WRK-TOTAL-ED
               MOVE WRK-TOTAL-ED TO REL-LINHA(67:14)
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           MOVE "  TOTAL" TO REL-LINHA.
           MOVE WRK-SLD-FERIAS TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO REL-LINHA(24:14).
           MOVE WRK-SLD-DECIMO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO REL-LINHA(38:14).
           MOVE WRK-SLD-ENCARGO TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO REL-LINHA(52:14).
           COMPUTE WRK-TOT-FUNC = WRK-SLD-FERIAS + WRK-SLD-DECIMO
               + WRK-SLD-ENCARGO.
           MOVE WRK-TOT-FUNC TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO REL-LINHA(67:14).
           PERFORM 9600-GRAVA-REL.

       0310-IMPRIME-FUNCIONARIO    SECTION.
           MOVE PRV-CODIGO TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY MOVE "(NAO CADASTR.)" TO EMP-NOME
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING PRV-CODIGO " " EMP-NOME " " PRV-DEPTO
                   DELIMITED BY SIZE INTO REL-LINHA.
           MOVE PRV-FERIAS TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(25:13).
           MOVE PRV-DECIMO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(39:13).
           MOVE WRK-ENC-FUNC TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(53:13).
           MOVE WRK-TOT-FUNC TO WRK-TOTAL-ED.
           MOVE WRK-TOTAL-ED TO REL-LINHA(67:14).
           PERFORM 9600-GRAVA-REL.
           ADD PRV-FERIAS TO WRK-SLD-FERIAS.
           ADD PRV-DECIMO TO WRK-SLD-DECIMO.
           ADD WRK-ENC-FUNC TO WRK-SLD-ENCARGO.

       0320-ACUMULA-DEPTO          SECTION.
           MOVE 1 TO WRK-IDX-DEPTO.
           PERFORM UNTIL WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               OR WRK-DPT-SIGLA(WRK-IDX-DEPTO) EQUAL PRV-DEPTO
               ADD 1 TO WRK-IDX-DEPTO
           END-PERFORM.
           IF WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               IF WRK-QTD-DEPTOS LESS 20
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
                   MOVE PRV-DEPTO TO WRK-DPT-SIGLA(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-QTD(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-FERIAS(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-DECIMO(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-ENCARGO(WRK-IDX-DEPTO)
               END-IF
           END-IF.
           IF WRK-IDX-DEPTO NOT GREATER WRK-QTD-DEPTOS
               ADD 1 TO WRK-DPT-QTD(WRK-IDX-DEPTO)
               ADD PRV-FERIAS TO WRK-DPT-FERIAS(WRK-IDX-DEPTO)
               ADD PRV-DECIMO TO WRK-DPT-DECIMO(WRK-IDX-DEPTO)
               ADD WRK-ENC-FUNC TO WRK-DPT-ENCARGO(WRK-IDX-DEPTO)
           END-IF.

      *== O SALDO DE PROVISAO.DAT TEM DE BATER COM O SALDO CREDOR DAS
      *== CONTAS PROVFER, PROV13 E PROVENC NO RAZAO (PROVISIONADO
      *== PELO PROVMES MENOS O BAIXADO PELO PROVLIB)
       0400-CONFERE-RAZAO          SECTION.
           ACCEPT WRK-RAZ-PATH FROM ENVIRONMENT "RAZAO_PATH".
           IF WRK-RAZ-PATH EQUAL SPACES
               MOVE "RAZAO.DAT" TO WRK-RAZ-PATH
           END-IF.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT EQUAL 0
               DISPLAY "PROVMES: SEM RAZAO EM " WRK-RAZ-PATH
                       " - CONFERENCIA NAO FEITA"
               MOVE 10 TO FS-RAZAO
           ELSE
               READ RAZAO
                   AT END MOVE 10 TO FS-RAZAO
               END-READ
           END-IF.
           PERFORM UNTIL FS-RAZAO EQUAL 10
               EVALUATE RAZ-CREDITO
                   WHEN "PROVFER"
                       ADD RAZ-VALOR TO WRK-RAZ-FERIAS
                   WHEN "PROV13"
                       ADD RAZ-VALOR TO WRK-RAZ-DECIMO
                   WHEN "PROVENC"
                       ADD RAZ-VALOR TO WRK-RAZ-ENCARGO
               END-EVALUATE
               EVALUATE RAZ-DEBITO
                   WHEN "PROVFER"
                       SUBTRACT RAZ-VALOR FROM WRK-RAZ-FERIAS
                   WHEN "PROV13"
                       SUBTRACT RAZ-VALOR FROM WRK-RAZ-DECIMO
                   WHEN "PROVENC"
                       SUBTRACT RAZ-VALOR FROM WRK-RAZ-ENCARGO
               END-EVALUATE
               READ RAZAO
                   AT END MOVE 10 TO FS-RAZAO
               END-READ
           END-PERFORM.
           CLOSE RAZAO.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "CONFERENCIA COM O RAZAO         ARQUIVO          RAZAO"
               TO REL-LINHA.
           MOVE "      DIFERENCA" TO REL-LINHA(53:).
           PERFORM 9600-GRAVA-REL.
           MOVE "  PROVFER" TO REL-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-SLD-FERIAS - WRK-RAZ-FERIAS.
           MOVE WRK-SLD-FERIAS TO WRK-SALDO-ED.
           MOVE WRK-RAZ-FERIAS TO WRK-RAZAO-ED.
           PERFORM 0410-IMPRIME-CONFERENCIA.
           MOVE "  PROV13" TO REL-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-SLD-DECIMO - WRK-RAZ-DECIMO.
           MOVE WRK-SLD-DECIMO TO WRK-SALDO-ED.
           MOVE WRK-RAZ-DECIMO TO WRK-RAZAO-ED.
           PERFORM 0410-IMPRIME-CONFERENCIA.
           MOVE "  PROVENC" TO REL-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-SLD-ENCARGO - WRK-RAZ-ENCARGO.
           MOVE WRK-SLD-ENCARGO TO WRK-SALDO-ED.
           MOVE WRK-RAZ-ENCARGO TO WRK-RAZAO-ED.
           PERFORM 0410-IMPRIME-CONFERENCIA.

       0410-IMPRIME-CONFERENCIA    SECTION.
           MOVE WRK-SALDO-ED TO REL-LINHA(23:15).
           MOVE WRK-RAZAO-ED TO REL-LINHA(38:15).
           IF WRK-DIFERENCA NOT EQUAL ZEROS
               MOVE WRK-DIFERENCA TO WRK-SALDO-ED
               MOVE WRK-SALDO-ED TO REL-LINHA(53:15)
               MOVE "  <== DIVERGE" TO REL-LINHA(68:)
               ADD 1 TO WRK-DIVERGENCIAS
           END-IF.
           PERFORM 9600-GRAVA-REL.

       0500-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-MES-TOT-FER TO WRK-TOTAL-ED.
           STRING "PROVISIONADO NO MES: FERIAS " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WRK-MES-TOT-DEC TO WRK-TOTAL-ED.
           STRING " DECIMO " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA(43:).
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-MES-TOT-ENC TO WRK-TOTAL-ED.
           STRING "                     ENCARGOS" WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE PROVISAO.
           CLOSE EMPREGADOS.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-PROV TO WRK-RUN-GRAVADOS.
           IF WRK-DIVERGENCIAS EQUAL ZEROS
               MOVE "OK" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "DIVERGE" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PROVMES: COMPETENCIA " WRK-COMPETENCIA
                   " - PROVISIONADOS " WRK-TOTAL-PROV
                   ", JA PROVISIONADOS " WRK-JA-PROV
                   ", SEM AVO NO MES " WRK-SEM-AVO.
           IF WRK-DIVERGENCIAS GREATER ZEROS
               DISPLAY "PROVMES: SALDO DA PROVISAO NAO BATE COM O "
                       "RAZAO - VER " WRK-REL-PATH
           END-IF.
           DISPLAY "PROVMES: RELATORIO EM " WRK-REL-PATH.

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
