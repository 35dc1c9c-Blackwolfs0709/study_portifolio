       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPSMES.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: GUIA MENSAL DO INSS - LE A TRILHA DE PAGAMENTOS
      *==           DO MES (PAGMES.DAT, GRAVADA PELO ACUMLIB A CADA
      *==           PAGAMENTO DA FOLHA, FERIAS, DECIMO13 E RESCISAO),
      *==           CALCULA POR DEPARTAMENTO A CONTRIBUICAO DA
      *==           EMPRESA (INSS PATRONAL, RAT E TERCEIROS) SOBRE A
      *==           BASE TRIBUTAVEL, SOMA A PARTE DOS SEGURADOS JA
      *==           RETIDA NOS PAGAMENTOS, IMPRIME O RESUMO DA GUIA E
      *==           LANCA O PASSIVO NO RAZAO - O CONTADOR DEIXA DE
      *==           REFAZER A CONTA A PARTIR DOS NOSSOS TOTAIS
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: GPSMES_COMPETENCIA (AAAAMM) ESCOLHE O MES; EM
      *==   BRANCO, O MES CORRENTE. TAXAS DO ARQUIVO CENTRAL, EM
      *==   FRACAO COMO NO PROVMES: TAXA_INSS_PATRONAL, TAXA_RAT E
      *==   TAXA_TERCEIROS. BASE DA EMPRESA = RENDIMENTO TRIBUTAVEL +
      *==   DECIMO TERCEIRO; VERBA INDENIZATORIA (FERIAS E AVISO
      *==   INDENIZADOS NA RESCISAO) NAO ENTRA. NO RAZAO, A PARTE DA
      *==   EMPRESA DEBITA DESPENC E A DOS SEGURADOS DEBITA DESPFOLH,
      *==   AMBAS CONTRA INSSREC (INSS A RECOLHER), REFERENCIA =
      *==   COMPETENCIA; SE A COMPETENCIA JA FOI LANCADA, REPROCESSAR
      *==   SO REIMPRIME A GUIA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGMES ASSIGN TO DYNAMIC WRK-PGM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGMES.
           SELECT RAZAO ASSIGN TO DYNAMIC WRK-RAZ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RAZAO.

       DATA DIVISION.
       FILE SECTION.
      *== TRILHA MENSAL DE PAGAMENTOS (VER ACUMLIB)
       FD  PAGMES.
       01  PGM-REG.
           05 PGM-COMPETENCIA    PIC 9(06).
           05 PGM-CODIGO         PIC 9(04).
           05 PGM-DEPTO          PIC X(03).
           05 PGM-ORIGEM         PIC X(08).
           05 PGM-DATA           PIC 9(08).
           05 PGM-TRIBUTAVEL     PIC 9(009)V99.
           05 PGM-INSS           PIC 9(009)V99.
           05 PGM-DECIMO         PIC 9(009)V99.
           05 PGM-INSS-13        PIC 9(009)V99.
           05 PGM-ISENTO         PIC 9(009)V99.

      *== RAZAO DE PARTIDAS DOBRADAS, LIDO SO PARA SABER SE A
      *== COMPETENCIA JA FOI LANCADA
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
       77  WRK-PGM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PGM-PATH: VARIAVEL DE AMBIENTE "PAGMES_PATH";
      *== SE NAO DEFINIDA, "PAGMES.DAT"
       77  WRK-RAZ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-RAZ-PATH: VARIAVEL DE AMBIENTE "RAZAO_PATH";
      *== SE NAO DEFINIDA, "RAZAO.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "GPSMES_REL_PATH";
      *== SE NAO DEFINIDA, "GPSMES.REL"
       77  FS-PAGMES       PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO        PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-JA-LANCADA  PIC X(01) VALUE "N".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MES   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LANC  PIC 9(06) VALUE ZEROS.

      *== TAXAS DA CONTRIBUICAO DA EMPRESA (FRACAO); OS LITERAIS SAO
      *== CONTINGENCIA PARA O ARQUIVO CENTRAL
       77  WRK-TAXA-INSS-PAT PIC 9V9999 VALUE 0,2000.
       77  WRK-TAXA-RAT    PIC 9V9999 VALUE 0,0200.
      *== WRK-TAXA-RAT: RISCO AMBIENTAL DO TRABALHO JA AJUSTADO PELO
      *== FAP DA EMPRESA
       77  WRK-TAXA-TERC   PIC 9V9999 VALUE 0,0580.
      *== WRK-TAXA-TERC: SALARIO-EDUCACAO, SISTEMA S E INCRA SOMADOS

      *== CALCULO DO PAGAMENTO CORRENTE
       77  WRK-BASE        PIC 9(009)V99 VALUE ZEROS.
       77  WRK-SEGURADO    PIC 9(009)V99 VALUE ZEROS.

      *== CONTRIBUICAO POR DEPARTAMENTO (EMP-DEPTO DO PAGAMENTO)
       77  WRK-QTD-DEPTOS  PIC 9(02)  VALUE ZEROS.
       01  WRK-TAB-DEPTOS.
           05 WRK-DEPTO-ITEM OCCURS 30 TIMES.
               10 WRK-DPT-SIGLA    PIC X(03).
               10 WRK-DPT-QTD      PIC 9(05).
               10 WRK-DPT-BASE     PIC 9(011)V99.
               10 WRK-DPT-SEGURADO PIC 9(011)V99.
               10 WRK-DPT-PATRONAL PIC 9(011)V99.
               10 WRK-DPT-RAT      PIC 9(011)V99.
               10 WRK-DPT-TERC     PIC 9(011)V99.
       77  WRK-IDX-DEPTO   PIC 9(02)  VALUE ZEROS.
       77  WRK-DPT-EMPRESA PIC 9(011)V99 VALUE ZEROS.
       77  WRK-DPT-GUIA    PIC 9(011)V99 VALUE ZEROS.

      *== BASE POR ORIGEM DO PAGAMENTO, PARA CONFERIR COM CADA ROTINA
       01  WRK-TAB-ORIGENS-VAL.
           05 FILLER PIC X(08) VALUE "FOLHA".
           05 FILLER PIC X(08) VALUE "FERIAS".
           05 FILLER PIC X(08) VALUE "DECIMO13".
           05 FILLER PIC X(08) VALUE "RESCISAO".
       01  WRK-TAB-ORIGENS REDEFINES WRK-TAB-ORIGENS-VAL.
           05 WRK-ORG-NOME PIC X(08) OCCURS 4 TIMES.
       01  WRK-TAB-ORIGENS-TOT.
           05 WRK-ORG-ITEM OCCURS 4 TIMES.
               10 WRK-ORG-QTD      PIC 9(05).
               10 WRK-ORG-BASE     PIC 9(011)V99.
               10 WRK-ORG-SEGURADO PIC 9(011)V99.
       77  WRK-IDX-ORG     PIC 9(01)  VALUE ZEROS.

      *== TOTAIS DA GUIA: A SOMA DAS LINHAS DE DEPARTAMENTO, PARA
      *== BATER CENTAVO A CENTAVO COM O LANCADO NO RAZAO
       77  WRK-TOT-BASE    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-ISENTO  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-SEGURADO PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-PATRONAL PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-RAT     PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-TERC    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-EMPRESA PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-GUIA    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-QTD-ED      PIC ZZZZ9.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "GPSMES".
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
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "GPSMES".
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
           PERFORM 0400-LANCA-RAZAO.
           PERFORM 0500-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA MENSAL DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT "GPSMES_COMPETENCIA".
           IF WRK-COMP-TXT EQUAL SPACES
               COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE "TAXA_INSS_PATRONAL" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-INSS-PAT =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "TAXA_RAT" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-RAT =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "TAXA_TERCEIROS" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TAXA-TERC =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           INITIALIZE WRK-TAB-ORIGENS-TOT.
           ACCEPT WRK-PGM-PATH FROM ENVIRONMENT "PAGMES_PATH".
           IF WRK-PGM-PATH EQUAL SPACES
               MOVE "PAGMES.DAT" TO WRK-PGM-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "GPSMES_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "GPSMES.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "GUIA DO INSS (SEGURADOS E EMPRESA) - COMPETENCIA "
                   WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "DPT  PGTOS          BASE     SEGURADOS      PATRONAL"
               TO WRK-RW-COLUNAS.
           MOVE "           RAT     TERCEIROS    TOTAL GUIA"
               TO WRK-RW-COLUNAS(53:).
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== SO OS PAGAMENTOS DA COMPETENCIA; CADA UM SOMA NO SEU
      *== DEPARTAMENTO E NA SUA ORIGEM
       0200-PROCESSAR              SECTION.
           OPEN INPUT PAGMES.
           IF FS-PAGMES NOT EQUAL 0
               DISPLAY "GPSMES: SEM " WRK-PGM-PATH " - NENHUM "
                       "PAGAMENTO REGISTRADO, GUIA ZERADA"
               GO TO 0200-PROCESSAR-FIM
           END-IF.
           READ PAGMES
               AT END MOVE 10 TO FS-PAGMES
           END-READ.
           PERFORM UNTIL FS-PAGMES EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF PGM-COMPETENCIA EQUAL WRK-COMPETENCIA
                   PERFORM 0210-TRATA-PAGAMENTO
               END-IF
               READ PAGMES
                   AT END MOVE 10 TO FS-PAGMES
               END-READ
           END-PERFORM.
           CLOSE PAGMES.
       0200-PROCESSAR-FIM. EXIT.

       0210-TRATA-PAGAMENTO        SECTION.
           ADD 1 TO WRK-TOTAL-MES.
           COMPUTE WRK-BASE = PGM-TRIBUTAVEL + PGM-DECIMO.
           COMPUTE WRK-SEGURADO = PGM-INSS + PGM-INSS-13.
           ADD WRK-BASE     TO WRK-TOT-BASE.
           ADD WRK-SEGURADO TO WRK-TOT-SEGURADO.
           ADD PGM-ISENTO   TO WRK-TOT-ISENTO.
           PERFORM VARYING WRK-IDX-ORG FROM 1 BY 1
                   UNTIL WRK-IDX-ORG GREATER 4
               IF WRK-ORG-NOME(WRK-IDX-ORG) EQUAL PGM-ORIGEM
                   ADD 1 TO WRK-ORG-QTD(WRK-IDX-ORG)
                   ADD WRK-BASE TO WRK-ORG-BASE(WRK-IDX-ORG)
                   ADD WRK-SEGURADO TO WRK-ORG-SEGURADO(WRK-IDX-ORG)
               END-IF
           END-PERFORM.
           MOVE 1 TO WRK-IDX-DEPTO.
           PERFORM UNTIL WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               OR WRK-DPT-SIGLA(WRK-IDX-DEPTO) EQUAL PGM-DEPTO
               ADD 1 TO WRK-IDX-DEPTO
           END-PERFORM.
      *== TABELA CHEIA: O PAGAMENTO VAI PARA A LINHA "***" (A
      *== ULTIMA), PARA A GUIA E O RAZAO NAO PERDEREM A BASE
           IF WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               IF WRK-QTD-DEPTOS EQUAL 29
                   DISPLAY "GPSMES: MAIS DE 29 DEPARTAMENTOS - "
                           PGM-DEPTO " SOMADO NA LINHA ***"
                   MOVE "***" TO PGM-DEPTO
               END-IF
               IF WRK-QTD-DEPTOS EQUAL 30
                   MOVE 30 TO WRK-IDX-DEPTO
               ELSE
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX-DEPTO
                   MOVE PGM-DEPTO TO WRK-DPT-SIGLA(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-QTD(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-BASE(WRK-IDX-DEPTO)
                   MOVE ZEROS TO WRK-DPT-SEGURADO(WRK-IDX-DEPTO)
               END-IF
           END-IF.
           ADD 1 TO WRK-DPT-QTD(WRK-IDX-DEPTO).
           ADD WRK-BASE TO WRK-DPT-BASE(WRK-IDX-DEPTO).
           ADD WRK-SEGURADO TO WRK-DPT-SEGURADO(WRK-IDX-DEPTO).

      *== A CONTRIBUICAO DA EMPRESA E CALCULADA SOBRE A BASE JA
      *== SOMADA DO DEPARTAMENTO (ARREDONDA UMA VEZ, NAO POR
      *== PAGAMENTO); O TOTAL DA GUIA E A SOMA DOS DEPARTAMENTOS
       0300-RELATORIO              SECTION.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               COMPUTE WRK-DPT-PATRONAL(WRK-IDX-DEPTO) ROUNDED =
                   WRK-DPT-BASE(WRK-IDX-DEPTO) * WRK-TAXA-INSS-PAT
               COMPUTE WRK-DPT-RAT(WRK-IDX-DEPTO) ROUNDED =
                   WRK-DPT-BASE(WRK-IDX-DEPTO) * WRK-TAXA-RAT
               COMPUTE WRK-DPT-TERC(WRK-IDX-DEPTO) ROUNDED =
                   WRK-DPT-BASE(WRK-IDX-DEPTO) * WRK-TAXA-TERC
               ADD WRK-DPT-PATRONAL(WRK-IDX-DEPTO)
                   TO WRK-TOT-PATRONAL
               ADD WRK-DPT-RAT(WRK-IDX-DEPTO) TO WRK-TOT-RAT
               ADD WRK-DPT-TERC(WRK-IDX-DEPTO) TO WRK-TOT-TERC
               COMPUTE WRK-DPT-GUIA = WRK-DPT-SEGURADO(WRK-IDX-DEPTO)
                   + WRK-DPT-PATRONAL(WRK-IDX-DEPTO)
                   + WRK-DPT-RAT(WRK-IDX-DEPTO)
                   + WRK-DPT-TERC(WRK-IDX-DEPTO)
               MOVE SPACES TO REL-LINHA
               MOVE WRK-DPT-SIGLA(WRK-IDX-DEPTO) TO REL-LINHA(1:3)
               MOVE WRK-DPT-QTD(WRK-IDX-DEPTO) TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO REL-LINHA(6:5)
               MOVE WRK-DPT-BASE(WRK-IDX-DEPTO) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(12:13)
               MOVE WRK-DPT-SEGURADO(WRK-IDX-DEPTO) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(26:13)
               MOVE WRK-DPT-PATRONAL(WRK-IDX-DEPTO) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(40:13)
               MOVE WRK-DPT-RAT(WRK-IDX-DEPTO) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(54:13)
               MOVE WRK-DPT-TERC(WRK-IDX-DEPTO) TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(68:13)
               MOVE WRK-DPT-GUIA TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO REL-LINHA(82:13)
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           COMPUTE WRK-TOT-EMPRESA =
               WRK-TOT-PATRONAL + WRK-TOT-RAT + WRK-TOT-TERC.
           COMPUTE WRK-TOT-GUIA = WRK-TOT-SEGURADO + WRK-TOT-EMPRESA.
           MOVE SPACES TO REL-LINHA.
           MOVE "TOTAL" TO REL-LINHA(1:5).
           MOVE WRK-TOTAL-MES TO WRK-QTD-ED.
           MOVE WRK-QTD-ED TO REL-LINHA(6:5).
           MOVE WRK-TOT-BASE TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(12:13).
           MOVE WRK-TOT-SEGURADO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(26:13).
           MOVE WRK-TOT-PATRONAL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(40:13).
           MOVE WRK-TOT-RAT TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(54:13).
           MOVE WRK-TOT-TERC TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(68:13).
           MOVE WRK-TOT-GUIA TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(82:13).
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "BASE POR ORIGEM DO PAGAMENTO   PGTOS           BASE"
               TO REL-LINHA.
           MOVE "      SEGURADOS" TO REL-LINHA(52:).
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-ORG FROM 1 BY 1
                   UNTIL WRK-IDX-ORG GREATER 4
               MOVE SPACES TO REL-LINHA
               MOVE WRK-ORG-NOME(WRK-IDX-ORG) TO REL-LINHA(3:8)
               MOVE WRK-ORG-QTD(WRK-IDX-ORG) TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO REL-LINHA(32:5)
               MOVE WRK-ORG-BASE(WRK-IDX-ORG) TO WRK-TOTAL-ED
               MOVE WRK-TOTAL-ED TO REL-LINHA(38:14)
               MOVE WRK-ORG-SEGURADO(WRK-IDX-ORG) TO WRK-TOTAL-ED
               MOVE WRK-TOTAL-ED TO REL-LINHA(53:14)
               PERFORM 9600-GRAVA-REL
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-ISENTO TO WRK-TOTAL-ED.
           STRING "  VERBAS INDENIZATORIAS (FORA DA BASE) "
                   WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "RESUMO DA GUIA" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-SEGURADO TO WRK-TOTAL-ED.
           STRING "  PARTE DOS SEGURADOS (RETIDA)..... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-PATRONAL TO WRK-TOTAL-ED.
           STRING "  INSS PATRONAL.................... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-RAT TO WRK-TOTAL-ED.
           STRING "  RAT (ACIDENTE DE TRABALHO)....... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-TERC TO WRK-TOTAL-ED.
           STRING "  TERCEIROS (OUTRAS ENTIDADES)..... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-EMPRESA TO WRK-TOTAL-ED.
           STRING "  PARTE DA EMPRESA................. " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-TOT-GUIA TO WRK-TOTAL-ED.
           STRING "  TOTAL A RECOLHER NA GUIA......... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== PASSIVO DA GUIA NO RAZAO, POR DEPARTAMENTO: A PARTE DA
      *== EMPRESA E ENCARGO (DESPENC), A DOS SEGURADOS E A PARCELA
      *== DA FOLHA QUE FICOU RETIDA (DESPFOLH); AS DUAS A RECOLHER
       0400-LANCA-RAZAO            SECTION.
           PERFORM 0410-VERIFICA-LANCADA.
           IF WRK-JA-LANCADA EQUAL "S"
               DISPLAY "GPSMES: COMPETENCIA " WRK-COMPETENCIA
                       " JA LANCADA NO RAZAO - SO A GUIA REIMPRESSA"
               GO TO 0400-LANCA-RAZAO-FIM
           END-IF.
           MOVE WRK-DATA-HOJE   TO WRK-RAZ-DATA.
           MOVE WRK-COMPETENCIA TO WRK-RAZ-REF.
           MOVE "INSSREC" TO WRK-RAZ-CREDITO.
           PERFORM VARYING WRK-IDX-DEPTO FROM 1 BY 1
                   UNTIL WRK-IDX-DEPTO GREATER WRK-QTD-DEPTOS
               COMPUTE WRK-DPT-EMPRESA =
                   WRK-DPT-PATRONAL(WRK-IDX-DEPTO)
                   + WRK-DPT-RAT(WRK-IDX-DEPTO)
                   + WRK-DPT-TERC(WRK-IDX-DEPTO)
               MOVE "DESPENC" TO WRK-RAZ-DEBITO
               MOVE WRK-DPT-EMPRESA TO WRK-RAZ-VALOR
               IF WRK-RAZ-VALOR GREATER ZEROS
                   CALL "RAZLIB" USING WRK-RAZLIB-AREA
                   ADD 1 TO WRK-TOTAL-LANC
               END-IF
               MOVE "DESPFOLH" TO WRK-RAZ-DEBITO
               MOVE WRK-DPT-SEGURADO(WRK-IDX-DEPTO) TO WRK-RAZ-VALOR
               IF WRK-RAZ-VALOR GREATER ZEROS
                   CALL "RAZLIB" USING WRK-RAZLIB-AREA
                   ADD 1 TO WRK-TOTAL-LANC
               END-IF
           END-PERFORM.
       0400-LANCA-RAZAO-FIM. EXIT.

       0410-VERIFICA-LANCADA       SECTION.
           MOVE "N" TO WRK-JA-LANCADA.
           ACCEPT WRK-RAZ-PATH FROM ENVIRONMENT "RAZAO_PATH".
           IF WRK-RAZ-PATH EQUAL SPACES
               MOVE "RAZAO.DAT" TO WRK-RAZ-PATH
           END-IF.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT EQUAL 0
               GO TO 0410-VERIFICA-LANCADA-FIM
           END-IF.
           READ RAZAO
               AT END MOVE 10 TO FS-RAZAO
           END-READ.
           PERFORM UNTIL FS-RAZAO EQUAL 10
                   OR WRK-JA-LANCADA EQUAL "S"
               IF RAZ-ORIGEM EQUAL "GPSMES"
                   AND RAZ-REF EQUAL WRK-COMPETENCIA
                   MOVE "S" TO WRK-JA-LANCADA
               END-IF
               READ RAZAO
                   AT END MOVE 10 TO FS-RAZAO
               END-READ
           END-PERFORM.
           CLOSE RAZAO.
       0410-VERIFICA-LANCADA-FIM. EXIT.

       0500-FINALIZAR              SECTION.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-PGM-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-LANC TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE WRK-TOT-GUIA TO WRK-TOTAL-ED.
           DISPLAY "GPSMES: COMPETENCIA " WRK-COMPETENCIA " - "
                   WRK-TOTAL-MES " PAGAMENTOS, GUIA DE "
                   WRK-TOTAL-ED.
           DISPLAY "GPSMES: RELATORIO EM " WRK-REL-PATH.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
