       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENFORN.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CONFERENCIA MENSAL DAS FATURAS DE BENEFICIOS -
      *==           LE A TRILHA BENEFMES.DAT GRAVADA PELA FOLHA E
      *==           TOTALIZA POR BENEFICIO, FORNECEDOR E PLANO:
      *==           FUNCIONARIOS, VIDAS, CUSTO TOTAL, PARTE DESCONTADA
      *==           DO FUNCIONARIO E CUSTO DA EMPRESA. O CUSTO TOTAL
      *==           DE CADA LINHA E O QUE A FATURA DO FORNECEDOR TEM
      *==           QUE COBRAR NAQUELE MES
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: RODAR DEPOIS DA FOLHA DA COMPETENCIA (A TRILHA
      *==   E REESCRITA A CADA FOLHA). SUBTOTAL POR BENEFICIO E TOTAL
      *==   GERAL NO FIM. FOLHA_BENEF_PATH APONTA A TRILHA, COMO NA
      *==   FOLHA; BENFORN_REL_PATH O RELATORIO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFMES ASSIGN TO DYNAMIC WRK-BNM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BENEFMES.

       DATA DIVISION.
       FILE SECTION.
      *== TRILHA MENSAL DOS BENEFICIOS DESCONTADOS (VER FOLHA)
       FD  BENEFMES.
       01  BNM-REG.
           05 BNM-COMPETENCIA    PIC 9(06).
           05 BNM-CODIGO         PIC 9(04).
           05 BNM-DEPTO          PIC X(03).
           05 BNM-TIPO           PIC X(02).
           05 BNM-FORNECEDOR     PIC X(10).
           05 BNM-PLANO          PIC X(06).
           05 BNM-VIDAS          PIC 9(03).
           05 BNM-CUSTO          PIC 9(07)V99.
           05 BNM-DESCONTO       PIC 9(07)V99.

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-BNM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BNM-PATH: VARIAVEL DE AMBIENTE "FOLHA_BENEF_PATH";
      *== SE NAO DEFINIDA, "BENEFMES.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "BENFORN_REL_PATH";
      *== SE NAO DEFINIDA, "BENFORN.REL"

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A FOLHA GRAVA
      *== A TRILHA COM O SUFIXO DA FILIAL DA EXECUCAO (MATRIZ SEM
      *== SUFIXO) - A LEITURA PROCURA O MESMO NOME
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.
       77  FS-BENEFMES     PIC 9(02) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-DESCARTADOS PIC 9(06) VALUE ZEROS.

      *== UMA LINHA POR BENEFICIO + FORNECEDOR + PLANO
       77  WRK-QTD-GRUPOS  PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-GRUPOS.
           05 WRK-GRP-ITEM OCCURS 100 TIMES.
               10 WRK-GRP-TIPO       PIC X(02).
               10 WRK-GRP-FORNECEDOR PIC X(10).
               10 WRK-GRP-PLANO      PIC X(06).
               10 WRK-GRP-FUNC       PIC 9(05).
               10 WRK-GRP-VIDAS      PIC 9(06).
               10 WRK-GRP-CUSTO      PIC 9(011)V99.
               10 WRK-GRP-DESCONTO   PIC 9(011)V99.
       77  WRK-IDX-GRP     PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-TIPOS.
           05 FILLER PIC X(22) VALUE "VTVALE-TRANSPORTE     ".
           05 FILLER PIC X(22) VALUE "VRVALE-REFEICAO       ".
           05 FILLER PIC X(22) VALUE "PSPLANO DE SAUDE      ".
       01  FILLER REDEFINES WRK-TAB-TIPOS.
           05 WRK-TIPO-ITEM OCCURS 3 TIMES.
               10 WRK-TIPO-SIGLA     PIC X(02).
               10 WRK-TIPO-NOME      PIC X(20).
       77  WRK-IDX-TIPO    PIC 9(01) VALUE ZEROS.

      *== SUBTOTAL DO BENEFICIO E TOTAL GERAL
       77  WRK-SUB-FUNC    PIC 9(05) VALUE ZEROS.
       77  WRK-SUB-VIDAS   PIC 9(06) VALUE ZEROS.
       77  WRK-SUB-CUSTO   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-SUB-DESC    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-VIDAS   PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-CUSTO   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-DESC    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-EMPRESA     PIC 9(011)V99 VALUE ZEROS.
       77  WRK-FUNC-ED     PIC ZZZZ9.
       77  WRK-VIDAS-ED    PIC ZZZZZ9.
       77  WRK-CUSTO-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DESC-ED     PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-EMPRESA-ED  PIC ZZ.ZZZ.ZZ9,99.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "BENFORN".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "BENFORN".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

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
           PERFORM 0500-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA MENSAL DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-BNM-PATH FROM ENVIRONMENT "FOLHA_BENEF_PATH".
           IF WRK-BNM-PATH EQUAL SPACES
               MOVE "BENEFMES.DAT" TO WRK-BNM-PATH
           END-IF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE WRK-BNM-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-BNM-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-BNM-PATH
           END-STRING.
           OPEN INPUT BENEFMES.
           MOVE "BENEFMES" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-BENEFMES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "BENFORN_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "BENFORN.REL" TO WRK-REL-PATH
           END-IF.

      *== ACUMULA CADA LINHA DA TRILHA NO SEU GRUPO
       0200-PROCESSAR              SECTION.
           READ BENEFMES
               AT END MOVE 10 TO FS-BENEFMES
           END-READ.
           PERFORM UNTIL FS-BENEFMES EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF WRK-COMPETENCIA EQUAL ZEROS
                   MOVE BNM-COMPETENCIA TO WRK-COMPETENCIA
               END-IF
               PERFORM 0210-LOCALIZA-GRUPO
               IF WRK-IDX-GRP GREATER WRK-QTD-GRUPOS
                   IF WRK-QTD-GRUPOS LESS 100
                       ADD 1 TO WRK-QTD-GRUPOS
                       MOVE WRK-QTD-GRUPOS TO WRK-IDX-GRP
                       MOVE BNM-TIPO
                           TO WRK-GRP-TIPO(WRK-IDX-GRP)
                       MOVE BNM-FORNECEDOR
                           TO WRK-GRP-FORNECEDOR(WRK-IDX-GRP)
                       MOVE BNM-PLANO
                           TO WRK-GRP-PLANO(WRK-IDX-GRP)
                       MOVE ZEROS TO WRK-GRP-FUNC(WRK-IDX-GRP)
                       MOVE ZEROS TO WRK-GRP-VIDAS(WRK-IDX-GRP)
                       MOVE ZEROS TO WRK-GRP-CUSTO(WRK-IDX-GRP)
                       MOVE ZEROS TO WRK-GRP-DESCONTO(WRK-IDX-GRP)
                   ELSE
      *== TABELA CHEIA: A LINHA NAO PODE SUMIR DA CONFERENCIA SEM AVISO
                       ADD 1 TO WRK-DESCARTADOS
                       DISPLAY "BENFORN: MAIS DE 100 GRUPOS - "
                               "FUNCIONARIO " BNM-CODIGO " "
                               BNM-TIPO " FORA DO RELATORIO"
                   END-IF
               END-IF
               IF WRK-IDX-GRP NOT GREATER WRK-QTD-GRUPOS
                   ADD 1 TO WRK-GRP-FUNC(WRK-IDX-GRP)
                   ADD BNM-VIDAS TO WRK-GRP-VIDAS(WRK-IDX-GRP)
                   ADD BNM-CUSTO TO WRK-GRP-CUSTO(WRK-IDX-GRP)
                   ADD BNM-DESCONTO TO WRK-GRP-DESCONTO(WRK-IDX-GRP)
               END-IF
               READ BENEFMES
                   AT END MOVE 10 TO FS-BENEFMES
               END-READ
           END-PERFORM.
           CLOSE BENEFMES.

       0210-LOCALIZA-GRUPO         SECTION.
           MOVE 1 TO WRK-IDX-GRP.
           PERFORM UNTIL WRK-IDX-GRP GREATER WRK-QTD-GRUPOS
               OR (WRK-GRP-TIPO(WRK-IDX-GRP) EQUAL BNM-TIPO
                   AND WRK-GRP-FORNECEDOR(WRK-IDX-GRP) EQUAL
                       BNM-FORNECEDOR
                   AND WRK-GRP-PLANO(WRK-IDX-GRP) EQUAL BNM-PLANO)
               ADD 1 TO WRK-IDX-GRP
           END-PERFORM.

      *== UM BLOCO POR BENEFICIO, NA ORDEM VT, VR, PS
       0300-RELATORIO              SECTION.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "BENEFICIOS POR FORNECEDOR - COMPETENCIA "
                   WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "FORNECEDOR PLANO  FUNC  VIDAS    CUSTO TOTAL"
               TO WRK-RW-COLUNAS.
           MOVE "  DESC FUNCIONARIO CUSTO EMPRESA"
               TO WRK-RW-COLUNAS(45:).
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                   UNTIL WRK-IDX-TIPO GREATER 3
               PERFORM 0310-IMPRIME-TIPO
           END-PERFORM.

       0310-IMPRIME-TIPO           SECTION.
           MOVE ZEROS TO WRK-SUB-FUNC.
           MOVE ZEROS TO WRK-SUB-VIDAS.
           MOVE ZEROS TO WRK-SUB-CUSTO.
           MOVE ZEROS TO WRK-SUB-DESC.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TIPO-NOME(WRK-IDX-TIPO) TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-GRP FROM 1 BY 1
                   UNTIL WRK-IDX-GRP GREATER WRK-QTD-GRUPOS
               IF WRK-GRP-TIPO(WRK-IDX-GRP) EQUAL
                  WRK-TIPO-SIGLA(WRK-IDX-TIPO)
                   ADD WRK-GRP-FUNC(WRK-IDX-GRP) TO WRK-SUB-FUNC
                   ADD WRK-GRP-VIDAS(WRK-IDX-GRP) TO WRK-SUB-VIDAS
                   ADD WRK-GRP-CUSTO(WRK-IDX-GRP) TO WRK-SUB-CUSTO
                   ADD WRK-GRP-DESCONTO(WRK-IDX-GRP) TO WRK-SUB-DESC
                   MOVE WRK-GRP-FUNC(WRK-IDX-GRP)  TO WRK-FUNC-ED
                   MOVE WRK-GRP-VIDAS(WRK-IDX-GRP) TO WRK-VIDAS-ED
                   MOVE WRK-GRP-CUSTO(WRK-IDX-GRP) TO WRK-CUSTO-ED
                   MOVE WRK-GRP-DESCONTO(WRK-IDX-GRP) TO WRK-DESC-ED
                   COMPUTE WRK-EMPRESA = WRK-GRP-CUSTO(WRK-IDX-GRP)
                       - WRK-GRP-DESCONTO(WRK-IDX-GRP)
                   MOVE WRK-EMPRESA TO WRK-EMPRESA-ED
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-GRP-FORNECEDOR(WRK-IDX-GRP) " "
                           WRK-GRP-PLANO(WRK-IDX-GRP) " "
                           WRK-FUNC-ED " " WRK-VIDAS-ED " "
                           WRK-CUSTO-ED "     " WRK-DESC-ED " "
                           WRK-EMPRESA-ED
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-PERFORM.
           MOVE WRK-SUB-FUNC  TO WRK-FUNC-ED.
           MOVE WRK-SUB-VIDAS TO WRK-VIDAS-ED.
           MOVE WRK-SUB-CUSTO TO WRK-CUSTO-ED.
           MOVE WRK-SUB-DESC  TO WRK-DESC-ED.
           COMPUTE WRK-EMPRESA = WRK-SUB-CUSTO - WRK-SUB-DESC.
           MOVE WRK-EMPRESA TO WRK-EMPRESA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  SUBTOTAL        " WRK-FUNC-ED " " WRK-VIDAS-ED " "
                   WRK-CUSTO-ED "     " WRK-DESC-ED " "
                   WRK-EMPRESA-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           ADD WRK-SUB-VIDAS TO WRK-TOT-VIDAS.
           ADD WRK-SUB-CUSTO TO WRK-TOT-CUSTO.
           ADD WRK-SUB-DESC  TO WRK-TOT-DESC.

       0500-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-VIDAS TO WRK-VIDAS-ED.
           MOVE WRK-TOT-CUSTO TO WRK-CUSTO-ED.
           MOVE WRK-TOT-DESC  TO WRK-DESC-ED.
           COMPUTE WRK-EMPRESA = WRK-TOT-CUSTO - WRK-TOT-DESC.
           MOVE WRK-EMPRESA TO WRK-EMPRESA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL GERAL             " WRK-VIDAS-ED " "
                   WRK-CUSTO-ED "     " WRK-DESC-ED " "
                   WRK-EMPRESA-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-BNM-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-QTD-GRUPOS TO WRK-RUN-GRAVADOS.
           MOVE WRK-DESCARTADOS TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "BENFORN: COMPETENCIA " WRK-COMPETENCIA
                   " - " WRK-TOTAL-LIDO " LINHAS, " WRK-QTD-GRUPOS
                   " FORNECEDOR/PLANO".
           DISPLAY "BENFORN: RELATORIO EM " WRK-REL-PATH.

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
