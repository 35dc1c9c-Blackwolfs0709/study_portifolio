       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVLANC.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: LANCAMENTO DOS AJUSTES DO INVENTARIO FISICO -
      *==           NUMA UNICA RODADA CONTROLADA, APLICA AO EST-SALDO
      *==           A DIFERENCA ENTRE A QUANTIDADE CONTADA E O SALDO
      *==           CONGELADO NA FOTO DE CADA ITEM CONTADO, COM
      *==           ANTES/DEPOIS EM ESTOQUE.LOG, E LEVA O VALOR DAS
      *==           FALTAS E DAS SOBRAS AO RAZAO (RAZLIB)
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: SO RODA COM O CICLO APROVADO ("P") PELO
      *==   SUPERVISOR NO INVAPROV E, NO FIM, MARCA O CICLO COMO
      *==   LANCADO ("L") - NAO HA COMO LANCAR O MESMO INVENTARIO
      *==   DUAS VEZES. AJUSTA PELA DIFERENCA (E NAO SOBREPONDO O
      *==   SALDO) PARA NAO PERDER O QUE ENTROU OU SAIU ENTRE A FOTO
      *==   E O LANCAMENTO; SALDO NUNCA FICA NEGATIVO. NO RAZAO:
      *==   FALTA = PERDAEST A ESTOQUE, SOBRA = ESTOQUE A SOBRAEST,
      *==   ORIGEM "INVLANC" E REFERENCIA O NUMERO DO CICLO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTARIO ASSIGN TO DYNAMIC WRK-INV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-CODIGO
               FILE STATUS IS FS-INVENTARIO.
           SELECT INVENT-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT ESTOQUE ASSIGN TO DYNAMIC WRK-EST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-CODIGO
               FILE STATUS IS FS-ESTOQUE.
           SELECT ESTOQUE-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTARIO.
       01  INV-REG.
           05 INV-CODIGO         PIC X(08).
           05 INV-DESCRICAO      PIC X(30).
           05 INV-PRECO          PIC 9(06)V99.
           05 INV-SALDO-LIVRO    PIC 9(06).
           05 INV-CONTADO        PIC 9(06).
           05 INV-CONTOU         PIC X(01).
           05 INV-CARGA          PIC 9(03).

       FD  INVENT-CTL.
       01  CTL-REG.
           05 CTL-CICLO          PIC 9(06).
           05 CTL-DATA-FOTO      PIC 9(08).
           05 CTL-SITUACAO       PIC X(01).
           05 CTL-CARGAS         PIC 9(03).
           05 CTL-APROVADOR      PIC X(08).
           05 CTL-DATA-APROV     PIC 9(08).
           05 CTL-DATA-LANC      PIC 9(08).

       FD  ESTOQUE.
       01  EST-REG.
           05 EST-CODIGO         PIC X(08).
           05 EST-DESCRICAO      PIC X(30).
           05 EST-PRECO          PIC 9(06)V99.
           05 EST-SALDO          PIC 9(06).
           05 EST-PONTO-PEDIDO   PIC 9(06).
           05 EST-CUSTO-MEDIO    PIC 9(06)V99.
      *== EST-CUSTO-MEDIO: CUSTO MEDIO PONDERADO, RECALCULADO A CADA
      *== RECEBIMENTO DE COMPRA (RECEBE)

       FD  ESTOQUE-LOG.
       01  LOG-LINHA            PIC X(220).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-INV-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-EST-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "INVLANC_REL_PATH";
      *== SE NAO DEFINIDA, "INVLANC.REL"
       77  FS-INVENTARIO   PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-ESTOQUE      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(66) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(66) VALUE SPACES.
       77  WRK-DIF-QTD     PIC S9(06) VALUE ZEROS.
       77  WRK-DIF-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-NOVO-SALDO  PIC S9(07) VALUE ZEROS.
       77  WRK-SALDO-ANTES PIC 9(06) VALUE ZEROS.
       77  WRK-OCORRENCIA  PIC X(20) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-AJUSTE PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FORA  PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-FALTA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-VALOR-SOBRA PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-ED      PIC -ZZZ.ZZ9.
       77  WRK-VALOR-ED    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "INVLANC".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "INVLANC".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           05  WRK-RW-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-RW-TITULO   PIC X(60) VALUE SPACES.
           05  WRK-RW-COLUNAS  PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "INVLANC".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO KARDEX DE MOVIMENTO DE ESTOQUE (VER KARDLIB)
       01  WRK-KARDLIB-AREA.
           05  WRK-KRD-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-KRD-TIPO      PIC X(02) VALUE SPACES.
           05  WRK-KRD-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-KRD-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-KRD-DOCUMENTO PIC X(10) VALUE SPACES.
           05  WRK-KRD-ORIGEM    PIC X(08) VALUE "INVLANC".
           05  WRK-KRD-DATA-MOV  PIC 9(08) VALUE ZEROS.

      *== AREA DO SALDO POR DEPOSITO (VER DEPLIB)
       01  WRK-DEPLIB-AREA.
           05  WRK-DPL-ACAO      PIC X(01) VALUE SPACES.
           05  WRK-DPL-CODIGO    PIC X(08) VALUE SPACES.
           05  WRK-DPL-DEPOSITO  PIC X(02) VALUE SPACES.
           05  WRK-DPL-UF        PIC X(02) VALUE SPACES.
           05  WRK-DPL-QTD       PIC S9(06) VALUE ZEROS.
           05  WRK-DPL-SALDO     PIC 9(06) VALUE ZEROS.
           05  WRK-DPL-TRANSITO  PIC 9(06) VALUE ZEROS.
           05  WRK-DPL-RETORNO   PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "INVENT_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "INVENT.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE SPACES TO CTL-SITUACAO.
           OPEN INPUT INVENT-CTL.
           IF FS-CONTROLE EQUAL 0
               READ INVENT-CTL
                   AT END MOVE SPACES TO CTL-SITUACAO
               END-READ
               CLOSE INVENT-CTL
           END-IF.
           IF CTL-SITUACAO NOT EQUAL "P"
               DISPLAY "INVLANC: CICLO DE INVENTARIO NAO APROVADO "
                       "(SITUACAO " CTL-SITUACAO ") - NADA LANCADO"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.
           ACCEPT WRK-INV-PATH FROM ENVIRONMENT "INVENT_PATH".
           IF WRK-INV-PATH EQUAL SPACES
               MOVE "INVENT.DAT" TO WRK-INV-PATH
           END-IF.
           OPEN INPUT INVENTARIO.
           MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-INVENTARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-EST-PATH FROM ENVIRONMENT "ESTOQUE_PATH".
           IF WRK-EST-PATH EQUAL SPACES
               MOVE "ESTOQUE.DAT" TO WRK-EST-PATH
           END-IF.
           OPEN I-O ESTOQUE.
           MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ESTOQUE TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "ESTOQUE_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "ESTOQUE.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND ESTOQUE-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT ESTOQUE-LOG
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "INVLANC_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "INVLANC.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "AJUSTES LANCADOS - INVENTARIO " CTL-CICLO
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODIGO    LIVRO  CONTADO  DIFER. ANTES  DEPOIS
      -         "   VALOR AJUSTE  OCORRENCIA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       0200-PROCESSAR              SECTION.
           READ INVENTARIO NEXT
               AT END MOVE 10 TO FS-INVENTARIO
           END-READ.
           PERFORM UNTIL FS-INVENTARIO EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               IF INV-CONTOU EQUAL "S"
                   AND INV-CONTADO NOT EQUAL INV-SALDO-LIVRO
                   PERFORM 0210-AJUSTA-ITEM
               END-IF
               READ INVENTARIO NEXT
                   AT END MOVE 10 TO FS-INVENTARIO
               END-READ
           END-PERFORM.
           CLOSE INVENTARIO.

       0210-AJUSTA-ITEM            SECTION.
           COMPUTE WRK-DIF-QTD = INV-CONTADO - INV-SALDO-LIVRO.
           MOVE INV-CODIGO TO EST-CODIGO.
           READ ESTOQUE KEY IS EST-CODIGO
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-FORA
                   MOVE WRK-DIF-QTD TO WRK-QTD-ED
                   MOVE SPACES TO REL-LINHA
                   STRING INV-CODIGO "  " INV-SALDO-LIVRO "   "
                           INV-CONTADO " " WRK-QTD-ED
                           "  PRODUTO SAIU DO CADASTRO - NAO AJUSTADO"
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
           END-READ.
           IF FS-ESTOQUE EQUAL 0
               ADD 1 TO WRK-TOTAL-AJUSTE
               MOVE EST-REG TO WRK-REG-ANTES
               MOVE EST-SALDO TO WRK-SALDO-ANTES
               MOVE SPACES TO WRK-OCORRENCIA
               COMPUTE WRK-NOVO-SALDO = EST-SALDO + WRK-DIF-QTD
      *== A FALTA CONTADA E MAIOR QUE O SALDO DE HOJE (SAIU MAIS
      *== MERCADORIA DEPOIS DA FOTO): ZERA E AVISA
               IF WRK-NOVO-SALDO LESS ZEROS
                   MOVE ZEROS TO WRK-NOVO-SALDO
                   MOVE "SALDO LIMITADO A 0" TO WRK-OCORRENCIA
               END-IF
               MOVE WRK-NOVO-SALDO TO EST-SALDO
               REWRITE EST-REG
               MOVE "ESTOQUE.DAT" TO WRK-FS-ARQUIVO
               MOVE "REWRITE" TO WRK-FS-OPERACAO
               MOVE FS-ESTOQUE TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               MOVE EST-REG TO WRK-REG-DEPOIS
               PERFORM 9100-GRAVA-LOG
               MOVE EST-CODIGO TO WRK-KRD-CODIGO
               MOVE "IV" TO WRK-KRD-TIPO
               COMPUTE WRK-KRD-QTD =
                   EST-SALDO - WRK-SALDO-ANTES
               MOVE EST-SALDO TO WRK-KRD-SALDO
               MOVE SPACES TO WRK-KRD-DOCUMENTO
               STRING "INV" CTL-CICLO DELIMITED BY SIZE
                       INTO WRK-KRD-DOCUMENTO
               MOVE WRK-DATA-HOJE TO WRK-KRD-DATA-MOV
               CALL "KARDLIB" USING WRK-KARDLIB-AREA
      *== A CONTAGEM E DO CADASTRO INTEIRO: O ACERTO VAI PARA O
      *== DEPOSITO PADRAO
               MOVE "M" TO WRK-DPL-ACAO
               MOVE EST-CODIGO TO WRK-DPL-CODIGO
               MOVE SPACES TO WRK-DPL-DEPOSITO
               MOVE WRK-KRD-QTD TO WRK-DPL-QTD
               CALL "DEPLIB" USING WRK-DEPLIB-AREA
               COMPUTE WRK-DIF-VALOR = WRK-DIF-QTD * INV-PRECO
               IF WRK-DIF-VALOR LESS ZEROS
                   SUBTRACT WRK-DIF-VALOR FROM WRK-VALOR-FALTA
               ELSE
                   ADD WRK-DIF-VALOR TO WRK-VALOR-SOBRA
               END-IF
               MOVE WRK-DIF-QTD TO WRK-QTD-ED
               MOVE WRK-DIF-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING INV-CODIGO "  " INV-SALDO-LIVRO "   "
                       INV-CONTADO " " WRK-QTD-ED " "
                       WRK-SALDO-ANTES " " EST-SALDO
                       WRK-VALOR-ED "  " WRK-OCORRENCIA
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0300-FINALIZAR              SECTION.
           MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA.
           MOVE CTL-CICLO TO WRK-RAZ-REF.
           IF WRK-VALOR-FALTA GREATER ZEROS
               MOVE "PERDAEST" TO WRK-RAZ-DEBITO
               MOVE "ESTOQUE" TO WRK-RAZ-CREDITO
               MOVE WRK-VALOR-FALTA TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           IF WRK-VALOR-SOBRA GREATER ZEROS
               MOVE "ESTOQUE" TO WRK-RAZ-DEBITO
               MOVE "SOBRAEST" TO WRK-RAZ-CREDITO
               MOVE WRK-VALOR-SOBRA TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           MOVE "L" TO CTL-SITUACAO.
           MOVE WRK-DATA-HOJE TO CTL-DATA-LANC.
           OPEN OUTPUT INVENT-CTL.
           WRITE CTL-REG.
           CLOSE INVENT-CTL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS NA FOTO " WRK-TOTAL-LIDO
                   "  AJUSTADOS " WRK-TOTAL-AJUSTE
                   "  FORA DO CADASTRO " WRK-TOTAL-FORA
                   "  APROVADO POR " CTL-APROVADOR
                   " EM " CTL-DATA-APROV
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-FALTA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "FALTAS AO RAZAO (PERDAEST/ESTOQUE)...." WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-SOBRA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "SOBRAS AO RAZAO (ESTOQUE/SOBRAEST)...." WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE ESTOQUE.
           CLOSE ESTOQUE-LOG.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-AJUSTE TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-FORA TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "INVLANC: CICLO................ " CTL-CICLO.
           DISPLAY "INVLANC: ITENS AJUSTADOS...... " WRK-TOTAL-AJUSTE.
           DISPLAY "INVLANC: FORA DO CADASTRO..... " WRK-TOTAL-FORA.
           DISPLAY "INVLANC: RELATORIO EM " WRK-REL-PATH.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " INVENTARIO"
                  " ANTES=[" WRK-REG-ANTES
                  "] DEPOIS=[" WRK-REG-DEPOIS "]"
                  " OPER=INVLANC CICLO=" CTL-CICLO
                  " APROV=" CTL-APROVADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

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
