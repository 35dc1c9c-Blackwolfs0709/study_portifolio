      *==   (JORNAL.LOG.A<AAAAMM>) SAO LIDAS EM SEQUENCIA ANTES DO
      *==   VIVO: UM PERIODO QUE CRUZA A FRONTEIRA DE RETENCAO SAI
      *==   NUM EXTRATO CONTINUO, SEM EMENDA DE IMPRESSOS.
      *==   CONTA COM CHEQUE ESPECIAL (CTACHEQ.DAT) FECHA O EXTRATO
      *==   COM O LIMITE, O VALOR EM USO NO FIM DO PERIODO E OS
      *==   JUROS COBRADOS PELO CTAJUROS NO PERIODO (CTACHEQ.HIS).
      *==   CONTA CONJUNTA (CTATIT.DAT, VER CTAVINC) SAI COM OS
      *==   CO-TITULARES E PROCURADORES LOGO ABAIXO DO TITULAR.
      *==   SEM O ESPELHO, PERIODO COM DATA INICIAL PARTE DA ULTIMA
      *==   FOTO DE SALDO ANTERIOR A ELA (SALDOHIS.DAT, GRAVADA PELO
      *==   FECHADIA) E SO LE AS GERACOES A PARTIR DO MES DA FOTO.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CTATIT ASSIGN TO DYNAMIC WRK-TIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTATIT.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT JORNAL-IDX ASSIGN TO DYNAMIC WRK-ESP-PATH
               ORGANIZATION IS INDEXED
           SELECT SEQ-CONTROLE ASSIGN TO DYNAMIC WRK-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEQCTL.
           SELECT CTACHEQ ASSIGN TO DYNAMIC WRK-CHQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CONTA
               FILE STATUS IS FS-CTACHEQ.
           SELECT CHEQUE-HIS ASSIGN TO DYNAMIC WRK-HIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIS.
           SELECT SALDOHIS ASSIGN TO DYNAMIC WRK-HSD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSD-CHAVE
               FILE STATUS IS FS-SALDOHIS.
           SELECT EXTRATO-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO-REL.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

      *== TITULARES ADICIONAIS DA CONTA (VER CTAVINC)
       FD  CTATIT.
       01  TIT-REG.
           05 TIT-CHAVE.
              10 TIT-CONTA      PIC 9(06).
              10 TIT-CLIENTE    PIC 9(04).
           05 TIT-PAPEL         PIC X(01).
      *== TIT-PAPEL: "C" = CO-TITULAR   "P" = PROCURADOR
           05 TIT-DATA-INCLUSAO PIC 9(08).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

      *== ESPELHO INDEXADO DO JORNAL (VER JORIDX): QUANDO EXISTE, O
      *== EXTRATO DA START NA CONTA EM VEZ DE VARRER O JORNAL E AS
       01  SEQCTL-REG.
           05 SEQCTL-ULTIMO      PIC 9(06).

      *== LIMITE DE CHEQUE ESPECIAL (CTAMANT) E HISTORICO DOS JUROS
      *== COBRADOS SOBRE OS DIAS NEGATIVOS (CTAJUROS)
       FD  CTACHEQ.
       01  CHQ-REG.
           05 CHQ-CONTA          PIC 9(06).
           05 CHQ-LIMITE         PIC 9(009)V99.

       FD  CHEQUE-HIS.
       01  HIS-REG.
           05 HIS-CONTA          PIC 9(06).
           05 FILLER             PIC X(01).
           05 HIS-COMPETENCIA    PIC 9(06).
           05 FILLER             PIC X(01).
           05 HIS-DATA           PIC 9(08).
           05 FILLER             PIC X(01).
           05 HIS-DIAS           PIC 9(02).
           05 FILLER             PIC X(01).
           05 HIS-SOMA-DEVEDOR   PIC 9(011)V99.
           05 FILLER             PIC X(01).
           05 HIS-TAXA           PIC 9(02)V9999.
           05 FILLER             PIC X(01).
           05 HIS-JUROS          PIC 9(009)V99.

      *== FOTO DO SALDO NO FIM DE CADA DIA (GRAVADA PELO FECHADIA)
       FD  SALDOHIS.
       01  HSD-REG.
           05 HSD-CHAVE.
               10 HSD-CONTA      PIC 9(06).
               10 HSD-DATA       PIC 9(08).
           05 HSD-SALDO          PIC S9(009)V99.
           05 HSD-SITUACAO       PIC X(01).

       FD  EXTRATO-REL.
       01  REL-LINHA            PIC X(100).

       77  WRK-JOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TIT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TIT-PATH: VARIAVEL DE AMBIENTE "CTATIT_PATH";
      *== SE NAO DEFINIDA, "CTATIT.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "EXTRATO_REL_PATH";
       77  FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CTATIT       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-EXTRATO-REL  PIC 9(02) VALUE ZEROS.
       77  WRK-ESP-PATH    PIC X(100) VALUE SPACES.
       77  FS-JORIDX       PIC 9(02) VALUE ZEROS.
       77  FS-ESPCTL       PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-ESPELHO PIC X(01) VALUE "N".
       77  WRK-HSD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HSD-PATH: VARIAVEL DE AMBIENTE "SALDOHIS_PATH";
      *== SE NAO DEFINIDA, "SALDOHIS.DAT"
       77  FS-SALDOHIS     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-FOTO    PIC X(01) VALUE "N".
      *== WRK-TEM-FOTO: "S" QUANDO HA FOTO DE SALDO ANTERIOR AO
      *== INICIO DO PERIODO - A ABERTURA PARTE DELA
       77  WRK-FOTO-DATA   PIC X(08) VALUE SPACES.
       77  WRK-FOTO-MES    PIC 9(06) VALUE ZEROS.
       77  WRK-FOTO-SALDO  PIC S9(009)V99 VALUE ZEROS.
       77  WRK-NET-FOTO    PIC S9(010)V99 VALUE ZEROS.
      *== WRK-NET-FOTO: LIQUIDO POSTADO DEPOIS DA FOTO E DATADO ANTES
      *== DO PERIODO, MENOS O POSTADO ATE A FOTO E DATADO DENTRO DELE
       77  WRK-JOR-POSTAGEM PIC X(08) VALUE SPACES.
       77  WRK-JOR-LIQUIDO PIC S9(009)V99 VALUE ZEROS.

       77  WRK-CONTA-TXT   PIC X(06) VALUE SPACES.
       77  WRK-CONTA       PIC 9(06) VALUE ZEROS.
      *== WRK-DATA-INI/FIM: "EXTRATO_DATA_INI"/"EXTRATO_DATA_FIM",
      *== AAAAMMDD INCLUSIVO; EM BRANCO = SEM LIMITE
       77  WRK-NOME-CLIENTE PIC X(20) VALUE SPACES.
      *== DEMAIS TITULARES DA CONTA CONJUNTA, NA ORDEM DE CTATIT
       77  WRK-QTD-ADICIONAIS PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ADICIONAL  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-ADICIONAIS.
           05 WRK-ADC-ITEM OCCURS 10 TIMES.
               10 WRK-ADC-PAPEL   PIC X(10).
               10 WRK-ADC-ID      PIC 9(04).
               10 WRK-ADC-NOME    PIC X(20).

      *== CAMPOS EXTRAIDOS DA LINHA DO JORNAL (POSICOES FIXAS DO
      *== STRING DE 0310/0312/0313-GRAVA-JORNAL DO EXE1)
       01  WRK-TAB-GERACOES.
           05 WRK-GER-ITEM OCCURS 61 TIMES.
               10 WRK-GER-PATH    PIC X(100).
               10 WRK-GER-MES     PIC 9(06).
      *== WRK-GER-MES: AAAAMM DA GERACAO; 999999 NO VIVO
       77  WRK-IDX-GER     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MONTA   PIC 9(03) VALUE ZEROS.
       77  WRK-MES-GERACAO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED     PIC -Z.ZZZ.ZZZ.ZZ9,99.

      *=============CHEQUE ESPECIAL DA CONTA
       77  WRK-CHQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CHQ-PATH: VARIAVEL DE AMBIENTE "CTACHEQ_PATH";
      *== SE NAO DEFINIDA, "CTACHEQ.DAT"
       77  WRK-HIS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HIS-PATH: VARIAVEL DE AMBIENTE "CTACHEQ_HIS_PATH";
      *== SE NAO DEFINIDA, "CTACHEQ.HIS"
       77  FS-CTACHEQ      PIC 9(02) VALUE ZEROS.
       77  FS-HIS          PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CHEQUE  PIC X(01) VALUE "N".
       77  WRK-CHQ-LIMITE  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-CHQ-EM-USO  PIC 9(010)V99 VALUE ZEROS.
       77  WRK-CHQ-JUROS   PIC 9(010)V99 VALUE ZEROS.
       77  WRK-CHQ-QTD-JUROS PIC 9(04) VALUE ZEROS.
       77  WRK-HIS-DATA    PIC X(08) VALUE SPACES.

       01  WRK-DATAMES-AREA.
           05 WRK-DATAMES-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAMES-CIDADE  PIC X(20) VALUE SPACES.
           MOVE CTA-SALDO TO WRK-SALDO-ATUAL.
           CLOSE CONTAS.
           PERFORM 0150-BUSCA-CLIENTE.
           PERFORM 0160-BUSCA-CHEQUE.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
               END-IF
           END-IF.
           PERFORM 0180-MONTA-GERACOES.
           IF WRK-TEM-ESPELHO NOT EQUAL "S"
               AND WRK-DATA-INI NOT EQUAL SPACES
               PERFORM 0190-BUSCA-FOTO
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "EXTRATO_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "EXTRATO.REL" TO WRK-REL-PATH
                           NOT INVALID KEY
                               MOVE REG-NOME TO WRK-NOME-CLIENTE
                       END-READ
                       PERFORM 0155-BUSCA-ADICIONAIS
                       CLOSE CLIENTES
                   END-IF
               END-IF
               CLOSE CTACLI
           END-IF.

      *== CO-TITULARES/PROCURADORES DA CONTA (CHAVE CONTA+CLIENTE,
      *== START NO CLIENTE ZERO); SEM CTATIT.DAT A CONTA E INDIVIDUAL
       0155-BUSCA-ADICIONAIS       SECTION.
           MOVE ZEROS TO WRK-QTD-ADICIONAIS.
           ACCEPT WRK-TIT-PATH FROM ENVIRONMENT "CTATIT_PATH".
           IF WRK-TIT-PATH EQUAL SPACES
               MOVE "CTATIT.DAT" TO WRK-TIT-PATH
           END-IF.
           OPEN INPUT CTATIT.
           IF FS-CTATIT EQUAL 0
               MOVE WRK-CONTA TO TIT-CONTA
               MOVE ZEROS TO TIT-CLIENTE
               START CTATIT KEY IS NOT LESS TIT-CHAVE
                   INVALID KEY MOVE 23 TO FS-CTATIT
               END-START
               IF FS-CTATIT EQUAL 0
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
               END-IF
               PERFORM UNTIL FS-CTATIT GREATER 2
                   OR TIT-CONTA NOT EQUAL WRK-CONTA
                   OR WRK-QTD-ADICIONAIS EQUAL 10
                   ADD 1 TO WRK-QTD-ADICIONAIS
                   IF TIT-PAPEL EQUAL "P"
                       MOVE "PROCURADOR"
                           TO WRK-ADC-PAPEL(WRK-QTD-ADICIONAIS)
                   ELSE
                       MOVE "CO-TITULAR"
                           TO WRK-ADC-PAPEL(WRK-QTD-ADICIONAIS)
                   END-IF
                   MOVE TIT-CLIENTE TO WRK-ADC-ID(WRK-QTD-ADICIONAIS)
                   MOVE SPACES TO WRK-ADC-NOME(WRK-QTD-ADICIONAIS)
                   MOVE TIT-CLIENTE TO REG-ID
                   READ CLIENTES KEY IS REG-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE REG-NOME
                               TO WRK-ADC-NOME(WRK-QTD-ADICIONAIS)
                   END-READ
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
               END-PERFORM
               CLOSE CTATIT
           END-IF.

      *== LIMITE DE CHEQUE ESPECIAL DA CONTA; SEM O ARQUIVO OU SEM
      *== REGISTRO, O EXTRATO SAI SEM O QUADRO (A MENOS QUE HAJA
      *== JUROS COBRADOS NO PERIODO, DE LINHA JA CANCELADA)
       0160-BUSCA-CHEQUE           SECTION.
           ACCEPT WRK-CHQ-PATH FROM ENVIRONMENT "CTACHEQ_PATH".
           IF WRK-CHQ-PATH EQUAL SPACES
               MOVE "CTACHEQ.DAT" TO WRK-CHQ-PATH
           END-IF.
           OPEN INPUT CTACHEQ.
           IF FS-CTACHEQ EQUAL 0
               MOVE WRK-CONTA TO CHQ-CONTA
               READ CTACHEQ KEY IS CHQ-CONTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-TEM-CHEQUE
                       MOVE CHQ-LIMITE TO WRK-CHQ-LIMITE
               END-READ
               CLOSE CTACHEQ
           END-IF.
           ACCEPT WRK-HIS-PATH FROM ENVIRONMENT "CTACHEQ_HIS_PATH".
           IF WRK-HIS-PATH EQUAL SPACES
               MOVE "CTACHEQ.HIS" TO WRK-HIS-PATH
           END-IF.

      *== MONTA A LISTA DE GERACOES: AS MENSAIS EXISTENTES, DA MAIS
      *== ANTIGA PARA A MAIS NOVA, E O VIVO POR ULTIMO; A EXISTENCIA
      *== E TESTADA COM UM OPEN INPUT
                   ADD 1 TO WRK-QTD-GERACOES
                   MOVE WRK-JOR-PATH
                       TO WRK-GER-PATH(WRK-QTD-GERACOES)
                   MOVE WRK-MES-GERACAO
                       TO WRK-GER-MES(WRK-QTD-GERACOES)
               END-IF
           END-PERFORM.
      *== A LISTA FOI MONTADA DO MES MAIS NOVO PARA O MAIS ANTIGO:
                   MOVE WRK-GER-PATH(WRK-IDX-GER)
                       TO WRK-GER-PATH(WRK-IDX-MONTA)
                   MOVE WRK-JOR-PATH TO WRK-GER-PATH(WRK-IDX-GER)
                   MOVE WRK-GER-MES(WRK-IDX-MONTA) TO WRK-MES-GERACAO
                   MOVE WRK-GER-MES(WRK-IDX-GER)
                       TO WRK-GER-MES(WRK-IDX-MONTA)
                   MOVE WRK-MES-GERACAO TO WRK-GER-MES(WRK-IDX-GER)
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-QTD-GERACOES.
           MOVE WRK-JOR-BASE TO WRK-GER-PATH(WRK-QTD-GERACOES).
           MOVE 999999 TO WRK-GER-MES(WRK-QTD-GERACOES).
           MOVE WRK-JOR-BASE TO WRK-JOR-PATH.

       0185-MES-ANTERIOR           SECTION.
               COMPUTE WRK-MES-GERACAO = WRK-MES-GERACAO - 1
           END-IF.

      *== ULTIMA FOTO DE SALDO DA CONTA DATADA ANTES DO INICIO DO
      *== PERIODO; SEM ELA A ABERTURA E RECONSTRUIDA COMO SEMPRE
       0190-BUSCA-FOTO             SECTION.
           ACCEPT WRK-HSD-PATH FROM ENVIRONMENT "SALDOHIS_PATH".
           IF WRK-HSD-PATH EQUAL SPACES
               MOVE "SALDOHIS.DAT" TO WRK-HSD-PATH
           END-IF.
           OPEN INPUT SALDOHIS.
           IF FS-SALDOHIS EQUAL 0
               MOVE WRK-CONTA TO HSD-CONTA
               MOVE ZEROS TO HSD-DATA
               START SALDOHIS KEY IS NOT LESS THAN HSD-CHAVE
                   INVALID KEY MOVE 23 TO FS-SALDOHIS
               END-START
               IF FS-SALDOHIS EQUAL 0
                   READ SALDOHIS NEXT
                       AT END MOVE 10 TO FS-SALDOHIS
                   END-READ
               END-IF
               PERFORM UNTIL FS-SALDOHIS NOT EQUAL 0
                   OR HSD-CONTA NOT EQUAL WRK-CONTA
                   OR HSD-DATA NOT LESS FUNCTION NUMVAL(WRK-DATA-INI)
                   MOVE "S" TO WRK-TEM-FOTO
                   MOVE HSD-DATA  TO WRK-FOTO-DATA
                   MOVE HSD-SALDO TO WRK-FOTO-SALDO
                   READ SALDOHIS NEXT
                       AT END MOVE 10 TO FS-SALDOHIS
                   END-READ
               END-PERFORM
               CLOSE SALDOHIS
           END-IF.
           IF WRK-TEM-FOTO EQUAL "S"
               MOVE WRK-FOTO-DATA(1:6) TO WRK-FOTO-MES
               DISPLAY "EXTRATO: ABERTURA A PARTIR DA FOTO DE SALDO DE "
                       WRK-FOTO-DATA
           END-IF.

      *== PASSADA 1 PELAS GERACOES DO JORNAL: LIQUIDO TOTAL DA CONTA
      *== E LIQUIDO ANTERIOR AO INICIO DO PERIODO, PARA RECONSTRUIR
      *== O SALDO DE ABERTURA A PARTIR DO SALDO ATUAL
           IF WRK-TEM-ESPELHO EQUAL "S"
               PERFORM 0250-APURA-PELO-ESPELHO
           ELSE
      *== COM FOTO, GERACAO DE MES ANTERIOR AO DA FOTO JA ESTA NELA
               PERFORM VARYING WRK-IDX-GER FROM 1 BY 1
                       UNTIL WRK-IDX-GER GREATER WRK-QTD-GERACOES
                   IF WRK-TEM-FOTO NOT EQUAL "S"
                       OR WRK-GER-MES(WRK-IDX-GER) NOT LESS
                           WRK-FOTO-MES
                       MOVE WRK-GER-PATH(WRK-IDX-GER) TO WRK-JOR-PATH
                       PERFORM 0220-APURA-UMA-GERACAO
                   END-IF
               END-PERFORM
           END-IF.

                                   FROM WRK-NET-ANTES
                       END-EVALUATE
                   END-IF
                   IF WRK-TEM-FOTO EQUAL "S"
                       PERFORM 0225-ACUMULA-APOS-FOTO
                   END-IF
               END-IF
               READ JORNAL
                   AT END MOVE 10 TO FS-JORNAL
           END-PERFORM.
           CLOSE JORNAL.

      *== A FOTO TEM TUDO O QUE FOI POSTADO ATE O DIA DELA: ENTRA O
      *== POSTADO DEPOIS E DATADO ANTES DO PERIODO, SAI O POSTADO ATE
      *== A FOTO MAS DATADO DENTRO DO PERIODO (LANCAMENTO FUTURO)
       0225-ACUMULA-APOS-FOTO      SECTION.
           IF WRK-JOR-TIPO EQUAL "PAGAMENTO"
               MOVE WRK-JOR-VALOR TO WRK-JOR-LIQUIDO
           ELSE
               COMPUTE WRK-JOR-LIQUIDO = ZEROS - WRK-JOR-VALOR
           END-IF.
           IF WRK-JOR-POSTAGEM GREATER WRK-FOTO-DATA
               AND WRK-JOR-DATA LESS WRK-DATA-INI
               ADD WRK-JOR-LIQUIDO TO WRK-NET-FOTO
           END-IF.
           IF WRK-JOR-POSTAGEM NOT GREATER WRK-FOTO-DATA
               AND WRK-JOR-DATA NOT LESS WRK-DATA-INI
               SUBTRACT WRK-JOR-LIQUIDO FROM WRK-NET-FOTO
           END-IF.

       0230-FECHA-APURACAO         SECTION.
      *== JORNAL QUE, MESMO COM AS GERACOES, NAO ALCANCA O SEQ
      *== CORRENTE DO EXE1 E UMA COPIA PARCIAL: O SALDO VIVO INCLUI
                       WRK-MAIOR-SEQ " DE " WRK-SEQ-CORRENTE
                       ") - COLUNAS DE SALDO NAO CONFEREM"
           END-IF.
           IF WRK-TEM-FOTO EQUAL "S"
               COMPUTE WRK-SALDO-CORRENTE =
                   WRK-FOTO-SALDO + WRK-NET-FOTO
           ELSE
               COMPUTE WRK-SALDO-CORRENTE =
                   WRK-SALDO-ATUAL - WRK-NET-TOTAL + WRK-NET-ANTES
           END-IF.

      *== EXTRAI CONTA, DATA, TIPO E VALOR DA LINHA DO JORNAL;
      *== WRK-JOR-SELEC = "S" SO PARA LANCAMENTO EFETIVADO DA CONTA
           END-IF.
           MOVE JOR-LINHA(42:6)  TO WRK-JOR-CONTA.
           MOVE JOR-LINHA(21:8)  TO WRK-JOR-DATA.
           MOVE JOR-LINHA(21:8)  TO WRK-JOR-POSTAGEM.
           MOVE ZEROS TO WRK-JOR-RECUSA.
           INSPECT JOR-LINHA TALLYING WRK-JOR-RECUSA
               FOR ALL "RECUSADO".
           STRING "CONTA " WRK-CONTA "  CLIENTE " WRK-NOME-CLIENTE
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-ADICIONAL FROM 1 BY 1
               UNTIL WRK-IDX-ADICIONAL GREATER WRK-QTD-ADICIONAIS
               MOVE SPACES TO REL-LINHA
               STRING "             "
                       WRK-ADC-PAPEL(WRK-IDX-ADICIONAL) " "
                       WRK-ADC-ID(WRK-IDX-ADICIONAL) " "
                       WRK-ADC-NOME(WRK-IDX-ADICIONAL)
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           IF WRK-JORNAL-PARCIAL EQUAL "S"
               MOVE SPACES TO REL-LINHA
               STRING "*** AVISO: JORNAL PARCIAL (GERACAO ARQUIVADA)"
                   WRK-SALDO-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0360-IMPRIME-CHEQUE.
           CLOSE EXTRATO-REL.

       0320-IMPRIME-UMA-GERACAO    SECTION.
           END-IF.
           MOVE ZEROS TO FS-JORIDX.

      *== QUADRO DO CHEQUE ESPECIAL: LIMITE APROVADO, VALOR EM USO NO
      *== SALDO FINAL DO PERIODO E OS JUROS COBRADOS POR COMPETENCIA
      *== CUJA DATA DE ACUMULO CAI NO PERIODO
       0360-IMPRIME-CHEQUE         SECTION.
           MOVE ZEROS TO WRK-CHQ-EM-USO.
           IF WRK-SALDO-CORRENTE LESS ZEROS
               COMPUTE WRK-CHQ-EM-USO = ZEROS - WRK-SALDO-CORRENTE
           END-IF.
           OPEN INPUT CHEQUE-HIS.
           IF FS-HIS EQUAL 0
               READ CHEQUE-HIS
                   AT END MOVE 10 TO FS-HIS
               END-READ
               PERFORM UNTIL FS-HIS EQUAL 10
                   MOVE HIS-DATA TO WRK-HIS-DATA
                   IF HIS-CONTA EQUAL WRK-CONTA
                       AND (WRK-DATA-INI EQUAL SPACES
                           OR WRK-HIS-DATA NOT LESS WRK-DATA-INI)
                       AND (WRK-DATA-FIM EQUAL SPACES
                           OR WRK-HIS-DATA NOT GREATER WRK-DATA-FIM)
                       MOVE "S" TO WRK-TEM-CHEQUE
                       IF WRK-CHQ-QTD-JUROS EQUAL ZEROS
                           PERFORM 0365-CABECALHO-CHEQUE
                       END-IF
                       ADD 1 TO WRK-CHQ-QTD-JUROS
                       ADD HIS-JUROS TO WRK-CHQ-JUROS
                       MOVE HIS-JUROS TO WRK-VALOR-ED
                       MOVE SPACES TO REL-LINHA
                       STRING WRK-HIS-DATA(7:2) "/" WRK-HIS-DATA(5:2)
                               "/" WRK-HIS-DATA(1:4)
                               "  JUROS COMPETENCIA "
                               HIS-COMPETENCIA(5:2) "/"
                               HIS-COMPETENCIA(1:4)
                               " - " HIS-DIAS " DIA(S) NEGATIVO "
                               WRK-VALOR-ED
                               DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
                   READ CHEQUE-HIS
                       AT END MOVE 10 TO FS-HIS
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-HIS
           END-IF.
           IF WRK-TEM-CHEQUE EQUAL "S"
               IF WRK-CHQ-QTD-JUROS EQUAL ZEROS
                   PERFORM 0365-CABECALHO-CHEQUE
               END-IF
               MOVE WRK-CHQ-JUROS TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING "JUROS COBRADOS NO PERIODO" "            "
                       WRK-VALOR-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      *== O LIMITE E O VALOR EM USO ABREM O QUADRO, ANTES DA PRIMEIRA
      *== LINHA DE JUROS
       0365-CABECALHO-CHEQUE       SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CHEQUE ESPECIAL" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-CHQ-LIMITE TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LIMITE APROVADO" "                      "
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-CHQ-EM-USO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR EM USO NO FIM DO PERIODO" "       "
                   WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       0400-FINALIZAR              SECTION.
           IF WRK-TEM-ESPELHO EQUAL "S"
               CLOSE JORNAL-IDX
