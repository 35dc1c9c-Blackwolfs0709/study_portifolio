      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: A DATA DO PROCESSAMENTO E O FECHAMENTO FISCAL
      *==   DO MES (LNK-FIM-MES-UTIL DO DATADIF); O CONTROLE
      *==   CTAJUROS.CTL IMPEDE RODAR DUAS VEZES A MESMA COMPETENCIA.
      *==   CONTA COM CHEQUE ESPECIAL (CTACHEQ.DAT, VER CTAMANT) PAGA
      *==   JUROS ("D") SOBRE OS DIAS DO MES EM QUE FICOU NEGATIVA: O
      *==   SALDO DE CADA DIA E RECONSTRUIDO PARA TRAS A PARTIR DO
      *==   SALDO ATUAL COM OS LANCAMENTOS DO JORNAL.LOG VIVO (O
      *==   LOGARQ SO ARQUIVA MES FECHADO); CADA COBRANCA FICA
      *==   REGISTRADA EM CTACHEQ.HIS PARA O EXTRATO.
      *==   JUROS E ISENCAO DE TARIFA SAO SOBRE O SALDO MEDIO DIARIO
      *==   DA COMPETENCIA, TIRADO DAS FOTOS DO FECHADIA EM
      *==   SALDOHIS.DAT; JUROS_BASE="F" VOLTA AO SALDO FINAL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT PRODUTOS ASSIGN TO DYNAMIC WRK-PRD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.
           SELECT CTACHEQ ASSIGN TO DYNAMIC WRK-CHQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CONTA
               FILE STATUS IS FS-CTACHEQ.
           SELECT SALDOHIS ASSIGN TO DYNAMIC WRK-HSD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSD-CHAVE
               FILE STATUS IS FS-SALDOHIS.
           SELECT JORNAL ASSIGN TO DYNAMIC WRK-JOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNAL.
           SELECT CHEQUE-HIS ASSIGN TO DYNAMIC WRK-HIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HIS.

       DATA DIVISION.
       FILE SECTION.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  MOVIMENTOS-OUT.
       01  MOV-REG.
           05 PRD-TAXA-JUROS     PIC 9(02)V9999.
           05 PRD-TARIFA         PIC 9(05)V99.
           05 PRD-ISENCAO-PISO   PIC 9(009)V99.
           05 PRD-LIM-DEB-DIA    PIC 9(009)V99.
           05 PRD-LIM-DEB-TRANS  PIC 9(009)V99.
           05 PRD-LIM-TRF-DIA    PIC 9(009)V99.
           05 PRD-LIM-TRF-TRANS  PIC 9(009)V99.
      *== PRD-LIM-...: LIMITES DO EXE1 (VER PRODMANT) - NAO USADOS
      *== AQUI, SO PARA O REGISTRO TER O TAMANHO DO CATALOGO

      *== LIMITE DE CHEQUE ESPECIAL POR CONTA (GRAVADO PELO CTAMANT)
       FD  CTACHEQ.
       01  CHQ-REG.
           05 CHQ-CONTA          PIC 9(06).
           05 CHQ-LIMITE         PIC 9(009)V99.

      *== FOTO DO SALDO NO FIM DE CADA DIA (GRAVADA PELO FECHADIA)
       FD  SALDOHIS.
       01  HSD-REG.
           05 HSD-CHAVE.
               10 HSD-CONTA      PIC 9(06).
               10 HSD-DATA       PIC 9(08).
           05 HSD-SALDO          PIC S9(009)V99.
           05 HSD-SITUACAO       PIC X(01).

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).

      *== HISTORICO DOS JUROS DE CHEQUE ESPECIAL COBRADOS, UMA LINHA
      *== POR CONTA E COMPETENCIA (LIDO PELO EXTRATO)
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
      *== HIS-SOMA-DEVEDOR: SOMA DOS SALDOS NEGATIVOS DIARIOS (EM
      *== VALOR ABSOLUTO) - A BASE SOBRE A QUAL A TAXA INCIDE
           05 FILLER             PIC X(01).
           05 HIS-TAXA           PIC 9(02)V9999.
           05 FILLER             PIC X(01).
           05 HIS-JUROS          PIC 9(009)V99.

       WORKING-STORAGE             SECTION.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ISENCAO-CONTA PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-ISENTAS PIC 9(06) VALUE ZEROS.

      *=============CHEQUE ESPECIAL: CONTAS COM LINHA EM CTACHEQ.DAT E
      *=============O LIQUIDO DO JORNAL POR DIA DA COMPETENCIA, PARA
      *=============RECONSTRUIR O SALDO DE CADA DIA DO MES
       77  WRK-CHQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CHQ-PATH: VARIAVEL DE AMBIENTE "CTACHEQ_PATH";
      *== SE NAO DEFINIDA, "CTACHEQ.DAT"
       77  WRK-JOR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-JOR-PATH: VARIAVEL DE AMBIENTE "JORNAL_PATH";
      *== SE NAO DEFINIDA, "JORNAL.LOG"
       77  WRK-HIS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HIS-PATH: VARIAVEL DE AMBIENTE "CTACHEQ_HIS_PATH";
      *== SE NAO DEFINIDA, "CTACHEQ.HIS"
       77  FS-CTACHEQ      PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77  FS-HIS          PIC 9(02) VALUE ZEROS.
       77  WRK-CHQ-TAXA-TXT PIC X(10) VALUE SPACES.
       77  WRK-CHQ-TAXA    PIC 9(02)V9999 VALUE ZEROS.
      *== WRK-CHQ-TAXA: PERCENTUAL MENSAL SOBRE O SALDO DEVEDOR,
      *== VARIAVEL DE AMBIENTE "CHEQUE_TAXA_MENSAL" (EX: 8,00); SE
      *== AUSENTE, 8,00 - COBRADO POR DIA NEGATIVO, A 1/30 DA TAXA
       77  WRK-QTD-CHQ     PIC 9(04) VALUE ZEROS.
       01  WRK-TAB-CHEQUES.
           05 WRK-CHQ-ITEM OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WRK-QTD-CHQ
                           ASCENDING KEY IS WRK-CHQ-CONTA
                           INDEXED BY IDX-CHQ.
               10 WRK-CHQ-CONTA   PIC 9(06).
               10 WRK-CHQ-APOS    PIC S9(011)V99.
      *== WRK-CHQ-APOS: LIQUIDO DATADO DEPOIS DO FECHAMENTO - SAI DO
      *== SALDO ATUAL ANTES DE DESCER DIA A DIA
               10 WRK-CHQ-DIA     PIC S9(011)V99 OCCURS 31 TIMES.
       77  WRK-CHQ-ACHADA  PIC X(01) VALUE "N".
       77  WRK-MES-INI     PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-DIA     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DIA     PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-DIA   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-SOMA-DEVEDOR PIC 9(011)V99 VALUE ZEROS.
       77  WRK-DIAS-NEGATIVOS PIC 9(02) VALUE ZEROS.
       77  WRK-JUROS-CHQ   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS-CHQ PIC S9(010)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONTAS-CHQ PIC 9(06) VALUE ZEROS.
       77  WRK-JUROS-CHQ-ED PIC Z.ZZZ.ZZZ.ZZ9,99.
      *== CAMPOS EXTRAIDOS DA LINHA DO JORNAL (MESMAS POSICOES FIXAS
      *== QUE O EXTRATO LE DO STRING DO EXE1)
       77  WRK-JOR-CONTA   PIC X(06) VALUE SPACES.
       77  WRK-JOR-CONTA-N PIC 9(06) VALUE ZEROS.
       77  WRK-JOR-DATA    PIC X(08) VALUE SPACES.
       77  WRK-JOR-DATA-N  PIC 9(08) VALUE ZEROS.
       77  WRK-JOR-VALOR   PIC S9(011)V99 VALUE ZEROS.
       77  WRK-JOR-RECUSA  PIC 9(02) VALUE ZEROS.
       77  WRK-JOR-SELEC   PIC X(01) VALUE "N".

      *=============SALDO MEDIO DIARIO DA COMPETENCIA (SALDOHIS.DAT)
       77  WRK-HSD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HSD-PATH: VARIAVEL DE AMBIENTE "SALDOHIS_PATH";
      *== SE NAO DEFINIDA, "SALDOHIS.DAT"
       77  FS-SALDOHIS     PIC 9(02) VALUE ZEROS.
       77  WRK-BASE-JUROS  PIC X(01) VALUE SPACES.
      *== WRK-BASE-JUROS: VARIAVEL DE AMBIENTE "JUROS_BASE"; "M" (OU
      *== AUSENTE) = SALDO MEDIO DIARIO, "F" = SALDO FINAL (ANTIGO)
       77  WRK-TEM-HISTORICO PIC X(01) VALUE "N".
       77  WRK-SALDO-BASE  PIC S9(011)V99 VALUE ZEROS.
      *== WRK-SALDO-BASE: SALDO SOBRE O QUAL CORREM JUROS E ISENCAO
       77  WRK-MES-ANT-INI PIC 9(08) VALUE ZEROS.
       77  WRK-SOMA-SALDOS PIC S9(013)V99 VALUE ZEROS.
       77  WRK-DIAS-SALDO  PIC 9(02) VALUE ZEROS.
       77  WRK-FOTOS-MES   PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-ANT     PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-FOTO    PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-CORRIDO PIC S9(009)V99 VALUE ZEROS.
       77  WRK-TEM-SALDO   PIC X(01) VALUE "N".
       77  WRK-TOTAL-MEDIO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FINAL PIC 9(06) VALUE ZEROS.

       01  WRK-DATADIF-AREA.
           05  WRK-DIF-DATA1    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-DATA2    PIC 9(08) VALUE ZEROS.
           END-IF.

           PERFORM 0150-CARREGA-PRODUTOS.
           PERFORM 0160-CARREGA-CHEQUES.
           PERFORM 0190-ABRE-HISTORICO.
           IF WRK-QTD-CHQ GREATER ZEROS
               PERFORM 0170-APURA-JORNAL
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
               MOVE "CTAJUROS.PAG" TO WRK-MOV-PATH
           END-IF.
           OPEN OUTPUT MOVIMENTOS-OUT.
           ACCEPT WRK-HIS-PATH FROM ENVIRONMENT "CTACHEQ_HIS_PATH".
           IF WRK-HIS-PATH EQUAL SPACES
               MOVE "CTACHEQ.HIS" TO WRK-HIS-PATH
           END-IF.
           OPEN EXTEND CHEQUE-HIS.
           IF FS-HIS NOT EQUAL 0
               OPEN OUTPUT CHEQUE-HIS
           END-IF.
           MOVE SPACES TO MOV-REG-LOTE.
           MOVE "H"             TO MOV-LOTE-TIPO.
           MOVE WRK-COMPETENCIA TO MOV-LOTE-NUMERO.
               END-IF
           END-IF.

      *== CONTAS COM LINHA DE CHEQUE ESPECIAL (MESMO COM LIMITE JA
      *== ZERADO: O MES PODE TER USADO A LINHA ANTES DO CANCELAMENTO),
      *== LIDAS EM ORDEM DE CHAVE - A TABELA JA NASCE ORDENADA
       0160-CARREGA-CHEQUES        SECTION.
           ACCEPT WRK-CHQ-TAXA-TXT FROM ENVIRONMENT
               "CHEQUE_TAXA_MENSAL".
           IF WRK-CHQ-TAXA-TXT EQUAL SPACES
               MOVE 8,00 TO WRK-CHQ-TAXA
           ELSE
               COMPUTE WRK-CHQ-TAXA =
                   FUNCTION NUMVAL(WRK-CHQ-TAXA-TXT)
           END-IF.
           ACCEPT WRK-CHQ-PATH FROM ENVIRONMENT "CTACHEQ_PATH".
           IF WRK-CHQ-PATH EQUAL SPACES
               MOVE "CTACHEQ.DAT" TO WRK-CHQ-PATH
           END-IF.
           OPEN INPUT CTACHEQ.
           IF FS-CTACHEQ NOT EQUAL 0
               DISPLAY "CTAJUROS: SEM LIMITES DE CHEQUE ESPECIAL ("
                       WRK-CHQ-PATH ") - NADA A COBRAR"
           ELSE
               READ CTACHEQ NEXT
                   AT END MOVE 10 TO FS-CTACHEQ
               END-READ
               PERFORM UNTIL FS-CTACHEQ GREATER 2
                   IF WRK-QTD-CHQ LESS 2000
                       ADD 1 TO WRK-QTD-CHQ
                       MOVE CHQ-CONTA TO WRK-CHQ-CONTA(WRK-QTD-CHQ)
                       MOVE ZEROS TO WRK-CHQ-APOS(WRK-QTD-CHQ)
                       PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                               UNTIL WRK-IDX-DIA GREATER 31
                           MOVE ZEROS
                               TO WRK-CHQ-DIA(WRK-QTD-CHQ, WRK-IDX-DIA)
                       END-PERFORM
                   ELSE
                       DISPLAY "CTAJUROS: LIMITE DE 2000 CONTAS COM "
                               "CHEQUE ESPECIAL - CONTA " CHQ-CONTA
                               " SEM COBRANCA"
                   END-IF
                   READ CTACHEQ NEXT
                       AT END MOVE 10 TO FS-CTACHEQ
                   END-READ
               END-PERFORM
               CLOSE CTACHEQ
           END-IF.
           COMPUTE WRK-MES-INI = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-ULT-DIA = FUNCTION MOD(WRK-DIF-FIM-MES, 100).

      *== LIQUIDO POR DIA DE MOVIMENTO DAS CONTAS DA TABELA: SO LINHA
      *== EFETIVADA (RECUSADA NAO MOVE SALDO); DATA ANTERIOR AO MES
      *== NAO INTERESSA, DATA POSTERIOR AO FECHAMENTO VAI PARA O
      *== WRK-CHQ-APOS
       0170-APURA-JORNAL           SECTION.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
           END-IF.
           OPEN INPUT JORNAL.
           IF FS-JORNAL NOT EQUAL 0
               DISPLAY "CTAJUROS: JORNAL " WRK-JOR-PATH
                       " INDISPONIVEL - DIAS NEGATIVOS PELO SALDO "
                       "ATUAL"
           ELSE
               READ JORNAL
                   AT END MOVE 10 TO FS-JORNAL
               END-READ
               PERFORM UNTIL FS-JORNAL EQUAL 10
                   PERFORM 0175-PARSE-LINHA
                   IF WRK-JOR-SELEC EQUAL "S"
                       PERFORM 0180-ACUMULA-DIA
                   END-IF
                   READ JORNAL
                       AT END MOVE 10 TO FS-JORNAL
                   END-READ
               END-PERFORM
               CLOSE JORNAL
           END-IF.

      *== CONTA, DATA E VALOR COM SINAL (CREDITO POSITIVO) DA LINHA
       0175-PARSE-LINHA            SECTION.
           MOVE "N" TO WRK-JOR-SELEC.
           MOVE JOR-LINHA(42:6) TO WRK-JOR-CONTA.
           MOVE JOR-LINHA(21:8) TO WRK-JOR-DATA.
           MOVE ZEROS TO WRK-JOR-RECUSA.
           INSPECT JOR-LINHA TALLYING WRK-JOR-RECUSA
               FOR ALL "RECUSADO".
           IF WRK-JOR-CONTA IS NUMERIC
               AND WRK-JOR-RECUSA EQUAL ZEROS
               EVALUATE TRUE
                   WHEN JOR-LINHA(49:10) EQUAL "PAGAMENTO="
                       COMPUTE WRK-JOR-VALOR =
                           FUNCTION NUMVAL-C(JOR-LINHA(59:14))
                       IF JOR-LINHA(74:8) EQUAL "DATAMOV="
                           MOVE JOR-LINHA(82:8) TO WRK-JOR-DATA
                       END-IF
                       MOVE "S" TO WRK-JOR-SELEC
                   WHEN JOR-LINHA(49:8) EQUAL "ESTORNO="
                       COMPUTE WRK-JOR-VALOR = ZEROS -
                           FUNCTION NUMVAL-C(JOR-LINHA(57:14))
                       IF JOR-LINHA(72:8) EQUAL "DATAMOV="
                           MOVE JOR-LINHA(80:8) TO WRK-JOR-DATA
                       END-IF
                       MOVE "S" TO WRK-JOR-SELEC
                   WHEN JOR-LINHA(49:7) EQUAL "DEBITO="
                       COMPUTE WRK-JOR-VALOR = ZEROS -
                           FUNCTION NUMVAL-C(JOR-LINHA(56:14))
                       IF JOR-LINHA(71:8) EQUAL "DATAMOV="
                           MOVE JOR-LINHA(79:8) TO WRK-JOR-DATA
                       END-IF
                       MOVE "S" TO WRK-JOR-SELEC
               END-EVALUATE
           END-IF.
           IF WRK-JOR-SELEC EQUAL "S"
               AND WRK-JOR-DATA IS NOT NUMERIC
               MOVE "N" TO WRK-JOR-SELEC
           END-IF.

       0180-ACUMULA-DIA            SECTION.
           MOVE WRK-JOR-CONTA TO WRK-JOR-CONTA-N.
           MOVE WRK-JOR-DATA  TO WRK-JOR-DATA-N.
           IF WRK-JOR-DATA-N NOT LESS WRK-MES-INI
               SET IDX-CHQ TO 1
               SEARCH ALL WRK-CHQ-ITEM
                   AT END
                       CONTINUE
                   WHEN WRK-CHQ-CONTA(IDX-CHQ) EQUAL WRK-JOR-CONTA-N
                       IF WRK-JOR-DATA-N GREATER WRK-DIF-FIM-MES
                           ADD WRK-JOR-VALOR TO WRK-CHQ-APOS(IDX-CHQ)
                       ELSE
                           COMPUTE WRK-IDX-DIA =
                               FUNCTION MOD(WRK-JOR-DATA-N, 100)
                           IF WRK-IDX-DIA GREATER ZEROS
                               ADD WRK-JOR-VALOR
                                 TO WRK-CHQ-DIA(IDX-CHQ, WRK-IDX-DIA)
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

      *== HISTORICO DE SALDOS: SEM ELE (OU COM JUROS_BASE="F") OS
      *== JUROS CORREM SOBRE O SALDO FINAL, COMO SEMPRE FOI
       0190-ABRE-HISTORICO         SECTION.
           ACCEPT WRK-BASE-JUROS FROM ENVIRONMENT "JUROS_BASE".
           IF WRK-BASE-JUROS NOT EQUAL "F"
               MOVE "M" TO WRK-BASE-JUROS
               ACCEPT WRK-HSD-PATH FROM ENVIRONMENT "SALDOHIS_PATH"
               IF WRK-HSD-PATH EQUAL SPACES
                   MOVE "SALDOHIS.DAT" TO WRK-HSD-PATH
               END-IF
               OPEN INPUT SALDOHIS
               IF FS-SALDOHIS EQUAL 0
                   MOVE "S" TO WRK-TEM-HISTORICO
               ELSE
                   DISPLAY "CTAJUROS: SEM HISTORICO DE SALDOS ("
                           WRK-HSD-PATH ") - JUROS SOBRE SALDO FINAL"
               END-IF
           END-IF.
      *== PRIMEIRO DIA DO MES ANTERIOR: A ULTIMA FOTO DELE E O SALDO
      *== QUE ENTRA NO MES ATE A PRIMEIRA FOTO DA COMPETENCIA
           IF FUNCTION MOD(WRK-COMPETENCIA, 100) EQUAL 1
               COMPUTE WRK-MES-ANT-INI =
                   (WRK-COMPETENCIA - 100 + 11) * 100 + 1
           ELSE
               COMPUTE WRK-MES-ANT-INI =
                   (WRK-COMPETENCIA - 1) * 100 + 1
           END-IF.

       0200-PROCESSAR              SECTION.
           READ CONTAS
               AT END MOVE 10 TO FS-CONTAS
           END-READ.
           PERFORM UNTIL FS-CONTAS EQUAL 10
               ADD 1 TO WRK-TOTAL-CONTAS
      *== CONTA ENCERRADA NAO RENDE JUROS NEM PAGA TARIFA (O EXE1
      *== RECUSARIA O LANCAMENTO) - NEM JUROS DE CHEQUE ESPECIAL
               IF CTA-SITUACAO NOT EQUAL "E"
                   PERFORM 0210-GERA-MOVIMENTOS
                   IF WRK-QTD-CHQ GREATER ZEROS
                       PERFORM 0220-JUROS-CHEQUE
                   END-IF
               END-IF
               READ CONTAS
                   AT END MOVE 10 TO FS-CONTAS
      *== JUROS SO SOBRE SALDO POSITIVO; TARIFA CONFORME O PRODUTO
      *== DA CONTA (ISENTA ACIMA DO PISO DO PRODUTO)
           PERFORM 0205-REGRAS-DA-CONTA.
           PERFORM 0230-APURA-SALDO-BASE.
           IF WRK-SALDO-BASE GREATER ZEROS
               COMPUTE WRK-JUROS ROUNDED =
                   WRK-SALDO-BASE * WRK-TAXA-CONTA / 100
               IF WRK-JUROS GREATER ZEROS
                   MOVE SPACES TO MOV-REG
                   MOVE "P"        TO MOV-TIPO
               END-IF
           END-IF.
           IF WRK-ISENCAO-CONTA GREATER ZEROS
               AND WRK-SALDO-BASE NOT LESS WRK-ISENCAO-CONTA
               ADD 1 TO WRK-TOTAL-ISENTAS
           ELSE
           IF WRK-TARIFA-CONTA GREATER ZEROS
           END-IF
           END-IF.

      *== SALDO DE FIM DE DIA DESCENDO DO FECHAMENTO AO DIA 1: O DO
      *== ULTIMO DIA E O SALDO ATUAL MENOS O DATADO DEPOIS DELE; O
      *== DIA ANTERIOR E ESTE MENOS O LIQUIDO DO DIA. CADA DIA
      *== NEGATIVO SOMA O DEVEDOR, E A TAXA MENSAL CORRE A 1/30 POR
      *== DIA
       0220-JUROS-CHEQUE           SECTION.
           MOVE "N" TO WRK-CHQ-ACHADA.
           SET IDX-CHQ TO 1.
           SEARCH ALL WRK-CHQ-ITEM
               AT END
                   CONTINUE
               WHEN WRK-CHQ-CONTA(IDX-CHQ) EQUAL CTA-NUMERO
                   MOVE "S" TO WRK-CHQ-ACHADA
           END-SEARCH.
           IF WRK-CHQ-ACHADA EQUAL "S"
               MOVE ZEROS TO WRK-SOMA-DEVEDOR
               MOVE ZEROS TO WRK-DIAS-NEGATIVOS
               COMPUTE WRK-SALDO-DIA =
                   CTA-SALDO - WRK-CHQ-APOS(IDX-CHQ)
               PERFORM VARYING WRK-IDX-DIA FROM WRK-ULT-DIA BY -1
                       UNTIL WRK-IDX-DIA LESS 1
                   IF WRK-SALDO-DIA LESS ZEROS
                       SUBTRACT WRK-SALDO-DIA FROM WRK-SOMA-DEVEDOR
                       ADD 1 TO WRK-DIAS-NEGATIVOS
                   END-IF
                   SUBTRACT WRK-CHQ-DIA(IDX-CHQ, WRK-IDX-DIA)
                       FROM WRK-SALDO-DIA
               END-PERFORM
               COMPUTE WRK-JUROS-CHQ ROUNDED =
                   WRK-SOMA-DEVEDOR * WRK-CHQ-TAXA / 100 / 30
               IF WRK-JUROS-CHQ GREATER ZEROS
                   MOVE SPACES TO MOV-REG
                   MOVE "D"        TO MOV-TIPO
                   MOVE CTA-NUMERO TO MOV-CONTA
                   MOVE WRK-JUROS-CHQ TO MOV-VALOR
                   MOVE ZEROS      TO MOV-REF-SEQ
                   MOVE WRK-DIF-FIM-MES TO MOV-DATA
                   WRITE MOV-REG
                   ADD 1 TO WRK-TOTAL-MOV
                   ADD 1 TO WRK-TOTAL-CONTAS-CHQ
                   ADD WRK-JUROS-CHQ TO WRK-TOTAL-JUROS-CHQ
                   MOVE SPACES TO WRK-RAZ-DEBITO
                   STRING "C" CTA-NUMERO DELIMITED BY SIZE
                           INTO WRK-RAZ-DEBITO
                   MOVE "RECJUROS" TO WRK-RAZ-CREDITO
                   MOVE WRK-JUROS-CHQ TO WRK-RAZ-VALOR
                   PERFORM 9700-ESPELHA-RAZAO
                   MOVE SPACES TO HIS-REG
                   MOVE CTA-NUMERO         TO HIS-CONTA
                   MOVE WRK-COMPETENCIA    TO HIS-COMPETENCIA
                   MOVE WRK-DIF-FIM-MES    TO HIS-DATA
                   MOVE WRK-DIAS-NEGATIVOS TO HIS-DIAS
                   MOVE WRK-SOMA-DEVEDOR   TO HIS-SOMA-DEVEDOR
                   MOVE WRK-CHQ-TAXA       TO HIS-TAXA
                   MOVE WRK-JUROS-CHQ      TO HIS-JUROS
                   WRITE HIS-REG
               END-IF
           END-IF.

      *== SALDO MEDIO DIARIO: CADA DIA DA COMPETENCIA ATE O FECHAMENTO
      *== VALE A FOTO DO DIA OU, SEM ELA, A ULTIMA FOTO ANTERIOR; OS
      *== DIAS DEPOIS DA ULTIMA FOTO VALEM O SALDO ATUAL (O FECHADIA
      *== DO DIA AINDA NAO RODOU); DIAS ANTES DA ABERTURA DA CONTA
      *== (SEM SALDO CONHECIDO) FICAM FORA DA MEDIA. SEM NENHUMA FOTO
      *== NA COMPETENCIA, VALE O SALDO FINAL
       0230-APURA-SALDO-BASE       SECTION.
           MOVE CTA-SALDO TO WRK-SALDO-BASE.
           IF WRK-TEM-HISTORICO NOT EQUAL "S"
               ADD 1 TO WRK-TOTAL-FINAL
               GO TO 0230-APURA-SALDO-BASE-FIM
           END-IF.
           MOVE ZEROS TO WRK-SOMA-SALDOS.
           MOVE ZEROS TO WRK-DIAS-SALDO.
           MOVE ZEROS TO WRK-FOTOS-MES.
           MOVE ZEROS TO WRK-DIA-ANT.
           MOVE ZEROS TO WRK-SALDO-CORRIDO.
           MOVE "N"   TO WRK-TEM-SALDO.
           MOVE CTA-NUMERO      TO HSD-CONTA.
           MOVE WRK-MES-ANT-INI TO HSD-DATA.
           START SALDOHIS KEY IS NOT LESS THAN HSD-CHAVE
               INVALID KEY MOVE 23 TO FS-SALDOHIS
           END-START.
           IF FS-SALDOHIS EQUAL 0
               READ SALDOHIS NEXT
                   AT END MOVE 10 TO FS-SALDOHIS
               END-READ
           END-IF.
           PERFORM UNTIL FS-SALDOHIS NOT EQUAL 0
               OR HSD-CONTA NOT EQUAL CTA-NUMERO
               OR HSD-DATA GREATER WRK-DIF-FIM-MES
               IF HSD-DATA LESS WRK-MES-INI
                   MOVE HSD-SALDO TO WRK-SALDO-CORRIDO
                   MOVE "S" TO WRK-TEM-SALDO
               ELSE
                   COMPUTE WRK-DIA-FOTO = HSD-DATA - WRK-MES-INI + 1
                   IF WRK-TEM-SALDO EQUAL "S"
                       COMPUTE WRK-SOMA-SALDOS = WRK-SOMA-SALDOS
                           + WRK-SALDO-CORRIDO
                           * (WRK-DIA-FOTO - WRK-DIA-ANT - 1)
                       COMPUTE WRK-DIAS-SALDO = WRK-DIAS-SALDO
                           + WRK-DIA-FOTO - WRK-DIA-ANT - 1
                   END-IF
                   ADD HSD-SALDO TO WRK-SOMA-SALDOS
                   ADD 1 TO WRK-DIAS-SALDO
                   ADD 1 TO WRK-FOTOS-MES
                   MOVE HSD-SALDO TO WRK-SALDO-CORRIDO
                   MOVE "S" TO WRK-TEM-SALDO
                   MOVE WRK-DIA-FOTO TO WRK-DIA-ANT
               END-IF
               READ SALDOHIS NEXT
                   AT END MOVE 10 TO FS-SALDOHIS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-SALDOHIS.
           IF WRK-FOTOS-MES EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-FINAL
               GO TO 0230-APURA-SALDO-BASE-FIM
           END-IF.
           IF WRK-DIA-ANT LESS WRK-ULT-DIA
               COMPUTE WRK-SOMA-SALDOS = WRK-SOMA-SALDOS
                   + CTA-SALDO * (WRK-ULT-DIA - WRK-DIA-ANT)
               COMPUTE WRK-DIAS-SALDO = WRK-DIAS-SALDO
                   + WRK-ULT-DIA - WRK-DIA-ANT
           END-IF.
           COMPUTE WRK-SALDO-BASE ROUNDED =
               WRK-SOMA-SALDOS / WRK-DIAS-SALDO.
           ADD 1 TO WRK-TOTAL-MEDIO.
       0230-APURA-SALDO-BASE-FIM. EXIT.

      *== TAXA, TARIFA E PISO DE ISENCAO DA CONTA CORRENTE: DO
      *== PRODUTO VINCULADO QUANDO HOUVER, SENAO OS PADROES DA
      *== INSTALACAO (COMPORTAMENTO ANTIGO)
           IF WRK-TEM-PRODUTOS EQUAL "S"
               CLOSE CTAPROD
           END-IF.
           IF WRK-TEM-HISTORICO EQUAL "S"
               CLOSE SALDOHIS
           END-IF.
      *== TRAILER DE CONTROLE: QUANTIDADE E SOMA DOS MOVIMENTOS,
      *== PARA A PRE-CRITICA E O EXE1 PROVAREM A COMPLETUDE DO LOTE
           MOVE SPACES TO MOV-REG-TRAILER.
           MOVE "T" TO MOV-TRL-TIPO.
           MOVE WRK-TOTAL-MOV TO MOV-TRL-QTD.
           COMPUTE MOV-TRL-VALOR =
               WRK-TOTAL-JUROS + WRK-TOTAL-TARIFA
               + WRK-TOTAL-JUROS-CHQ.
           WRITE MOV-REG-TRAILER.
           CLOSE MOVIMENTOS-OUT.
           CLOSE CHEQUE-HIS.
           OPEN OUTPUT CONTROLE.
           MOVE WRK-COMPETENCIA TO CTL-COMPETENCIA.
           WRITE CTL-REG.
           CLOSE CONTROLE.
           MOVE WRK-TOTAL-JUROS  TO WRK-JUROS-ED.
           MOVE WRK-TOTAL-TARIFA TO WRK-TARIFA-ED.
           MOVE WRK-TOTAL-JUROS-CHQ TO WRK-JUROS-CHQ-ED.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-CONTAS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-MOV TO WRK-RUN-GRAVADOS.
           DISPLAY "CTAJUROS: TARIFAS DEBITADAS... " WRK-TARIFA-ED.
           DISPLAY "CTAJUROS: CONTAS ISENTAS...... "
                   WRK-TOTAL-ISENTAS.
           DISPLAY "CTAJUROS: BASE SALDO MEDIO.... " WRK-TOTAL-MEDIO.
           DISPLAY "CTAJUROS: BASE SALDO FINAL.... " WRK-TOTAL-FINAL.
           DISPLAY "CTAJUROS: CONTAS C/ CHEQUE ESP. "
                   WRK-TOTAL-CONTAS-CHQ.
           DISPLAY "CTAJUROS: JUROS CHEQUE ESPEC.. " WRK-JUROS-CHQ-ED.
           DISPLAY "CTAJUROS: LOTE GRAVADO EM " WRK-MOV-PATH.
           DISPLAY "CTAJUROS: POSTE O LOTE VIA EXE1 COM "
                   "PAGAMENTOS_PATH=" FUNCTION TRIM(WRK-MOV-PATH).
