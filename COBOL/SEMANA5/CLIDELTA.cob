      *==           DE OPERACAO - EM VEZ DO DUMP COMPLETO DO CLIEXP
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: INCLUSAO E EXCLUSAO DENTRO DA MESMA JANELA SE
      *==   ANULAM E NAO SAEM NO FEED. O CONSENTIMENTO POR CANAL
      *==   (CONSENT.DAT, VER CONSMANT) SAI NAS TRES ULTIMAS COLUNAS
      *==   E, SEM ELE, O CAMPO DO CANAL SAI EM BRANCO (A MENOS QUE
      *==   CLIDELTA_CONSENTIMENTO="M", SO MARCA); MUDANCA DE
      *==   CONSENTIMENTO EM CONSENT.LOG TAMBEM GERA DELTA "A" COM A
      *==   IMAGEM ATUAL DO CLIENTE, PARA O CRM APAGAR OU RECEBER O
      *==   CAMPO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT CONTROLE ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT CONSENT-LOG ASSIGN TO DYNAMIC WRK-CLG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONSENT-LOG.
           SELECT CONSENTIMENTOS ASSIGN TO DYNAMIC WRK-CNS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS FS-CONSENTIMENTOS.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT DELTA-CSV ASSIGN TO DYNAMIC WRK-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  CONTROLE.
       01  CTL-REG.
      *== EVENTO JA ENVIADO; QUANDO O LOGARQ CORTA O LOG E A MARCA
      *== POR LINHA DEIXA DE VALER, A JANELA PASSA A SER POR ESTE
      *== CARIMBO
           05 FILLER            PIC X(01).
           05 CTL-ULT-CONSENT   PIC 9(08).
      *== CTL-ULT-CONSENT: LINHAS DE CONSENT.LOG JA ENVIADAS (NO
      *== CONTROLE ANTIGO, SEM ESTE CAMPO, VALE ZERO)

       FD  CONSENT-LOG.
       01  CLG-LINHA            PIC X(210).

       FD  CONSENTIMENTOS.
       01  CNS-REG.
           05 CNS-CHAVE.
              10 CNS-CLIENTE     PIC 9(04).
              10 CNS-CANAL       PIC X(01).
           05 CNS-DATA-CONSENT   PIC 9(08).
           05 CNS-ORIGEM         PIC X(20).
           05 CNS-DATA-RETIRADA  PIC 9(08).
           05 CNS-ORIGEM-RETIRADA PIC X(20).
           05 CNS-OPERADOR       PIC X(08).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  DELTA-CSV.
       01  CSV-LINHA            PIC X(160).
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-CSV          PIC 9(02) VALUE ZEROS.
       77  WRK-CLG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CLG-PATH: VARIAVEL DE AMBIENTE "CONSENT_LOG_PATH";
      *== SE NAO DEFINIDA, "CONSENT.LOG"
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CNS-PATH: VARIAVEL DE AMBIENTE "CONSENT_PATH";
      *== SE NAO DEFINIDA, "CONSENT.DAT" - SEM O ARQUIVO, NINGUEM
      *== TEM CONSENTIMENTO
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  FS-CONSENT-LOG  PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-CNS-ABERTO  PIC X(01) VALUE "N".
       77  WRK-MODO-CONSENT PIC X(01) VALUE SPACES.
      *== WRK-MODO-CONSENT: VARIAVEL DE AMBIENTE
      *== "CLIDELTA_CONSENTIMENTO" - "S" (PADRAO) SUPRIME O CAMPO DO
      *== CANAL SEM CONSENTIMENTO, "M" SO MARCA NAS COLUNAS CONS_
       77  WRK-ULT-CONSENT PIC 9(08) VALUE ZEROS.
       77  WRK-LINHA-CONSENT PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONSENT PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONS PIC 9(06) VALUE ZEROS.
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CONS-OK     PIC X(01) VALUE SPACES.
       77  WRK-CONS-EMAIL  PIC X(01) VALUE SPACES.
       77  WRK-CONS-FONE   PIC X(01) VALUE SPACES.
       77  WRK-CONS-POSTAL PIC X(01) VALUE SPACES.
       77  WRK-ULT-LINHA   PIC 9(08) VALUE ZEROS.
       77  WRK-LINHA-ATUAL PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-DATAHORA PIC X(17) VALUE SPACES.
       77  WRK-TOTAL-ANULADO PIC 9(06) VALUE ZEROS.

       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
       01  WRK-IMAGEM       PIC X(121) VALUE SPACES.
       01  FILLER REDEFINES WRK-IMAGEM.
           05 WRK-IMG-ID        PIC X(04).
           05 WRK-IMG-NOME      PIC X(20).
           05 WRK-IMG-ENDERECO  PIC X(40).
           05 WRK-IMG-EMAIL     PIC X(30).
           05 WRK-IMG-STATUS    PIC X(01).
           05 WRK-IMG-TIPO-DOC  PIC X(01).
           05 WRK-IMG-DOCUMENTO PIC X(14).
       77  WRK-ID-NUM      PIC 9(05) VALUE ZEROS.
      *== 9(05), NAO 9(04): O LACO DE VARREDURA VAI ATE 10000 E UM
      *== CAMPO DE 4 DIGITOS NUNCA PASSARIA DE 9999
           05  WRK-ESTADO-ID   OCCURS 10000 TIMES PIC X(01)
                                VALUE SPACES.
       01  WRK-TAB-IMAGEM.
           05  WRK-IMAGEM-ID   OCCURS 10000 TIMES PIC X(121)
                                VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULA-DELTAS.
           PERFORM 0250-ACUMULA-CONSENT.
           PERFORM 0300-GRAVA-FEED.
           PERFORM 0400-ATUALIZA-CONTROLE.
           PERFORM 0500-FINALIZAR.
                   NOT AT END
                       MOVE CTL-ULT-LINHA TO WRK-ULT-LINHA
                       MOVE CTL-ULT-DATAHORA TO WRK-ULT-DATAHORA
                       IF CTL-ULT-CONSENT IS NUMERIC
                           MOVE CTL-ULT-CONSENT TO WRK-ULT-CONSENT
                       END-IF
               END-READ
               CLOSE CONTROLE
           END-IF.
           MOVE LOG-LINHA(19:10) TO WRK-LOG-OPERACAO.
      *== EXCLUSAO E ARQUIVAMENTO (CLIARQ) SO TEM A IMAGEM ANTES;
      *== OS DEMAIS EVENTOS CARREGAM O REGISTRO EM DEPOIS
      *== LINHA COM "] DEPOIS=[" NA POSICAO 143 E DA IMAGEM ANTIGA,
      *== DE 106 BYTES (SEM CPF/CNPJ); A ATUAL TEM 121 E DEPOIS EM 168
           EVALUATE TRUE
               WHEN (WRK-LOG-OPERACAO EQUAL "EXCLUSAO"
                   OR WRK-LOG-OPERACAO EQUAL "ARQUIVADO")
                   AND LOG-LINHA(143:10) EQUAL "] DEPOIS=["
                   MOVE LOG-LINHA(37:106) TO WRK-IMAGEM
               WHEN WRK-LOG-OPERACAO EQUAL "EXCLUSAO"
                   OR WRK-LOG-OPERACAO EQUAL "ARQUIVADO"
                   MOVE LOG-LINHA(37:121) TO WRK-IMAGEM
               WHEN LOG-LINHA(143:10) EQUAL "] DEPOIS=["
                   MOVE LOG-LINHA(153:106) TO WRK-IMAGEM
               WHEN OTHER
                   MOVE LOG-LINHA(168:121) TO WRK-IMAGEM
           END-EVALUATE.
           IF WRK-IMG-ID IS NUMERIC
               MOVE WRK-IMG-ID TO WRK-ID-NUM
               EVALUATE WRK-LOG-OPERACAO
               END-EVALUATE
           END-IF.

      *== MUDANCAS DE CONSENTIMENTO DESDE O ULTIMO FEED: O CLIENTE
      *== SEM OUTRO DELTA NA JANELA VAI COMO "A" COM A IMAGEM ATUAL
      *== DE CLIENTES.DAT. SE O CONSENT.LOG TEM MENOS LINHAS QUE A
      *== MARCA (ARQUIVO REFEITO), REENVIA TODOS OS EVENTOS DELE -
      *== DUPLICAR UM "A" NAO FAZ MAL, PERDER UMA RETIRADA FAZ
       0250-ACUMULA-CONSENT        SECTION.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           ACCEPT WRK-CLG-PATH FROM ENVIRONMENT "CONSENT_LOG_PATH".
           IF WRK-CLG-PATH EQUAL SPACES
               MOVE "CONSENT.LOG" TO WRK-CLG-PATH
           END-IF.
           MOVE WRK-ULT-CONSENT TO WRK-LINHA-CONSENT.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
               DISPLAY "CLIDELTA: FALHA AO ABRIR " WRK-CLI-PATH
                       " FS=" FS-CLIENTES " - MUDANCAS DE "
                       "CONSENTIMENTO FICAM PARA O PROXIMO FEED"
           ELSE
               OPEN INPUT CONSENT-LOG
               IF FS-CONSENT-LOG EQUAL 0
                   MOVE ZEROS TO WRK-LINHA-CONSENT
                   READ CONSENT-LOG
                       AT END MOVE 10 TO FS-CONSENT-LOG
                   END-READ
                   PERFORM UNTIL FS-CONSENT-LOG EQUAL 10
                       ADD 1 TO WRK-LINHA-CONSENT
                       READ CONSENT-LOG
                           AT END MOVE 10 TO FS-CONSENT-LOG
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-LOG
                   IF WRK-ULT-CONSENT GREATER WRK-LINHA-CONSENT
                       DISPLAY "CLIDELTA: CONSENT.LOG MENOR QUE A "
                               "MARCA - REENVIANDO TODOS OS EVENTOS"
                       MOVE ZEROS TO WRK-ULT-CONSENT
                   END-IF
                   MOVE ZEROS TO WRK-LINHA-CONSENT
                   OPEN INPUT CONSENT-LOG
                   READ CONSENT-LOG
                       AT END MOVE 10 TO FS-CONSENT-LOG
                   END-READ
                   PERFORM UNTIL FS-CONSENT-LOG EQUAL 10
                       ADD 1 TO WRK-LINHA-CONSENT
                       IF WRK-LINHA-CONSENT GREATER WRK-ULT-CONSENT
                           ADD 1 TO WRK-TOTAL-CONSENT
                           PERFORM 0260-APLICA-CONSENT
                       END-IF
                       READ CONSENT-LOG
                           AT END MOVE 10 TO FS-CONSENT-LOG
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-LOG
               END-IF
               CLOSE CLIENTES
           END-IF.

      *== O REG-ID VEM NO INICIO DA IMAGEM DEPOIS (POSICAO 118)
       0260-APLICA-CONSENT         SECTION.
           IF CLG-LINHA(118:4) IS NUMERIC
               MOVE CLG-LINHA(118:4) TO WRK-ID-NUM
               IF WRK-ESTADO-ID(WRK-ID-NUM + 1) EQUAL SPACES
                   MOVE WRK-ID-NUM TO REG-ID
                   READ CLIENTES KEY IS REG-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "A" TO WRK-ESTADO-ID(WRK-ID-NUM + 1)
                           MOVE REG-CLIENTES
                               TO WRK-IMAGEM-ID(WRK-ID-NUM + 1)
                   END-READ
               END-IF
           END-IF.

       0300-GRAVA-FEED             SECTION.
           ACCEPT WRK-CNS-PATH FROM ENVIRONMENT "CONSENT_PATH".
           IF WRK-CNS-PATH EQUAL SPACES
               MOVE "CONSENT.DAT" TO WRK-CNS-PATH
           END-IF.
           OPEN INPUT CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS EQUAL 0
               MOVE "S" TO WRK-CNS-ABERTO
           ELSE
               DISPLAY "CLIDELTA: " WRK-CNS-PATH " INDISPONIVEL FS="
                       FS-CONSENTIMENTOS " - NENHUM CLIENTE COM "
                       "CONSENTIMENTO"
           END-IF.
           ACCEPT WRK-MODO-CONSENT
               FROM ENVIRONMENT "CLIDELTA_CONSENTIMENTO".
           IF WRK-MODO-CONSENT NOT EQUAL "M"
               MOVE "S" TO WRK-MODO-CONSENT
           END-IF.
           OPEN OUTPUT DELTA-CSV.
           MOVE SPACES TO CSV-LINHA.
           STRING "OPERACAO,ID,NOME,TELEFONE,ENDERECO,EMAIL,STATUS"
                   ",CONS_EMAIL,CONS_FONE,CONS_CORREIO"
                   DELIMITED BY SIZE INTO CSV-LINHA.
           WRITE CSV-LINHA.
           PERFORM VARYING WRK-ID-NUM FROM 0 BY 1
                   UNTIL WRK-ID-NUM GREATER 9999
               END-EVALUATE
           END-PERFORM.
           CLOSE DELTA-CSV.
           IF WRK-CNS-ABERTO EQUAL "S"
               CLOSE CONSENTIMENTOS
           END-IF.

       0310-ESCREVE-DELTA          SECTION.
           ADD 1 TO WRK-TOTAL-FEED.
           MOVE WRK-IMAGEM-ID(WRK-ID-NUM + 1) TO WRK-IMAGEM.
           PERFORM 0320-CONFERE-CONSENT.
           MOVE SPACES TO CSV-LINHA.
           STRING WRK-ESTADO-ID(WRK-ID-NUM + 1) DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  '"'                   DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WRK-IMG-STATUS        DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WRK-CONS-EMAIL        DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WRK-CONS-FONE         DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WRK-CONS-POSTAL       DELIMITED BY SIZE
                  INTO CSV-LINHA
           END-STRING.
           WRITE CSV-LINHA.

      *== MESMA REGRA DO CLIEXP: VIGENTE = REGISTRO DO CANAL SEM
      *== DATA DE RETIRADA; NO MODO "S" O CAMPO SEM ELE SAI EM BRANCO
       0320-CONFERE-CONSENT        SECTION.
           MOVE "E" TO WRK-CANAL.
           PERFORM 0330-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-EMAIL.
           MOVE "T" TO WRK-CANAL.
           PERFORM 0330-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-FONE.
           MOVE "P" TO WRK-CANAL.
           PERFORM 0330-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-POSTAL.
           IF WRK-CONS-EMAIL EQUAL "N"
               OR WRK-CONS-FONE EQUAL "N"
               OR WRK-CONS-POSTAL EQUAL "N"
               ADD 1 TO WRK-TOTAL-SEM-CONS
           END-IF.
           IF WRK-MODO-CONSENT EQUAL "S"
               IF WRK-CONS-EMAIL EQUAL "N"
                   MOVE SPACES TO WRK-IMG-EMAIL
               END-IF
               IF WRK-CONS-FONE EQUAL "N"
                   MOVE SPACES TO WRK-IMG-TELEFONE
               END-IF
               IF WRK-CONS-POSTAL EQUAL "N"
                   MOVE SPACES TO WRK-IMG-ENDERECO
               END-IF
           END-IF.

       0330-LE-CANAL               SECTION.
           MOVE "N" TO WRK-CONS-OK.
           IF WRK-CNS-ABERTO EQUAL "S"
               AND WRK-IMG-ID IS NUMERIC
               MOVE WRK-IMG-ID TO CNS-CLIENTE
               MOVE WRK-CANAL  TO CNS-CANAL
               READ CONSENTIMENTOS KEY IS CNS-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CNS-DATA-RETIRADA EQUAL ZEROS
                           MOVE "S" TO WRK-CONS-OK
                       END-IF
               END-READ
           END-IF.

       0400-ATUALIZA-CONTROLE      SECTION.
           OPEN OUTPUT CONTROLE.
           MOVE SPACES TO CTL-REG.
           ELSE
               MOVE WRK-ULT-DATAHORA TO CTL-ULT-DATAHORA
           END-IF.
           MOVE WRK-LINHA-CONSENT TO CTL-ULT-CONSENT.
           WRITE CTL-REG.
           CLOSE CONTROLE.

           DISPLAY "CLIDELTA: CLIENTES NO FEED.... " WRK-TOTAL-FEED.
           DISPLAY "CLIDELTA: ANULADOS NA JANELA.. "
                   WRK-TOTAL-ANULADO.
           DISPLAY "CLIDELTA: MUDANCAS DE CONSENT. "
                   WRK-TOTAL-CONSENT.
           DISPLAY "CLIDELTA: SEM CONSENTIMENTO... "
                   WRK-TOTAL-SEM-CONS.
           DISPLAY "CLIDELTA: FEED GRAVADO EM " WRK-CSV-PATH.
