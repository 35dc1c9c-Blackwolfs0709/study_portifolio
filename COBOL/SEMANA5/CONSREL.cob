       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RELATORIO DO CONSENTIMENTO DE MARKETING PARA
      *==           AUDITORIA - A SITUACAO ATUAL DE CADA CLIENTE POR
      *==           CANAL (CONSENT.DAT) E A HISTORIA COMPLETA DOS
      *==           EVENTOS (CONSENT.LOG): QUANDO CONSENTIU, POR QUAL
      *==           ORIGEM, QUANDO RETIROU E QUEM REGISTROU
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: CONSREL_ID (REG-ID) RESTRINGE O RELATORIO A UM
      *==   CLIENTE - E O QUE SE ENTREGA NUM PEDIDO DO TITULAR OU
      *==   NUMA AMOSTRA DO AUDITOR; EM BRANCO, TODOS. CANAL SEM
      *==   REGISTRO NAO APARECE: SEM REGISTRO = SEM CONSENTIMENTO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CONSENT-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== CONSENTIMENTO POR CLIENTE E CANAL (VER CONSMANT)
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

       FD  CONSENT-LOG.
       01  LOG-LINHA.
           05 LOG-DATAHORA       PIC X(17).
           05 FILLER             PIC X(01).
           05 LOG-OPERACAO       PIC X(12).
           05 FILLER             PIC X(08).
           05 LOG-ANTES          PIC X(69).
           05 FILLER             PIC X(10).
           05 LOG-DEPOIS.
              10 LOG-CLIENTE     PIC X(04).
              10 LOG-CANAL       PIC X(01).
              10 LOG-DATA-CONSENT PIC X(08).
              10 LOG-ORIGEM      PIC X(20).
              10 LOG-DATA-RETIRADA PIC X(08).
              10 LOG-ORIGEM-RETIRADA PIC X(20).
              10 LOG-CNS-OPERADOR PIC X(08).
           05 FILLER             PIC X(07).
           05 LOG-OPERADOR       PIC X(08).
           05 FILLER             PIC X(09).
      *== MESMA LINHA DO 9100-GRAVA-LOG DO CONSMANT: ANTES EM 39,
      *== DEPOIS EM 118, OPERADOR DO SIGNON EM 194

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CNS-PATH: VARIAVEL DE AMBIENTE "CONSENT_PATH";
      *== SE NAO DEFINIDA, "CONSENT.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CONSENT_LOG_PATH";
      *== SE NAO DEFINIDA, "CONSENT.LOG"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CONSREL_REL_PATH";
      *== SE NAO DEFINIDA, "CONSREL.REL"
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-FILTRO-TXT  PIC X(04) VALUE SPACES.
       77  WRK-FILTRO-ID   PIC 9(04) VALUE ZEROS.
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CANAL-DESC  PIC X(12) VALUE SPACES.
       77  WRK-NOME        PIC X(20) VALUE SPACES.
       77  WRK-TOTAL-CANAIS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-VIGENTE PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RETIRADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EVENTOS PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "CONSREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "CONSREL".
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

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-SITUACAO-ATUAL.
           PERFORM 0300-HISTORICO.
           PERFORM 0400-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-FILTRO-TXT FROM ENVIRONMENT "CONSREL_ID".
           IF WRK-FILTRO-TXT NOT EQUAL SPACES
               COMPUTE WRK-FILTRO-ID = FUNCTION NUMVAL(WRK-FILTRO-TXT)
           END-IF.
           ACCEPT WRK-CNS-PATH FROM ENVIRONMENT "CONSENT_PATH".
           IF WRK-CNS-PATH EQUAL SPACES
               MOVE "CONSENT.DAT" TO WRK-CNS-PATH
           END-IF.
           OPEN INPUT CONSENTIMENTOS.
           MOVE "CONSENT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONSENTIMENTOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CONSENT_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CONSENT.LOG" TO WRK-LOG-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CONSREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CONSREL.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "CONSENTIMENTO DE MARKETING - SITUACAO E HISTORICO"
               TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           IF WRK-FILTRO-ID GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               STRING "SOMENTE O CLIENTE " WRK-FILTRO-ID
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== UMA LINHA POR CLIENTE E CANAL REGISTRADO, NA ORDEM DA CHAVE
       0200-SITUACAO-ATUAL         SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "1. SITUACAO ATUAL POR CLIENTE E CANAL (CONSENT.DAT)"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "CLI  NOME                 CANAL        SITUACAO  "
               TO REL-LINHA.
           MOVE "DESDE     ORIGEM" TO REL-LINHA(50:16).
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-FILTRO-ID TO CNS-CLIENTE.
           MOVE LOW-VALUES TO CNS-CANAL.
           START CONSENTIMENTOS KEY IS NOT LESS CNS-CHAVE
               INVALID KEY MOVE 10 TO FS-CONSENTIMENTOS
           END-START.
           IF FS-CONSENTIMENTOS EQUAL 0
               READ CONSENTIMENTOS NEXT
                   AT END MOVE 10 TO FS-CONSENTIMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-CONSENTIMENTOS NOT EQUAL 0
                      OR (WRK-FILTRO-ID GREATER ZEROS
                          AND CNS-CLIENTE NOT EQUAL WRK-FILTRO-ID)
               PERFORM 0210-LISTA-CANAL
               READ CONSENTIMENTOS NEXT
                   AT END MOVE 10 TO FS-CONSENTIMENTOS
               END-READ
           END-PERFORM.

       0210-LISTA-CANAL            SECTION.
           ADD 1 TO WRK-TOTAL-CANAIS.
           MOVE CNS-CANAL TO WRK-CANAL.
           PERFORM 8100-DESCREVE-CANAL.
           MOVE CNS-CLIENTE TO REG-ID.
           PERFORM 8000-LE-NOME.
           MOVE SPACES TO REL-LINHA.
           IF CNS-DATA-RETIRADA EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-VIGENTE
               STRING CNS-CLIENTE " " WRK-NOME " " WRK-CANAL-DESC
                       " VIGENTE   " CNS-DATA-CONSENT "  " CNS-ORIGEM
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           ELSE
               ADD 1 TO WRK-TOTAL-RETIRADO
               STRING CNS-CLIENTE " " WRK-NOME " " WRK-CANAL-DESC
                       " RETIRADO  " CNS-DATA-CONSENT "  " CNS-ORIGEM
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
               MOVE SPACES TO REL-LINHA
               STRING "          RETIRADA EM " CNS-DATA-RETIRADA
                       " - " CNS-ORIGEM-RETIRADA
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== TODOS OS EVENTOS DO LOG, NA ORDEM EM QUE ACONTECERAM, COM O
      *== OPERADOR QUE REGISTROU
       0300-HISTORICO              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "2. HISTORICO DE EVENTOS (CONSENT.LOG)" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "DATA-HORA         EVENTO       CLI  CANAL        "
               TO REL-LINHA.
           MOVE "DATA      ORIGEM               OPERADOR"
               TO REL-LINHA(50:40).
           PERFORM 9600-GRAVA-REL.
           OPEN INPUT CONSENT-LOG.
           IF FS-LOG NOT EQUAL 0
               MOVE "  SEM CONSENT.LOG - NENHUM EVENTO REGISTRADO"
                   TO REL-LINHA
               PERFORM 9600-GRAVA-REL
           ELSE
               READ CONSENT-LOG
                   AT END MOVE 10 TO FS-LOG
               END-READ
               PERFORM UNTIL FS-LOG EQUAL 10
                   IF WRK-FILTRO-ID EQUAL ZEROS
                       OR LOG-CLIENTE EQUAL WRK-FILTRO-ID
                       PERFORM 0310-LISTA-EVENTO
                   END-IF
                   READ CONSENT-LOG
                       AT END MOVE 10 TO FS-LOG
                   END-READ
               END-PERFORM
               CLOSE CONSENT-LOG
           END-IF.

      *== NA RETIRADA A DATA E A ORIGEM QUE CONTAM SAO AS DA RETIRADA
       0310-LISTA-EVENTO           SECTION.
           ADD 1 TO WRK-TOTAL-EVENTOS.
           MOVE LOG-CANAL TO WRK-CANAL.
           PERFORM 8100-DESCREVE-CANAL.
           MOVE SPACES TO REL-LINHA.
           IF LOG-OPERACAO EQUAL "RETIROU"
               STRING LOG-DATAHORA " " LOG-OPERACAO " " LOG-CLIENTE
                       " " WRK-CANAL-DESC " " LOG-DATA-RETIRADA "  "
                       LOG-ORIGEM-RETIRADA " " LOG-OPERADOR
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING LOG-DATAHORA " " LOG-OPERACAO " " LOG-CLIENTE
                       " " WRK-CANAL-DESC " " LOG-DATA-CONSENT "  "
                       LOG-ORIGEM " " LOG-OPERADOR
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 9600-GRAVA-REL.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "CANAIS REGISTRADOS... " WRK-TOTAL-CANAIS
                   "   VIGENTES... " WRK-TOTAL-VIGENTE
                   "   RETIRADOS... " WRK-TOTAL-RETIRADO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "EVENTOS NO HISTORICO... " WRK-TOTAL-EVENTOS
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE CONSENTIMENTOS.
           IF FS-CLIENTES LESS 10 OR FS-CLIENTES EQUAL 23
               CLOSE CLIENTES
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-CANAIS TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS =
               WRK-TOTAL-CANAIS + WRK-TOTAL-EVENTOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CONSREL: CANAIS VIGENTES.... " WRK-TOTAL-VIGENTE.
           DISPLAY "CONSREL: CANAIS RETIRADOS... " WRK-TOTAL-RETIRADO.
           DISPLAY "CONSREL: EVENTOS............ " WRK-TOTAL-EVENTOS.
           DISPLAY "CONSREL: RELATORIO EM " WRK-REL-PATH.

       8000-LE-NOME                SECTION.
           MOVE SPACES TO WRK-NOME.
           IF FS-CLIENTES EQUAL 0 OR FS-CLIENTES EQUAL 23
               READ CLIENTES KEY IS REG-ID
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WRK-NOME
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME
               END-READ
           END-IF.

       8100-DESCREVE-CANAL         SECTION.
           EVALUATE WRK-CANAL
               WHEN "E" MOVE "EMAIL"        TO WRK-CANAL-DESC
               WHEN "T" MOVE "TELEFONE/SMS" TO WRK-CANAL-DESC
               WHEN "P" MOVE "CORREIO"      TO WRK-CANAL-DESC
               WHEN OTHER MOVE WRK-CANAL    TO WRK-CANAL-DESC
           END-EVALUATE.

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
