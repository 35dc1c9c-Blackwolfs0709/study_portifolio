      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: O PARSER DE CSV COM ASPAS E O MESMO DESENHO DO
      *==   CLIIMP; O EXTRATO DO CRM ENTRA POR CRMRECON_CSV_PATH
      *==   (PADRAO "CRM.CSV") COM AS MESMAS COLUNAS DO CLIEXP.
      *==   CANAL SEM CONSENTIMENTO (CONSENT.DAT, VER CONSMANT) VAI
      *==   EM BRANCO NOS FEEDS: BRANCO NO CRM E O ESPERADO, NAO
      *==   DIVERGENCIA; DADO NO CRM SEM CONSENTIMENTO E APONTADO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CONSENTIMENTOS ASSIGN TO DYNAMIC WRK-CNS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS FS-CONSENTIMENTOS.
           SELECT CONTROLE ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

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

       FD  CONTROLE.
       01  CTL-REG.
           05 CTL-ULT-DATAHORA  PIC X(17).

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CRMRECON_REL_PATH";
      *== SE NAO DEFINIDA, "CRMRECON.REL"
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CNS-PATH: VARIAVEL DE AMBIENTE "CONSENT_PATH";
      *== SE NAO DEFINIDA, "CONSENT.DAT"
       77  FS-CSV          PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  WRK-CNS-ABERTO  PIC X(01) VALUE "N".
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CONS-OK     PIC X(01) VALUE SPACES.
       77  WRK-CONS-EMAIL  PIC X(01) VALUE SPACES.
       77  WRK-CONS-FONE   PIC X(01) VALUE SPACES.
       77  WRK-CONS-POSTAL PIC X(01) VALUE SPACES.
       77  WRK-TOTAL-SUPRIMIDO PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONS PIC 9(04) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CLIENTES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CNS-PATH FROM ENVIRONMENT "CONSENT_PATH".
           IF WRK-CNS-PATH EQUAL SPACES
               MOVE "CONSENT.DAT" TO WRK-CNS-PATH
           END-IF.
           OPEN INPUT CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS EQUAL 0
               MOVE "S" TO WRK-CNS-ABERTO
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CRMRECON_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CRMRECON.REL" TO WRK-REL-PATH
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           PERFORM 0250-CONFERE-CONSENT.
           IF WRK-CONS-FONE EQUAL "N"
               IF WRK-CSV-TELEFONE EQUAL SPACES
                   ADD 1 TO WRK-TOTAL-SUPRIMIDO
               ELSE
                   PERFORM 0240-APONTA-CAMPO
                   ADD 1 TO WRK-TOTAL-SEM-CONS
                   MOVE SPACES TO REL-LINHA
                   STRING "  TELEFONE: CRM GUARDA DADO SEM "
                           "CONSENTIMENTO ["
                           FUNCTION TRIM(WRK-CSV-TELEFONE) "]"
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           ELSE
           IF WRK-CSV-TELEFONE NOT EQUAL REG-TELEFONE
               PERFORM 0240-APONTA-CAMPO
               MOVE SPACES TO REL-LINHA
                       "] X NOSSO [" FUNCTION TRIM(REG-TELEFONE) "]"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF
           END-IF.
           IF WRK-CONS-POSTAL EQUAL "N"
               IF WRK-CSV-ENDERECO EQUAL SPACES
                   ADD 1 TO WRK-TOTAL-SUPRIMIDO
               ELSE
                   PERFORM 0240-APONTA-CAMPO
                   ADD 1 TO WRK-TOTAL-SEM-CONS
                   MOVE SPACES TO REL-LINHA
                   STRING "  ENDERECO: CRM GUARDA DADO SEM "
                           "CONSENTIMENTO ["
                           FUNCTION TRIM(WRK-CSV-ENDERECO) "]"
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           ELSE
           IF WRK-CSV-ENDERECO NOT EQUAL REG-ENDERECO
               PERFORM 0240-APONTA-CAMPO
               MOVE SPACES TO REL-LINHA
                       "] X NOSSO [" FUNCTION TRIM(REG-ENDERECO) "]"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF
           END-IF.
           IF WRK-CONS-EMAIL EQUAL "N"
               IF WRK-CSV-EMAIL EQUAL SPACES
                   ADD 1 TO WRK-TOTAL-SUPRIMIDO
               ELSE
                   PERFORM 0240-APONTA-CAMPO
                   ADD 1 TO WRK-TOTAL-SEM-CONS
                   MOVE SPACES TO REL-LINHA
                   STRING "  EMAIL: CRM GUARDA DADO SEM "
                           "CONSENTIMENTO ["
                           FUNCTION TRIM(WRK-CSV-EMAIL) "]"
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               END-IF
           ELSE
           IF WRK-CSV-EMAIL NOT EQUAL REG-EMAIL
               PERFORM 0240-APONTA-CAMPO
               MOVE SPACES TO REL-LINHA
                       "] X NOSSO [" FUNCTION TRIM(REG-EMAIL) "]"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF
           END-IF.
           IF WRK-CSV-STATUS NOT EQUAL REG-STATUS
               PERFORM 0240-APONTA-CAMPO
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== CONSENTIMENTO VIGENTE POR CANAL, MESMA REGRA DO CLIEXP
       0250-CONFERE-CONSENT         SECTION.
           MOVE "E" TO WRK-CANAL.
           PERFORM 0260-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-EMAIL.
           MOVE "T" TO WRK-CANAL.
           PERFORM 0260-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-FONE.
           MOVE "P" TO WRK-CANAL.
           PERFORM 0260-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-POSTAL.

       0260-LE-CANAL                SECTION.
           MOVE "N" TO WRK-CONS-OK.
           IF WRK-CNS-ABERTO EQUAL "S"
               MOVE REG-ID    TO CNS-CLIENTE
               MOVE WRK-CANAL TO CNS-CANAL
               READ CONSENTIMENTOS KEY IS CNS-CHAVE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CNS-DATA-RETIRADA EQUAL ZEROS
                           MOVE "S" TO WRK-CONS-OK
                       END-IF
               END-READ
           END-IF.

       0270-QUALIFICA               SECTION.
           IF WRK-ID-NUM GREATER ZEROS
               AND WRK-PEN-ITEM(WRK-ID-NUM) EQUAL "S"
                   "  SO NO SISTEMA: " WRK-TOTAL-SO-NOS
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "CAMPOS SUPRIMIDOS POR CONSENTIMENTO: "
                   WRK-TOTAL-SUPRIMIDO
                   "  DADO NO CRM SEM CONSENTIMENTO: "
                   WRK-TOTAL-SEM-CONS
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE CLIENTES.
           IF WRK-CNS-ABERTO EQUAL "S"
               CLOSE CONSENTIMENTOS
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-CRM TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-REJEITADOS =
