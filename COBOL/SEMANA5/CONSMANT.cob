       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: REGISTRO DO CONSENTIMENTO DE MARKETING E
      *==           COMUNICACAO DO CLIENTE (CONSENT.DAT), UM POR
      *==           CANAL - EMAIL, TELEFONE/SMS E CORREIO - COM DATA,
      *==           ORIGEM E DATA DE RETIRADA; CONSULTAR, REGISTRAR
      *==           CONSENTIMENTO E REGISTRAR RETIRADA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: A CHAVE E O REG-ID DO CLIENTE + CANAL. NAO HA
      *==   EXCLUSAO: A RETIRADA SO CARIMBA A DATA E A ORIGEM, E O
      *==   REGISTRO FICA COMO PROVA. NOVO CONSENTIMENTO DEPOIS DE
      *==   UMA RETIRADA REGRAVA O CANAL E LIMPA A RETIRADA - A
      *==   HISTORIA COMPLETA FICA EM CONSENT.LOG (ANTES/DEPOIS COM
      *==   O OPERADOR DO SIGNON), QUE E O QUE O CONSREL IMPRIME.
      *==   CLIENTE SEM REGISTRO NO CANAL = SEM CONSENTIMENTO; E O
      *==   QUE O CLIEXP E O CLIDELTA RESPEITAM NOS FEEDS DO CRM
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
       FD  CONSENTIMENTOS.
       01  CNS-REG.
           05 CNS-CHAVE.
              10 CNS-CLIENTE     PIC 9(04).
              10 CNS-CANAL       PIC X(01).
      *== CNS-CLIENTE: REG-ID EM CLIENTES.DAT
      *== CNS-CANAL: "E" = EMAIL   "T" = TELEFONE/SMS
      *==            "P" = CORREIO (ENDERECO POSTAL)
           05 CNS-DATA-CONSENT   PIC 9(08).
           05 CNS-ORIGEM         PIC X(20).
      *== CNS-ORIGEM: ONDE O CLIENTE DEU O CONSENTIMENTO (LOJA,
      *== SITE, TELEFONE, FORMULARIO...)
           05 CNS-DATA-RETIRADA  PIC 9(08).
      *== CNS-DATA-RETIRADA: ZEROS = CONSENTIMENTO VIGENTE
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
       01  LOG-LINHA            PIC X(210).

       WORKING-STORAGE             SECTION.
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CNS-PATH: VARIAVEL DE AMBIENTE "CONSENT_PATH";
      *== SE NAO DEFINIDA, "CONSENT.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CONSENT_LOG_PATH";
      *== SE NAO DEFINIDA, "CONSENT.LOG"
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       77  WRK-CLIENTE     PIC 9(04) VALUE ZEROS.
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CANAL-DESC  PIC X(15) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "S".
       77  WRK-HOJE        PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ENTRADA PIC X(08) VALUE SPACES.
       77  WRK-DATA        PIC 9(08) VALUE ZEROS.
       77  WRK-ORIGEM      PIC X(20) VALUE SPACES.
       77  WRK-IDX         PIC 9(01) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(69) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(69) VALUE SPACES.

      *== OS TRES CANAIS, NA ORDEM DA CONSULTA
       01  WRK-CANAIS-TXT  PIC X(03) VALUE "ETP".
       01  FILLER REDEFINES WRK-CANAIS-TXT.
           05  WRK-CANAL-ITEM PIC X(01) OCCURS 3 TIMES.

       01  WRK-DATAVAL-AREA.
      *== AREA PARA VALIDAR A DATA INFORMADA VIA DATAMES
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "CONSMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "CONSMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-CNS-PATH FROM ENVIRONMENT "CONSENT_PATH".
           IF WRK-CNS-PATH EQUAL SPACES
               MOVE "CONSENT.DAT" TO WRK-CNS-PATH
           END-IF.
           OPEN I-O CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS EQUAL 35
               OPEN OUTPUT CONSENTIMENTOS
               CLOSE CONSENTIMENTOS
               OPEN I-O CONSENTIMENTOS
           END-IF.
           IF FS-CONSENTIMENTOS NOT EQUAL 0
               DISPLAY "CONSMANT: FALHA AO ABRIR " WRK-CNS-PATH
                       " FS=" FS-CONSENTIMENTOS
               STOP RUN
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
               DISPLAY "CONSMANT: FALHA AO ABRIR " WRK-CLI-PATH
                       " FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CONSENT_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CONSENT.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND CONSENT-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT CONSENT-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-REGISTRAR CONSENTIMENTO  "
                   "3-REGISTRAR RETIRADA  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-CONSENTIR
               WHEN 3
                   PERFORM 3000-RETIRAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== SITUACAO DO CLIENTE NOS TRES CANAIS
       1000-CONSULTAR              SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX GREATER 3
                   MOVE WRK-CANAL-ITEM(WRK-IDX) TO WRK-CANAL
                   PERFORM 8150-DESCREVE-CANAL
                   MOVE WRK-CLIENTE TO CNS-CLIENTE
                   MOVE WRK-CANAL   TO CNS-CANAL
                   READ CONSENTIMENTOS KEY IS CNS-CHAVE
                       INVALID KEY
                           DISPLAY WRK-CANAL-DESC
                                   " SEM CONSENTIMENTO REGISTRADO"
                       NOT INVALID KEY
                           IF CNS-DATA-RETIRADA EQUAL ZEROS
                               DISPLAY WRK-CANAL-DESC
                                       " VIGENTE DESDE "
                                       CNS-DATA-CONSENT
                                       " ORIGEM " CNS-ORIGEM
                           ELSE
                               DISPLAY WRK-CANAL-DESC
                                       " RETIRADO EM "
                                       CNS-DATA-RETIRADA
                                       " (" CNS-ORIGEM-RETIRADA ")"
                               DISPLAY "                "
                                       "CONSENTIDO EM "
                                       CNS-DATA-CONSENT
                                       " ORIGEM " CNS-ORIGEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *== CONSENTIMENTO NOVO GRAVA O CANAL; SE O CANAL JA EXISTIA
      *== COM RETIRADA, REGRAVA COM A NOVA DATA E LIMPA A RETIRADA
       2000-CONSENTIR              SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
               PERFORM 8100-PEDE-CANAL
               IF WRK-DADOS-OK EQUAL "S"
                   MOVE WRK-CLIENTE TO CNS-CLIENTE
                   MOVE WRK-CANAL   TO CNS-CANAL
                   READ CONSENTIMENTOS KEY IS CNS-CHAVE
                       INVALID KEY
                           MOVE SPACES TO WRK-REG-ANTES
                       NOT INVALID KEY
                           MOVE CNS-REG TO WRK-REG-ANTES
                   END-READ
                   IF WRK-REG-ANTES NOT EQUAL SPACES
                       AND CNS-DATA-RETIRADA EQUAL ZEROS
                       DISPLAY "CONSENTIMENTO JA VIGENTE DESDE "
                               CNS-DATA-CONSENT
                               " - OPERACAO CANCELADA"
                       MOVE "N" TO WRK-DADOS-OK
                   END-IF
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   DISPLAY "DATA DO CONSENTIMENTO (AAAAMMDD, EM "
                           "BRANCO = HOJE)...  "
                   PERFORM 8400-PEDE-DATA
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   DISPLAY "ORIGEM (LOJA, SITE, TELEFONE...)...  "
                   PERFORM 8500-PEDE-ORIGEM
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   MOVE SPACES TO CNS-REG
                   MOVE WRK-CLIENTE      TO CNS-CLIENTE
                   MOVE WRK-CANAL        TO CNS-CANAL
                   MOVE WRK-DATA         TO CNS-DATA-CONSENT
                   MOVE WRK-ORIGEM       TO CNS-ORIGEM
                   MOVE ZEROS            TO CNS-DATA-RETIRADA
                   MOVE WRK-SIG-OPERADOR TO CNS-OPERADOR
                   IF WRK-REG-ANTES EQUAL SPACES
                       WRITE CNS-REG
                           INVALID KEY
                               DISPLAY "ERRO AO REGISTRAR FS="
                                       FS-CONSENTIMENTOS
                           NOT INVALID KEY
                               MOVE CNS-REG TO WRK-REG-DEPOIS
                               MOVE "CONSENTIU" TO WRK-LOG-OPERACAO
                               PERFORM 9100-GRAVA-LOG
                               DISPLAY "CONSENTIMENTO REGISTRADO"
                       END-WRITE
                   ELSE
                       REWRITE CNS-REG
                           INVALID KEY
                               DISPLAY "ERRO AO REGISTRAR FS="
                                       FS-CONSENTIMENTOS
                           NOT INVALID KEY
                               MOVE CNS-REG TO WRK-REG-DEPOIS
                               MOVE "RECONSENTIU" TO WRK-LOG-OPERACAO
                               PERFORM 9100-GRAVA-LOG
                               DISPLAY "CONSENTIMENTO REGISTRADO "
                                       "NOVAMENTE"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *== A RETIRADA NAO PODE SER ANTERIOR AO CONSENTIMENTO NEM
      *== FUTURA; A ORIGEM DIZ COMO O CLIENTE PEDIU
       3000-RETIRAR                SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
               PERFORM 8100-PEDE-CANAL
               IF WRK-DADOS-OK EQUAL "S"
                   MOVE WRK-CLIENTE TO CNS-CLIENTE
                   MOVE WRK-CANAL   TO CNS-CANAL
                   READ CONSENTIMENTOS KEY IS CNS-CHAVE
                       INVALID KEY
                           DISPLAY "CANAL SEM CONSENTIMENTO "
                                   "REGISTRADO - NADA A RETIRAR"
                           MOVE "N" TO WRK-DADOS-OK
                       NOT INVALID KEY
                           MOVE CNS-REG TO WRK-REG-ANTES
                   END-READ
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   AND CNS-DATA-RETIRADA NOT EQUAL ZEROS
                   DISPLAY "CONSENTIMENTO JA RETIRADO EM "
                           CNS-DATA-RETIRADA
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   DISPLAY "CONSENTIDO EM " CNS-DATA-CONSENT
                           " ORIGEM " CNS-ORIGEM
                   DISPLAY "DATA DA RETIRADA (AAAAMMDD, EM BRANCO = "
                           "HOJE)...  "
                   PERFORM 8400-PEDE-DATA
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   AND WRK-DATA LESS CNS-DATA-CONSENT
                   DISPLAY "RETIRADA ANTERIOR AO CONSENTIMENTO - "
                           "OPERACAO CANCELADA"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   DISPLAY "COMO O CLIENTE PEDIU (EMAIL, LOJA, "
                           "TELEFONE...)...  "
                   PERFORM 8500-PEDE-ORIGEM
               END-IF
               IF WRK-DADOS-OK EQUAL "S"
                   MOVE WRK-DATA         TO CNS-DATA-RETIRADA
                   MOVE WRK-ORIGEM       TO CNS-ORIGEM-RETIRADA
                   MOVE WRK-SIG-OPERADOR TO CNS-OPERADOR
                   REWRITE CNS-REG
                       INVALID KEY
                           DISPLAY "ERRO AO REGISTRAR FS="
                                   FS-CONSENTIMENTOS
                       NOT INVALID KEY
                           MOVE CNS-REG TO WRK-REG-DEPOIS
                           MOVE "RETIROU" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "RETIRADA REGISTRADA"
                   END-REWRITE
               END-IF
           END-IF.

       8000-LE-CLIENTE             SECTION.
           MOVE WRK-CLIENTE TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
           END-READ.

       8100-PEDE-CANAL             SECTION.
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "CANAL (E-EMAIL  T-TELEFONE/SMS  P-CORREIO)...  ".
           ACCEPT WRK-CANAL.
           IF WRK-CANAL NOT EQUAL "E"
               AND WRK-CANAL NOT EQUAL "T"
               AND WRK-CANAL NOT EQUAL "P"
               DISPLAY "CANAL INVALIDO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

       8150-DESCREVE-CANAL         SECTION.
           EVALUATE WRK-CANAL
               WHEN "E" MOVE "EMAIL"        TO WRK-CANAL-DESC
               WHEN "T" MOVE "TELEFONE/SMS" TO WRK-CANAL-DESC
               WHEN "P" MOVE "CORREIO"      TO WRK-CANAL-DESC
           END-EVALUATE.

      *== DATA EM BRANCO VALE HOJE; INFORMADA, TEM DE SER VALIDA
      *== (DATAMES) E NAO PODE SER FUTURA
       8400-PEDE-DATA              SECTION.
           MOVE SPACES TO WRK-DATA-ENTRADA.
           ACCEPT WRK-DATA-ENTRADA.
           IF WRK-DATA-ENTRADA EQUAL SPACES
               MOVE WRK-HOJE TO WRK-DATA
           ELSE
               IF WRK-DATA-ENTRADA NOT NUMERIC
                   DISPLAY "DATA INVALIDA [" WRK-DATA-ENTRADA "]"
                   MOVE "N" TO WRK-DADOS-OK
               ELSE
                   MOVE WRK-DATA-ENTRADA TO WRK-DATA
                   MOVE WRK-DATA TO WRK-DATAVAL-ENTRADA
                   CALL "DATAMES" USING WRK-DATAVAL-AREA
                   IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
                       OR WRK-DATA EQUAL ZEROS
                       DISPLAY "DATA INVALIDA [" WRK-DATA-ENTRADA "]"
                       MOVE "N" TO WRK-DADOS-OK
                   ELSE
                       IF WRK-DATA GREATER WRK-HOJE
                           DISPLAY "DATA FUTURA NAO E ACEITA"
                           MOVE "N" TO WRK-DADOS-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8500-PEDE-ORIGEM            SECTION.
           MOVE SPACES TO WRK-ORIGEM.
           ACCEPT WRK-ORIGEM.
           IF WRK-ORIGEM EQUAL SPACES
               DISPLAY "ORIGEM E OBRIGATORIA - OPERACAO CANCELADA"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-OPERACAO
                  " ANTES=[" WRK-REG-ANTES
                  "] DEPOIS=[" WRK-REG-DEPOIS "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CONSENTIMENTOS.
           CLOSE CLIENTES.
           CLOSE CONSENT-LOG.
