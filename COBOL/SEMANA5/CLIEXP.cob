      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: EXPORTAR O CADASTRO DE CLIENTES PARA CSV
      *== DATA: 05/03/2025
      *== OBSERVAÇÕES: GERADO PARA A EQUIPE DE CRM/MARKETING. O
      *==   CONSENTIMENTO POR CANAL (CONSENT.DAT, VER CONSMANT) SAI NAS
      *==   TRES ULTIMAS COLUNAS (S/N); SEM CONSENTIMENTO VIGENTE, O
      *==   CAMPO DO CANAL (EMAIL, TELEFONE, ENDERECO) SAI EM BRANCO,
      *==   A MENOS QUE CLIEXP_CONSENTIMENTO="M" (SO MARCA). A LINHA
      *==   DO CLIENTE CONTINUA SAINDO - O CRMRECON CONTA COM ELA
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
           SELECT CLIENTES-CSV ASSIGN TO DYNAMIC WRK-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.
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

       FD  CLIENTES-CSV.
       01  CSV-LINHA            PIC X(150).
       77  WRK-CSV-PATH    PIC X(100) VALUE SPACES.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CSV          PIC 9(02) VALUE ZEROS.
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CNS-PATH: VARIAVEL DE AMBIENTE "CONSENT_PATH";
      *== SE NAO DEFINIDA, "CONSENT.DAT" - SEM O ARQUIVO, NINGUEM
      *== TEM CONSENTIMENTO
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  WRK-CNS-ABERTO  PIC X(01) VALUE "N".
       77  WRK-MODO-CONSENT PIC X(01) VALUE SPACES.
      *== WRK-MODO-CONSENT: VARIAVEL DE AMBIENTE
      *== "CLIEXP_CONSENTIMENTO" - "S" (PADRAO) SUPRIME O CAMPO DO
      *== CANAL SEM CONSENTIMENTO, "M" SO MARCA NAS COLUNAS CONS_
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CONS-OK     PIC X(01) VALUE SPACES.
       77  WRK-CONS-EMAIL  PIC X(01) VALUE SPACES.
       77  WRK-CONS-FONE   PIC X(01) VALUE SPACES.
       77  WRK-CONS-POSTAL PIC X(01) VALUE SPACES.
       77  WRK-TOTAL-SEM-CONS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REG   PIC 9(06) VALUE ZEROS.
       77  WRK-ID-ED       PIC 9999.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
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
           ELSE
               DISPLAY "CLIEXP: " WRK-CNS-PATH " INDISPONIVEL FS="
                       FS-CONSENTIMENTOS " - NENHUM CLIENTE COM "
                       "CONSENTIMENTO"
           END-IF.
           ACCEPT WRK-MODO-CONSENT
               FROM ENVIRONMENT "CLIEXP_CONSENTIMENTO".
           IF WRK-MODO-CONSENT NOT EQUAL "M"
               MOVE "S" TO WRK-MODO-CONSENT
           END-IF.
           OPEN OUTPUT CLIENTES-CSV.
      *== CABECALHO DE CONTROLE: ORIGEM, DATA (VALIDADA PELO
      *== DATAMES) E LOTE - O CONSUMIDOR (CLIIMP/CLIDUP) CONFERE
                   WRK-DATA-HOJE(3:6)
                   DELIMITED BY SIZE INTO CSV-LINHA.
           WRITE CSV-LINHA.
           MOVE SPACES TO CSV-LINHA.
           STRING "ID,NOME,TELEFONE,ENDERECO,EMAIL,STATUS,DOCUMENTO"
                   ",CONS_EMAIL,CONS_FONE,CONS_CORREIO"
                   DELIMITED BY SIZE INTO CSV-LINHA.
           WRITE CSV-LINHA.

       0200-EXPORTAR                SECTION.
           END-READ.
           PERFORM UNTIL FS-CLIENTES EQUAL 10
               MOVE REG-ID TO WRK-ID-ED
               PERFORM 0210-CONFERE-CONSENT
      *== LINHA LIMPA ANTES DO STRING: COM O DOCUMENTO NA ULTIMA
      *== COLUNA, SOBRA DE UMA LINHA MAIS LONGA VIRARIA DIGITO
               MOVE SPACES TO CSV-LINHA
               STRING WRK-ID-ED             DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      '"'                   DELIMITED BY SIZE
                      '"'                   DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      REG-STATUS            DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      REG-DOCUMENTO         DELIMITED BY SPACE
                      ","                   DELIMITED BY SIZE
                      WRK-CONS-EMAIL        DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CONS-FONE         DELIMITED BY SIZE
                      ","                   DELIMITED BY SIZE
                      WRK-CONS-POSTAL       DELIMITED BY SIZE
                      INTO CSV-LINHA
               END-STRING
               WRITE CSV-LINHA
               END-READ
           END-PERFORM.

      *== CONSENTIMENTO VIGENTE = REGISTRO DO CANAL SEM DATA DE
      *== RETIRADA; NO MODO "S" O CAMPO DO CANAL SEM ELE E APAGADO
      *== DA AREA DE LEITURA (O ARQUIVO E SO DE ENTRADA)
       0210-CONFERE-CONSENT         SECTION.
           MOVE "E" TO WRK-CANAL.
           PERFORM 0220-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-EMAIL.
           MOVE "T" TO WRK-CANAL.
           PERFORM 0220-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-FONE.
           MOVE "P" TO WRK-CANAL.
           PERFORM 0220-LE-CANAL.
           MOVE WRK-CONS-OK TO WRK-CONS-POSTAL.
           IF WRK-CONS-EMAIL EQUAL "N"
               OR WRK-CONS-FONE EQUAL "N"
               OR WRK-CONS-POSTAL EQUAL "N"
               ADD 1 TO WRK-TOTAL-SEM-CONS
           END-IF.
           IF WRK-MODO-CONSENT EQUAL "S"
               IF WRK-CONS-EMAIL EQUAL "N"
                   MOVE SPACES TO REG-EMAIL
               END-IF
               IF WRK-CONS-FONE EQUAL "N"
                   MOVE SPACES TO REG-TELEFONE
               END-IF
               IF WRK-CONS-POSTAL EQUAL "N"
                   MOVE SPACES TO REG-ENDERECO
               END-IF
           END-IF.

       0220-LE-CANAL                SECTION.
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

       0300-FINALIZAR               SECTION.
           MOVE SPACES TO CSV-LINHA.
           STRING "FIM," WRK-TOTAL-REG
           WRITE CSV-LINHA.
           CLOSE CLIENTES.
           CLOSE CLIENTES-CSV.
           IF WRK-CNS-ABERTO EQUAL "S"
               CLOSE CONSENTIMENTOS
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-CSV-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-REG TO WRK-RUN-LIDOS.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CLIEXP: " WRK-TOTAL-REG " CLIENTES EXPORTADOS "
                   "PARA " WRK-CSV-PATH.
           IF WRK-MODO-CONSENT EQUAL "S"
               DISPLAY "CLIEXP: " WRK-TOTAL-SEM-CONS " COM CANAL "
                       "SUPRIMIDO POR FALTA DE CONSENTIMENTO"
           ELSE
               DISPLAY "CLIEXP: " WRK-TOTAL-SEM-CONS " COM CANAL "
                       "SEM CONSENTIMENTO (SO MARCADOS)"
           END-IF.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
