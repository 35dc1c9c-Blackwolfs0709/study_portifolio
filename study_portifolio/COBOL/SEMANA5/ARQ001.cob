               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
      *== REG-STATUS: "A" = ATIVO   "I" = INATIVO
           05 REG-TIPO-DOC      PIC X(01).
      *== REG-TIPO-DOC: "F" = CPF   "J" = CNPJ   ESPACO = SEM DOCUMENTO
           05 REG-DOCUMENTO     PIC X(14).

       WORKING-STORAGE             SECTION.
       77  WRK-CLI-PATH PIC X(100) VALUE SPACES.
      *== SE NAO DEFINIDA, ASSUME "CLIENTES.DAT" NO DIRETORIO CORRENTE
       77  FS-CLIENTES  PIC 9(02).

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "ARQ001".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-CLIENTES EQUAL 35
               DISPLAY "ARQUIVO NAO FOI ABERTO "
           ELSE
               IF FS-CLIENTES NOT EQUAL 0
                   MOVE "CLIENTES" TO WRK-FS-ARQUIVO
                   MOVE "OPEN" TO WRK-FS-OPERACAO
                   MOVE FS-CLIENTES TO WRK-FS-STATUS
                   PERFORM 9500-TRATA-ARQUIVO
               ELSE
                   DISPLAY "ARQUIVO OK "
               END-IF
           END-IF.

       0200-PROCESSAR              SECTION.
           CONTINUE.
       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CLIENTES.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               DISPLAY "ARQUIVO NAO FOI ABERTO - " WRK-FS-MENSAGEM
               STOP RUN
           END-IF.
