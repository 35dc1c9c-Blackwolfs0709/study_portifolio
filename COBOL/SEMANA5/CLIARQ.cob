               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIENTES-ARQ ASSIGN TO DYNAMIC WRK-ARQ-PATH
               ORGANIZATION IS INDEXED
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL OF REG-CLIENTES-ARQ
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO OF REG-CLIENTES-ARQ
                   WITH DUPLICATES
               FILE STATUS IS FS-ARQUIVO.
           SELECT CLIENTES-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-ARQ.
       01  REG-CLIENTES-ARQ.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       WORKING-STORAGE             SECTION.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(121) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(121) VALUE SPACES.

      *== ULTIMA DATA DE MOVIMENTO POR ID (0000-9999), EXTRAIDA DE
      *== CLIENTES.LOG NO MOLDE DA TABELA DE CONTADORES DE CLIDUP
                   AT END MOVE 10 TO FS-LOG
               END-READ
               PERFORM UNTIL FS-LOG EQUAL 10
      *== DEPOIS=[ COMECA EM 168 (IMAGEM DE 121 BYTES) OU, NA LINHA
      *== ANTIGA DE 106 BYTES, EM 153 - DENUNCIADA PELO "]" EM 143
                   IF LOG-LINHA(143:10) EQUAL "] DEPOIS=["
                       MOVE LOG-LINHA(153:4) TO WRK-IMG-ID-X
                   ELSE
                       MOVE LOG-LINHA(168:4) TO WRK-IMG-ID-X
                   END-IF
                   IF WRK-IMG-ID-X EQUAL SPACES
                       MOVE LOG-LINHA(37:4) TO WRK-IMG-ID-X
                   END-IF
                   IF WRK-IMG-ID-X IS NUMERIC
