                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL OF REG-CLIENTES-GER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO OF REG-CLIENTES-GER
                   WITH DUPLICATES
               FILE STATUS IS FS-GERACAO.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL OF REG-CLIENTES
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO OF REG-CLIENTES
                   WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       WORKING-STORAGE             SECTION.
       77  WRK-CAT-PATH    PIC X(100) VALUE SPACES.
