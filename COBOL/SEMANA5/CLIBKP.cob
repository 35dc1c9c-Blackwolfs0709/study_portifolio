               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CATALOGO ASSIGN TO DYNAMIC WRK-CAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL OF REG-CLIENTES-BKP
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO OF REG-CLIENTES-BKP
                   WITH DUPLICATES
               FILE STATUS IS FS-BKP.

       DATA DIVISION.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-BKP.
       01  REG-CLIENTES-BKP.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CATALOGO.
       01  CAT-LINHA.
