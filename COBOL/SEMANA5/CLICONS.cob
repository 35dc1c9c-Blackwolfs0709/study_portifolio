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
           05 REG-DOCUMENTO     PIC X(14).

       WORKING-STORAGE             SECTION.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
