               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT WORK-SORT ASSIGN TO "CLILIST.WRK"
               FILE STATUS IS FS-SORT.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       SD  WORK-SORT.
       01  SD-REG-CLIENTES.
           05 SD-REG-ENDERECO    PIC X(40).
           05 SD-REG-EMAIL       PIC X(30).
           05 SD-REG-STATUS      PIC X(01).
           05 SD-REG-TIPO-DOC    PIC X(01).
           05 SD-REG-DOCUMENTO   PIC X(14).

       FD  CLILIST-REL.
       01  REL-LINHA            PIC X(80).
