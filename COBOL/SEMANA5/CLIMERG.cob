      *==           CRUZADA EM CLIXREF.DAT PARA RASTREIO
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: O RELATORIO DE CLIPDUP (DUPLICIDADE DE PESSOA)
      *==   E A ENTRADA NATURAL DESTE PROGRAMA; DOIS REGISTROS COM
      *==   CPF/CNPJ PREENCHIDOS E DIFERENTES SAO PESSOAS DIFERENTES
      *==   E A FUSAO E RECUSADA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIENTES-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  CLIXREF.
       01  XRF-LINHA.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(121) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(121) VALUE SPACES.

      *== COPIAS DOS DOIS REGISTROS ENVOLVIDOS NA FUSAO
       01  WRK-REG-FICA.
           05 WRK-FICA-ENDERECO  PIC X(40).
           05 WRK-FICA-EMAIL     PIC X(30).
           05 WRK-FICA-STATUS    PIC X(01).
           05 WRK-FICA-TIPO-DOC  PIC X(01).
           05 WRK-FICA-DOCUMENTO PIC X(14).
       01  WRK-REG-SAI.
           05 WRK-SAI-ID         PIC 9(04).
           05 WRK-SAI-NOME       PIC X(20).
           05 WRK-SAI-ENDERECO   PIC X(40).
           05 WRK-SAI-EMAIL      PIC X(30).
           05 WRK-SAI-STATUS     PIC X(01).
           05 WRK-SAI-TIPO-DOC   PIC X(01).
           05 WRK-SAI-DOCUMENTO  PIC X(14).

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
       01  WRK-SELOLIB-AREA.
                           MOVE REG-CLIENTES TO WRK-REG-SAI
                   END-READ
               END-IF
               IF WRK-PAR-OK EQUAL "S"
                   PERFORM 1100-CONFERE-DOCUMENTOS
               END-IF
           END-IF.

      *== O CPF/CNPJ DECIDE: DIFERENTES = PESSOAS DIFERENTES, FUSAO
      *== RECUSADA; IGUAIS = MESMA PESSOA COM CERTEZA
       1100-CONFERE-DOCUMENTOS     SECTION.
           IF WRK-FICA-DOCUMENTO NOT EQUAL SPACES
               AND WRK-SAI-DOCUMENTO NOT EQUAL SPACES
               IF WRK-FICA-DOCUMENTO NOT EQUAL WRK-SAI-DOCUMENTO
                   DISPLAY "CPF/CNPJ DIFERENTES (" WRK-FICA-DOCUMENTO
                           " X " WRK-SAI-DOCUMENTO ") - SAO PESSOAS "
                           "DIFERENTES, FUSAO RECUSADA"
                   MOVE "N" TO WRK-PAR-OK
               ELSE
                   DISPLAY "MESMO CPF/CNPJ NOS DOIS REGISTROS - "
                           "MESMA PESSOA"
               END-IF
           END-IF.

      *== MANTEM NO SOBREVIVENTE O DADO MAIS RICO DE CADA CAMPO DE
      *== CONTATO E DO CPF/CNPJ: SO COMPLETA O QUE ESTIVER EM BRANCO
      *== NO SOBREVIVENTE COM O QUE O DUPLICADO TIVER PREENCHIDO
       2000-FUNDE                  SECTION.
           MOVE WRK-REG-FICA TO WRK-REG-ANTES.
           IF WRK-FICA-ENDERECO EQUAL SPACES
               AND WRK-SAI-TELEFONE NOT EQUAL SPACES
               MOVE WRK-SAI-TELEFONE TO WRK-FICA-TELEFONE
           END-IF.
           IF WRK-FICA-DOCUMENTO EQUAL SPACES
               AND WRK-SAI-DOCUMENTO NOT EQUAL SPACES
               MOVE WRK-SAI-TIPO-DOC  TO WRK-FICA-TIPO-DOC
               MOVE WRK-SAI-DOCUMENTO TO WRK-FICA-DOCUMENTO
           END-IF.
           MOVE WRK-REG-FICA TO REG-CLIENTES.
           REWRITE REG-CLIENTES
               INVALID KEY
