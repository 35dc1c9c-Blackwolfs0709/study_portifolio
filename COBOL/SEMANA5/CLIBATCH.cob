               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIENTES-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
           05 TRX-ENDERECO      PIC X(40).
           05 TRX-EMAIL         PIC X(30).
           05 TRX-STATUS        PIC X(01).
           05 TRX-DOCUMENTO     PIC X(18).
      *== TRX-DOCUMENTO: CPF/CNPJ COM OU SEM MASCARA, CONFERIDO PELO
      *== DOCVAL; EM BRANCO NA "I" = SEM DOCUMENTO, NA "A" = MANTEM O
      *== QUE ESTA NO CADASTRO
      *== PARA "E" (EXCLUSAO) SO TRX-ID E CONSIDERADO

       FD  CLIENTES.
           05 REG-ENDERECO     PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  REJEITOS-REL.
       01  REJ-LINHA            PIC X(80).
       77  WRK-TENTATIVA   PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-TENTATIVAS PIC 9(02) VALUE 5.
       77  WRK-ESPERA-SEG  PIC 9(01) VALUE 1.
       01  WRK-REG-ANTES   PIC X(121) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(121) VALUE SPACES.
       77  WRK-DOC-OK      PIC X(01) VALUE "S".
       77  WRK-DOC-DONO    PIC 9(04) VALUE ZEROS.
       01  WRK-REG-NOVO.
           05 WRK-NOVO-ID       PIC 9(04).
           05 FILLER            PIC X(117).

      *== AREA DO MODULO DE VALIDACAO DE CPF/CNPJ (VER DOCVAL)
       01  WRK-DOCVAL-AREA.
           05  WRK-DOC-ENTRADA   PIC X(18) VALUE SPACES.
           05  WRK-DOC-TIPO      PIC X(01) VALUE SPACES.
           05  WRK-DOC-NUMERO    PIC X(14) VALUE SPACES.
           05  WRK-DOC-VALIDO    PIC X(01) VALUE SPACES.
           05  WRK-DOC-FORMATADO PIC X(18) VALUE SPACES.
           05  WRK-DOC-MENSAGEM  PIC X(30) VALUE SPACES.

       01  WRK-REJ-CABECALHO   PIC X(80) VALUE
           "OP ID     MOTIVO".
           END-PERFORM.

       1000-INCLUIR                SECTION.
           MOVE SPACES TO REG-CLIENTES.
           PERFORM 7000-MONTA-REGISTRO.
           MOVE SPACES TO WRK-REG-ANTES.
           IF WRK-DOC-OK EQUAL "S"
               PERFORM 9650-CONFERE-DOCUMENTO
           END-IF.
           IF WRK-DOC-OK EQUAL "N"
               PERFORM 8000-GRAVA-REJEITO
           ELSE
           WRITE REG-CLIENTES
               INVALID KEY
                   MOVE "INCLUSAO - CHAVE DUPLICADA" TO WRK-MOTIVO
                   MOVE REG-CLIENTES TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
           END-WRITE
           END-IF.

       2000-ALTERAR                SECTION.
           MOVE TRX-ID TO REG-ID.
               WHEN 0
                   MOVE REG-CLIENTES TO WRK-REG-ANTES
                   PERFORM 7000-MONTA-REGISTRO
                   IF WRK-DOC-OK EQUAL "S"
                       AND REG-DOCUMENTO NOT EQUAL WRK-REG-ANTES(107:14)
                       PERFORM 2100-RETRAVA-COM-DOCUMENTO
                   END-IF
                   IF WRK-DOC-OK EQUAL "N"
                       PERFORM 8000-GRAVA-REJEITO
                   ELSE
                   REWRITE REG-CLIENTES
                       INVALID KEY
                           MOVE "ALTERACAO - ERRO AO REGRAVAR"
                           MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                   END-REWRITE
                   END-IF
                   UNLOCK CLIENTES
               WHEN 51
                   MOVE "ALTERACAO - REGISTRO EM USO" TO WRK-MOTIVO
                   PERFORM 8000-GRAVA-REJEITO
           END-EVALUATE.

      *== DOCUMENTO TROCADO: A CONSULTA PELA CHAVE ALTERNATIVA MEXE NO
      *== REGISTRO CORRENTE, ENTAO O CLIENTE E RELIDO COM TRAVA E SO E
      *== REGRAVADO SE NINGUEM O ALTEROU NESSE MEIO TEMPO
       2100-RETRAVA-COM-DOCUMENTO  SECTION.
           PERFORM 9650-CONFERE-DOCUMENTO.
           IF WRK-DOC-OK EQUAL "S"
               PERFORM 9200-LE-COM-TRAVA
               IF FS-CLIENTES NOT EQUAL 0
                   OR REG-CLIENTES NOT EQUAL WRK-REG-ANTES
                   MOVE "N" TO WRK-DOC-OK
                   MOVE "ALTERACAO - CLIENTE MUDOU NO MEIO"
                       TO WRK-MOTIVO
               ELSE
                   MOVE WRK-REG-NOVO TO REG-CLIENTES
               END-IF
           END-IF.

       3000-EXCLUIR                SECTION.
           MOVE TRX-ID TO REG-ID.
           PERFORM 9200-LE-COM-TRAVA.
           MOVE TRX-ENDERECO TO REG-ENDERECO.
           MOVE TRX-EMAIL    TO REG-EMAIL.
           MOVE TRX-STATUS   TO REG-STATUS.
           MOVE "S" TO WRK-DOC-OK.
           IF TRX-DOCUMENTO NOT EQUAL SPACES
               MOVE TRX-DOCUMENTO TO WRK-DOC-ENTRADA
               CALL "DOCVAL" USING WRK-DOCVAL-AREA
               IF WRK-DOC-VALIDO EQUAL "S"
                   MOVE WRK-DOC-TIPO   TO REG-TIPO-DOC
                   MOVE WRK-DOC-NUMERO TO REG-DOCUMENTO
               ELSE
                   MOVE "N" TO WRK-DOC-OK
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "CPF/CNPJ - " WRK-DOC-MENSAGEM
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
           END-IF.

      *== UM CPF/CNPJ POR CLIENTE: PROCURA PELA CHAVE ALTERNATIVA
      *== OUTRO REG-ID COM O MESMO DOCUMENTO. O REGISTRO MONTADO FICA
      *== GUARDADO EM WRK-REG-NOVO E VOLTA AO FINAL
       9650-CONFERE-DOCUMENTO      SECTION.
           MOVE REG-CLIENTES TO WRK-REG-NOVO.
           IF REG-DOCUMENTO NOT EQUAL SPACES
               READ CLIENTES KEY IS REG-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CLIENTES LESS 10
                   AND REG-ID NOT EQUAL WRK-NOVO-ID
                   MOVE "N" TO WRK-DOC-OK
                   MOVE REG-ID TO WRK-DOC-DONO
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "CPF/CNPJ JA E DO CLIENTE " WRK-DOC-DONO
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               END-IF
               MOVE WRK-REG-NOVO TO REG-CLIENTES
               MOVE ZEROS TO FS-CLIENTES
           END-IF.

      *== LE O REGISTRO DE REG-ID TRAVANDO-O PARA A JANELA
      *== READ/REWRITE; REGISTRO EM USO (FS 51) E REPETIDO COM
