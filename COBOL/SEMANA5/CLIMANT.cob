               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               LOCK MODE IS MANUAL WITH LOCK ON RECORD
               FILE STATUS IS FS-CLIENTES.
      *== LOCK ON RECORD: PERMITE CLIMANT CONVIVER COM OS LOTES
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
      *== REG-STATUS: "A" = ATIVO   "I" = INATIVO
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).
      *== REG-TIPO-DOC: "F" = CPF  "J" = CNPJ  ESPACO = SEM DOCUMENTO;
      *== REG-DOCUMENTO: SO OS DIGITOS, ALINHADOS A ESQUERDA, JA
      *== CONFERIDOS PELO DOCVAL - UM DOCUMENTO POR CLIENTE (A CHAVE
      *== ALTERNATIVA ACEITA REPETICAO POR CAUSA DOS CLIENTES SEM
      *== DOCUMENTO; A UNICIDADE E GARANTIDA EM 9650-CONFERE-DOCUMENTO)

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).
      *== 320 POSICOES: DATA-HORA (17) + OPERACAO (10) + AS DUAS
      *== IMAGENS DE 121 BYTES ENTRE COLCHETES PRECISAM DE 289, MAIS
      *== O OPER= (14); COM 250 O FINAL DE DEPOIS=[...] SAIA TRUNCADO
      *== DO STRING. LINHAS GRAVADAS COM A IMAGEM DE 106 BYTES (ANTES
      *== DO CPF/CNPJ) TEM "] DEPOIS=[" NA POSICAO 143, NAO NA 158 -
      *== OS LEITORES DO LOG (CLIAUD, CLIDELTA, CLILGPD, CLIARQ)
      *== DISTINGUEM OS DOIS FORMATOS POR ESSA POSICAO

       WORKING-STORAGE             SECTION.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(121) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(121) VALUE SPACES.
       77  WRK-TENTATIVA   PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-TENTATIVAS PIC 9(02) VALUE 5.
      *== WRK-MAX-TENTATIVAS: QUANTAS VEZES INSISTIR NUM REGISTRO
      *== TRAVADO (FS 51) ANTES DE DESISTIR, ESPERANDO 1 SEGUNDO
      *== ENTRE AS TENTATIVAS
       77  WRK-ESPERA-SEG  PIC 9(01) VALUE 1.
       77  WRK-DOC-DIGITADO PIC X(18) VALUE SPACES.
       77  WRK-DOC-OK      PIC X(01) VALUE "N".
       77  WRK-DOC-LIVRE   PIC X(01) VALUE "S".
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


      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
                   ACCEPT REG-ENDERECO
                   DISPLAY "EMAIL...  "
                   ACCEPT REG-EMAIL
                   PERFORM 9600-PEDE-DOCUMENTO
                   IF WRK-DOC-DIGITADO EQUAL SPACES
                       MOVE SPACES TO REG-TIPO-DOC
                       MOVE SPACES TO REG-DOCUMENTO
                   ELSE
                       MOVE WRK-DOC-TIPO TO REG-TIPO-DOC
                       MOVE WRK-DOC-NUMERO TO REG-DOCUMENTO
                   END-IF
                   DISPLAY "STATUS (A/I)...  "
                   ACCEPT REG-STATUS
                   PERFORM 9650-CONFERE-DOCUMENTO
                   IF WRK-DOC-LIVRE EQUAL "N"
                       DISPLAY "CPF/CNPJ JA CADASTRADO NO CLIENTE "
                               WRK-DOC-DONO " - INCLUSAO RECUSADA"
                   ELSE
                   WRITE REG-CLIENTES
                       INVALID KEY
                           DISPLAY "ERRO AO INCLUIR - CHAVE DUPLICADA"
                           MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                   END-WRITE
                   END-IF
               WHEN 0
                   DISPLAY "CLIENTE JA CADASTRADO"
               WHEN OTHER
               ACCEPT REG-ENDERECO
               DISPLAY "EMAIL...  "
               ACCEPT REG-EMAIL
               DISPLAY "CPF/CNPJ ATUAL: " REG-TIPO-DOC " " REG-DOCUMENTO
               PERFORM 9600-PEDE-DOCUMENTO
               IF WRK-DOC-DIGITADO NOT EQUAL SPACES
                   MOVE WRK-DOC-TIPO TO REG-TIPO-DOC
                   MOVE WRK-DOC-NUMERO TO REG-DOCUMENTO
               END-IF
               DISPLAY "STATUS (A/I)...  "
               ACCEPT REG-STATUS
               IF REG-DOCUMENTO NOT EQUAL WRK-REG-ANTES(107:14)
                   PERFORM 2100-RETRAVA-COM-DOCUMENTO
               END-IF
               IF FS-CLIENTES EQUAL 0
               REWRITE REG-CLIENTES
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR"
                       MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
               END-REWRITE
               END-IF
               UNLOCK CLIENTES
           END-IF.

      *== DOCUMENTO TROCADO: A CONSULTA PELA CHAVE ALTERNATIVA MEXE NO
      *== REGISTRO CORRENTE, ENTAO O CLIENTE E RELIDO COM TRAVA E SO E
      *== REGRAVADO SE NINGUEM O ALTEROU NESSE MEIO TEMPO
       2100-RETRAVA-COM-DOCUMENTO  SECTION.
           PERFORM 9650-CONFERE-DOCUMENTO.
           IF WRK-DOC-LIVRE EQUAL "N"
               DISPLAY "CPF/CNPJ JA CADASTRADO NO CLIENTE "
                       WRK-DOC-DONO " - ALTERACAO RECUSADA"
               MOVE 99 TO FS-CLIENTES
           ELSE
               PERFORM 9200-LE-COM-TRAVA
               IF FS-CLIENTES EQUAL 0
                   IF REG-CLIENTES NOT EQUAL WRK-REG-ANTES
                       DISPLAY "CLIENTE ALTERADO POR OUTRO TRABALHO "
                               "- REFACA A ALTERACAO"
                       MOVE 99 TO FS-CLIENTES
                   ELSE
                       MOVE WRK-REG-NOVO TO REG-CLIENTES
                   END-IF
               END-IF
           END-IF.

       3000-EXCLUIR                SECTION.
           DISPLAY "ID...  ".
           ACCEPT REG-ID.
                           FS-CLIENTES
           END-EVALUATE.

      *== PEDE O CPF/CNPJ ATE VIR UM DOCUMENTO QUE O DOCVAL ACEITE
      *== OU O CAMPO EM BRANCO (CLIENTE SEM DOCUMENTO / MANTEM O ATUAL)
       9600-PEDE-DOCUMENTO         SECTION.
           MOVE "N" TO WRK-DOC-OK.
           PERFORM UNTIL WRK-DOC-OK EQUAL "S"
               DISPLAY "CPF/CNPJ (EM BRANCO = NAO INFORMA)...  "
               MOVE SPACES TO WRK-DOC-DIGITADO
               ACCEPT WRK-DOC-DIGITADO
               IF WRK-DOC-DIGITADO EQUAL SPACES
                   MOVE "S" TO WRK-DOC-OK
               ELSE
                   MOVE WRK-DOC-DIGITADO TO WRK-DOC-ENTRADA
                   CALL "DOCVAL" USING WRK-DOCVAL-AREA
                   IF WRK-DOC-VALIDO EQUAL "S"
                       MOVE "S" TO WRK-DOC-OK
                   ELSE
                       DISPLAY "DOCUMENTO RECUSADO: " WRK-DOC-MENSAGEM
                   END-IF
               END-IF
           END-PERFORM.

      *== UM CPF/CNPJ POR CLIENTE: PROCURA PELA CHAVE ALTERNATIVA
      *== OUTRO REG-ID COM O MESMO DOCUMENTO. O REGISTRO EM MONTAGEM
      *== FICA GUARDADO EM WRK-REG-NOVO E VOLTA AO FINAL
       9650-CONFERE-DOCUMENTO      SECTION.
           MOVE "S" TO WRK-DOC-LIVRE.
           MOVE ZEROS TO WRK-DOC-DONO.
           MOVE REG-CLIENTES TO WRK-REG-NOVO.
           IF REG-DOCUMENTO NOT EQUAL SPACES
               READ CLIENTES KEY IS REG-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CLIENTES LESS 10
                   AND REG-ID NOT EQUAL WRK-NOVO-ID
                   MOVE "N" TO WRK-DOC-LIVRE
                   MOVE REG-ID TO WRK-DOC-DONO
               END-IF
               MOVE WRK-REG-NOVO TO REG-CLIENTES
               MOVE ZEROS TO FS-CLIENTES
           END-IF.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
