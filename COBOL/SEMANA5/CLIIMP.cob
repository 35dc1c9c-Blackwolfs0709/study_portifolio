      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CARREGAR CLIENTES.DAT A PARTIR DE UM EXTRATO CSV
      *==           DE MARKETING (ID,NOME,TELEFONE,ENDERECO,EMAIL,
      *==           STATUS,DOCUMENTO)
      *== DATA: 05/03/2025
      *== OBSERVAÇÕES: A PRIMEIRA LINHA DO CSV (CABECALHO) E IGNORADA;
      *==   DOCUMENTO (CPF/CNPJ) E OPCIONAL - VAZIO CARREGA O CLIENTE
      *==   SEM DOCUMENTO; INVALIDO PELO DOCVAL OU JA CADASTRADO EM
      *==   OUTRO CLIENTE REJEITA A LINHA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       WORKING-STORAGE             SECTION.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       01  WRK-CSV-ENDERECO    PIC X(40).
       01  WRK-CSV-EMAIL       PIC X(30).
       01  WRK-CSV-STATUS      PIC X(01).
       01  WRK-CSV-DOCUMENTO   PIC X(18).
       77  WRK-DOC-OK          PIC X(01) VALUE "S".
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

      *== PARSER DE CSV COM ASPAS (CLIEXP ENVOLVE NOME/ENDERECO/EMAIL
      *== EM " PARA PROTEGER VIRGULAS EMBUTIDAS NO TEXTO LIVRE)
       0210-PARSE-LINHA             SECTION.
           MOVE SPACES TO WRK-CSV-ID WRK-CSV-NOME WRK-CSV-TELEFONE
                           WRK-CSV-ENDERECO WRK-CSV-EMAIL
                           WRK-CSV-STATUS WRK-CSV-DOCUMENTO.
           MOVE SPACES TO WRK-TOKEN.
           MOVE 0 TO WRK-TOKEN-LEN.
           MOVE 1 TO WRK-CAMPO-IDX.
               WHEN 4 MOVE WRK-TOKEN       TO WRK-CSV-ENDERECO
               WHEN 5 MOVE WRK-TOKEN       TO WRK-CSV-EMAIL
               WHEN 6 MOVE WRK-TOKEN(1:1)  TO WRK-CSV-STATUS
               WHEN 7 MOVE WRK-TOKEN(1:18) TO WRK-CSV-DOCUMENTO
           END-EVALUATE.

       0220-GRAVAR-CLIENTE          SECTION.
           MOVE WRK-CSV-ENDERECO TO REG-ENDERECO.
           MOVE WRK-CSV-EMAIL    TO REG-EMAIL.
           MOVE WRK-CSV-STATUS   TO REG-STATUS.
           MOVE SPACES           TO REG-TIPO-DOC.
           MOVE SPACES           TO REG-DOCUMENTO.
           PERFORM 0230-CONFERE-DOCUMENTO.
           IF WRK-DOC-OK EQUAL "N"
               ADD 1 TO WRK-TOTAL-ERRO
           ELSE
           WRITE REG-CLIENTES
               INVALID KEY
                   DISPLAY "CLIIMP: ID " REG-ID
                   ADD 1 TO WRK-TOTAL-ERRO
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-CARGA
           END-WRITE
           END-IF.

      *== CPF/CNPJ DA LINHA: CONFERIDO PELO DOCVAL E PROCURADO PELA
      *== CHAVE ALTERNATIVA - UM DOCUMENTO POR CLIENTE. O REGISTRO
      *== MONTADO FICA EM WRK-REG-NOVO DURANTE A PROCURA
       0230-CONFERE-DOCUMENTO       SECTION.
           MOVE "S" TO WRK-DOC-OK.
           IF WRK-CSV-DOCUMENTO NOT EQUAL SPACES
               MOVE WRK-CSV-DOCUMENTO TO WRK-DOC-ENTRADA
               CALL "DOCVAL" USING WRK-DOCVAL-AREA
               IF WRK-DOC-VALIDO EQUAL "S"
                   MOVE WRK-DOC-TIPO   TO REG-TIPO-DOC
                   MOVE WRK-DOC-NUMERO TO REG-DOCUMENTO
               ELSE
                   MOVE "N" TO WRK-DOC-OK
                   DISPLAY "CLIIMP: ID " REG-ID " CPF/CNPJ "
                           WRK-DOC-MENSAGEM " - IGNORADO"
               END-IF
           END-IF.
           IF WRK-DOC-OK EQUAL "S"
               AND REG-DOCUMENTO NOT EQUAL SPACES
               MOVE REG-CLIENTES TO WRK-REG-NOVO
               READ CLIENTES KEY IS REG-DOCUMENTO
                   INVALID KEY CONTINUE
               END-READ
               IF FS-CLIENTES LESS 10
                   AND REG-ID NOT EQUAL WRK-NOVO-ID
                   MOVE "N" TO WRK-DOC-OK
                   DISPLAY "CLIIMP: ID " WRK-NOVO-ID " CPF/CNPJ JA "
                           "CADASTRADO NO CLIENTE " REG-ID
                           " - IGNORADO"
               END-IF
               MOVE WRK-REG-NOVO TO REG-CLIENTES
               MOVE ZEROS TO FS-CLIENTES
           END-IF.

       0300-FINALIZAR               SECTION.
           CLOSE CLIENTES-CSV.
