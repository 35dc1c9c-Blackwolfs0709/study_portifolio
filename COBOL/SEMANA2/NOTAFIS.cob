      *==           REIMPRESSAO SAI IDENTICA A ORIGINAL
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: NOTAFIS_NUMERO SELECIONA UMA NOTA PARA
      *==   REIMPRESSAO; EM BRANCO, FORMATA TODAS AS NOTAS DO ARQUIVO.
      *==   O ENDERECO IMPRESSO E O DE COBRANCA DO CLIENTE (CLIEND.DAT,
      *==   O PRIMEIRO DO TIPO "C"); SEM ELE, O REG-ENDERECO DO CADASTRO
      *==   NOTAS: SO AS DA EMPRESA/FILIAL DA EXECUCAO (VER
      *==   FILLIB) - CADA UMA TEM A SUA NUMERACAO - COM A RAZAO
      *==   SOCIAL E O CNPJ DELA COMO EMITENTE (FILIAIS.DAT)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIENDERECOS ASSIGN TO DYNAMIC WRK-CEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEN-CHAVE
               FILE STATUS IS FS-CLIENDERECOS.
           SELECT NOTAFIS-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAFIS-REL.
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
      *== NOTA-DESC-FUNC: DESCONTO DE FUNCIONARIO, DESTACADO DO
      *== DESCONTO POR VOLUME PARA SAIR COMO LINHA PROPRIA NA NOTA
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

      *== ENDERECOS DO CLIENTE (VER ENDMANT)
       FD  CLIENDERECOS.
       01  CEN-REG.
           05 CEN-CHAVE.
              10 CEN-CLIENTE     PIC 9(04).
              10 CEN-TIPO        PIC X(01).
              10 CEN-SEQ         PIC 9(02).
           05 CEN-LOGRADOURO     PIC X(40).
           05 CEN-NUMERO         PIC X(06).
           05 CEN-BAIRRO         PIC X(20).
           05 CEN-CIDADE         PIC X(25).
           05 CEN-UF             PIC X(02).
           05 CEN-CEP            PIC 9(08).

       FD  NOTAFIS-REL.
       01  REL-LINHA            PIC X(100).
       77  FS-NOTAS        PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-NOTAFIS-REL  PIC 9(02) VALUE ZEROS.
       77  WRK-CEN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CEN-PATH: VARIAVEL DE AMBIENTE "CLIEND_PATH";
      *== SE NAO DEFINIDA, "CLIEND.DAT"
       77  FS-CLIENDERECOS PIC 9(02) VALUE ZEROS.
       77  WRK-ENDERECOS-OK PIC X(01) VALUE "N".
       77  WRK-ACHOU-COBRANCA PIC X(01) VALUE "N".
       77  WRK-NUMERO-TXT  PIC X(08) VALUE SPACES.
       77  WRK-NUMERO-FILTRO PIC 9(08) VALUE ZEROS.
      *== WRK-NUMERO-FILTRO: VARIAVEL DE AMBIENTE "NOTAFIS_NUMERO" -
       77  WRK-FRETE-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-ICMS-ED     PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-NOTA-FILIAL PIC X(02) VALUE SPACES.
       77  WRK-EMITENTE-CNPJ PIC X(18) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A FILIAL
      *== DESTA EXECUCAO E A EMITENTE DAS NOTAS IMPRESSAS
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE VALIDACAO DE CPF/CNPJ (VER DOCVAL) - AQUI
      *== SO PARA A MASCARA DE IMPRESSAO DO DOCUMENTO DO CADASTRO
       01  WRK-DOCVAL-AREA.
           05  WRK-DOC-ENTRADA   PIC X(18) VALUE SPACES.
           05  WRK-DOC-TIPO      PIC X(01) VALUE SPACES.
           05  WRK-DOC-NUMERO    PIC X(14) VALUE SPACES.
           05  WRK-DOC-VALIDO    PIC X(01) VALUE SPACES.
           05  WRK-DOC-FORMATADO PIC X(18) VALUE SPACES.
           05  WRK-DOC-MENSAGEM  PIC X(30) VALUE SPACES.

       01  WRK-DATAMES-AREA.
           05 WRK-DATAMES-ENTRADA PIC 9(08) VALUE ZEROS.
       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           IF WRK-FIL-CNPJ NOT EQUAL SPACES
               MOVE WRK-FIL-CNPJ TO WRK-DOC-ENTRADA
               CALL "DOCVAL" USING WRK-DOCVAL-AREA
               IF WRK-DOC-VALIDO EQUAL "S"
                   MOVE WRK-DOC-FORMATADO TO WRK-EMITENTE-CNPJ
               ELSE
                   MOVE WRK-FIL-CNPJ TO WRK-EMITENTE-CNPJ
               END-IF
           END-IF.
           ACCEPT WRK-NOT-PATH FROM ENVIRONMENT "NOTAS_PATH".
           IF WRK-NOT-PATH EQUAL SPACES
               MOVE "NOTAS.DAT" TO WRK-NOT-PATH
               DISPLAY "NOTAFIS: SEM CADASTRO DE CLIENTES - NOTAS "
                       "SAEM SO COM O NOME GRAVADO"
           END-IF.
           ACCEPT WRK-CEN-PATH FROM ENVIRONMENT "CLIEND_PATH".
           IF WRK-CEN-PATH EQUAL SPACES
               MOVE "CLIEND.DAT" TO WRK-CEN-PATH
           END-IF.
           OPEN INPUT CLIENDERECOS.
           IF FS-CLIENDERECOS EQUAL 0
               MOVE "S" TO WRK-ENDERECOS-OK
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "NOTAFIS_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "NOTAFIS.REL" TO WRK-REL-PATH
               AT END MOVE 10 TO FS-NOTAS
           END-READ.
           PERFORM UNTIL FS-NOTAS EQUAL 10
      *== NOTA ANTIGA, SEM FILIAL, E DA MATRIZ
               MOVE NOTA-FILIAL TO WRK-NOTA-FILIAL
               IF WRK-NOTA-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-NOTA-FILIAL
               END-IF
               IF WRK-NOTA-FILIAL EQUAL WRK-FIL-CODIGO
                  AND (WRK-NUMERO-FILTRO EQUAL ZEROS
                   OR NOTA-NUMERO EQUAL WRK-NUMERO-FILTRO)
                   PERFORM 0210-FORMATA-NOTA
               END-IF
               READ NOTAS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-FIL-RAZAO DELIMITED BY "  "
                   " - NOTA DE VENDA NR " DELIMITED BY SIZE
                   NOTA-NUMERO DELIMITED BY SIZE
                   INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-EMITENTE-CNPJ NOT EQUAL SPACES
               MOVE SPACES TO REL-LINHA
               STRING "EMITENTE CNPJ: " WRK-EMITENTE-CNPJ
                       "  FILIAL " WRK-FIL-CODIGO
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
      *== NOTA CANCELADA PELO PEDCANC: A REIMPRESSAO SAI COM O
      *== CARIMBO, NUNCA COMO DOCUMENTO VALIDO
           IF NOTA-SITUACAO EQUAL "C"
               READ CLIENTES KEY IS REG-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM 0215-IMPRIME-ENDERECO
                       PERFORM 0220-IMPRIME-DOCUMENTO
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *== ENDERECO DE COBRANCA: O DE MENOR SEQUENCIA DO TIPO "C" NO
      *== CLIEND; CLIENTE SEM ENDERECO DE COBRANCA SAI COM O DO
      *== CADASTRO, COMO SEMPRE
       0215-IMPRIME-ENDERECO       SECTION.
           MOVE "N" TO WRK-ACHOU-COBRANCA.
           IF WRK-ENDERECOS-OK EQUAL "S"
               MOVE NOTA-CLIENTE TO CEN-CLIENTE
               MOVE "C"          TO CEN-TIPO
               MOVE ZEROS        TO CEN-SEQ
               START CLIENDERECOS KEY IS NOT LESS CEN-CHAVE
                   INVALID KEY MOVE 23 TO FS-CLIENDERECOS
               END-START
               IF FS-CLIENDERECOS EQUAL 0
                   READ CLIENDERECOS NEXT
                       AT END MOVE 10 TO FS-CLIENDERECOS
                   END-READ
               END-IF
               IF FS-CLIENDERECOS EQUAL 0
                   AND CEN-CLIENTE EQUAL NOTA-CLIENTE
                   AND CEN-TIPO EQUAL "C"
                   MOVE "S" TO WRK-ACHOU-COBRANCA
               END-IF
               MOVE ZEROS TO FS-CLIENDERECOS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           IF WRK-ACHOU-COBRANCA EQUAL "S"
               STRING "ENDERECO: " CEN-LOGRADOURO DELIMITED BY "  "
                       ", " CEN-NUMERO DELIMITED BY "  "
                       " - " CEN-BAIRRO DELIMITED BY "  "
                       INTO REL-LINHA
               END-STRING
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "          " DELIMITED BY SIZE
                       CEN-CIDADE DELIMITED BY "  "
                       "/" CEN-UF "  CEP " CEN-CEP
                       DELIMITED BY SIZE INTO REL-LINHA
               END-STRING
           ELSE
               STRING "ENDERECO: " REG-ENDERECO
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

      *== CPF/CNPJ DO DESTINATARIO, COM A MASCARA DO DOCVAL; CLIENTE
      *== SEM DOCUMENTO NO CADASTRO NAO GANHA A LINHA
       0220-IMPRIME-DOCUMENTO      SECTION.
           IF REG-DOCUMENTO NOT EQUAL SPACES
               MOVE REG-DOCUMENTO TO WRK-DOC-ENTRADA
               CALL "DOCVAL" USING WRK-DOCVAL-AREA
               IF WRK-DOC-VALIDO NOT EQUAL "S"
                   MOVE REG-DOCUMENTO TO WRK-DOC-FORMATADO
               END-IF
               MOVE SPACES TO REL-LINHA
               IF REG-TIPO-DOC EQUAL "J"
                   STRING "CNPJ: " WRK-DOC-FORMATADO
                           DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING "CPF: " WRK-DOC-FORMATADO
                           DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-IF.

       0300-FINALIZAR              SECTION.
           CLOSE NOTAS.
           IF WRK-CLIENTES-OK EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           IF WRK-ENDERECOS-OK EQUAL "S"
               CLOSE CLIENDERECOS
           END-IF.
           CLOSE NOTAFIS-REL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-IMPRESSA TO WRK-RUN-LIDOS.
