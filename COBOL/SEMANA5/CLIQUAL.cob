      *== OBJETIVO: AUDITORIA DE QUALIDADE DE DADOS DO CADASTRO DE
      *==           CLIENTES - APLICA O CONJUNTO DE REGRAS (TELEFONE
      *==           NUMERICO DE 10/11 DIGITOS, EMAIL COM FORMATO
      *==           VALIDO, NOME NAO BRANCO, STATUS A/I, CPF/CNPJ
      *==           PRESENTE E COM DIGITO CONFERIDO PELO DOCVAL) E GERA
      *==           RELATORIO DE EXCECAO AGRUPADO POR REGRA COM
      *==           TOTAIS, PARA A CAMPANHA DE LIMPEZA MEDIR O
      *==           PROGRESSO SEMANA A SEMANA
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: RODA CONTRA CLIENTES.DAT (PADRAO) OU CONTRA O
      *==   EXTRATO CSV ANTES DA CARGA DO CLIIMP (CLIQUAL_ORIGEM=CSV,
      *==   MESMO PARSER COM ASPAS DE CLIIMP/CLIDUP). A REGRA 7 LISTA
      *==   O CONTATO QUE O GATEWAY DE MENSAGENS DEVOLVEU (CONTATO.INV,
      *==   VER NOTIFRET) E AINDA E O DO CADASTRO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIENTES-EXTRATO ASSIGN TO DYNAMIC WRK-EXT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRATO.
           SELECT CONTATO-INV ASSIGN TO DYNAMIC WRK-CTI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS FS-CONTATO-INV.
           SELECT CLIQUAL-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIQUAL-REL.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIENTES-EXTRATO.
       01  CSV-LINHA            PIC X(150).

      *== CONTATO DEVOLVIDO PELO GATEWAY, POR CLIENTE E CANAL
       FD  CONTATO-INV.
       01  CTI-REG.
           05 CTI-CHAVE.
              10 CTI-CLIENTE     PIC 9(04).
              10 CTI-CANAL       PIC X(01).
           05 CTI-CONTATO        PIC X(30).
           05 CTI-DATA           PIC 9(08).
           05 CTI-MOTIVO         PIC X(30).
           05 CTI-QTD            PIC 9(03).

       FD  CLIQUAL-REL.
       01  REL-LINHA            PIC X(80).

       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-EXTRATO      PIC 9(02) VALUE ZEROS.
       77  FS-CLIQUAL-REL  PIC 9(02) VALUE ZEROS.
       77  WRK-CTI-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTI-PATH: VARIAVEL DE AMBIENTE "CONTATO_INV_PATH";
      *== SE NAO DEFINIDA, "CONTATO.INV" - AUSENTE = REGRA 7 VAZIA
       77  FS-CONTATO-INV  PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CTI     PIC X(01) VALUE "N".
       77  WRK-CTI-VALOR   PIC X(30) VALUE SPACES.
       77  WRK-PRIMEIRA    PIC X(01) VALUE "S".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXCECAO PIC 9(06) VALUE ZEROS.
               10 WRK-TAB-TELEFONE PIC X(11).
               10 WRK-TAB-EMAIL    PIC X(30).
               10 WRK-TAB-STATUS   PIC X(01).
               10 WRK-TAB-DOCUMENTO PIC X(18).
       77  WRK-QTD-CLI     PIC 9(05) VALUE ZEROS.
       77  WRK-IDX         PIC 9(05) VALUE ZEROS.
       77  WRK-REGRA       PIC 9(01) VALUE ZEROS.
       01  WRK-CSV-ENDERECO    PIC X(40).
       01  WRK-CSV-EMAIL       PIC X(30).
       01  WRK-CSV-STATUS      PIC X(01).
       01  WRK-CSV-DOCUMENTO   PIC X(18).
       77  WRK-LINHA-LEN       PIC 9(03) VALUE ZEROS.
       77  WRK-POS-CSV         PIC 9(03) VALUE ZEROS.
       77  WRK-CAMPO-IDX       PIC 9(01) VALUE ZEROS.
       77  WRK-TOKEN-LEN       PIC 9(02) VALUE ZEROS.
       01  WRK-TOKEN           PIC X(40) VALUE SPACES.

      *== AREA DO MODULO DE VALIDACAO DE CPF/CNPJ (VER DOCVAL)
       01  WRK-DOCVAL-AREA.
           05  WRK-DOC-ENTRADA   PIC X(18) VALUE SPACES.
           05  WRK-DOC-TIPO      PIC X(01) VALUE SPACES.
           05  WRK-DOC-NUMERO    PIC X(14) VALUE SPACES.
           05  WRK-DOC-VALIDO    PIC X(01) VALUE SPACES.
           05  WRK-DOC-FORMATADO PIC X(18) VALUE SPACES.
           05  WRK-DOC-MENSAGEM  PIC X(30) VALUE SPACES.

       01  WRK-REL-DETALHE.
           05  FILLER          PIC X(02).
           05  WRK-DET-ID      PIC X(04).
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CLIQUAL.REL" TO WRK-REL-PATH
           END-IF.
           ACCEPT WRK-CTI-PATH FROM ENVIRONMENT "CONTATO_INV_PATH".
           IF WRK-CTI-PATH EQUAL SPACES
               MOVE "CONTATO.INV" TO WRK-CTI-PATH
           END-IF.
           OPEN INPUT CONTATO-INV.
           IF FS-CONTATO-INV EQUAL 0
               MOVE "S" TO WRK-TEM-CTI
           END-IF.
           OPEN OUTPUT CLIQUAL-REL.
           MOVE "AUDITORIA DE QUALIDADE DO CADASTRO DE CLIENTES"
               TO REL-LINHA.
                   MOVE REG-TELEFONE TO WRK-TAB-TELEFONE(WRK-QTD-CLI)
                   MOVE REG-EMAIL    TO WRK-TAB-EMAIL(WRK-QTD-CLI)
                   MOVE REG-STATUS   TO WRK-TAB-STATUS(WRK-QTD-CLI)
                   MOVE REG-DOCUMENTO
                       TO WRK-TAB-DOCUMENTO(WRK-QTD-CLI)
               END-IF
               READ CLIENTES
                   AT END MOVE 10 TO FS-CLIENTES
                           TO WRK-TAB-EMAIL(WRK-QTD-CLI)
                       MOVE WRK-CSV-STATUS
                           TO WRK-TAB-STATUS(WRK-QTD-CLI)
                       MOVE WRK-CSV-DOCUMENTO
                           TO WRK-TAB-DOCUMENTO(WRK-QTD-CLI)
                   END-IF
               END-IF
               END-IF
       0260-PARSE-LINHA            SECTION.
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

      *== UMA PASSADA POR REGRA, PARA O RELATORIO SAIR AGRUPADO:
      *== 1 NOME EM BRANCO  2 TELEFONE INVALIDO  3 EMAIL SEM FORMA
      *== 4 STATUS FORA DE A/I  5 SEM CPF/CNPJ  6 CPF/CNPJ COM DIGITO
      *== VERIFICADOR QUE NAO CONFERE  7 CONTATO DEVOLVIDO PELO
      *== GATEWAY DE MENSAGENS
       0300-GERAR-RELATORIO        SECTION.
           PERFORM VARYING WRK-REGRA FROM 1 BY 1
                   UNTIL WRK-REGRA GREATER 7
               MOVE ZEROS TO WRK-QTD-REGRA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
                   WHEN 4
                       MOVE "REGRA 4 - STATUS FORA DE A/I"
                           TO REL-LINHA
                   WHEN 5
                       MOVE "REGRA 5 - DOCUMENTO CPF/CNPJ AUSENTE"
                           TO REL-LINHA
                   WHEN 6
                       MOVE "REGRA 6 - CPF/CNPJ COM DIGITO INVALIDO"
                           TO REL-LINHA
                   WHEN 7
                       MOVE "REGRA 7 - CONTATO DEVOLVIDO PELO GATEWAY"
                           TO REL-LINHA
               END-EVALUATE
               WRITE REL-LINHA
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       AND WRK-TAB-STATUS(WRK-IDX) NOT EQUAL "I"
                       MOVE "S" TO WRK-VIOLA
                   END-IF
               WHEN 5
                   IF WRK-TAB-DOCUMENTO(WRK-IDX) EQUAL SPACES
                       MOVE "S" TO WRK-VIOLA
                   END-IF
               WHEN 6
                   IF WRK-TAB-DOCUMENTO(WRK-IDX) NOT EQUAL SPACES
                       MOVE WRK-TAB-DOCUMENTO(WRK-IDX)
                           TO WRK-DOC-ENTRADA
                       CALL "DOCVAL" USING WRK-DOCVAL-AREA
                       IF WRK-DOC-VALIDO NOT EQUAL "S"
                           MOVE "S" TO WRK-VIOLA
                       END-IF
                   END-IF
               WHEN 7
                   IF WRK-TEM-CTI EQUAL "S"
                       AND WRK-TAB-ID(WRK-IDX) IS NUMERIC
                       PERFORM 0325-CONTATO-DEVOLVIDO
                   END-IF
           END-EVALUATE.

      *== TELEFONE: NAO BRANCO, SO DIGITOS, 10 OU 11 POSICOES
               END-IF
           END-IF.

      *== SO CONTA A DEVOLUCAO DO CONTATO QUE AINDA ESTA NO
      *== CADASTRO; O EMAIL VEM ANTES DO TELEFONE NO DETALHE
       0325-CONTATO-DEVOLVIDO      SECTION.
           MOVE SPACES TO WRK-CTI-VALOR.
           MOVE WRK-TAB-ID(WRK-IDX) TO CTI-CLIENTE.
           MOVE "T" TO CTI-CANAL.
           READ CONTATO-INV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTI-CONTATO EQUAL WRK-TAB-TELEFONE(WRK-IDX)
                       MOVE "S" TO WRK-VIOLA
                       MOVE CTI-CONTATO TO WRK-CTI-VALOR
                   END-IF
           END-READ.
           MOVE WRK-TAB-ID(WRK-IDX) TO CTI-CLIENTE.
           MOVE "E" TO CTI-CANAL.
           READ CONTATO-INV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTI-CONTATO EQUAL WRK-TAB-EMAIL(WRK-IDX)
                       MOVE "S" TO WRK-VIOLA
                       MOVE CTI-CONTATO TO WRK-CTI-VALOR
                   END-IF
           END-READ.

       0330-ESCREVE-EXCECAO        SECTION.
           ADD 1 TO WRK-QTD-REGRA.
           ADD 1 TO WRK-TOTAL-EXCECAO.
                   MOVE WRK-TAB-EMAIL(WRK-IDX) TO WRK-DET-VALOR
               WHEN 4
                   MOVE WRK-TAB-STATUS(WRK-IDX) TO WRK-DET-VALOR
               WHEN 6
                   MOVE WRK-TAB-DOCUMENTO(WRK-IDX) TO WRK-DET-VALOR
               WHEN 7
                   MOVE WRK-CTI-VALOR TO WRK-DET-VALOR
               WHEN OTHER
                   MOVE SPACES TO WRK-DET-VALOR
           END-EVALUATE.
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE CLIQUAL-REL.
           IF WRK-TEM-CTI EQUAL "S"
               CLOSE CONTATO-INV
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-EXCECAO TO WRK-RUN-REJEITADOS.
