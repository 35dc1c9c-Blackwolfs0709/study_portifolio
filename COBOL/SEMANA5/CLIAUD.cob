      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: LINHAS ANTIGAS DO LOG (GRAVADAS COM 250
      *==   POSICOES) TEM O FINAL DE DEPOIS=[...] TRUNCADO; OS CAMPOS
      *==   QUE COUBEREM SAO COMPARADOS NORMALMENTE. LINHAS GRAVADAS
      *==   ANTES DO CPF/CNPJ NO CADASTRO TEM IMAGENS DE 106 BYTES E
      *==   SAO LIDAS COM O DOCUMENTO EM BRANCO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  CLIAUD-REL.
       01  REL-LINHA            PIC X(132).

      *== CAMPOS EXTRAIDOS DA LINHA DO LOG (POSICOES FIXAS DO STRING
      *== DE 9100-GRAVA-LOG: DATA 1-8, HORA 10-17, OPERACAO 19-28,
      *== ANTES 37-157, DEPOIS 168-288; NA LINHA ANTIGA, DE IMAGEM
      *== COM 106 BYTES, ANTES 37-142 E DEPOIS 153-258)
       77  WRK-LOG-DATA    PIC X(08) VALUE SPACES.
       77  WRK-LOG-HORA    PIC X(08) VALUE SPACES.
       77  WRK-LOG-OPERACAO PIC X(10) VALUE SPACES.
           05 WRK-ANT-ENDERECO  PIC X(40).
           05 WRK-ANT-EMAIL     PIC X(30).
           05 WRK-ANT-STATUS    PIC X(01).
           05 WRK-ANT-TIPO-DOC  PIC X(01).
           05 WRK-ANT-DOCUMENTO PIC X(14).
       01  WRK-IMAGEM-DEPOIS.
           05 WRK-DEP-ID        PIC X(04).
           05 WRK-DEP-NOME      PIC X(20).
           05 WRK-DEP-ENDERECO  PIC X(40).
           05 WRK-DEP-EMAIL     PIC X(30).
           05 WRK-DEP-STATUS    PIC X(01).
           05 WRK-DEP-TIPO-DOC  PIC X(01).
           05 WRK-DEP-DOCUMENTO PIC X(14).
       77  WRK-ID-EVENTO   PIC X(04) VALUE SPACES.
       77  WRK-SELECIONA   PIC X(01) VALUE "S".

           MOVE LOG-LINHA(1:8)    TO WRK-LOG-DATA.
           MOVE LOG-LINHA(10:8)   TO WRK-LOG-HORA.
           MOVE LOG-LINHA(19:10)  TO WRK-LOG-OPERACAO.
      *== O "] DEPOIS=[" NA POSICAO 143 DENUNCIA A LINHA DE IMAGEM
      *== DE 106 BYTES: O MOVE DE GRUPO DEIXA O DOCUMENTO EM BRANCO
           IF LOG-LINHA(143:10) EQUAL "] DEPOIS=["
               MOVE LOG-LINHA(37:106) TO WRK-IMAGEM-ANTES
               MOVE LOG-LINHA(153:106) TO WRK-IMAGEM-DEPOIS
           ELSE
               MOVE LOG-LINHA(37:121) TO WRK-IMAGEM-ANTES
               MOVE LOG-LINHA(168:121) TO WRK-IMAGEM-DEPOIS
           END-IF.
      *== LINHA ANTIGA (250 POSICOES): O "]" FINAL FOI TRUNCADO E O
      *== RABO DE DEPOIS VOLTA COMO ESPACOS - OS MOVES ACIMA JA
      *== DEIXAM OS CAMPOS FALTANTES EM BRANCO
           STRING "  STATUS..... " WRK-DEP-STATUS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  CPF/CNPJ... " WRK-DEP-TIPO-DOC " "
                   WRK-DEP-DOCUMENTO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       0250-MOSTRA-ANTES           SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "  STATUS..... " WRK-ANT-STATUS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  CPF/CNPJ... " WRK-ANT-TIPO-DOC " "
                   WRK-ANT-DOCUMENTO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *== ALTERACAO: SO OS CAMPOS QUE MUDARAM, ANTES -> DEPOIS
       0260-MOSTRA-DIFERENCAS      SECTION.
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WRK-ANT-DOCUMENTO NOT EQUAL WRK-DEP-DOCUMENTO
               OR WRK-ANT-TIPO-DOC NOT EQUAL WRK-DEP-TIPO-DOC
               MOVE SPACES TO REL-LINHA
               STRING "  CPF/CNPJ... [" WRK-ANT-TIPO-DOC " "
                       WRK-ANT-DOCUMENTO "] -> [" WRK-DEP-TIPO-DOC " "
                       WRK-DEP-DOCUMENTO "]"
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0400-FINALIZAR              SECTION.
           CLOSE CLIENTES-LOG.
