      *==           VEZ DE VIRAR COBRANCA
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: CLIENTE SEM LINHA NO ARQUIVO NAO TEM LIMITE;
      *==   A INCLUSAO VALIDA O REG-ID CONTRA CLIENTES.DAT. A OPCAO 4
      *==   PASSA PELAS PROPOSTAS DO SCORE DE CREDITO (CLISCORE.PRP,
      *==   GRAVADAS PELO CLISCORE): SO A PROPOSTA APROVADA MEXE NO
      *==   LIMITE, COM O MESMO LOG DA ALTERACAO MANUAL. MUDANCA
      *==   SENSIVEL (REGRA APROV_LIMMANT_* NO ARQUIVO CENTRAL, VER
      *==   APROVLIB) NAO VAI DIRETO AO LIMITE: VIRA PEDIDO PENDENTE,
      *==   E A OPCAO 5 E ONDE UM SEGUNDO OPERADOR, APROVADOR E NAO
      *==   O SOLICITANTE, APROVA (APLICA E GRAVA O LOG) OU REJEITA.
      *==   OPERACOES: I = INCLUSAO, A = ALTERACAO, E = EXCLUSAO,
      *==   P = PROPOSTA DO SCORE; VALOR = DIFERENCA DO LIMITE
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT LIMITES-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           SELECT PROPOSTAS ASSIGN TO DYNAMIC WRK-PRP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPOSTAS.

       DATA DIVISION.
       FILE SECTION.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  LIMITES-LOG.
       01  LOG-LINHA            PIC X(120).

      *== PROPOSTAS DO SCORE DE CREDITO (VER CLISCORE)
       FD  PROPOSTAS.
       01  PRP-REG.
           05 PRP-CLIENTE        PIC 9(04).
           05 PRP-COMPETENCIA    PIC 9(06).
           05 PRP-SCORE          PIC 9(03).
           05 PRP-FAIXA          PIC X(01).
           05 PRP-ACAO           PIC X(01).
      *== PRP-ACAO: "E" = ELEVAR   "R" = REDUZIR   "B" = BLOQUEAR
           05 PRP-TEM-LINHA      PIC X(01).
           05 PRP-LIMITE-ATUAL   PIC 9(009)V99.
           05 PRP-LIMITE-PROPOSTO PIC 9(009)V99.
           05 PRP-SITUACAO       PIC X(01).
      *== PRP-SITUACAO: "P" = PENDENTE   "A" = APROVADA   "N" = NEGADA
           05 PRP-OPERADOR       PIC X(08).
           05 PRP-DATA-DECISAO   PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-LIM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LIM-PATH: VARIAVEL DE AMBIENTE "CLILIM_PATH";
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CLILIM_LOG_PATH";
      *== SE NAO DEFINIDA, "CLILIM.LOG"
       77  WRK-PRP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PRP-PATH: VARIAVEL DE AMBIENTE "CLISCORE_PRP_PATH";
      *== SE NAO DEFINIDA, "CLISCORE.PRP"
       77  FS-LIMITES      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-PROPOSTAS    PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-TINHA-LINHA PIC X(01) VALUE "N".
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.

      *== PROPOSTAS DO SCORE EM MEMORIA: A DECISAO E CARIMBADA NA
      *== LINHA E O ARQUIVO REGRAVADO INTEIRO NO FIM DA OPCAO (O
      *== CLISCORE PONTUA NO MAXIMO 1000 CLIENTES - CABE TUDO)
       01  WRK-TAB-PROPOSTAS.
           05 WRK-PRP-ITEM  OCCURS 1000 TIMES PIC X(55).
       77  WRK-QTD-PROPOSTAS PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-PRP     PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-DECIDIDAS PIC 9(04) VALUE ZEROS.
       77  WRK-PRP-ESTOURO PIC X(01) VALUE "N".
       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-FIM-PROPOSTAS PIC X(01) VALUE "N".
       77  WRK-PROPOSTO-ED PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERADOR PIC X(08) VALUE SPACES.
       77  WRK-LOG-APROVADOR PIC X(08) VALUE SPACES.
       77  WRK-LOG-PTR     PIC 9(03) VALUE ZEROS.
       77  WRK-RETIDO      PIC X(01) VALUE "N".
       77  WRK-FICA-LINHA  PIC X(01) VALUE "S".
       77  WRK-FIM-APROVACAO PIC X(01) VALUE "N".
       77  WRK-CONFERE     PIC X(01) VALUE "S".

      *== IMAGEM DO LIMITE GUARDADA NO PEDIDO DE APROVACAO (ANTES E
      *== DEPOIS): TEM-LINHA "N" = CLIENTE SEM LIMITE CADASTRADO
       01  WRK-LIM-IMAGEM.
           05 WRK-IMG-TEM-LINHA  PIC X(01).
           05 WRK-IMG-CLIENTE    PIC 9(04).
           05 WRK-IMG-VALOR      PIC 9(009)V99.

      *== AREA DA FILA DE APROVACAO DE MUDANCAS (VER APROVLIB)
       01  WRK-APROVLIB-AREA.
           05  WRK-APR-ACAO       PIC X(01) VALUE SPACES.
           05  WRK-APR-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-APR-PEDIDO.
               10  WRK-APR-NUMERO     PIC 9(06) VALUE ZEROS.
               10  WRK-APR-PROGRAMA   PIC X(08) VALUE "LIMMANT".
               10  WRK-APR-OPERACAO   PIC X(01) VALUE SPACES.
               10  WRK-APR-DESCRICAO  PIC X(12) VALUE SPACES.
               10  WRK-APR-CHAVE      PIC X(10) VALUE SPACES.
               10  WRK-APR-VALOR      PIC 9(09)V99 VALUE ZEROS.
               10  WRK-APR-IMG-ANTES  PIC X(100) VALUE SPACES.
               10  WRK-APR-IMG-DEPOIS PIC X(100) VALUE SPACES.
               10  WRK-APR-SOLICITANTE PIC X(08) VALUE SPACES.
               10  WRK-APR-DATA-PEDIDO PIC 9(08) VALUE ZEROS.
               10  WRK-APR-HORA-PEDIDO PIC 9(08) VALUE ZEROS.
               10  WRK-APR-SITUACAO   PIC X(01) VALUE SPACES.
               10  WRK-APR-APROVADOR  PIC X(08) VALUE SPACES.
               10  WRK-APR-DATA-DECISAO PIC 9(08) VALUE ZEROS.
               10  WRK-APR-MOTIVO     PIC X(30) VALUE SPACES.

      *== IDENTIFICACAO DO SEGUNDO OPERADOR QUE APROVA OS PEDIDOS
      *== (VER SIGNON, "APROVMNT")
       01  WRK-APROVADOR-AREA.
           05  WRK-APV-PROGRAMA  PIC X(08) VALUE "APROVMNT".
           05  WRK-APV-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-APV-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-LISTAR  2-INCLUIR/ALTERAR  3-EXCLUIR  "
                   "4-PROPOSTAS DO SCORE  5-APROVAR PEDIDOS  6-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
               WHEN 3
                   PERFORM 3000-EXCLUIR
               WHEN 4
                   PERFORM 4000-PROPOSTAS-SCORE
               WHEN 5
                   PERFORM 5000-APROVACOES
               WHEN 6
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   IF WRK-QTD-LIMITES GREATER OR EQUAL 200
                       DISPLAY "TABELA DE LIMITES CHEIA"
                   ELSE
                       MOVE ZEROS TO WRK-VALOR-ANTES
                       MOVE "N" TO WRK-TINHA-LINHA
                       MOVE "S" TO WRK-FICA-LINHA
                       MOVE "I" TO WRK-APR-OPERACAO
                       MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                       PERFORM 8500-CONFERE-APROVACAO
                       IF WRK-RETIDO EQUAL "N"
                           ADD 1 TO WRK-QTD-LIMITES
                           MOVE WRK-QTD-LIMITES TO WRK-IDX-LIM
                           MOVE WRK-CLIENTE-BUSCA
                               TO WRK-TAB-CLIENTE(WRK-IDX-LIM)
                           MOVE WRK-VALOR-NOVO
                               TO WRK-TAB-VALOR(WRK-IDX-LIM)
                           PERFORM 2100-REGRAVA
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "LIMITE INCLUIDO"
                       END-IF
                   END-IF
               ELSE
                   MOVE WRK-TAB-VALOR(WRK-IDX-LIM)
                       TO WRK-VALOR-ANTES
                   MOVE "S" TO WRK-TINHA-LINHA
                   MOVE "S" TO WRK-FICA-LINHA
                   MOVE "A" TO WRK-APR-OPERACAO
                   MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                   PERFORM 8500-CONFERE-APROVACAO
                   IF WRK-RETIDO EQUAL "N"
                       MOVE WRK-VALOR-NOVO
                           TO WRK-TAB-VALOR(WRK-IDX-LIM)
                       PERFORM 2100-REGRAVA
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "LIMITE ALTERADO"
                   END-IF
               END-IF
           END-IF.

           ELSE
               MOVE WRK-TAB-VALOR(WRK-IDX-LIM) TO WRK-VALOR-ANTES
               MOVE ZEROS TO WRK-VALOR-NOVO
               MOVE "S" TO WRK-TINHA-LINHA
               MOVE "N" TO WRK-FICA-LINHA
               MOVE "E" TO WRK-APR-OPERACAO
               MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
               PERFORM 8500-CONFERE-APROVACAO
               IF WRK-RETIDO EQUAL "N"
                   PERFORM 3100-TIRA-DA-TABELA
                   PERFORM 2100-REGRAVA
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "LIMITE EXCLUIDO - CLIENTE VOLTA A FATURAR "
                           "SEM RETENCAO"
               END-IF
           END-IF.

      *== DESLOCA A TABELA POR CIMA DA LINHA EXCLUIDA (WRK-IDX-LIM)
       3100-TIRA-DA-TABELA         SECTION.
           PERFORM VARYING WRK-IDX-COMP FROM WRK-IDX-LIM BY 1
                   UNTIL WRK-IDX-COMP GREATER OR EQUAL
                         WRK-QTD-LIMITES
               MOVE WRK-LIM-ITEM(WRK-IDX-COMP + 1)
                   TO WRK-LIM-ITEM(WRK-IDX-COMP)
           END-PERFORM.
           SUBTRACT 1 FROM WRK-QTD-LIMITES.

      *== PASSA PELAS PROPOSTAS PENDENTES UMA A UMA: S APLICA, N
      *== NEGA, P DEIXA PARA DEPOIS, F ENCERRA A REVISAO
       4000-PROPOSTAS-SCORE        SECTION.
           ACCEPT WRK-PRP-PATH FROM ENVIRONMENT "CLISCORE_PRP_PATH".
           IF WRK-PRP-PATH EQUAL SPACES
               MOVE "CLISCORE.PRP" TO WRK-PRP-PATH
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-PROPOSTAS.
           MOVE ZEROS TO WRK-QTD-DECIDIDAS.
           MOVE "N" TO WRK-FIM-PROPOSTAS.
           MOVE "N" TO WRK-PRP-ESTOURO.
           MOVE ZEROS TO FS-PROPOSTAS.
           OPEN INPUT PROPOSTAS.
           IF FS-PROPOSTAS NOT EQUAL 0
               DISPLAY "SEM PROPOSTAS DO SCORE (" WRK-PRP-PATH
                       ") - RODE O CLISCORE"
           ELSE
               READ PROPOSTAS
                   AT END MOVE 10 TO FS-PROPOSTAS
               END-READ
               PERFORM UNTIL FS-PROPOSTAS EQUAL 10
                   IF WRK-QTD-PROPOSTAS LESS 1000
                       ADD 1 TO WRK-QTD-PROPOSTAS
                       MOVE PRP-REG
                           TO WRK-PRP-ITEM(WRK-QTD-PROPOSTAS)
                   ELSE
                       DISPLAY "MAIS DE 1000 PROPOSTAS - REVISAO "
                               "CANCELADA, ARQUIVO NAO E DO CLISCORE"
                       MOVE "S" TO WRK-PRP-ESTOURO
                       MOVE 10 TO FS-PROPOSTAS
                   END-IF
                   IF FS-PROPOSTAS NOT EQUAL 10
                       READ PROPOSTAS
                           AT END MOVE 10 TO FS-PROPOSTAS
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PROPOSTAS
               PERFORM VARYING WRK-IDX-PRP FROM 1 BY 1
                       UNTIL WRK-IDX-PRP GREATER WRK-QTD-PROPOSTAS
                          OR WRK-FIM-PROPOSTAS EQUAL "S"
                          OR WRK-PRP-ESTOURO EQUAL "S"
                   MOVE WRK-PRP-ITEM(WRK-IDX-PRP) TO PRP-REG
                   IF PRP-SITUACAO EQUAL "P"
                       PERFORM 4100-DECIDE-PROPOSTA
                   END-IF
               END-PERFORM
               IF WRK-QTD-DECIDIDAS GREATER ZEROS
                   PERFORM 4300-REGRAVA-PROPOSTAS
               END-IF
               DISPLAY "PROPOSTAS DECIDIDAS... " WRK-QTD-DECIDIDAS
           END-IF.

       4100-DECIDE-PROPOSTA        SECTION.
           MOVE PRP-CLIENTE TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY MOVE "(NAO CADASTRADO)" TO REG-NOME
           END-READ.
           MOVE PRP-LIMITE-ATUAL TO WRK-VALOR-ED.
           MOVE PRP-LIMITE-PROPOSTO TO WRK-PROPOSTO-ED.
           DISPLAY "CLIENTE " PRP-CLIENTE " " REG-NOME
                   " SCORE " PRP-SCORE " FAIXA " PRP-FAIXA.
           EVALUATE PRP-ACAO
               WHEN "E"
                   DISPLAY "  ELEVAR DE " WRK-VALOR-ED
                           " PARA " WRK-PROPOSTO-ED
               WHEN "R"
                   IF PRP-TEM-LINHA EQUAL "N"
                       DISPLAY "  SEM LIMITE HOJE - PASSAR A TER "
                               WRK-PROPOSTO-ED
                   ELSE
                       DISPLAY "  REDUZIR DE " WRK-VALOR-ED
                               " PARA " WRK-PROPOSTO-ED
                   END-IF
               WHEN "B"
                   DISPLAY "  BLOQUEAR (LIMITE ZERO - TODO PEDIDO "
                           "VAI PARA A MESA DE CREDITO)"
           END-EVALUATE.
           MOVE PRP-CLIENTE TO WRK-CLIENTE-BUSCA.
           MOVE 1 TO WRK-IDX-LIM.
           PERFORM UNTIL WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               OR WRK-TAB-CLIENTE(WRK-IDX-LIM) EQUAL WRK-CLIENTE-BUSCA
               ADD 1 TO WRK-IDX-LIM
           END-PERFORM.
           IF WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               IF PRP-TEM-LINHA EQUAL "S"
                   DISPLAY "  ATENCAO: LIMITE EXCLUIDO DEPOIS DA "
                           "APURACAO"
               END-IF
           ELSE
               IF PRP-TEM-LINHA EQUAL "N" OR
                   WRK-TAB-VALOR(WRK-IDX-LIM) NOT EQUAL
                   PRP-LIMITE-ATUAL
                   MOVE WRK-TAB-VALOR(WRK-IDX-LIM) TO WRK-VALOR-ED
                   DISPLAY "  ATENCAO: LIMITE MUDOU DEPOIS DA "
                           "APURACAO - HOJE " WRK-VALOR-ED
               END-IF
           END-IF.
           DISPLAY "APROVA (S/N, P=PULAR, F=FIM)...  ".
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN "S"
                   PERFORM 4200-APLICA-PROPOSTA
      *== RETIDA PARA APROVACAO MAS SEM PEDIDO GRAVADO (JA HAVIA UM
      *== PENDENTE): A PROPOSTA FICA PARA DEPOIS
                   IF WRK-RETIDO EQUAL "S"
                       AND WRK-APR-RESULTADO NOT EQUAL "S"
                       DISPLAY "PROPOSTA MANTIDA PENDENTE"
                   ELSE
                       MOVE "A" TO PRP-SITUACAO
                       MOVE WRK-SIG-OPERADOR TO PRP-OPERADOR
                       MOVE WRK-DATA-HOJE TO PRP-DATA-DECISAO
                       MOVE PRP-REG TO WRK-PRP-ITEM(WRK-IDX-PRP)
                       ADD 1 TO WRK-QTD-DECIDIDAS
                   END-IF
               WHEN "N"
                   MOVE "N" TO PRP-SITUACAO
                   MOVE WRK-SIG-OPERADOR TO PRP-OPERADOR
                   MOVE WRK-DATA-HOJE TO PRP-DATA-DECISAO
                   MOVE PRP-REG TO WRK-PRP-ITEM(WRK-IDX-PRP)
                   ADD 1 TO WRK-QTD-DECIDIDAS
                   DISPLAY "PROPOSTA NEGADA - LIMITE NAO MUDA"
               WHEN "F"
                   MOVE "S" TO WRK-FIM-PROPOSTAS
               WHEN OTHER
                   DISPLAY "PROPOSTA MANTIDA PENDENTE"
           END-EVALUATE.

      *== MESMO CAMINHO DA INCLUSAO/ALTERACAO MANUAL (WRK-IDX-LIM JA
      *== POSICIONADO PELO 4100)
       4200-APLICA-PROPOSTA        SECTION.
           MOVE PRP-LIMITE-PROPOSTO TO WRK-VALOR-NOVO.
           EVALUATE PRP-ACAO
               WHEN "E"
                   MOVE "SCORE-ELEVA" TO WRK-LOG-OPERACAO
               WHEN "R"
                   MOVE "SCORE-REDUZ" TO WRK-LOG-OPERACAO
               WHEN OTHER
                   MOVE "SCORE-BLOQ" TO WRK-LOG-OPERACAO
           END-EVALUATE.
           IF WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               MOVE ZEROS TO WRK-VALOR-ANTES
               MOVE "N" TO WRK-TINHA-LINHA
           ELSE
               MOVE WRK-TAB-VALOR(WRK-IDX-LIM) TO WRK-VALOR-ANTES
               MOVE "S" TO WRK-TINHA-LINHA
           END-IF.
           MOVE "S" TO WRK-FICA-LINHA.
           MOVE "P" TO WRK-APR-OPERACAO.
           PERFORM 8500-CONFERE-APROVACAO.
           IF WRK-RETIDO EQUAL "N"
               PERFORM 4210-GRAVA-PROPOSTA
           END-IF.

       4210-GRAVA-PROPOSTA         SECTION.
           IF WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               IF WRK-QTD-LIMITES GREATER OR EQUAL 200
                   DISPLAY "TABELA DE LIMITES CHEIA"
               ELSE
                   ADD 1 TO WRK-QTD-LIMITES
                   MOVE WRK-QTD-LIMITES TO WRK-IDX-LIM
                   MOVE WRK-CLIENTE-BUSCA
                       TO WRK-TAB-CLIENTE(WRK-IDX-LIM)
                   MOVE ZEROS TO WRK-VALOR-ANTES
                   MOVE WRK-VALOR-NOVO TO WRK-TAB-VALOR(WRK-IDX-LIM)
                   PERFORM 2100-REGRAVA
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "LIMITE INCLUIDO PELA PROPOSTA"
               END-IF
           ELSE
               MOVE WRK-TAB-VALOR(WRK-IDX-LIM) TO WRK-VALOR-ANTES
               MOVE WRK-VALOR-NOVO TO WRK-TAB-VALOR(WRK-IDX-LIM)
               PERFORM 2100-REGRAVA
               PERFORM 9100-GRAVA-LOG
               DISPLAY "LIMITE ALTERADO PELA PROPOSTA"
           END-IF.

       4300-REGRAVA-PROPOSTAS      SECTION.
           OPEN OUTPUT PROPOSTAS.
           PERFORM VARYING WRK-IDX-PRP FROM 1 BY 1
                   UNTIL WRK-IDX-PRP GREATER WRK-QTD-PROPOSTAS
               MOVE WRK-PRP-ITEM(WRK-IDX-PRP) TO PRP-REG
               WRITE PRP-REG
           END-PERFORM.
           CLOSE PROPOSTAS.

      *== SEGUNDO OPERADOR: IDENTIFICA-SE COMO APROVADOR E DECIDE OS
      *== PEDIDOS PENDENTES DO LIMMANT UM A UM (S APROVA E APLICA, N
      *== REJEITA, P DEIXA PARA DEPOIS, F ENCERRA); O PEDIDO QUE ELE
      *== MESMO FEZ FICA PARA OUTRO APROVADOR
       5000-APROVACOES             SECTION.
           DISPLAY "APROVACAO DE PEDIDOS - IDENTIFICACAO DO APROVADOR".
           CALL "SIGNON" USING WRK-APROVADOR-AREA.
           IF WRK-APV-AUTORIZADO NOT EQUAL "S"
               DISPLAY "APROVADOR NAO AUTORIZADO"
           ELSE
               MOVE ZEROS TO WRK-APR-NUMERO
               MOVE ZEROS TO WRK-QTD-DECIDIDAS
               MOVE "N" TO WRK-FIM-APROVACAO
               PERFORM UNTIL WRK-FIM-APROVACAO EQUAL "S"
                   MOVE "L" TO WRK-APR-ACAO
                   MOVE "LIMMANT" TO WRK-APR-PROGRAMA
                   CALL "APROVLIB" USING WRK-APROVLIB-AREA
                   IF WRK-APR-RESULTADO EQUAL "S"
                       PERFORM 5100-DECIDE-PEDIDO
                   ELSE
                       MOVE "S" TO WRK-FIM-APROVACAO
                   END-IF
               END-PERFORM
               DISPLAY "PEDIDOS DECIDIDOS... " WRK-QTD-DECIDIDAS
           END-IF.

       5100-DECIDE-PEDIDO          SECTION.
           MOVE WRK-APR-IMG-ANTES TO WRK-LIM-IMAGEM.
           MOVE WRK-IMG-VALOR TO WRK-VALOR-ED.
           MOVE WRK-APR-IMG-DEPOIS TO WRK-LIM-IMAGEM.
           MOVE WRK-IMG-VALOR TO WRK-PROPOSTO-ED.
           DISPLAY "PEDIDO " WRK-APR-NUMERO " " WRK-APR-DESCRICAO
                   " CLIENTE " WRK-IMG-CLIENTE.
           DISPLAY "  LIMITE DE " WRK-VALOR-ED " PARA "
                   WRK-PROPOSTO-ED.
           DISPLAY "  PEDIDO POR " WRK-APR-SOLICITANTE " EM "
                   WRK-APR-DATA-PEDIDO.
           IF WRK-APR-SOLICITANTE EQUAL WRK-APV-OPERADOR
               DISPLAY "  PEDIDO DO PROPRIO APROVADOR - FICA PARA "
                       "OUTRO APROVADOR"
           ELSE
               DISPLAY "APROVA (S/N, P=PULAR, F=FIM)...  "
               ACCEPT WRK-DECISAO
               EVALUATE WRK-DECISAO
                   WHEN "S"
                       PERFORM 5200-APLICA-PEDIDO
                   WHEN "N"
                       DISPLAY "MOTIVO DA REJEICAO...  "
                       ACCEPT WRK-APR-MOTIVO
                       MOVE "R" TO WRK-APR-SITUACAO
                       PERFORM 5300-GRAVA-DECISAO
                       IF WRK-APR-RESULTADO EQUAL "S"
                           DISPLAY "PEDIDO REJEITADO - LIMITE NAO MUDA"
                       END-IF
                   WHEN "F"
                       MOVE "S" TO WRK-FIM-APROVACAO
                   WHEN OTHER
                       DISPLAY "PEDIDO MANTIDO PENDENTE"
               END-EVALUATE
           END-IF.

      *== O LIMITE TEM QUE ESTAR COMO ESTAVA NO PEDIDO; SE MUDOU, O
      *== PEDIDO E REJEITADO E QUEM PEDIU REFAZ SOBRE O VALOR ATUAL.
      *== A DECISAO E CARIMBADA ANTES DE REGRAVAR O MESTRE - SE NAO
      *== GRAVAR, A TABELA E RECARREGADA E NADA MUDA
       5200-APLICA-PEDIDO          SECTION.
           MOVE WRK-APR-IMG-ANTES TO WRK-LIM-IMAGEM.
           MOVE WRK-IMG-CLIENTE TO WRK-CLIENTE-BUSCA.
           MOVE WRK-IMG-VALOR TO WRK-VALOR-ANTES.
           MOVE 1 TO WRK-IDX-LIM.
           PERFORM UNTIL WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               OR WRK-TAB-CLIENTE(WRK-IDX-LIM) EQUAL WRK-CLIENTE-BUSCA
               ADD 1 TO WRK-IDX-LIM
           END-PERFORM.
           MOVE "S" TO WRK-CONFERE.
           IF WRK-IDX-LIM GREATER WRK-QTD-LIMITES
               IF WRK-IMG-TEM-LINHA EQUAL "S"
                   MOVE "N" TO WRK-CONFERE
               END-IF
           ELSE
               IF WRK-IMG-TEM-LINHA NOT EQUAL "S"
                   OR WRK-TAB-VALOR(WRK-IDX-LIM) NOT EQUAL
                      WRK-IMG-VALOR
                   MOVE "N" TO WRK-CONFERE
               END-IF
           END-IF.
           IF WRK-CONFERE EQUAL "N"
               DISPLAY "LIMITE MUDOU DEPOIS DO PEDIDO - PEDIDO "
                       "REJEITADO"
               MOVE "MESTRE ALTERADO APOS O PEDIDO" TO WRK-APR-MOTIVO
               MOVE "R" TO WRK-APR-SITUACAO
               PERFORM 5300-GRAVA-DECISAO
           ELSE
               MOVE WRK-APR-IMG-DEPOIS TO WRK-LIM-IMAGEM
               MOVE WRK-IMG-VALOR TO WRK-VALOR-NOVO
               EVALUATE TRUE
                   WHEN WRK-IMG-TEM-LINHA EQUAL "N"
                       PERFORM 3100-TIRA-DA-TABELA
                   WHEN WRK-IDX-LIM NOT GREATER WRK-QTD-LIMITES
                       MOVE WRK-VALOR-NOVO
                           TO WRK-TAB-VALOR(WRK-IDX-LIM)
                   WHEN WRK-QTD-LIMITES GREATER OR EQUAL 200
                       DISPLAY "TABELA DE LIMITES CHEIA - PEDIDO "
                               "MANTIDO PENDENTE"
                       MOVE "N" TO WRK-CONFERE
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-LIMITES
                       MOVE WRK-QTD-LIMITES TO WRK-IDX-LIM
                       MOVE WRK-CLIENTE-BUSCA
                           TO WRK-TAB-CLIENTE(WRK-IDX-LIM)
                       MOVE WRK-VALOR-NOVO
                           TO WRK-TAB-VALOR(WRK-IDX-LIM)
               END-EVALUATE
               IF WRK-CONFERE EQUAL "S"
                   MOVE SPACES TO WRK-APR-MOTIVO
                   MOVE "A" TO WRK-APR-SITUACAO
                   PERFORM 5300-GRAVA-DECISAO
                   IF WRK-APR-RESULTADO EQUAL "S"
                       PERFORM 2100-REGRAVA
                       MOVE WRK-APR-DESCRICAO TO WRK-LOG-OPERACAO
                       MOVE WRK-APR-SOLICITANTE TO WRK-LOG-OPERADOR
                       MOVE WRK-APV-OPERADOR TO WRK-LOG-APROVADOR
                       PERFORM 9100-GRAVA-LOG
                       MOVE SPACES TO WRK-LOG-APROVADOR
                       DISPLAY "PEDIDO APROVADO - LIMITE ATUALIZADO"
                   ELSE
                       PERFORM 0150-CARREGA
                   END-IF
               END-IF
           END-IF.

       5300-GRAVA-DECISAO          SECTION.
           MOVE "D" TO WRK-APR-ACAO.
           MOVE WRK-APV-OPERADOR TO WRK-APR-APROVADOR.
           CALL "APROVLIB" USING WRK-APROVLIB-AREA.
           EVALUATE WRK-APR-RESULTADO
               WHEN "S"
                   ADD 1 TO WRK-QTD-DECIDIDAS
               WHEN "I"
                   DISPLAY "QUEM PEDIU NAO PODE APROVAR O PROPRIO "
                           "PEDIDO"
               WHEN OTHER
                   DISPLAY "PEDIDO " WRK-APR-NUMERO " JA NAO ESTA "
                           "PENDENTE - NADA GRAVADO"
           END-EVALUATE.

      *== MUDANCA SENSIVEL (REGRA DO APROVLIB) NAO VAI PARA O
      *== LIMITE: VIRA PEDIDO PENDENTE PARA UM SEGUNDO OPERADOR. O
      *== CHAMADOR JA PREENCHEU OPERACAO, CLIENTE, ANTES E NOVO
       8500-CONFERE-APROVACAO      SECTION.
           MOVE "N" TO WRK-RETIDO.
           MOVE "R" TO WRK-APR-ACAO.
           MOVE "LIMMANT" TO WRK-APR-PROGRAMA.
           IF WRK-VALOR-NOVO GREATER WRK-VALOR-ANTES
               COMPUTE WRK-APR-VALOR = WRK-VALOR-NOVO - WRK-VALOR-ANTES
           ELSE
               COMPUTE WRK-APR-VALOR = WRK-VALOR-ANTES - WRK-VALOR-NOVO
           END-IF.
           CALL "APROVLIB" USING WRK-APROVLIB-AREA.
           IF WRK-APR-RESULTADO EQUAL "S"
               MOVE "S" TO WRK-RETIDO
               MOVE WRK-LOG-OPERACAO TO WRK-APR-DESCRICAO
               MOVE WRK-CLIENTE-BUSCA TO WRK-APR-CHAVE
               MOVE WRK-TINHA-LINHA TO WRK-IMG-TEM-LINHA
               MOVE WRK-CLIENTE-BUSCA TO WRK-IMG-CLIENTE
               MOVE WRK-VALOR-ANTES TO WRK-IMG-VALOR
               MOVE WRK-LIM-IMAGEM TO WRK-APR-IMG-ANTES
               MOVE WRK-FICA-LINHA TO WRK-IMG-TEM-LINHA
               MOVE WRK-VALOR-NOVO TO WRK-IMG-VALOR
               MOVE WRK-LIM-IMAGEM TO WRK-APR-IMG-DEPOIS
               MOVE WRK-SIG-OPERADOR TO WRK-APR-SOLICITANTE
               MOVE "P" TO WRK-APR-ACAO
               CALL "APROVLIB" USING WRK-APROVLIB-AREA
               EVALUATE WRK-APR-RESULTADO
                   WHEN "S"
                       DISPLAY "MUDANCA RETIDA PARA APROVACAO - "
                               "PEDIDO " WRK-APR-NUMERO
                   WHEN "D"
                       DISPLAY "JA HA PEDIDO PENDENTE PARA ESTE "
                               "CLIENTE (" WRK-APR-NUMERO
                               ") - AGUARDE A DECISAO"
                   WHEN OTHER
                       DISPLAY "PEDIDO NAO GRAVADO - MUDANCA "
                               "CANCELADA"
               END-EVALUATE
           END-IF.

       2100-REGRAVA                SECTION.
           END-PERFORM.
           CLOSE LIMITES.

      *== MUDANCA APROVADA SAI COM QUEM PEDIU EM OPER E QUEM
      *== APROVOU EM APROV
       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           IF WRK-LOG-APROVADOR EQUAL SPACES
               MOVE WRK-SIG-OPERADOR TO WRK-LOG-OPERADOR
           END-IF.
           MOVE SPACES TO LOG-LINHA.
           MOVE 1 TO WRK-LOG-PTR.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-OPERACAO
                  " CLIENTE " WRK-CLIENTE-BUSCA
                  " ANTES=[" WRK-VALOR-ANTES
                  "] DEPOIS=[" WRK-VALOR-NOVO "]"
                  " OPER=" WRK-LOG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
                  WITH POINTER WRK-LOG-PTR
           END-STRING.
           IF WRK-LOG-APROVADOR NOT EQUAL SPACES
               STRING " APROV=" WRK-LOG-APROVADOR
                      DELIMITED BY SIZE INTO LOG-LINHA
                      WITH POINTER WRK-LOG-PTR
               END-STRING
           END-IF.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
