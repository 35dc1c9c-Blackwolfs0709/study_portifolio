       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO COMUM DA FILA DE APROVACAO (DUPLA
      *==           CUSTODIA) DAS MUDANCAS SENSIVEIS NOS MESTRES -
      *==           O PROGRAMA DE MANUTENCAO (LIMMANT, CTAMANT,
      *==           EMPMANT) PERGUNTA SE A MUDANCA PRECISA DE
      *==           APROVACAO; SE PRECISA, ELA VIRA PEDIDO PENDENTE
      *==           EM APROVA.DAT EM VEZ DE IR PARA O MESTRE. UM
      *==           SEGUNDO OPERADOR, COM A PERMISSAO DE APROVADOR E
      *==           QUE NAO SEJA QUEM PEDIU, APROVA OU REJEITA PELO
      *==           PROPRIO PROGRAMA DE MANUTENCAO, QUE SO ENTAO
      *==           APLICA NO MESTRE E GRAVA O ANTES/DEPOIS
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: QUAIS MUDANCAS E A PARTIR DE QUAL VALOR VEM
      *==   DO ARQUIVO CENTRAL, POR PROGRAMA:
      *==     APROV_<PROGRAMA>_OPER  = LETRAS DAS OPERACOES RETIDAS
      *==                              ("-" = NENHUMA)
      *==     APROV_<PROGRAMA>_VALOR = VALOR MINIMO DA MUDANCA PARA
      *==                              RETER (0 = QUALQUER VALOR)
      *==   SEM O PARAMETRO VALEM OS PADROES DO 0110 (OS CASOS QUE A
      *==   AUDITORIA APONTOU). O NUMERO DO PEDIDO VEM DO CONTADOR
      *==   APROVA.CTL (MOLDE BOLETOLIB). ACOES:
      *==     "R" = REGRA: A MUDANCA PRECISA DE APROVACAO?
      *==     "P" = PEDIDO: GRAVA O PEDIDO PENDENTE
      *==     "L" = LISTA: PROXIMO PEDIDO PENDENTE DO PROGRAMA
      *==     "D" = DECISAO: CARIMBA APROVADO/REJEITADO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVA-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT APROVA ASSIGN TO DYNAMIC WRK-APR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-NUMERO
               FILE STATUS IS FS-APROVA.

       DATA DIVISION.
       FILE SECTION.
       FD  APROVA-CTL.
       01  CTL-REG.
           05 CTL-PROXIMO        PIC 9(06).

      *== UM REGISTRO POR PEDIDO; AS IMAGENS SAO AS DO PROPRIO
      *== PROGRAMA DE MANUTENCAO (CADA UM SABE LER A SUA)
       FD  APROVA.
       01  APR-REG.
           05 APR-NUMERO         PIC 9(06).
           05 APR-PROGRAMA       PIC X(08).
           05 APR-OPERACAO       PIC X(01).
           05 APR-DESCRICAO      PIC X(12).
           05 APR-CHAVE          PIC X(10).
           05 APR-VALOR          PIC 9(09)V99.
           05 APR-IMG-ANTES      PIC X(100).
           05 APR-IMG-DEPOIS     PIC X(100).
           05 APR-SOLICITANTE    PIC X(08).
           05 APR-DATA-PEDIDO    PIC 9(08).
           05 APR-HORA-PEDIDO    PIC 9(08).
           05 APR-SITUACAO       PIC X(01).
      *== APR-SITUACAO: "P" = PENDENTE   "A" = APROVADO E APLICADO
      *==   "R" = REJEITADO (PELO APROVADOR OU PORQUE O MESTRE MUDOU
      *==   DEPOIS DO PEDIDO)
           05 APR-APROVADOR      PIC X(08).
           05 APR-DATA-DECISAO   PIC 9(08).
           05 APR-MOTIVO         PIC X(30).

       WORKING-STORAGE             SECTION.
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "APROVA_CTL_PATH";
      *== SE NAO DEFINIDA, "APROVA.CTL" - PROXIMO NUMERO DE PEDIDO
       77  WRK-APR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-APR-PATH: VARIAVEL DE AMBIENTE "APROVA_PATH";
      *== SE NAO DEFINIDA, "APROVA.DAT"
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-APROVA       PIC 9(02) VALUE ZEROS.
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-OPERACOES   PIC X(30) VALUE SPACES.
       77  WRK-VALOR-MINIMO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-QTD-ACHADA  PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU       PIC X(01) VALUE "N".

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

       LINKAGE                     SECTION.
       01  LNK-APROVLIB.
           05  LNK-APR-ACAO       PIC X(01).
           05  LNK-APR-RESULTADO  PIC X(01).
      *== LNK-APR-RESULTADO: "R" - "S" = RETER PARA APROVACAO
      *==   "P" - "S" = PEDIDO GRAVADO   "D" = JA HA PEDIDO PENDENTE
      *==         PARA A MESMA CHAVE   "N" = FALHA NA GRAVACAO
      *==   "L" - "S" = DEVOLVEU UM PEDIDO   "N" = NAO HA MAIS
      *==   "D" - "S" = DECISAO GRAVADA   "I" = APROVADOR E O
      *==         SOLICITANTE   "N" = PEDIDO NAO ESTA PENDENTE
           05  LNK-APR-PEDIDO.
               10  LNK-APR-NUMERO     PIC 9(06).
      *== LNK-APR-NUMERO: "P" DEVOLVE O NUMERO GRAVADO; "L" PARTE DO
      *== NUMERO INFORMADO (ZEROS = DO COMECO); "D" DIZ QUAL PEDIDO
               10  LNK-APR-PROGRAMA   PIC X(08).
               10  LNK-APR-OPERACAO   PIC X(01).
               10  LNK-APR-DESCRICAO  PIC X(12).
               10  LNK-APR-CHAVE      PIC X(10).
               10  LNK-APR-VALOR      PIC 9(09)V99.
               10  LNK-APR-IMG-ANTES  PIC X(100).
               10  LNK-APR-IMG-DEPOIS PIC X(100).
               10  LNK-APR-SOLICITANTE PIC X(08).
               10  LNK-APR-DATA-PEDIDO PIC 9(08).
               10  LNK-APR-HORA-PEDIDO PIC 9(08).
               10  LNK-APR-SITUACAO   PIC X(01).
               10  LNK-APR-APROVADOR  PIC X(08).
               10  LNK-APR-DATA-DECISAO PIC 9(08).
               10  LNK-APR-MOTIVO     PIC X(30).

       PROCEDURE DIVISION USING LNK-APROVLIB.
       0000-PRINCIPAL              SECTION.
           MOVE "N" TO LNK-APR-RESULTADO.
           EVALUATE LNK-APR-ACAO
               WHEN "R"
                   PERFORM 0100-REGRA
               WHEN "P"
                   PERFORM 0200-PEDIDO
               WHEN "L"
                   PERFORM 0300-LISTA
               WHEN "D"
                   PERFORM 0400-DECISAO
           END-EVALUATE.
           GOBACK.

       0100-REGRA                  SECTION.
           PERFORM 0110-PADRAO.
           MOVE SPACES TO WRK-PRM-CHAVE.
           STRING "APROV_" LNK-APR-PROGRAMA DELIMITED BY SPACE
                   "_OPER" DELIMITED BY SIZE
                   INTO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               MOVE WRK-PRM-VALOR TO WRK-OPERACOES
           END-IF.
           MOVE SPACES TO WRK-PRM-CHAVE.
           STRING "APROV_" LNK-APR-PROGRAMA DELIMITED BY SPACE
                   "_VALOR" DELIMITED BY SIZE
                   INTO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-VALOR-MINIMO =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE ZEROS TO WRK-QTD-ACHADA.
           INSPECT WRK-OPERACOES TALLYING WRK-QTD-ACHADA
               FOR ALL LNK-APR-OPERACAO.
           IF WRK-QTD-ACHADA GREATER ZEROS
               AND LNK-APR-VALOR NOT LESS WRK-VALOR-MINIMO
               MOVE "S" TO LNK-APR-RESULTADO
           END-IF.

      *== PADROES: AUMENTO/INCLUSAO DE LIMITE DE CREDITO, DESBLOQUEIO
      *== E ENCERRAMENTO DE CONTA, ALTERACAO DE SALARIO
       0110-PADRAO                 SECTION.
           MOVE ZEROS TO WRK-VALOR-MINIMO.
           EVALUATE LNK-APR-PROGRAMA
               WHEN "LIMMANT"
                   MOVE "IA" TO WRK-OPERACOES
               WHEN "CTAMANT"
                   MOVE "DE" TO WRK-OPERACOES
               WHEN "EMPMANT"
                   MOVE "S" TO WRK-OPERACOES
               WHEN OTHER
                   MOVE "-" TO WRK-OPERACOES
           END-EVALUATE.

      *== UM PEDIDO PENDENTE POR CHAVE: O SEGUNDO ESPERA A DECISAO
      *== DO PRIMEIRO, SENAO O APROVADOR DECIDE SOBRE IMAGEM VELHA
       0200-PEDIDO                 SECTION.
           PERFORM 0900-ABRE-APROVA.
           IF FS-APROVA NOT EQUAL 0
               GO TO 0200-PEDIDO-FIM
           END-IF.
           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROS TO APR-NUMERO.
           START APROVA KEY IS NOT LESS APR-NUMERO
               INVALID KEY MOVE 10 TO FS-APROVA
           END-START.
           PERFORM UNTIL FS-APROVA NOT EQUAL 0
               READ APROVA NEXT
                   AT END MOVE 10 TO FS-APROVA
               END-READ
               IF FS-APROVA EQUAL 0
                   AND APR-PROGRAMA EQUAL LNK-APR-PROGRAMA
                   AND APR-CHAVE EQUAL LNK-APR-CHAVE
                   AND APR-SITUACAO EQUAL "P"
                   MOVE "S" TO WRK-ACHOU
                   MOVE APR-NUMERO TO LNK-APR-NUMERO
                   MOVE 10 TO FS-APROVA
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "S"
               MOVE "D" TO LNK-APR-RESULTADO
               CLOSE APROVA
               GO TO 0200-PEDIDO-FIM
           END-IF.
           PERFORM 0210-NUMERA.
           ACCEPT LNK-APR-DATA-PEDIDO FROM DATE YYYYMMDD.
           ACCEPT LNK-APR-HORA-PEDIDO FROM TIME.
           MOVE "P" TO LNK-APR-SITUACAO.
           MOVE SPACES TO LNK-APR-APROVADOR.
           MOVE ZEROS TO LNK-APR-DATA-DECISAO.
           MOVE SPACES TO LNK-APR-MOTIVO.
           MOVE LNK-APR-PEDIDO TO APR-REG.
           WRITE APR-REG
               INVALID KEY
                   DISPLAY "APROVLIB: ERRO AO GRAVAR PEDIDO "
                           APR-NUMERO " FS=" FS-APROVA
               NOT INVALID KEY
                   MOVE "S" TO LNK-APR-RESULTADO
           END-WRITE.
           CLOSE APROVA.
       0200-PEDIDO-FIM. EXIT.

       0210-NUMERA                 SECTION.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "APROVA_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "APROVA.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE 1 TO WRK-PROXIMO.
           OPEN INPUT APROVA-CTL.
           IF FS-CONTROLE EQUAL 0
               READ APROVA-CTL
                   AT END CONTINUE
                   NOT AT END MOVE CTL-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE APROVA-CTL
           END-IF.
           MOVE WRK-PROXIMO TO LNK-APR-NUMERO.
           OPEN OUTPUT APROVA-CTL.
           COMPUTE CTL-PROXIMO = WRK-PROXIMO + 1.
           WRITE CTL-REG.
           CLOSE APROVA-CTL.

       0300-LISTA                  SECTION.
           PERFORM 0900-ABRE-APROVA.
           IF FS-APROVA NOT EQUAL 0
               GO TO 0300-LISTA-FIM
           END-IF.
           MOVE LNK-APR-NUMERO TO APR-NUMERO.
           START APROVA KEY IS GREATER APR-NUMERO
               INVALID KEY MOVE 10 TO FS-APROVA
           END-START.
           PERFORM UNTIL FS-APROVA NOT EQUAL 0
               READ APROVA NEXT
                   AT END MOVE 10 TO FS-APROVA
               END-READ
               IF FS-APROVA EQUAL 0
                   AND APR-PROGRAMA EQUAL LNK-APR-PROGRAMA
                   AND APR-SITUACAO EQUAL "P"
                   MOVE APR-REG TO LNK-APR-PEDIDO
                   MOVE "S" TO LNK-APR-RESULTADO
                   MOVE 10 TO FS-APROVA
               END-IF
           END-PERFORM.
           CLOSE APROVA.
       0300-LISTA-FIM. EXIT.

      *== SEGUNDA CONFERENCIA DO "QUEM PEDIU NAO APROVA" - O
      *== PROGRAMA JA BARRA ANTES DE APLICAR, O MODULO NAO CONFIA
       0400-DECISAO                SECTION.
           PERFORM 0900-ABRE-APROVA.
           IF FS-APROVA NOT EQUAL 0
               GO TO 0400-DECISAO-FIM
           END-IF.
           MOVE LNK-APR-NUMERO TO APR-NUMERO.
           READ APROVA KEY IS APR-NUMERO
               INVALID KEY MOVE SPACES TO APR-SITUACAO
           END-READ.
           EVALUATE TRUE
               WHEN APR-SITUACAO NOT EQUAL "P"
                   MOVE "N" TO LNK-APR-RESULTADO
               WHEN APR-SOLICITANTE EQUAL LNK-APR-APROVADOR
                   MOVE "I" TO LNK-APR-RESULTADO
               WHEN OTHER
                   MOVE LNK-APR-SITUACAO  TO APR-SITUACAO
                   MOVE LNK-APR-APROVADOR TO APR-APROVADOR
                   MOVE LNK-APR-MOTIVO    TO APR-MOTIVO
                   ACCEPT APR-DATA-DECISAO FROM DATE YYYYMMDD
                   REWRITE APR-REG
                       INVALID KEY
                           DISPLAY "APROVLIB: ERRO AO DECIDIR PEDIDO "
                                   APR-NUMERO " FS=" FS-APROVA
                       NOT INVALID KEY
                           MOVE "S" TO LNK-APR-RESULTADO
                   END-REWRITE
           END-EVALUATE.
           CLOSE APROVA.
       0400-DECISAO-FIM. EXIT.

       0900-ABRE-APROVA            SECTION.
           ACCEPT WRK-APR-PATH FROM ENVIRONMENT "APROVA_PATH".
           IF WRK-APR-PATH EQUAL SPACES
               MOVE "APROVA.DAT" TO WRK-APR-PATH
           END-IF.
           OPEN I-O APROVA.
           IF FS-APROVA EQUAL 35
               OPEN OUTPUT APROVA
               CLOSE APROVA
               OPEN I-O APROVA
           END-IF.
           IF FS-APROVA NOT EQUAL 0
               DISPLAY "APROVLIB: FALHA AO ABRIR " WRK-APR-PATH
                       " FS=" FS-APROVA
           END-IF.
