      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: O PROG06 SO INCLUI; ALTERACAO AUDITADA E
      *==   DESLIGAMENTO SAO DAQUI. A FOLHA PULA OS DESLIGADOS.
      *==   MUDANCA SENSIVEL (REGRA APROV_EMPMANT_* NO ARQUIVO
      *==   CENTRAL, VER APROVLIB) VIRA PEDIDO PENDENTE; A OPCAO 4 E
      *==   ONDE UM SEGUNDO OPERADOR, APROVADOR E NAO O SOLICITANTE,
      *==   APROVA (APLICA, GRAVA O LOG E O HISTORICO SALARIAL) OU
      *==   REJEITA. OPERACOES: S = ALTERACAO QUE MUDA O SALARIO,
      *==   A = OUTRA ALTERACAO, D = DESLIGAMENTO; VALOR = DIFERENCA
      *==   DE SALARIO (NO DESLIGAMENTO, O SALARIO)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  EMPREGADOS-LOG.
       01  LOG-LINHA            PIC X(250).
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(76) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(76) VALUE SPACES.
       77  WRK-LOG-OPERADOR PIC X(08) VALUE SPACES.
       77  WRK-LOG-APROVADOR PIC X(08) VALUE SPACES.
       77  WRK-LOG-PTR     PIC 9(03) VALUE ZEROS.
       77  WRK-RETIDO      PIC X(01) VALUE "N".
       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-CONFERE     PIC X(01) VALUE "S".
       77  WRK-FIM-APROVACAO PIC X(01) VALUE "N".
       77  WRK-QTD-DECIDIDAS PIC 9(04) VALUE ZEROS.

      *== IMAGEM DO FUNCIONARIO GUARDADA NO PEDIDO DE APROVACAO; NO
      *== DEPOIS VAI TAMBEM A VIGENCIA DO NOVO SALARIO, INFORMADA
      *== POR QUEM PEDIU
       01  WRK-EMP-IMAGEM.
           05 WRK-EMI-REG        PIC X(76).
           05 WRK-EMI-VIGENCIA   PIC 9(08).
       01  WRK-EMP-ANTES.
           05 FILLER             PIC X(15).
           05 WRK-EMA-SALARIO    PIC 9(06).
           05 FILLER             PIC X(53).
       01  WRK-EMP-DEPOIS.
           05 FILLER             PIC X(15).
           05 WRK-EMD-SALARIO    PIC 9(06).
           05 FILLER             PIC X(53).

      *== AREA DA FILA DE APROVACAO DE MUDANCAS (VER APROVLIB)
       01  WRK-APROVLIB-AREA.
           05  WRK-APR-ACAO       PIC X(01) VALUE SPACES.
           05  WRK-APR-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-APR-PEDIDO.
               10  WRK-APR-NUMERO     PIC 9(06) VALUE ZEROS.
               10  WRK-APR-PROGRAMA   PIC X(08) VALUE "EMPMANT".
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



           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): VALIDA O
      *== EMPREGADOR INFORMADO NA ALTERACAO
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           PERFORM 9400-VERIFICA-SELO.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-ALTERAR  3-DESLIGAR  "
                   "4-APROVAR PEDIDOS  5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
               WHEN 3
                   PERFORM 3000-DESLIGAR
               WHEN 4
                   PERFORM 4000-APROVACOES
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   IF EMP-CLIENTE GREATER ZEROS
                       DISPLAY "CLIENTE VINC. " EMP-CLIENTE
                   END-IF
                   DISPLAY "EMPREGADOR... " EMP-FILIAL
                   DISPLAY "SITUACAO..... " EMP-SITUACAO
                   IF EMP-SITUACAO EQUAL "D"
                       DISPLAY "DESLIGADO EM. " EMP-DATA-DESLIG
               END-IF
               DISPLAY "CLIENTE VINCULADO (0000 = NENHUM)...  "
               ACCEPT EMP-CLIENTE
               DISPLAY "EMPREGADOR/FILIAL (01 = MATRIZ)...  "
               ACCEPT EMP-FILIAL
               MOVE EMP-FILIAL TO WRK-FIL-CODIGO
               CALL "FILLIB" USING WRK-FILLIB-AREA
               MOVE WRK-FIL-CODIGO TO EMP-FILIAL
               IF EMP-SALARIO LESS WRK-SALARIO-MINIMO
                   DISPLAY "SALARIO ABAIXO DO MINIMO - ALTERACAO "
                           "CANCELADA"
               ELSE
               IF WRK-FIL-ACHADO NOT EQUAL "S"
                   DISPLAY "EMPREGADOR " EMP-FILIAL " NAO CADASTRADO "
                           "(VER FILMANT) - ALTERACAO CANCELADA"
               ELSE
                   IF EMP-SALARIO NOT EQUAL WRK-SALARIO-ANT
                       MOVE "S" TO WRK-APR-OPERACAO
                   ELSE
                       MOVE "A" TO WRK-APR-OPERACAO
                   END-IF
                   MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                   PERFORM 8500-CONFERE-APROVACAO
                   IF WRK-RETIDO EQUAL "N"
                       REWRITE EMP-REG
                           INVALID KEY
                               DISPLAY "ERRO AO ALTERAR FS="
                                       FS-EMPREGADOS
                           NOT INVALID KEY
                               MOVE EMP-REG TO WRK-REG-DEPOIS
                               PERFORM 9100-GRAVA-LOG
                               IF EMP-SALARIO NOT EQUAL
                                  WRK-SALARIO-ANT
                                   PERFORM 9190-PEDE-VIGENCIA
                                   PERFORM 9200-GRAVA-SALHIST
                               END-IF
                               DISPLAY "FUNCIONARIO ALTERADO"
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.

                       ACCEPT EMP-DATA-DESLIG FROM DATE YYYYMMDD
                   END-IF
                   MOVE "D" TO EMP-SITUACAO
                   MOVE "D" TO WRK-APR-OPERACAO
                   MOVE "DESLIGAMENTO" TO WRK-LOG-OPERACAO
                   PERFORM 8500-CONFERE-APROVACAO
                   IF WRK-RETIDO EQUAL "N"
                       REWRITE EMP-REG
                           INVALID KEY
                               DISPLAY "ERRO AO DESLIGAR FS="
                                       FS-EMPREGADOS
                           NOT INVALID KEY
                               MOVE EMP-REG TO WRK-REG-DEPOIS
                               PERFORM 9100-GRAVA-LOG
                               DISPLAY "FUNCIONARIO DESLIGADO - A "
                                       "FOLHA PASSA A PULA-LO"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      *== MUDANCA SENSIVEL (REGRA DO APROVLIB) NAO VAI PARA O
      *== CADASTRO: VIRA PEDIDO PENDENTE PARA UM SEGUNDO OPERADOR. O
      *== CHAMADOR JA DEIXOU O ANTES EM WRK-REG-ANTES E O DEPOIS EM
      *== EMP-REG
       8500-CONFERE-APROVACAO      SECTION.
           MOVE "N" TO WRK-RETIDO.
           MOVE "R" TO WRK-APR-ACAO.
           MOVE "EMPMANT" TO WRK-APR-PROGRAMA.
           EVALUATE TRUE
               WHEN WRK-APR-OPERACAO EQUAL "D"
                   MOVE EMP-SALARIO TO WRK-APR-VALOR
               WHEN EMP-SALARIO GREATER WRK-SALARIO-ANT
                   COMPUTE WRK-APR-VALOR =
                       EMP-SALARIO - WRK-SALARIO-ANT
               WHEN OTHER
                   COMPUTE WRK-APR-VALOR =
                       WRK-SALARIO-ANT - EMP-SALARIO
           END-EVALUATE.
           CALL "APROVLIB" USING WRK-APROVLIB-AREA.
           IF WRK-APR-RESULTADO EQUAL "S"
               MOVE "S" TO WRK-RETIDO
               MOVE ZEROS TO WRK-VIGENCIA
               IF WRK-APR-OPERACAO EQUAL "S"
                   PERFORM 9190-PEDE-VIGENCIA
               END-IF
               MOVE WRK-LOG-OPERACAO TO WRK-APR-DESCRICAO
               MOVE EMP-CODIGO TO WRK-APR-CHAVE
               MOVE WRK-REG-ANTES TO WRK-EMI-REG
               MOVE ZEROS TO WRK-EMI-VIGENCIA
               MOVE WRK-EMP-IMAGEM TO WRK-APR-IMG-ANTES
               MOVE EMP-REG TO WRK-EMI-REG
               MOVE WRK-VIGENCIA TO WRK-EMI-VIGENCIA
               MOVE WRK-EMP-IMAGEM TO WRK-APR-IMG-DEPOIS
               MOVE WRK-SIG-OPERADOR TO WRK-APR-SOLICITANTE
               MOVE "P" TO WRK-APR-ACAO
               CALL "APROVLIB" USING WRK-APROVLIB-AREA
               EVALUATE WRK-APR-RESULTADO
                   WHEN "S"
                       DISPLAY "MUDANCA RETIDA PARA APROVACAO - "
                               "PEDIDO " WRK-APR-NUMERO
                   WHEN "D"
                       DISPLAY "JA HA PEDIDO PENDENTE PARA ESTE "
                               "FUNCIONARIO (" WRK-APR-NUMERO
                               ") - AGUARDE A DECISAO"
                   WHEN OTHER
                       DISPLAY "PEDIDO NAO GRAVADO - MUDANCA "
                               "CANCELADA"
               END-EVALUATE
           END-IF.

      *== SEGUNDO OPERADOR: IDENTIFICA-SE COMO APROVADOR E DECIDE OS
      *== PEDIDOS PENDENTES DO EMPMANT UM A UM (S APROVA E APLICA, N
      *== REJEITA, P DEIXA PARA DEPOIS, F ENCERRA); O PEDIDO QUE ELE
      *== MESMO FEZ FICA PARA OUTRO APROVADOR
       4000-APROVACOES             SECTION.
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
                   MOVE "EMPMANT" TO WRK-APR-PROGRAMA
                   CALL "APROVLIB" USING WRK-APROVLIB-AREA
                   IF WRK-APR-RESULTADO EQUAL "S"
                       PERFORM 4100-DECIDE-PEDIDO
                   ELSE
                       MOVE "S" TO WRK-FIM-APROVACAO
                   END-IF
               END-PERFORM
               DISPLAY "PEDIDOS DECIDIDOS... " WRK-QTD-DECIDIDAS
           END-IF.

       4100-DECIDE-PEDIDO          SECTION.
           MOVE WRK-APR-IMG-ANTES TO WRK-EMP-IMAGEM.
           MOVE WRK-EMI-REG TO WRK-EMP-ANTES.
           MOVE WRK-APR-IMG-DEPOIS TO WRK-EMP-IMAGEM.
           MOVE WRK-EMI-REG TO WRK-EMP-DEPOIS.
           DISPLAY "PEDIDO " WRK-APR-NUMERO " " WRK-APR-DESCRICAO
                   " FUNCIONARIO " WRK-APR-CHAVE.
           IF WRK-APR-OPERACAO EQUAL "S"
               DISPLAY "  SALARIO DE " WRK-EMA-SALARIO " PARA "
                       WRK-EMD-SALARIO " VIGENTE EM "
                       WRK-EMI-VIGENCIA
           END-IF.
           DISPLAY "  ANTES.. [" WRK-EMP-ANTES "]".
           DISPLAY "  DEPOIS. [" WRK-EMP-DEPOIS "]".
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
                       PERFORM 4200-APLICA-PEDIDO
                   WHEN "N"
                       DISPLAY "MOTIVO DA REJEICAO...  "
                       ACCEPT WRK-APR-MOTIVO
                       MOVE "R" TO WRK-APR-SITUACAO
                       PERFORM 4300-GRAVA-DECISAO
                       IF WRK-APR-RESULTADO EQUAL "S"
                           DISPLAY "PEDIDO REJEITADO - CADASTRO NAO "
                                   "MUDA"
                       END-IF
                   WHEN "F"
                       MOVE "S" TO WRK-FIM-APROVACAO
                   WHEN OTHER
                       DISPLAY "PEDIDO MANTIDO PENDENTE"
               END-EVALUATE
           END-IF.

      *== O CADASTRO TEM QUE ESTAR COMO ESTAVA NO PEDIDO; SE MUDOU,
      *== O PEDIDO E REJEITADO E QUEM PEDIU REFAZ SOBRE O ATUAL
       4200-APLICA-PEDIDO          SECTION.
           MOVE WRK-APR-IMG-ANTES TO WRK-EMP-IMAGEM.
           MOVE WRK-EMI-REG TO EMP-REG.
           MOVE "S" TO WRK-CONFERE.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   MOVE "N" TO WRK-CONFERE
                   MOVE "FUNCIONARIO NAO ENCONTRADO" TO WRK-APR-MOTIVO
           END-READ.
           IF WRK-CONFERE EQUAL "S"
               AND EMP-REG NOT EQUAL WRK-EMI-REG
               MOVE "N" TO WRK-CONFERE
               MOVE "MESTRE ALTERADO APOS O PEDIDO" TO WRK-APR-MOTIVO
           END-IF.
           IF WRK-CONFERE EQUAL "N"
               DISPLAY WRK-APR-MOTIVO " - PEDIDO REJEITADO"
               MOVE "R" TO WRK-APR-SITUACAO
               PERFORM 4300-GRAVA-DECISAO
           ELSE
               MOVE EMP-REG TO WRK-REG-ANTES
               MOVE EMP-SALARIO TO WRK-SALARIO-ANT
               MOVE WRK-APR-IMG-DEPOIS TO WRK-EMP-IMAGEM
               MOVE WRK-EMI-REG TO EMP-REG
               MOVE SPACES TO WRK-APR-MOTIVO
               MOVE "A" TO WRK-APR-SITUACAO
               PERFORM 4300-GRAVA-DECISAO
               IF WRK-APR-RESULTADO EQUAL "S"
                   REWRITE EMP-REG
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR FUNCIONARIO FS="
                                   FS-EMPREGADOS
                       NOT INVALID KEY
                           MOVE EMP-REG TO WRK-REG-DEPOIS
                           MOVE WRK-APR-DESCRICAO TO WRK-LOG-OPERACAO
                           MOVE WRK-APR-SOLICITANTE
                               TO WRK-LOG-OPERADOR
                           MOVE WRK-APV-OPERADOR TO WRK-LOG-APROVADOR
                           PERFORM 9100-GRAVA-LOG
                           MOVE SPACES TO WRK-LOG-APROVADOR
                           IF EMP-SALARIO NOT EQUAL WRK-SALARIO-ANT
                               MOVE WRK-EMI-VIGENCIA TO WRK-VIGENCIA
                               PERFORM 9200-GRAVA-SALHIST
                           END-IF
                           DISPLAY "PEDIDO APROVADO - CADASTRO "
                                   "ATUALIZADO"
                   END-REWRITE
               END-IF
           END-IF.

       4300-GRAVA-DECISAO          SECTION.
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
           STRING WRK-LOG-DATA          DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WRK-LOG-HORA          DELIMITED BY SIZE
                  WRK-REG-DEPOIS        DELIMITED BY SIZE
                  "]"                   DELIMITED BY SIZE
                  " OPER="              DELIMITED BY SIZE
                  WRK-LOG-OPERADOR      DELIMITED BY SIZE
                  INTO LOG-LINHA
                  WITH POINTER WRK-LOG-PTR
           END-STRING.
           IF WRK-LOG-APROVADOR NOT EQUAL SPACES
               STRING " APROV="          DELIMITED BY SIZE
                      WRK-LOG-APROVADOR DELIMITED BY SIZE
                      INTO LOG-LINHA
                      WITH POINTER WRK-LOG-PTR
               END-STRING
           END-IF.
           WRITE LOG-LINHA.

       9190-PEDE-VIGENCIA          SECTION.
           DISPLAY "VIGENCIA DO NOVO SALARIO (AAAAMMDD)...  ".
           ACCEPT WRK-VIGENCIA.
           IF WRK-VIGENCIA EQUAL ZEROS
               ACCEPT WRK-VIGENCIA FROM DATE YYYYMMDD
           END-IF.

      *== NOVA LINHA DE VIGENCIA NO HISTORICO SALARIAL; VIGENCIA
      *== RETROATIVA E PERMITIDA - E ELA QUE DISPARA O RETROPAG
       9200-GRAVA-SALHIST          SECTION.
           ACCEPT WRK-SAL-PATH FROM ENVIRONMENT "SALHIST_PATH".
           IF WRK-SAL-PATH EQUAL SPACES
               MOVE "SALHIST.DAT" TO WRK-SAL-PATH
