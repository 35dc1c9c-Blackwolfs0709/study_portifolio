       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ADESAO DO FUNCIONARIO AOS BENEFICIOS - VALE-
      *==           TRANSPORTE ("VT"), VALE-REFEICAO ("VR") E PLANO DE
      *==           SAUDE ("PS"), UM REGISTRO POR FUNCIONARIO E
      *==           BENEFICIO EM BENEFIC.DAT COM PLANO, FORNECEDOR,
      *==           VALOR DO MES E PARTICIPACAO DO FUNCIONARIO.
      *==           CONSULTAR, INCLUIR/ALTERAR E CANCELAR, COM
      *==           ANTES/DEPOIS EM BENEFIC.LOG - O DESCONTO SAI DA
      *==           FOLHA PELA REGRA DE CADA BENEFICIO, NAO MAIS POR
      *==           MOVIMENTO AVULSO TODO MES
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: BEN-VALOR-MES E O CUSTO MENSAL DO BENEFICIO
      *==   PARA A EMPRESA: VT = PASSAGENS DO MES, VR = CREDITO DO
      *==   CARTAO, PS = MENSALIDADE POR VIDA (TITULAR + CADA
      *==   DEPENDENTE DE EMP-DEPENDENTES). BEN-PCT-FUNC E A PARTE DO
      *==   FUNCIONARIO EM VR E PS (VR LIMITADO A VR_PCT_MAXIMO DO
      *==   ARQUIVO CENTRAL, 20% SE AUSENTE); NO VT O DESCONTO E
      *==   SEMPRE O TETO LEGAL SOBRE O SALARIO (VER FOLHA).
      *==   CANCELAR MARCA BEN-SITUACAO "C" - O HISTORICO FICA.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO DYNAMIC WRK-BEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS FS-BENEFICIOS.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT BENEFIC-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== ADESAO DO FUNCIONARIO A UM BENEFICIO (LIDO PELA FOLHA)
       FD  BENEFICIOS.
       01  BEN-REG.
           05 BEN-CHAVE.
               10 BEN-CODIGO     PIC 9(04).
               10 BEN-TIPO       PIC X(02).
      *== BEN-TIPO: "VT" VALE-TRANSPORTE, "VR" VALE-REFEICAO,
      *== "PS" PLANO DE SAUDE
           05 BEN-PLANO          PIC X(06).
           05 BEN-FORNECEDOR     PIC X(10).
           05 BEN-VALOR-MES      PIC 9(07)V99.
           05 BEN-PCT-FUNC       PIC 9(03)V99.
           05 BEN-SITUACAO       PIC X(01).
      *== BEN-SITUACAO: "A" ATIVO, "C" CANCELADO
           05 BEN-DATA-INICIO    PIC 9(08).
           05 BEN-DATA-FIM       PIC 9(08).

      *== CADASTRO DE FUNCIONARIOS (VER EMPMANT)
       FD  EMPREGADOS.
       01  EMP-REG.
           05  EMP-CODIGO  PIC 9(04).
           05  EMP-NOME    PIC X(15).
           05  EMP-SALARIO PIC 9(06).
           05  EMP-DEPENDENTES PIC 9(02).
           05  EMP-DEPTO   PIC X(03).
           05  EMP-CONTA   PIC 9(06).
           05  EMP-SITUACAO PIC X(01).
           05  EMP-DATA-DESLIG PIC 9(08).
           05  EMP-DATA-ADMISSAO PIC 9(08).
           05  EMP-BANCO   PIC 9(03).
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
           05  EMP-FILIAL  PIC X(02).

       FD  BENEFIC-LOG.
       01  LOG-LINHA            PIC X(160).

       WORKING-STORAGE             SECTION.
       77  WRK-BEN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BEN-PATH: VARIAVEL DE AMBIENTE "BENEFIC_PATH";
      *== SE NAO DEFINIDA, "BENEFIC.DAT"
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "BENEFIC_LOG_PATH";
      *== SE NAO DEFINIDA, "BENEFIC.LOG"
       77  FS-BENEFICIOS   PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(53) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(53) VALUE SPACES.
       77  WRK-CODIGO-BUSCA PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO-BUSCA  PIC X(02) VALUE SPACES.
       77  WRK-BEN-NOVO    PIC X(01) VALUE "N".
       77  WRK-QTD-LISTA   PIC 9(02) VALUE ZEROS.
       77  WRK-PCT-VR-MAX  PIC 9(03)V99 VALUE 20,00.
      *== WRK-PCT-VR-MAX: TETO DA PARTICIPACAO DO FUNCIONARIO NO VR
      *== (PARAMETRO VR_PCT_MAXIMO DO ARQUIVO CENTRAL)
       77  WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99.
       77  WRK-PCT-ED      PIC ZZ9,99.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "BENMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "BENMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "VR_PCT_MAXIMO" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PCT-VR-MAX =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-BEN-PATH FROM ENVIRONMENT "BENEFIC_PATH".
           IF WRK-BEN-PATH EQUAL SPACES
               MOVE "BENEFIC.DAT" TO WRK-BEN-PATH
           END-IF.
           OPEN I-O BENEFICIOS.
           IF FS-BENEFICIOS EQUAL 35
               OPEN OUTPUT BENEFICIOS
               CLOSE BENEFICIOS
               OPEN I-O BENEFICIOS
           END-IF.
           IF FS-BENEFICIOS NOT EQUAL 0
               DISPLAY "BENMANT: FALHA AO ABRIR " WRK-BEN-PATH
                       " FS=" FS-BENEFICIOS
               STOP RUN
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           IF FS-EMPREGADOS NOT EQUAL 0
               DISPLAY "BENMANT: FALHA AO ABRIR " WRK-EMP-PATH
                       " FS=" FS-EMPREGADOS
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "BENEFIC_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "BENEFIC.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND BENEFIC-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT BENEFIC-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-INCLUIR/ALTERAR  3-CANCELAR  "
                   "4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR-ALTERAR
               WHEN 3
                   PERFORM 3000-CANCELAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== TODOS OS BENEFICIOS DO FUNCIONARIO, ATIVOS E CANCELADOS
       1000-CONSULTAR              SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO...  ".
           ACCEPT WRK-CODIGO-BUSCA.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE WRK-CODIGO-BUSCA TO BEN-CODIGO.
           MOVE LOW-VALUES TO BEN-TIPO.
           START BENEFICIOS KEY IS NOT LESS BEN-CHAVE
               INVALID KEY MOVE 23 TO FS-BENEFICIOS
           END-START.
           IF FS-BENEFICIOS EQUAL 0
               READ BENEFICIOS NEXT
                   AT END MOVE 10 TO FS-BENEFICIOS
               END-READ
           END-IF.
           DISPLAY "TP PLANO  FORNECEDOR    VALOR MES  %FUNC SIT "
                   "INICIO   FIM".
           PERFORM UNTIL FS-BENEFICIOS NOT EQUAL 0
                   OR BEN-CODIGO NOT EQUAL WRK-CODIGO-BUSCA
               ADD 1 TO WRK-QTD-LISTA
               MOVE BEN-VALOR-MES TO WRK-VALOR-ED
               MOVE BEN-PCT-FUNC  TO WRK-PCT-ED
               DISPLAY BEN-TIPO " " BEN-PLANO " " BEN-FORNECEDOR " "
                       WRK-VALOR-ED " " WRK-PCT-ED "  " BEN-SITUACAO
                       "  " BEN-DATA-INICIO " " BEN-DATA-FIM
               READ BENEFICIOS NEXT
                   AT END MOVE 10 TO FS-BENEFICIOS
               END-READ
           END-PERFORM.
           IF WRK-QTD-LISTA EQUAL ZEROS
               DISPLAY "FUNCIONARIO SEM BENEFICIOS"
           END-IF.

       2000-INCLUIR-ALTERAR        SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO...  ".
           ACCEPT WRK-CODIGO-BUSCA.
           MOVE WRK-CODIGO-BUSCA TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO - CANCELADO"
           END-READ.
           IF FS-EMPREGADOS EQUAL 0
               AND EMP-SITUACAO EQUAL "D"
               DISPLAY "FUNCIONARIO DESLIGADO - CANCELADO"
               MOVE 99 TO FS-EMPREGADOS
           END-IF.
           IF FS-EMPREGADOS NOT EQUAL 0
               GO TO 2000-INCLUIR-ALTERAR-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " EMP-CODIGO " " EMP-NOME
                   " DEPENDENTES " EMP-DEPENDENTES.
           DISPLAY "BENEFICIO (VT/VR/PS)...  ".
           ACCEPT WRK-TIPO-BUSCA.
           IF WRK-TIPO-BUSCA NOT EQUAL "VT"
               AND WRK-TIPO-BUSCA NOT EQUAL "VR"
               AND WRK-TIPO-BUSCA NOT EQUAL "PS"
               DISPLAY "BENEFICIO INVALIDO - CANCELADO"
               GO TO 2000-INCLUIR-ALTERAR-FIM
           END-IF.
           MOVE "N" TO WRK-BEN-NOVO.
           MOVE WRK-CODIGO-BUSCA TO BEN-CODIGO.
           MOVE WRK-TIPO-BUSCA   TO BEN-TIPO.
           READ BENEFICIOS KEY IS BEN-CHAVE
               INVALID KEY MOVE "S" TO WRK-BEN-NOVO
           END-READ.
           IF WRK-BEN-NOVO EQUAL "S"
               MOVE SPACES TO WRK-REG-ANTES
               MOVE ZEROS TO BEN-VALOR-MES
               MOVE ZEROS TO BEN-PCT-FUNC
               MOVE ZEROS TO BEN-DATA-FIM
               MOVE WRK-DATA-HOJE TO BEN-DATA-INICIO
               MOVE WRK-CODIGO-BUSCA TO BEN-CODIGO
               MOVE WRK-TIPO-BUSCA   TO BEN-TIPO
           ELSE
               MOVE BEN-REG TO WRK-REG-ANTES
               DISPLAY "ATUAL: PLANO " BEN-PLANO " FORNECEDOR "
                       BEN-FORNECEDOR " VALOR " BEN-VALOR-MES
                       " %FUNC " BEN-PCT-FUNC " SIT " BEN-SITUACAO
           END-IF.
           DISPLAY "PLANO...  ".
           ACCEPT BEN-PLANO.
           DISPLAY "FORNECEDOR...  ".
           ACCEPT BEN-FORNECEDOR.
           EVALUATE BEN-TIPO
               WHEN "VT"
                   DISPLAY "CUSTO DAS PASSAGENS NO MES...  "
               WHEN "VR"
                   DISPLAY "CREDITO MENSAL DO VALE-REFEICAO...  "
               WHEN OTHER
                   DISPLAY "MENSALIDADE POR VIDA...  "
           END-EVALUATE.
           ACCEPT BEN-VALOR-MES.
           IF BEN-TIPO EQUAL "VT"
               MOVE ZEROS TO BEN-PCT-FUNC
           ELSE
               DISPLAY "PARTICIPACAO DO FUNCIONARIO (%)...  "
               ACCEPT BEN-PCT-FUNC
           END-IF.
           IF BEN-VALOR-MES EQUAL ZEROS
               DISPLAY "VALOR DO BENEFICIO ZERADO - CANCELADO"
               GO TO 2000-INCLUIR-ALTERAR-FIM
           END-IF.
           IF BEN-PCT-FUNC GREATER 100
               DISPLAY "PARTICIPACAO ACIMA DE 100% - CANCELADO"
               GO TO 2000-INCLUIR-ALTERAR-FIM
           END-IF.
           IF BEN-TIPO EQUAL "VR"
               AND BEN-PCT-FUNC GREATER WRK-PCT-VR-MAX
               MOVE WRK-PCT-VR-MAX TO WRK-PCT-ED
               DISPLAY "PARTICIPACAO NO VR ACIMA DO TETO DE "
                       WRK-PCT-ED "% - CANCELADO"
               GO TO 2000-INCLUIR-ALTERAR-FIM
           END-IF.
      *== REATIVAR UM CANCELADO RECOMECA A VIGENCIA HOJE
           IF BEN-SITUACAO NOT EQUAL "A"
               MOVE WRK-DATA-HOJE TO BEN-DATA-INICIO
               MOVE ZEROS TO BEN-DATA-FIM
           END-IF.
           MOVE "A" TO BEN-SITUACAO.
           IF WRK-BEN-NOVO EQUAL "S"
               WRITE BEN-REG
                   INVALID KEY
                       DISPLAY "ERRO AO INCLUIR FS=" FS-BENEFICIOS
               END-WRITE
               MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
           ELSE
               REWRITE BEN-REG
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR FS=" FS-BENEFICIOS
               END-REWRITE
               MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
           END-IF.
           IF FS-BENEFICIOS EQUAL 0
               MOVE BEN-REG TO WRK-REG-DEPOIS
               PERFORM 9100-GRAVA-LOG
               DISPLAY "BENEFICIO GRAVADO - VALE A PARTIR DA PROXIMA "
                       "FOLHA"
           END-IF.

       2000-INCLUIR-ALTERAR-FIM.
           EXIT.

       3000-CANCELAR               SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO...  ".
           ACCEPT WRK-CODIGO-BUSCA.
           DISPLAY "BENEFICIO (VT/VR/PS)...  ".
           ACCEPT WRK-TIPO-BUSCA.
           MOVE WRK-CODIGO-BUSCA TO BEN-CODIGO.
           MOVE WRK-TIPO-BUSCA   TO BEN-TIPO.
           READ BENEFICIOS KEY IS BEN-CHAVE
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM ESTE BENEFICIO"
           END-READ.
           IF FS-BENEFICIOS EQUAL 0
               IF BEN-SITUACAO EQUAL "C"
                   DISPLAY "BENEFICIO JA CANCELADO EM " BEN-DATA-FIM
               ELSE
                   MOVE BEN-REG TO WRK-REG-ANTES
                   MOVE "C" TO BEN-SITUACAO
                   MOVE WRK-DATA-HOJE TO BEN-DATA-FIM
                   REWRITE BEN-REG
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR FS="
                                   FS-BENEFICIOS
                       NOT INVALID KEY
                           MOVE BEN-REG TO WRK-REG-DEPOIS
                           MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "BENEFICIO CANCELADO - A FOLHA "
                                   "PARA DE DESCONTAR"
                   END-REWRITE
               END-IF
           END-IF.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-OPERACAO
                  " ANTES=[" WRK-REG-ANTES
                  "] DEPOIS=[" WRK-REG-DEPOIS "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE BENEFICIOS.
           CLOSE EMPREGADOS.
           CLOSE BENEFIC-LOG.
