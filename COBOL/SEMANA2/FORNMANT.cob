       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORNMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      *==           (FORNEC.DAT), NO MOLDE DO ESTMANT: INCLUIR,
      *==           ALTERAR, INATIVAR E CONSULTAR, COM DADOS
      *==           BANCARIOS E PRAZO DE PAGAMENTO - O PEDIDO DE
      *==           COMPRA (COMPMANT) E O CONTAS A PAGAR (APAGMANT)
      *==           SO ACEITAM FORNECEDOR ATIVO DESTE CADASTRO
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: FORNECEDOR NAO E EXCLUIDO (TEM TITULO E
      *==   PEDIDO AMARRADO NO CODIGO) - E INATIVADO; ANTES/DEPOIS
      *==   EM FORNEC.LOG COM O OPERADOR DO SIGNON
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDORES ASSIGN TO DYNAMIC WRK-FOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
           SELECT FORNEC-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
       01  FOR-REG.
           05 FOR-CODIGO         PIC 9(04).
           05 FOR-NOME           PIC X(30).
           05 FOR-CNPJ           PIC 9(14).
           05 FOR-BANCO          PIC 9(03).
           05 FOR-AGENCIA        PIC 9(04).
           05 FOR-CONTA-EXT      PIC X(12).
           05 FOR-PRAZO          PIC 9(03).
      *== FOR-PRAZO: DIAS CORRIDOS DA EMISSAO DA NOTA DO FORNECEDOR
      *== ATE O VENCIMENTO (SUGESTAO NO APAGMANT)
           05 FOR-SITUACAO       PIC X(01).
      *== FOR-SITUACAO: "A" = ATIVO   "I" = INATIVO

       FD  FORNEC-LOG.
       01  LOG-LINHA            PIC X(180).

       WORKING-STORAGE             SECTION.
       77  WRK-FOR-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FOR-PATH: VARIAVEL DE AMBIENTE "FORNEC_PATH";
      *== SE NAO DEFINIDA, "FORNEC.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "FORNEC_LOG_PATH";
      *== SE NAO DEFINIDA, "FORNEC.LOG"
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(71) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(71) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "FORNMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "FORNMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-FOR-PATH FROM ENVIRONMENT "FORNEC_PATH".
           IF WRK-FOR-PATH EQUAL SPACES
               MOVE "FORNEC.DAT" TO WRK-FOR-PATH
           END-IF.
           OPEN I-O FORNECEDORES.
           IF FS-FORNECEDORES EQUAL 35
               OPEN OUTPUT FORNECEDORES
               CLOSE FORNECEDORES
               OPEN I-O FORNECEDORES
           END-IF.
           IF FS-FORNECEDORES NOT EQUAL 0
               DISPLAY "FORNMANT: FALHA AO ABRIR " WRK-FOR-PATH
                       " FS=" FS-FORNECEDORES
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "FORNEC_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "FORNEC.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND FORNEC-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT FORNEC-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-INCLUIR  3-ALTERAR  "
                   "4-INATIVAR/REATIVAR  5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-ALTERAR
               WHEN 4
                   PERFORM 4000-INATIVAR
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-CONSULTAR              SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "CODIGO....... " FOR-CODIGO
                   DISPLAY "NOME......... " FOR-NOME
                   DISPLAY "CNPJ......... " FOR-CNPJ
                   DISPLAY "BANCO/AG/CTA. " FOR-BANCO "/"
                           FOR-AGENCIA "/" FOR-CONTA-EXT
                   DISPLAY "PRAZO (DIAS). " FOR-PRAZO
                   DISPLAY "SITUACAO..... " FOR-SITUACAO
           END-READ.

       2000-INCLUIR                SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY CONTINUE
           END-READ.
           EVALUATE FS-FORNECEDORES
               WHEN 23
                   MOVE SPACES TO WRK-REG-ANTES
                   PERFORM 2100-COLHE-DADOS
                   MOVE "A" TO FOR-SITUACAO
                   IF FOR-NOME EQUAL SPACES
                       DISPLAY "NOME EM BRANCO - INCLUSAO CANCELADA"
                   ELSE
                       WRITE FOR-REG
                           INVALID KEY
                               DISPLAY "ERRO AO INCLUIR - CHAVE "
                                       "DUPLICADA"
                           NOT INVALID KEY
                               MOVE FOR-REG TO WRK-REG-DEPOIS
                               MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                               PERFORM 9100-GRAVA-LOG
                               DISPLAY "FORNECEDOR INCLUIDO"
                       END-WRITE
                   END-IF
               WHEN 0
                   DISPLAY "FORNECEDOR JA CADASTRADO"
               WHEN OTHER
                   DISPLAY "ERRO AO CONSULTAR FORNECEDOR - FS="
                           FS-FORNECEDORES
           END-EVALUATE.

       2100-COLHE-DADOS            SECTION.
           DISPLAY "NOME / RAZAO SOCIAL...  ".
           ACCEPT FOR-NOME.
           DISPLAY "CNPJ (SO NUMEROS)...  ".
           ACCEPT FOR-CNPJ.
           DISPLAY "BANCO...  ".
           ACCEPT FOR-BANCO.
           DISPLAY "AGENCIA...  ".
           ACCEPT FOR-AGENCIA.
           DISPLAY "CONTA NO BANCO DO FORNECEDOR...  ".
           ACCEPT FOR-CONTA-EXT.
           DISPLAY "PRAZO DE PAGAMENTO (DIAS)...  ".
           ACCEPT FOR-PRAZO.

       3000-ALTERAR                SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
           END-READ.
           IF FS-FORNECEDORES EQUAL 0
               MOVE FOR-REG TO WRK-REG-ANTES
               PERFORM 2100-COLHE-DADOS
               REWRITE FOR-REG
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR FS=" FS-FORNECEDORES
                   NOT INVALID KEY
                       MOVE FOR-REG TO WRK-REG-DEPOIS
                       MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "FORNECEDOR ALTERADO"
               END-REWRITE
           END-IF.

       4000-INATIVAR               SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO ENCONTRADO"
           END-READ.
           IF FS-FORNECEDORES EQUAL 0
               MOVE FOR-REG TO WRK-REG-ANTES
               IF FOR-SITUACAO EQUAL "I"
                   MOVE "A" TO FOR-SITUACAO
                   MOVE "REATIVACAO" TO WRK-LOG-OPERACAO
               ELSE
                   MOVE "I" TO FOR-SITUACAO
                   MOVE "INATIVACAO" TO WRK-LOG-OPERACAO
               END-IF
               REWRITE FOR-REG
                   INVALID KEY
                       DISPLAY "ERRO AO ALTERAR FS=" FS-FORNECEDORES
                   NOT INVALID KEY
                       MOVE FOR-REG TO WRK-REG-DEPOIS
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "SITUACAO AGORA " FOR-SITUACAO
               END-REWRITE
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
           CLOSE FORNECEDORES.
           CLOSE FORNEC-LOG.
