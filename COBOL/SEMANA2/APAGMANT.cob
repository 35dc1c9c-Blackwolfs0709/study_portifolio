       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: LANCAMENTO DAS NOTAS DE FORNECEDOR NO CONTAS A
      *==           PAGAR (APAGAR.DAT) - UM TITULO POR PARCELA, COM
      *==           VENCIMENTO SUGERIDO PELO PRAZO DO FORNECEDOR; O
      *==           APAGLOTE SELECIONA O QUE VENCE E MONTA O LOTE DO
      *==           EXE1, O APAGAGE MOSTRA O ENVELHECIMENTO DO QUE
      *==           ESTA EM ABERTO
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: A CHAVE E FORNECEDOR + DOCUMENTO + PARCELA,
      *==   ENTAO A MESMA NOTA NAO ENTRA DUAS VEZES; A INCLUSAO
      *==   RECONHECE A OBRIGACAO NO RAZAO (COMPRAS A FORNEC) E O
      *==   CANCELAMENTO ESTORNA; ANTES/DEPOIS EM APAGAR.LOG
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APAGAR ASSIGN TO DYNAMIC WRK-APG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APG-CHAVE
               ALTERNATE RECORD KEY IS APG-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-APAGAR.
           SELECT FORNECEDORES ASSIGN TO DYNAMIC WRK-FOR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS FS-FORNECEDORES.
           SELECT APAGAR-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== TITULO A PAGAR (UMA PARCELA DE UMA NOTA DE FORNECEDOR)
       FD  APAGAR.
       01  APG-REG.
           05 APG-CHAVE.
               10 APG-FORNECEDOR PIC 9(04).
               10 APG-DOCUMENTO  PIC X(10).
               10 APG-PARCELA    PIC 9(02).
           05 APG-EMISSAO        PIC 9(08).
           05 APG-VENCIMENTO     PIC 9(08).
           05 APG-VALOR          PIC 9(09)V99.
           05 APG-PEDIDO-COMPRA  PIC 9(06).
      *== APG-PEDIDO-COMPRA: PEDIDO DE COMPRA QUE ORIGINOU A NOTA
      *== (VER COMPMANT); ZEROS = DESPESA SEM PEDIDO
           05 APG-ORIGEM         PIC X(08).
      *== APG-ORIGEM: QUEM LANCOU O TITULO (APAGMANT = DIGITADO)
           05 APG-SITUACAO       PIC X(01).
      *== APG-SITUACAO: "A" = EM ABERTO   "L" = ENVIADO NO LOTE DE
      *== PAGAMENTO (VER APAGLOTE)   "C" = CANCELADO
           05 APG-DATA-SITUACAO  PIC 9(08).
           05 APG-LOTE           PIC 9(06).

       FD  FORNECEDORES.
       01  FOR-REG.
           05 FOR-CODIGO         PIC 9(04).
           05 FOR-NOME           PIC X(30).
           05 FOR-CNPJ           PIC 9(14).
           05 FOR-BANCO          PIC 9(03).
           05 FOR-AGENCIA        PIC 9(04).
           05 FOR-CONTA-EXT      PIC X(12).
           05 FOR-PRAZO          PIC 9(03).
           05 FOR-SITUACAO       PIC X(01).

       FD  APAGAR-LOG.
       01  LOG-LINHA            PIC X(180).

       WORKING-STORAGE             SECTION.
       77  WRK-APG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-APG-PATH: VARIAVEL DE AMBIENTE "APAGAR_PATH";
      *== SE NAO DEFINIDA, "APAGAR.DAT"
       77  WRK-FOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "APAGAR_LOG_PATH";
      *== SE NAO DEFINIDA, "APAGAR.LOG"
       77  FS-APAGAR       PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(72) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(72) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77  WRK-SUGESTAO    PIC 9(08) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-TITULOS PIC X(01) VALUE "N".
       77  WRK-QTD-TITULOS PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "APAGMANT".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "APAGMANT".
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
               DISPLAY "APAGMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-APG-PATH FROM ENVIRONMENT "APAGAR_PATH".
           IF WRK-APG-PATH EQUAL SPACES
               MOVE "APAGAR.DAT" TO WRK-APG-PATH
           END-IF.
           OPEN I-O APAGAR.
           IF FS-APAGAR EQUAL 35
               OPEN OUTPUT APAGAR
               CLOSE APAGAR
               OPEN I-O APAGAR
           END-IF.
           IF FS-APAGAR NOT EQUAL 0
               DISPLAY "APAGMANT: FALHA AO ABRIR " WRK-APG-PATH
                       " FS=" FS-APAGAR
               STOP RUN
           END-IF.
           ACCEPT WRK-FOR-PATH FROM ENVIRONMENT "FORNEC_PATH".
           IF WRK-FOR-PATH EQUAL SPACES
               MOVE "FORNEC.DAT" TO WRK-FOR-PATH
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT EQUAL 0
               DISPLAY "APAGMANT: FALHA AO ABRIR " WRK-FOR-PATH
                       " FS=" FS-FORNECEDORES
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "APAGAR_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "APAGAR.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND APAGAR-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT APAGAR-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR FORNECEDOR  2-INCLUIR TITULO  "
                   "3-CANCELAR TITULO  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-CANCELAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== TODOS OS TITULOS DO FORNECEDOR, PELA CHAVE PRIMARIA (QUE
      *== COMECA PELO CODIGO DO FORNECEDOR)
       1000-CONSULTAR              SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT WRK-FORNECEDOR.
           MOVE ZEROS TO WRK-QTD-TITULOS.
           MOVE LOW-VALUES TO APG-CHAVE.
           MOVE WRK-FORNECEDOR TO APG-FORNECEDOR.
           MOVE "N" TO WRK-FIM-TITULOS.
           START APAGAR KEY IS NOT LESS APG-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-TITULOS
           END-START.
           DISPLAY "DOCUMENTO  PC EMISSAO  VENCTO            VALOR S".
           PERFORM UNTIL WRK-FIM-TITULOS EQUAL "S"
               READ APAGAR NEXT
                   AT END MOVE "S" TO WRK-FIM-TITULOS
               END-READ
               IF WRK-FIM-TITULOS EQUAL "N"
                   IF APG-FORNECEDOR NOT EQUAL WRK-FORNECEDOR
                       MOVE "S" TO WRK-FIM-TITULOS
                   ELSE
                       ADD 1 TO WRK-QTD-TITULOS
                       MOVE APG-VALOR TO WRK-VALOR-ED
                       DISPLAY APG-DOCUMENTO " " APG-PARCELA " "
                               APG-EMISSAO " " APG-VENCIMENTO " "
                               WRK-VALOR-ED " " APG-SITUACAO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "TITULOS DO FORNECEDOR... " WRK-QTD-TITULOS.

       2000-INCLUIR                SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO - CANCELADO"
           END-READ.
           IF FS-FORNECEDORES EQUAL 0
               IF FOR-SITUACAO EQUAL "I"
                   DISPLAY "FORNECEDOR INATIVO - CANCELADO"
               ELSE
                   DISPLAY "FORNECEDOR... " FOR-NOME
                   PERFORM 2100-COLHE-TITULO
               END-IF
           END-IF.

       2100-COLHE-TITULO           SECTION.
           MOVE SPACES TO APG-REG.
           MOVE FOR-CODIGO TO APG-FORNECEDOR.
           DISPLAY "NUMERO DA NOTA DO FORNECEDOR...  ".
           ACCEPT APG-DOCUMENTO.
           DISPLAY "PARCELA (01, 02...)...  ".
           ACCEPT APG-PARCELA.
           DISPLAY "DATA DE EMISSAO (AAAAMMDD)...  ".
           ACCEPT APG-EMISSAO.
           MOVE APG-EMISSAO TO WRK-DATAVAL-ENTRADA.
           CALL "DATAMES" USING WRK-DATAVAL-AREA.
           IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
               DISPLAY "EMISSAO INVALIDA - INCLUSAO CANCELADA"
           ELSE
               COMPUTE WRK-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(APG-EMISSAO) + FOR-PRAZO
               COMPUTE WRK-SUGESTAO =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
               DISPLAY "VENCIMENTO (AAAAMMDD, 0=" WRK-SUGESTAO
                       ")...  "
               ACCEPT APG-VENCIMENTO
               IF APG-VENCIMENTO EQUAL ZEROS
                   MOVE WRK-SUGESTAO TO APG-VENCIMENTO
               END-IF
               DISPLAY "VALOR...  "
               ACCEPT APG-VALOR
               DISPLAY "PEDIDO DE COMPRA (0=SEM PEDIDO)...  "
               ACCEPT APG-PEDIDO-COMPRA
               MOVE APG-VENCIMENTO TO WRK-DATAVAL-ENTRADA
               CALL "DATAMES" USING WRK-DATAVAL-AREA
               EVALUATE TRUE
                   WHEN APG-DOCUMENTO EQUAL SPACES
                       DISPLAY "DOCUMENTO EM BRANCO - CANCELADO"
                   WHEN WRK-DATAVAL-VALIDA NOT EQUAL "S"
                       DISPLAY "VENCIMENTO INVALIDO - CANCELADO"
                   WHEN APG-VENCIMENTO LESS APG-EMISSAO
                       DISPLAY "VENCIMENTO ANTES DA EMISSAO - "
                               "CANCELADO"
                   WHEN APG-VALOR EQUAL ZEROS
                       DISPLAY "VALOR ZERADO - CANCELADO"
                   WHEN OTHER
                       PERFORM 2200-GRAVA-TITULO
               END-EVALUATE
           END-IF.

       2200-GRAVA-TITULO           SECTION.
           MOVE "APAGMANT" TO APG-ORIGEM.
           MOVE "A" TO APG-SITUACAO.
           MOVE WRK-DATA-HOJE TO APG-DATA-SITUACAO.
           MOVE ZEROS TO APG-LOTE.
           WRITE APG-REG
               INVALID KEY
                   DISPLAY "NOTA/PARCELA JA LANCADA PARA ESTE "
                           "FORNECEDOR"
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE APG-REG TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   MOVE "COMPRAS" TO WRK-RAZ-DEBITO
                   MOVE "FORNEC" TO WRK-RAZ-CREDITO
                   PERFORM 9200-LANCA-RAZAO
                   DISPLAY "TITULO INCLUIDO"
           END-WRITE.

      *== SO O TITULO AINDA EM ABERTO PODE SER CANCELADO: O QUE JA
      *== FOI NO LOTE DE PAGAMENTO SE ACERTA PELO ESTORNO DO EXE1
       3000-CANCELAR               SECTION.
           DISPLAY "CODIGO DO FORNECEDOR...  ".
           ACCEPT APG-FORNECEDOR.
           DISPLAY "NUMERO DA NOTA...  ".
           ACCEPT APG-DOCUMENTO.
           DISPLAY "PARCELA...  ".
           ACCEPT APG-PARCELA.
           READ APAGAR KEY IS APG-CHAVE
               INVALID KEY
                   DISPLAY "TITULO NAO ENCONTRADO"
           END-READ.
           IF FS-APAGAR EQUAL 0
               IF APG-SITUACAO NOT EQUAL "A"
                   DISPLAY "TITULO NAO ESTA EM ABERTO (SITUACAO "
                           APG-SITUACAO ")"
               ELSE
                   MOVE APG-REG TO WRK-REG-ANTES
                   MOVE "C" TO APG-SITUACAO
                   MOVE WRK-DATA-HOJE TO APG-DATA-SITUACAO
                   REWRITE APG-REG
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR FS=" FS-APAGAR
                       NOT INVALID KEY
                           MOVE APG-REG TO WRK-REG-DEPOIS
                           MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           MOVE "FORNEC" TO WRK-RAZ-DEBITO
                           MOVE "COMPRAS" TO WRK-RAZ-CREDITO
                           PERFORM 9200-LANCA-RAZAO
                           DISPLAY "TITULO CANCELADO"
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

       9200-LANCA-RAZAO            SECTION.
           MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA.
           MOVE APG-VALOR TO WRK-RAZ-VALOR.
           MOVE APG-FORNECEDOR TO WRK-RAZ-REF.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE APAGAR.
           CLOSE FORNECEDORES.
           CLOSE APAGAR-LOG.
