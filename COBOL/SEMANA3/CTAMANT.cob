      *==           ABRIA EDITANDO O ARQUIVO POR FORA DO SISTEMA
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: CONTA BLOQUEADA ("B") E RECUSADA PELO EXE1 COM
      *==   MOTIVO PROPRIO NO JORNAL (RECUSADO-CONTA-BLOQUEADA).
      *==   O LIMITE DE CHEQUE ESPECIAL (OPCAO 6) FICA EM CTACHEQ.DAT:
      *==   O EXE1 O RESPEITA COMO PISO DA CONTA E O CTAJUROS COBRA
      *==   JUROS SOBRE OS DIAS DE SALDO NEGATIVO. OS LIMITES DE
      *==   DEBITO E TRANSFERENCIA DA CONTA (OPCAO 7) FICAM EM
      *==   CTALIM.DAT; O AUMENTO TEMPORARIO, COM DATA DE VALIDADE,
      *==   PEDE A IDENTIFICACAO DE UM SUPERVISOR (SIGNON "CTALIMTP").
      *==   MUDANCA DE SITUACAO SENSIVEL (REGRA APROV_CTAMANT_* NO
      *==   ARQUIVO CENTRAL, VER APROVLIB) VIRA PEDIDO PENDENTE; A
      *==   OPCAO 8 E ONDE UM SEGUNDO OPERADOR, APROVADOR E NAO O
      *==   SOLICITANTE, APROVA (APLICA E GRAVA O LOG) OU REJEITA.
      *==   OPERACOES: B = BLOQUEIO, D = DESBLOQUEIO, E = ENCERRAMENTO;
      *==   VALOR = SALDO DA CONTA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
           SELECT PRODUTOS ASSIGN TO DYNAMIC WRK-PRD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.
           SELECT CTACHEQ ASSIGN TO DYNAMIC WRK-CHQ-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CONTA
               FILE STATUS IS FS-CTACHEQ.
           SELECT CTALIM ASSIGN TO DYNAMIC WRK-LIM-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-CONTA
               FILE STATUS IS FS-CTALIM.
           SELECT CONTAS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CTACLI.
       01  CTC-REG.
           05 PRD-TAXA-JUROS     PIC 9(02)V9999.
           05 PRD-TARIFA         PIC 9(05)V99.
           05 PRD-ISENCAO-PISO   PIC 9(009)V99.
           05 PRD-LIM-DEB-DIA    PIC 9(009)V99.
           05 PRD-LIM-DEB-TRANS  PIC 9(009)V99.
           05 PRD-LIM-TRF-DIA    PIC 9(009)V99.
           05 PRD-LIM-TRF-TRANS  PIC 9(009)V99.

      *== LIMITE DE CHEQUE ESPECIAL APROVADO PARA A CONTA; LIMITE
      *== ZERO = SEM CHEQUE ESPECIAL (O REGISTRO FICA, PARA O ACUMULO
      *== DO MES AINDA COBRAR OS DIAS EM QUE A LINHA FOI USADA)
       FD  CTACHEQ.
       01  CHQ-REG.
           05 CHQ-CONTA          PIC 9(06).
           05 CHQ-LIMITE         PIC 9(009)V99.

      *== LIMITES DE DEBITO ("D") E TRANSFERENCIA ("F") DA CONTA,
      *== APLICADOS PELO EXE1; ZERO = VALE O PADRAO DO PRODUTO
      *== (PRODMANT). O AUMENTO TEMPORARIO (LIM-TMP-...) VALE ATE
      *== LIM-TMP-VALIDADE, INCLUSIVE. LIM-ACM-... E O ACUMULADO DO
      *== DIA LIM-ACM-DATA, MANTIDO PELO EXE1 - NAO MEXA POR AQUI
       FD  CTALIM.
       01  LIM-REG.
           05 LIM-CONTA          PIC 9(06).
           05 LIM-DEB-DIA        PIC 9(009)V99.
           05 LIM-DEB-TRANS      PIC 9(009)V99.
           05 LIM-TRF-DIA        PIC 9(009)V99.
           05 LIM-TRF-TRANS      PIC 9(009)V99.
           05 LIM-TMP-DEB-DIA    PIC 9(009)V99.
           05 LIM-TMP-DEB-TRANS  PIC 9(009)V99.
           05 LIM-TMP-TRF-DIA    PIC 9(009)V99.
           05 LIM-TMP-TRF-TRANS  PIC 9(009)V99.
           05 LIM-TMP-VALIDADE   PIC 9(08).
           05 LIM-TMP-OPERADOR   PIC X(08).
           05 LIM-ACM-DATA       PIC 9(08).
           05 LIM-ACM-DEBITO     PIC 9(011)V99.
           05 LIM-ACM-TRANSF     PIC 9(011)V99.

       FD  CONTAS-LOG.
       01  LOG-LINHA            PIC X(200).

       WORKING-STORAGE             SECTION.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(20) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(20) VALUE SPACES.
       77  WRK-CTP-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTP-PATH: VARIAVEL DE AMBIENTE "CTAPROD_PATH";
      *== SE NAO DEFINIDA, "CTAPROD.DAT"
           05 WRK-PRD-ITEM OCCURS 20 TIMES.
               10 WRK-TAB-CODIGO  PIC X(02).
               10 WRK-TAB-DESC    PIC X(20).
               10 WRK-TAB-LIM-DEB-DIA   PIC 9(009)V99.
               10 WRK-TAB-LIM-DEB-TRANS PIC 9(009)V99.
               10 WRK-TAB-LIM-TRF-DIA   PIC 9(009)V99.
               10 WRK-TAB-LIM-TRF-TRANS PIC 9(009)V99.
       77  WRK-QTD-PROD    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PROD    PIC 9(02) VALUE ZEROS.
       77  WRK-PROD-OK     PIC X(01) VALUE "N".
       77  WRK-CHQ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CHQ-PATH: VARIAVEL DE AMBIENTE "CTACHEQ_PATH";
      *== SE NAO DEFINIDA, "CTACHEQ.DAT"
       77  FS-CTACHEQ      PIC 9(02) VALUE ZEROS.
       77  WRK-CHQ-LIMITE  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-CHQ-EM-USO  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-CHQ-ED      PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LIM-PATH: VARIAVEL DE AMBIENTE "CTALIM_PATH";
      *== SE NAO DEFINIDA, "CTALIM.DAT"
       77  FS-CTALIM       PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO-LIM   PIC 9(01) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LIM-ED1     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-ED2     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-ED3     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-ED4     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-OK      PIC X(01) VALUE "S".
      *== LIMITES EM VIGOR FORA O AUMENTO TEMPORARIO: O DA CONTA,
      *== SE HOUVER, SENAO O DO PRODUTO - O AUMENTO TEM QUE PASSAR
      *== DELES
       01  WRK-LIM-BASE.
           05 WRK-BASE-DEB-DIA    PIC 9(009)V99 VALUE ZEROS.
           05 WRK-BASE-DEB-TRANS  PIC 9(009)V99 VALUE ZEROS.
           05 WRK-BASE-TRF-DIA    PIC 9(009)V99 VALUE ZEROS.
           05 WRK-BASE-TRF-TRANS  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-LIM-NOVO    PIC 9(009)V99 VALUE ZEROS.
       77  WRK-LIM-ATUAL   PIC 9(009)V99 VALUE ZEROS.
      *== IMAGENS DE ANTES/DEPOIS DOS LIMITES EM CONTAS.LOG
       01  WRK-LIM-ANTES   PIC X(76) VALUE SPACES.
       01  WRK-LIM-DEPOIS  PIC X(76) VALUE SPACES.
       01  WRK-LIM-IMAGEM.
           05 WRK-IMG-CONTA      PIC 9(06).
           05 WRK-IMG-DEB-DIA    PIC 9(009)V99.
           05 WRK-IMG-DEB-TRANS  PIC 9(009)V99.
           05 WRK-IMG-TRF-DIA    PIC 9(009)V99.
           05 WRK-IMG-TRF-TRANS  PIC 9(009)V99.
           05 WRK-IMG-VALIDADE   PIC 9(08).
           05 WRK-IMG-OPERADOR   PIC X(08).

      *== IDENTIFICACAO DO SUPERVISOR QUE AUTORIZA O AUMENTO
      *== TEMPORARIO DE LIMITE (VER SIGNON, "CTALIMTP")
       01  WRK-AUTORIZA-AREA.
           05  WRK-AUT-PROGRAMA  PIC X(08) VALUE "CTALIMTP".
           05  WRK-AUT-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-AUT-AUTORIZADO PIC X(01) VALUE SPACES.

      *== IMAGEM DA CONTA GUARDADA NO PEDIDO DE APROVACAO
       01  WRK-CTA-IMAGEM.
           05 WRK-CTI-NUMERO     PIC 9(06).
           05 WRK-CTI-SALDO      PIC S9(009)V99.
           05 WRK-CTI-SITUACAO   PIC X(01).
       77  WRK-LOG-OPERADOR PIC X(08) VALUE SPACES.
       77  WRK-LOG-APROVADOR PIC X(08) VALUE SPACES.
       77  WRK-LOG-PTR     PIC 9(03) VALUE ZEROS.
       77  WRK-RETIDO      PIC X(01) VALUE "N".
       77  WRK-CONFERE     PIC X(01) VALUE "S".
       77  WRK-DECISAO     PIC X(01) VALUE SPACES.
       77  WRK-FIM-APROVACAO PIC X(01) VALUE "N".
       77  WRK-QTD-DECIDIDAS PIC 9(04) VALUE ZEROS.
       77  WRK-SALDO-ED    PIC -ZZZ.ZZZ.ZZ9,99.

      *== AREA DA FILA DE APROVACAO DE MUDANCAS (VER APROVLIB)
       01  WRK-APROVLIB-AREA.
           05  WRK-APR-ACAO       PIC X(01) VALUE SPACES.
           05  WRK-APR-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-APR-PEDIDO.
               10  WRK-APR-NUMERO     PIC 9(06) VALUE ZEROS.
               10  WRK-APR-PROGRAMA   PIC X(08) VALUE "CTAMANT".
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

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.


      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "CTAMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.
      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A CONTA
      *== ABERTA FICA COM A FILIAL DESTA EXECUCAO
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
       01  WRK-SELOLIB-AREA.
           05  WRK-SEL-ACAO     PIC X(01) VALUE SPACES.
               STOP RUN
           END-IF.
           PERFORM 0150-CARREGA-PRODUTOS.
           ACCEPT WRK-CHQ-PATH FROM ENVIRONMENT "CTACHEQ_PATH".
           IF WRK-CHQ-PATH EQUAL SPACES
               MOVE "CTACHEQ.DAT" TO WRK-CHQ-PATH
           END-IF.
           OPEN I-O CTACHEQ.
           IF FS-CTACHEQ EQUAL 35
               OPEN OUTPUT CTACHEQ
               CLOSE CTACHEQ
               OPEN I-O CTACHEQ
           END-IF.
           IF FS-CTACHEQ NOT EQUAL 0
               DISPLAY "CTAMANT: FALHA AO ABRIR " WRK-CHQ-PATH
                       " FS=" FS-CTACHEQ
               STOP RUN
           END-IF.
           ACCEPT WRK-LIM-PATH FROM ENVIRONMENT "CTALIM_PATH".
           IF WRK-LIM-PATH EQUAL SPACES
               MOVE "CTALIM.DAT" TO WRK-LIM-PATH
           END-IF.
           OPEN I-O CTALIM.
           IF FS-CTALIM EQUAL 35
               OPEN OUTPUT CTALIM
               CLOSE CTALIM
               OPEN I-O CTALIM
           END-IF.
           IF FS-CTALIM NOT EQUAL 0
               DISPLAY "CTAMANT: FALHA AO ABRIR " WRK-LIM-PATH
                       " FS=" FS-CTALIM
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CONTAS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CONTAS.LOG" TO WRK-LOG-PATH
                           TO WRK-TAB-CODIGO(WRK-QTD-PROD)
                       MOVE PRD-DESCRICAO
                           TO WRK-TAB-DESC(WRK-QTD-PROD)
                       PERFORM 0160-CARREGA-LIMITES
                   END-IF
                   READ PRODUTOS
                       AT END MOVE 10 TO FS-PRODUTOS
               CLOSE PRODUTOS
           END-IF.

      *== LINHA DO CATALOGO ANTERIOR AOS LIMITES: SEM LIMITE
       0160-CARREGA-LIMITES        SECTION.
           MOVE ZEROS TO WRK-TAB-LIM-DEB-DIA(WRK-QTD-PROD)
                         WRK-TAB-LIM-DEB-TRANS(WRK-QTD-PROD)
                         WRK-TAB-LIM-TRF-DIA(WRK-QTD-PROD)
                         WRK-TAB-LIM-TRF-TRANS(WRK-QTD-PROD).
           IF PRD-LIM-DEB-DIA IS NUMERIC
               MOVE PRD-LIM-DEB-DIA
                   TO WRK-TAB-LIM-DEB-DIA(WRK-QTD-PROD)
           END-IF.
           IF PRD-LIM-DEB-TRANS IS NUMERIC
               MOVE PRD-LIM-DEB-TRANS
                   TO WRK-TAB-LIM-DEB-TRANS(WRK-QTD-PROD)
           END-IF.
           IF PRD-LIM-TRF-DIA IS NUMERIC
               MOVE PRD-LIM-TRF-DIA
                   TO WRK-TAB-LIM-TRF-DIA(WRK-QTD-PROD)
           END-IF.
           IF PRD-LIM-TRF-TRANS IS NUMERIC
               MOVE PRD-LIM-TRF-TRANS
                   TO WRK-TAB-LIM-TRF-TRANS(WRK-QTD-PROD)
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-ABRIR  2-BLOQUEAR  3-DESBLOQUEAR  4-ENCERRAR"
                   "  5-PRODUTO  6-CHEQUE ESPECIAL  7-LIMITES"
                   "  8-APROVAR PEDIDOS  9-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
               WHEN 5
                   PERFORM 5000-PRODUTO
               WHEN 6
                   PERFORM 6000-CHEQUE-ESPECIAL
               WHEN 7
                   PERFORM 7000-LIMITES
               WHEN 8
                   PERFORM 8600-APROVACOES
               WHEN 9
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   END-READ
                   IF FS-CLIENTES EQUAL 0
                       MOVE "A" TO CTA-SITUACAO
                       MOVE SPACES TO WRK-FIL-CODIGO
                       CALL "FILLIB" USING WRK-FILLIB-AREA
                       MOVE WRK-FIL-CODIGO TO CTA-FILIAL
                       MOVE SPACES TO WRK-REG-ANTES
                       WRITE CTA-REG
                           INVALID KEY
               UNLOCK CONTAS
           END-IF.

      *== LIMITE DE CHEQUE ESPECIAL: MOSTRA O ATUAL E O VALOR EM
      *== USO, GRAVA O NOVO (ZERO CANCELA A LINHA) COM ANTES/DEPOIS
      *== EM CONTAS.LOG; NAO BAIXA O LIMITE PARA MENOS DO QUE A
      *== CONTA JA USA - O SALDO TEM QUE VOLTAR PELO LOTE ANTES
       6000-CHEQUE-ESPECIAL        SECTION.
           PERFORM 8000-LE-CONTA.
           IF FS-CONTAS EQUAL 0
               IF CTA-SITUACAO EQUAL "E"
                   DISPLAY "CONTA ENCERRADA NAO RECEBE CHEQUE "
                           "ESPECIAL"
               ELSE
                   MOVE CTA-NUMERO TO CHQ-CONTA
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE ZEROS TO CHQ-LIMITE
                   READ CTACHEQ KEY IS CHQ-CONTA
                       INVALID KEY
                           MOVE CTA-NUMERO TO CHQ-CONTA
                           MOVE ZEROS TO CHQ-LIMITE
                       NOT INVALID KEY
                           MOVE CHQ-REG TO WRK-REG-ANTES
                   END-READ
                   MOVE ZEROS TO WRK-CHQ-EM-USO
                   IF CTA-SALDO LESS ZEROS
                       COMPUTE WRK-CHQ-EM-USO = ZEROS - CTA-SALDO
                   END-IF
                   MOVE CHQ-LIMITE TO WRK-CHQ-ED
                   DISPLAY "LIMITE ATUAL....... " WRK-CHQ-ED
                   MOVE WRK-CHQ-EM-USO TO WRK-CHQ-ED
                   DISPLAY "VALOR EM USO....... " WRK-CHQ-ED
                   DISPLAY "NOVO LIMITE (0 = CANCELA)...  "
                   ACCEPT WRK-CHQ-LIMITE
                   IF WRK-CHQ-LIMITE LESS WRK-CHQ-EM-USO
                       DISPLAY "LIMITE MENOR QUE O VALOR EM USO - "
                               "NAO ALTERADO"
                   ELSE
                   IF WRK-CHQ-LIMITE EQUAL CHQ-LIMITE
                       DISPLAY "LIMITE SEM ALTERACAO"
                   ELSE
                       MOVE WRK-CHQ-LIMITE TO CHQ-LIMITE
                       WRITE CHQ-REG
                           INVALID KEY
                               REWRITE CHQ-REG
                                   INVALID KEY
                                       DISPLAY "ERRO AO GRAVAR LIMITE "
                                               "FS=" FS-CTACHEQ
                               END-REWRITE
                       END-WRITE
                       IF FS-CTACHEQ EQUAL 0
                           MOVE CHQ-REG TO WRK-REG-DEPOIS
                           MOVE "CHEQUE-ESPEC" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "LIMITE DE CHEQUE ESPECIAL "
                                   "ATUALIZADO"
                       END-IF
                   END-IF
                   END-IF
               END-IF
               UNLOCK CONTAS
           END-IF.

      *== LIMITES DE DEBITO E TRANSFERENCIA: MOSTRA O PADRAO DO
      *== PRODUTO, O DA CONTA E O AUMENTO TEMPORARIO EM VIGOR; O
      *== LIMITE DA CONTA E GRAVADO PELO OPERADOR DO CTAMANT, O
      *== AUMENTO TEMPORARIO SO COM A IDENTIFICACAO DE UM SUPERVISOR
       7000-LIMITES                SECTION.
           PERFORM 8000-LE-CONTA.
           IF FS-CONTAS EQUAL 0
               IF CTA-SITUACAO EQUAL "E"
                   DISPLAY "CONTA ENCERRADA NAO TEM LIMITES"
               ELSE
                   PERFORM 7050-LE-LIMITES
                   PERFORM 7060-MOSTRA-LIMITES
                   DISPLAY "1-LIMITES DA CONTA  2-AUMENTO TEMPORARIO"
                           "  3-VOLTAR"
                   ACCEPT WRK-OPCAO-LIM
                   EVALUATE WRK-OPCAO-LIM
                       WHEN 1
                           PERFORM 7100-LIMITES-CONTA
                       WHEN 2
                           PERFORM 7200-AUMENTO-TEMPORARIO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               UNLOCK CONTAS
           END-IF.

      *== REGISTRO DE LIMITES DA CONTA (ZERADO QUANDO NAO HA) E OS
      *== LIMITES PADRAO DO PRODUTO DA CONTA, SE CATALOGADO
       7050-LE-LIMITES             SECTION.
           MOVE CTA-NUMERO TO LIM-CONTA.
           READ CTALIM KEY IS LIM-CONTA
               INVALID KEY
                   INITIALIZE LIM-REG
                   MOVE CTA-NUMERO TO LIM-CONTA
           END-READ.
           MOVE ZEROS TO WRK-LIM-BASE.
           MOVE 1 TO WRK-IDX-PROD.
           MOVE CTA-NUMERO TO CTP-CONTA.
           READ CTAPROD KEY IS CTP-CONTA
               INVALID KEY
                   MOVE SPACES TO CTP-PRODUTO
           END-READ.
           IF CTP-PRODUTO NOT EQUAL SPACES
               PERFORM UNTIL WRK-IDX-PROD GREATER WRK-QTD-PROD
                   OR WRK-TAB-CODIGO(WRK-IDX-PROD) EQUAL CTP-PRODUTO
                   ADD 1 TO WRK-IDX-PROD
               END-PERFORM
               IF WRK-IDX-PROD NOT GREATER WRK-QTD-PROD
                   MOVE WRK-TAB-LIM-DEB-DIA(WRK-IDX-PROD)
                       TO WRK-BASE-DEB-DIA
                   MOVE WRK-TAB-LIM-DEB-TRANS(WRK-IDX-PROD)
                       TO WRK-BASE-DEB-TRANS
                   MOVE WRK-TAB-LIM-TRF-DIA(WRK-IDX-PROD)
                       TO WRK-BASE-TRF-DIA
                   MOVE WRK-TAB-LIM-TRF-TRANS(WRK-IDX-PROD)
                       TO WRK-BASE-TRF-TRANS
               END-IF
           END-IF.
           MOVE WRK-BASE-DEB-DIA   TO WRK-LIM-ED1.
           MOVE WRK-BASE-DEB-TRANS TO WRK-LIM-ED2.
           MOVE WRK-BASE-TRF-DIA   TO WRK-LIM-ED3.
           MOVE WRK-BASE-TRF-TRANS TO WRK-LIM-ED4.
           DISPLAY "PADRAO DO PRODUTO " CTP-PRODUTO
                   " (0 = SEM LIMITE)".
           DISPLAY "  DEBITO DIA/TRANS..... " WRK-LIM-ED1 " "
                   WRK-LIM-ED2.
           DISPLAY "  TRANSF DIA/TRANS..... " WRK-LIM-ED3 " "
                   WRK-LIM-ED4.
      *== O LIMITE PROPRIO DA CONTA PREVALECE SOBRE O DO PRODUTO
           IF LIM-DEB-DIA GREATER ZEROS
               MOVE LIM-DEB-DIA TO WRK-BASE-DEB-DIA
           END-IF.
           IF LIM-DEB-TRANS GREATER ZEROS
               MOVE LIM-DEB-TRANS TO WRK-BASE-DEB-TRANS
           END-IF.
           IF LIM-TRF-DIA GREATER ZEROS
               MOVE LIM-TRF-DIA TO WRK-BASE-TRF-DIA
           END-IF.
           IF LIM-TRF-TRANS GREATER ZEROS
               MOVE LIM-TRF-TRANS TO WRK-BASE-TRF-TRANS
           END-IF.

       7060-MOSTRA-LIMITES         SECTION.
           MOVE LIM-DEB-DIA   TO WRK-LIM-ED1.
           MOVE LIM-DEB-TRANS TO WRK-LIM-ED2.
           MOVE LIM-TRF-DIA   TO WRK-LIM-ED3.
           MOVE LIM-TRF-TRANS TO WRK-LIM-ED4.
           DISPLAY "LIMITES DA CONTA (0 = PADRAO DO PRODUTO)".
           DISPLAY "  DEBITO DIA/TRANS..... " WRK-LIM-ED1 " "
                   WRK-LIM-ED2.
           DISPLAY "  TRANSF DIA/TRANS..... " WRK-LIM-ED3 " "
                   WRK-LIM-ED4.
           IF LIM-TMP-VALIDADE NOT LESS WRK-DATA-HOJE
               MOVE LIM-TMP-DEB-DIA   TO WRK-LIM-ED1
               MOVE LIM-TMP-DEB-TRANS TO WRK-LIM-ED2
               MOVE LIM-TMP-TRF-DIA   TO WRK-LIM-ED3
               MOVE LIM-TMP-TRF-TRANS TO WRK-LIM-ED4
               DISPLAY "AUMENTO TEMPORARIO ATE " LIM-TMP-VALIDADE
                       " (AUTORIZADO POR " LIM-TMP-OPERADOR ")"
               DISPLAY "  DEBITO DIA/TRANS..... " WRK-LIM-ED1 " "
                       WRK-LIM-ED2
               DISPLAY "  TRANSF DIA/TRANS..... " WRK-LIM-ED3 " "
                       WRK-LIM-ED4
           ELSE
               DISPLAY "SEM AUMENTO TEMPORARIO EM VIGOR"
           END-IF.

       7100-LIMITES-CONTA          SECTION.
           MOVE LIM-CONTA     TO WRK-IMG-CONTA.
           MOVE LIM-DEB-DIA   TO WRK-IMG-DEB-DIA.
           MOVE LIM-DEB-TRANS TO WRK-IMG-DEB-TRANS.
           MOVE LIM-TRF-DIA   TO WRK-IMG-TRF-DIA.
           MOVE LIM-TRF-TRANS TO WRK-IMG-TRF-TRANS.
           MOVE ZEROS  TO WRK-IMG-VALIDADE.
           MOVE SPACES TO WRK-IMG-OPERADOR.
           MOVE WRK-LIM-IMAGEM TO WRK-LIM-ANTES.
           DISPLAY "LIMITE DIARIO DE DEBITO (0 = PADRAO)...  ".
           ACCEPT WRK-IMG-DEB-DIA.
           DISPLAY "LIMITE POR DEBITO (0 = PADRAO)...  ".
           ACCEPT WRK-IMG-DEB-TRANS.
           DISPLAY "LIMITE DIARIO DE TRANSFERENCIA (0 = PADRAO)...  ".
           ACCEPT WRK-IMG-TRF-DIA.
           DISPLAY "LIMITE POR TRANSFERENCIA (0 = PADRAO)...  ".
           ACCEPT WRK-IMG-TRF-TRANS.
           MOVE WRK-LIM-IMAGEM TO WRK-LIM-DEPOIS.
           IF WRK-LIM-DEPOIS EQUAL WRK-LIM-ANTES
               DISPLAY "LIMITES SEM ALTERACAO"
           ELSE
      *== RELE ANTES DE GRAVAR: O EXE1 PODE TER ATUALIZADO O
      *== ACUMULADO DO DIA ENQUANTO O OPERADOR DIGITAVA
               PERFORM 7900-RELE-LIMITES
               MOVE WRK-IMG-DEB-DIA   TO LIM-DEB-DIA
               MOVE WRK-IMG-DEB-TRANS TO LIM-DEB-TRANS
               MOVE WRK-IMG-TRF-DIA   TO LIM-TRF-DIA
               MOVE WRK-IMG-TRF-TRANS TO LIM-TRF-TRANS
               PERFORM 7950-GRAVA-LIMITES
               IF FS-CTALIM EQUAL 0
                   MOVE "LIMITES" TO WRK-LOG-OPERACAO
                   PERFORM 9150-GRAVA-LOG-LIMITE
                   DISPLAY "LIMITES DA CONTA ATUALIZADOS"
               END-IF
           END-IF.

      *== AUMENTO TEMPORARIO: SO COM SUPERVISOR IDENTIFICADO, COM
      *== VALIDADE DE HOJE EM DIANTE E, EM CADA LIMITE INFORMADO,
      *== ACIMA DO LIMITE EM VIGOR (ZERO = AQUELE LIMITE NAO SOBE);
      *== VALIDADE ZERO CANCELA O AUMENTO
       7200-AUMENTO-TEMPORARIO     SECTION.
           DISPLAY "AUMENTO TEMPORARIO - IDENTIFICACAO DO SUPERVISOR".
           CALL "SIGNON" USING WRK-AUTORIZA-AREA.
           IF WRK-AUT-AUTORIZADO NOT EQUAL "S"
               DISPLAY "AUMENTO NAO AUTORIZADO"
           ELSE
               MOVE LIM-CONTA         TO WRK-IMG-CONTA
               MOVE LIM-TMP-DEB-DIA   TO WRK-IMG-DEB-DIA
               MOVE LIM-TMP-DEB-TRANS TO WRK-IMG-DEB-TRANS
               MOVE LIM-TMP-TRF-DIA   TO WRK-IMG-TRF-DIA
               MOVE LIM-TMP-TRF-TRANS TO WRK-IMG-TRF-TRANS
               MOVE LIM-TMP-VALIDADE  TO WRK-IMG-VALIDADE
               MOVE LIM-TMP-OPERADOR  TO WRK-IMG-OPERADOR
               MOVE WRK-LIM-IMAGEM TO WRK-LIM-ANTES
               MOVE "S" TO WRK-LIM-OK
               DISPLAY "VALIDO ATE (AAAAMMDD, 0 = CANCELA)...  "
               ACCEPT WRK-IMG-VALIDADE
               IF WRK-IMG-VALIDADE EQUAL ZEROS
                   MOVE ZEROS TO WRK-IMG-DEB-DIA WRK-IMG-DEB-TRANS
                                 WRK-IMG-TRF-DIA WRK-IMG-TRF-TRANS
               ELSE
                   MOVE WRK-IMG-VALIDADE TO WRK-DATAVAL-ENTRADA
                   CALL "DATAMES" USING WRK-DATAVAL-AREA
                   IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
                       OR WRK-IMG-VALIDADE LESS WRK-DATA-HOJE
                       DISPLAY "VALIDADE INVALIDA OU JA VENCIDA"
                       MOVE "N" TO WRK-LIM-OK
                   ELSE
                       PERFORM 7210-COLHE-AUMENTO
                   END-IF
               END-IF
               MOVE WRK-AUT-OPERADOR TO WRK-IMG-OPERADOR
               IF WRK-LIM-OK EQUAL "S"
                   PERFORM 7900-RELE-LIMITES
                   MOVE WRK-IMG-DEB-DIA   TO LIM-TMP-DEB-DIA
                   MOVE WRK-IMG-DEB-TRANS TO LIM-TMP-DEB-TRANS
                   MOVE WRK-IMG-TRF-DIA   TO LIM-TMP-TRF-DIA
                   MOVE WRK-IMG-TRF-TRANS TO LIM-TMP-TRF-TRANS
                   MOVE WRK-IMG-VALIDADE  TO LIM-TMP-VALIDADE
                   MOVE WRK-IMG-OPERADOR  TO LIM-TMP-OPERADOR
                   PERFORM 7950-GRAVA-LIMITES
                   IF FS-CTALIM EQUAL 0
                       MOVE WRK-LIM-IMAGEM TO WRK-LIM-DEPOIS
                       MOVE "LIMITE-TEMP" TO WRK-LOG-OPERACAO
                       PERFORM 9150-GRAVA-LOG-LIMITE
                       DISPLAY "AUMENTO TEMPORARIO GRAVADO"
                   END-IF
               ELSE
                   DISPLAY "AUMENTO TEMPORARIO NAO GRAVADO"
               END-IF
           END-IF.

       7210-COLHE-AUMENTO          SECTION.
           DISPLAY "LIMITE DIARIO DE DEBITO (0 = NAO SOBE)...  ".
           ACCEPT WRK-IMG-DEB-DIA.
           MOVE WRK-IMG-DEB-DIA  TO WRK-LIM-NOVO.
           MOVE WRK-BASE-DEB-DIA TO WRK-LIM-ATUAL.
           PERFORM 7250-CONFERE-AUMENTO.
           DISPLAY "LIMITE POR DEBITO (0 = NAO SOBE)...  ".
           ACCEPT WRK-IMG-DEB-TRANS.
           MOVE WRK-IMG-DEB-TRANS  TO WRK-LIM-NOVO.
           MOVE WRK-BASE-DEB-TRANS TO WRK-LIM-ATUAL.
           PERFORM 7250-CONFERE-AUMENTO.
           DISPLAY "LIMITE DIARIO DE TRANSFERENCIA (0 = NAO SOBE)... ".
           ACCEPT WRK-IMG-TRF-DIA.
           MOVE WRK-IMG-TRF-DIA  TO WRK-LIM-NOVO.
           MOVE WRK-BASE-TRF-DIA TO WRK-LIM-ATUAL.
           PERFORM 7250-CONFERE-AUMENTO.
           DISPLAY "LIMITE POR TRANSFERENCIA (0 = NAO SOBE)...  ".
           ACCEPT WRK-IMG-TRF-TRANS.
           MOVE WRK-IMG-TRF-TRANS  TO WRK-LIM-NOVO.
           MOVE WRK-BASE-TRF-TRANS TO WRK-LIM-ATUAL.
           PERFORM 7250-CONFERE-AUMENTO.

      *== LIMITE EM VIGOR ZERO (SEM LIMITE) NAO TEM O QUE AUMENTAR
       7250-CONFERE-AUMENTO        SECTION.
           IF WRK-LIM-NOVO GREATER ZEROS
               IF WRK-LIM-ATUAL EQUAL ZEROS
                   DISPLAY "  LIMITE EM VIGOR E LIVRE - NADA A "
                           "AUMENTAR"
                   MOVE "N" TO WRK-LIM-OK
               ELSE
                   IF WRK-LIM-NOVO NOT GREATER WRK-LIM-ATUAL
                       MOVE WRK-LIM-ATUAL TO WRK-LIM-ED1
                       DISPLAY "  NAO E AUMENTO - LIMITE EM VIGOR "
                               WRK-LIM-ED1
                       MOVE "N" TO WRK-LIM-OK
                   END-IF
               END-IF
           END-IF.

       7900-RELE-LIMITES           SECTION.
           MOVE CTA-NUMERO TO LIM-CONTA.
           READ CTALIM KEY IS LIM-CONTA
               INVALID KEY
                   INITIALIZE LIM-REG
                   MOVE CTA-NUMERO TO LIM-CONTA
           END-READ.

       7950-GRAVA-LIMITES          SECTION.
           WRITE LIM-REG
               INVALID KEY
                   REWRITE LIM-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR LIMITES FS="
                                   FS-CTALIM
                   END-REWRITE
           END-WRITE.

       2000-BLOQUEAR               SECTION.
           PERFORM 8000-LE-CONTA.
           IF FS-CONTAS EQUAL 0
               ELSE
                   MOVE CTA-REG TO WRK-REG-ANTES
                   MOVE "B" TO CTA-SITUACAO
                   MOVE "B" TO WRK-APR-OPERACAO
                   MOVE "BLOQUEIO" TO WRK-LOG-OPERACAO
                   PERFORM 8500-CONFERE-APROVACAO
                   IF WRK-RETIDO EQUAL "N"
                       PERFORM 8100-REGRAVA
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "CONTA BLOQUEADA"
                   END-IF
               END-IF
           END-IF.

               ELSE
                   MOVE CTA-REG TO WRK-REG-ANTES
                   MOVE "A" TO CTA-SITUACAO
                   MOVE "D" TO WRK-APR-OPERACAO
                   MOVE "DESBLOQUEIO" TO WRK-LOG-OPERACAO
                   PERFORM 8500-CONFERE-APROVACAO
                   IF WRK-RETIDO EQUAL "N"
                       PERFORM 8100-REGRAVA
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "CONTA DESBLOQUEADA"
                   END-IF
               END-IF
           END-IF.

                   WHEN OTHER
                       MOVE CTA-REG TO WRK-REG-ANTES
                       MOVE "E" TO CTA-SITUACAO
                       MOVE "E" TO WRK-APR-OPERACAO
                       MOVE "ENCERRAMENTO" TO WRK-LOG-OPERACAO
                       PERFORM 8500-CONFERE-APROVACAO
                       IF WRK-RETIDO EQUAL "N"
                           PERFORM 8100-REGRAVA
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "CONTA ENCERRADA"
                       END-IF
               END-EVALUATE
           END-IF.

                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.

      *== MUDANCA SENSIVEL (REGRA DO APROVLIB) NAO VAI PARA A
      *== CONTA: VIRA PEDIDO PENDENTE PARA UM SEGUNDO OPERADOR E A
      *== CONTA E LIBERADA SEM REGRAVAR. O CHAMADOR JA DEIXOU O
      *== ANTES EM WRK-REG-ANTES E O DEPOIS EM CTA-REG
       8500-CONFERE-APROVACAO      SECTION.
           MOVE "N" TO WRK-RETIDO.
           MOVE "R" TO WRK-APR-ACAO.
           MOVE "CTAMANT" TO WRK-APR-PROGRAMA.
           IF CTA-SALDO LESS ZEROS
               COMPUTE WRK-APR-VALOR = ZEROS - CTA-SALDO
           ELSE
               MOVE CTA-SALDO TO WRK-APR-VALOR
           END-IF.
           CALL "APROVLIB" USING WRK-APROVLIB-AREA.
           IF WRK-APR-RESULTADO EQUAL "S"
               MOVE "S" TO WRK-RETIDO
               UNLOCK CONTAS
               MOVE WRK-LOG-OPERACAO TO WRK-APR-DESCRICAO
               MOVE CTA-NUMERO TO WRK-APR-CHAVE
               MOVE WRK-REG-ANTES TO WRK-APR-IMG-ANTES
               MOVE CTA-REG TO WRK-APR-IMG-DEPOIS
               MOVE WRK-SIG-OPERADOR TO WRK-APR-SOLICITANTE
               MOVE "P" TO WRK-APR-ACAO
               CALL "APROVLIB" USING WRK-APROVLIB-AREA
               EVALUATE WRK-APR-RESULTADO
                   WHEN "S"
                       DISPLAY "MUDANCA RETIDA PARA APROVACAO - "
                               "PEDIDO " WRK-APR-NUMERO
                   WHEN "D"
                       DISPLAY "JA HA PEDIDO PENDENTE PARA ESTA "
                               "CONTA (" WRK-APR-NUMERO
                               ") - AGUARDE A DECISAO"
                   WHEN OTHER
                       DISPLAY "PEDIDO NAO GRAVADO - MUDANCA "
                               "CANCELADA"
               END-EVALUATE
           END-IF.

      *== SEGUNDO OPERADOR: IDENTIFICA-SE COMO APROVADOR E DECIDE OS
      *== PEDIDOS PENDENTES DO CTAMANT UM A UM (S APROVA E APLICA, N
      *== REJEITA, P DEIXA PARA DEPOIS, F ENCERRA); O PEDIDO QUE ELE
      *== MESMO FEZ FICA PARA OUTRO APROVADOR
       8600-APROVACOES             SECTION.
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
                   MOVE "CTAMANT" TO WRK-APR-PROGRAMA
                   CALL "APROVLIB" USING WRK-APROVLIB-AREA
                   IF WRK-APR-RESULTADO EQUAL "S"
                       PERFORM 8610-DECIDE-PEDIDO
                   ELSE
                       MOVE "S" TO WRK-FIM-APROVACAO
                   END-IF
               END-PERFORM
               DISPLAY "PEDIDOS DECIDIDOS... " WRK-QTD-DECIDIDAS
           END-IF.

       8610-DECIDE-PEDIDO          SECTION.
           MOVE WRK-APR-IMG-ANTES TO WRK-CTA-IMAGEM.
           MOVE WRK-CTI-SALDO TO WRK-SALDO-ED.
           DISPLAY "PEDIDO " WRK-APR-NUMERO " " WRK-APR-DESCRICAO
                   " CONTA " WRK-CTI-NUMERO " SALDO " WRK-SALDO-ED.
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
                       PERFORM 8620-APLICA-PEDIDO
                   WHEN "N"
                       DISPLAY "MOTIVO DA REJEICAO...  "
                       ACCEPT WRK-APR-MOTIVO
                       MOVE "R" TO WRK-APR-SITUACAO
                       PERFORM 8630-GRAVA-DECISAO
                       IF WRK-APR-RESULTADO EQUAL "S"
                           DISPLAY "PEDIDO REJEITADO - CONTA NAO MUDA"
                       END-IF
                   WHEN "F"
                       MOVE "S" TO WRK-FIM-APROVACAO
                   WHEN OTHER
                       DISPLAY "PEDIDO MANTIDO PENDENTE"
               END-EVALUATE
           END-IF.

      *== A SITUACAO DA CONTA TEM QUE SER A DO PEDIDO (O SALDO NAO SE
      *== COMPARA - O EXE1 MEXE NELE TODA NOITE); ENCERRAMENTO AINDA
      *== EXIGE SALDO ZERADO NA HORA DE APLICAR
       8620-APLICA-PEDIDO          SECTION.
           MOVE WRK-APR-IMG-ANTES TO WRK-CTA-IMAGEM.
           MOVE WRK-CTI-NUMERO TO CTA-NUMERO.
           MOVE "S" TO WRK-CONFERE.
           READ CONTAS RECORD WITH LOCK KEY IS CTA-NUMERO
               INVALID KEY
                   MOVE "N" TO WRK-CONFERE
                   MOVE "CONTA NAO ENCONTRADA" TO WRK-APR-MOTIVO
           END-READ.
           IF WRK-CONFERE EQUAL "S"
               IF CTA-SITUACAO NOT EQUAL WRK-CTI-SITUACAO
                   MOVE "N" TO WRK-CONFERE
                   MOVE "MESTRE ALTERADO APOS O PEDIDO"
                       TO WRK-APR-MOTIVO
               ELSE
                   IF WRK-APR-OPERACAO EQUAL "E"
                       AND CTA-SALDO NOT EQUAL ZEROS
                       MOVE "N" TO WRK-CONFERE
                       MOVE "CONTA COM SALDO NA APROVACAO"
                           TO WRK-APR-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF WRK-CONFERE EQUAL "N"
               UNLOCK CONTAS
               DISPLAY WRK-APR-MOTIVO " - PEDIDO REJEITADO"
               MOVE "R" TO WRK-APR-SITUACAO
               PERFORM 8630-GRAVA-DECISAO
           ELSE
               MOVE CTA-REG TO WRK-REG-ANTES
               MOVE WRK-APR-IMG-DEPOIS TO WRK-CTA-IMAGEM
               MOVE WRK-CTI-SITUACAO TO CTA-SITUACAO
               MOVE SPACES TO WRK-APR-MOTIVO
               MOVE "A" TO WRK-APR-SITUACAO
               PERFORM 8630-GRAVA-DECISAO
               IF WRK-APR-RESULTADO EQUAL "S"
                   PERFORM 8100-REGRAVA
                   MOVE WRK-APR-DESCRICAO TO WRK-LOG-OPERACAO
                   MOVE WRK-APR-SOLICITANTE TO WRK-LOG-OPERADOR
                   MOVE WRK-APV-OPERADOR TO WRK-LOG-APROVADOR
                   PERFORM 9100-GRAVA-LOG
                   MOVE SPACES TO WRK-LOG-APROVADOR
                   DISPLAY "PEDIDO APROVADO - CONTA ATUALIZADA"
               ELSE
                   UNLOCK CONTAS
               END-IF
           END-IF.

       8630-GRAVA-DECISAO          SECTION.
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

       8100-REGRAVA                SECTION.
           REWRITE CTA-REG
               INVALID KEY
           END-REWRITE.
           UNLOCK CONTAS.

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

       9150-GRAVA-LOG-LIMITE       SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA          DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WRK-LOG-HORA          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-LOG-OPERACAO      DELIMITED BY SIZE
                  " ANTES=["            DELIMITED BY SIZE
                  WRK-LIM-ANTES         DELIMITED BY SIZE
                  "] DEPOIS=["          DELIMITED BY SIZE
                  WRK-LIM-DEPOIS        DELIMITED BY SIZE
                  "]"                   DELIMITED BY SIZE
                  " OPER="              DELIMITED BY SIZE
                  WRK-SIG-OPERADOR      DELIMITED BY SIZE
                  INTO LOG-LINHA
           END-STRING.
           CLOSE CLIENTES.
           CLOSE CTACLI.
           CLOSE CTAPROD.
           CLOSE CTACHEQ.
           CLOSE CTALIM.
           CLOSE CONTAS-LOG.

      *== CONTAGEM E TOTAL-BALANCO DO MESTRE DE CONTAS (A SOMA DOS
