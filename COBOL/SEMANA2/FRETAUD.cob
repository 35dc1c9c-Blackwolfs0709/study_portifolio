       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETAUD.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: AUDITORIA DA FATURA MENSAL DE FRETE DA
      *==           TRANSPORTADORA PARCEIRA - CADA LINHA DA FATURA
      *==           (PEDIDO, PESO, VALOR COBRADO) E CONFERIDA COM O
      *==           PEDIDOS.ORD E RECALCULADA PELA LINHA DE FRETE2.TAB
      *==           VIGENTE NA DATA DO PEDIDO; O RELATORIO APONTA
      *==           COBRANCA A MAIOR, PEDIDO COBRADO DUAS VEZES E
      *==           PEDIDO COBRADO SEM TER SIDO EXPEDIDO, E SO O TOTAL
      *==           APROVADO VAI PARA O CONTAS A PAGAR (APAGAR.DAT)
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: FATURA EM FRETAUD_FATURA_PATH (PADRAO
      *==   FRETE2.FAT) E NUMERO DO DOCUMENTO EM FRETAUD_DOCUMENTO;
      *==   O FORNECEDOR DA TRANSPORTADORA VEM DO PARAMETRO
      *==   FORNEC_TRANSPORTADORA (SEM ELE SO SAI O RELATORIO).
      *==   COBRANCA A MAIOR E APROVADA PELO VALOR CALCULADO E A
      *==   DIFERENCA FICA GLOSADA; OS PEDIDOS APROVADOS FICAM EM
      *==   FRETPAGO.DAT PARA A FATURA SEGUINTE NAO COBRAR DE NOVO.
      *==   SIMULACAO=S AUDITA SEM GRAVAR NADA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-FRETE ASSIGN TO DYNAMIC WRK-FAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURA.
           SELECT FRETE2-TABELA ASSIGN TO DYNAMIC WRK-TAB2-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA2.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT FRETPAGO ASSIGN TO DYNAMIC WRK-FPG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPG-PEDIDO
               FILE STATUS IS FS-FRETPAGO.
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

       DATA DIVISION.
       FILE SECTION.
      *== UMA LINHA POR PEDIDO COBRADO, NO LAYOUT COMBINADO COM A
      *== TRANSPORTADORA
       FD  FATURA-FRETE.
       01  FAT-REG.
           05 FAT-PEDIDO         PIC 9(06).
           05 FAT-PESO           PIC 9(05)V99.
           05 FAT-VALOR          PIC 9(07)V99.

       FD  FRETE2-TABELA.
       01  TAB2-REG.
           05 TAB2-UF            PIC X(02).
           05 TAB2-VIGENCIA      PIC 9(08).
           05 TAB2-TAXA          PIC 9(01)V99.
           05 TAB2-ICMS          PIC 9(01)V99.
           05 TAB2-SOBRETAXA     PIC 9(03)V99.

       FD  PEDIDOS-ORD.
       01  ORD-REG.
           05 ORD-NUMERO         PIC 9(06).
           05 ORD-CLIENTE        PIC 9(04).
           05 ORD-DATA           PIC 9(08).
           05 ORD-NOTA           PIC 9(08).
           05 ORD-TOTAL          PIC 9(009)V99.
           05 ORD-STATUS         PIC X(10).
           05 ORD-DATA-STATUS    PIC 9(08).
           05 ORD-ESTADO         PIC X(02).
           05 ORD-PESO           PIC 9(05)V99.
           05 ORD-PARCEIRA       PIC X(01).
      *== ORD-PARCEIRA: "S" = FRETE COTADO PELA TRANSPORTADORA
      *== PARCEIRA (FRETE2.TAB); "N" = FROTA PROPRIA (FRETE.TAB)
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

      *== FRETE JA APROVADO POR PEDIDO: A MESMA ENTREGA NAO E PAGA EM
      *== DUAS FATURAS
       FD  FRETPAGO.
       01  FPG-REG.
           05 FPG-PEDIDO         PIC 9(06).
           05 FPG-DOCUMENTO      PIC X(10).
           05 FPG-DATA           PIC 9(08).
           05 FPG-VALOR          PIC 9(07)V99.

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
           05 APG-ORIGEM         PIC X(08).
           05 APG-SITUACAO       PIC X(01).
      *== APG-SITUACAO: "A" = EM ABERTO   "L" = ENVIADO NO LOTE
      *== "C" = CANCELADO (VER APAGMANT)
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

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(132) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-FAT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FAT-PATH: VARIAVEL DE AMBIENTE "FRETAUD_FATURA_PATH";
      *== SE NAO DEFINIDA, "FRETE2.FAT"
       77  WRK-TAB2-PATH   PIC X(100) VALUE SPACES.
      *== WRK-TAB2-PATH: VARIAVEL DE AMBIENTE "FRETE_PARCEIRA_PATH";
      *== SE NAO DEFINIDA, "FRETE2.TAB"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FPG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FPG-PATH: VARIAVEL DE AMBIENTE "FRETPAGO_PATH";
      *== SE NAO DEFINIDA, "FRETPAGO.DAT"
       77  WRK-APG-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "FRETAUD_REL_PATH";
      *== SE NAO DEFINIDA, "FRETAUD.REL"
       77  FS-FATURA       PIC 9(02) VALUE ZEROS.
       77  FS-TABELA2      PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-FRETPAGO     PIC 9(02) VALUE ZEROS.
       77  FS-APAGAR       PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES PIC 9(02) VALUE ZEROS.
       77  WRK-SIMULACAO   PIC X(01) VALUE "N".
      *== WRK-SIMULACAO: VARIAVEL DE AMBIENTE "SIMULACAO" = "S" SAI
      *== SO O RELATORIO - NADA E GRAVADO EM FRETPAGO, APAGAR OU RAZAO
       77  WRK-DOCUMENTO   PIC X(10) VALUE SPACES.
      *== WRK-DOCUMENTO: NUMERO DA FATURA DA TRANSPORTADORA
      *== ("FRETAUD_DOCUMENTO"); SE AUSENTE, "FRETE" + AAAAMM
       77  WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-FRETE-MINIMO PIC 9(08)V99 VALUE 10,00.
       77  WRK-FRETE-MAXIMO PIC 9(08)V99 VALUE 200,00.
       77  WRK-TOLERANCIA  PIC 9(03)V99 VALUE 0,05.
      *== WRK-TOLERANCIA: DIFERENCA ACEITA ENTRE COBRADO E CALCULADO
      *== (PARAMETRO FRETAUD_TOLERANCIA) - ARREDONDAMENTO DE CENTAVOS
       77  WRK-QTD-TABELA2 PIC 9(03) VALUE ZEROS.
       01  WRK-TABELA-FRETE2.
           05 WRK-FRETE2-ITEM OCCURS 100 TIMES.
               10 WRK-TAB2-UF      PIC X(02).
               10 WRK-TAB2-VIGENCIA PIC 9(08).
               10 WRK-TAB2-TAXA    PIC 9(01)V99.
               10 WRK-TAB2-SOBRETAXA PIC 9(03)V99.
       77  WRK-IDX-TAB     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VIGENTE PIC 9(03) VALUE ZEROS.
      *=============PEDIDOS JA VISTOS NESTA FATURA (DUPLICIDADE)
       77  WRK-QTD-VISTOS  PIC 9(04) VALUE ZEROS.
       01  WRK-TABELA-VISTOS.
           05 WRK-VISTO-PEDIDO PIC 9(06) OCCURS 2000 TIMES.
       77  WRK-IDX-VISTO   PIC 9(04) VALUE ZEROS.
       77  WRK-JA-VISTO    PIC X(01) VALUE "N".
      *=============CALCULO E RESULTADO DA LINHA
       77  WRK-BASE        PIC S9(09)V99 VALUE ZEROS.
       77  WRK-FRETE-CALC  PIC 9(08)V99 VALUE ZEROS.
       77  WRK-APROVADO    PIC 9(08)V99 VALUE ZEROS.
       77  WRK-GLOSA       PIC 9(08)V99 VALUE ZEROS.
       77  WRK-OCORRENCIA  PIC X(30) VALUE SPACES.
       77  WRK-AVISO-PESO  PIC X(01) VALUE "N".
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-APROVADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECUSADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-GLOSADO PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-COBRADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-APROVADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-GLOSADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-RECUSADO PIC 9(09)V99 VALUE ZEROS.
       77  WRK-COBRADO-ED  PIC ZZZ.ZZ9,99.
       77  WRK-CALC-ED     PIC ZZZ.ZZ9,99.
       77  WRK-APROV-ED    PIC ZZZ.ZZ9,99.
       77  WRK-PESO-FAT-ED PIC ZZ.ZZ9,99.
       77  WRK-PESO-ORD-ED PIC ZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "FRETAUD".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "FRETAUD".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "FRETAUD".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           05  WRK-RW-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-RW-TITULO   PIC X(60) VALUE SPACES.
           05  WRK-RW-COLUNAS  PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           MOVE "FRETE2.FAT PEDIDOS.ORD FRETE2.TAB APAGAR"
               TO WRK-RUN-ARQUIVOS.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-SIMULACAO FROM ENVIRONMENT "SIMULACAO".
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "N" TO WRK-SIMULACAO
           ELSE
               DISPLAY "FRETAUD: *** EXECUCAO EM MODO SIMULACAO - "
                       "NADA SERA GRAVADO ***"
           END-IF.
           ACCEPT WRK-DOCUMENTO FROM ENVIRONMENT "FRETAUD_DOCUMENTO".
           IF WRK-DOCUMENTO EQUAL SPACES
               STRING "FRETE" WRK-DATA-HOJE(1:6)
                       DELIMITED BY SIZE INTO WRK-DOCUMENTO
           END-IF.
      *== MESMO PISO E TETO QUE O PEDIDOS USOU PARA COTAR
           MOVE "FRETE_MINIMO" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-FRETE-MINIMO =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "FRETE_MAXIMO" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-FRETE-MAXIMO =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "FRETAUD_TOLERANCIA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-TOLERANCIA =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "FORNEC_TRANSPORTADORA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-FORNECEDOR =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           IF WRK-FORNECEDOR EQUAL ZEROS
               DISPLAY "FRETAUD: PARAMETRO FORNEC_TRANSPORTADORA "
                       "AUSENTE - SO RELATORIO, SEM TITULO A PAGAR"
           END-IF.
           PERFORM 0110-CARREGA-FRETE2.
           ACCEPT WRK-FAT-PATH FROM ENVIRONMENT "FRETAUD_FATURA_PATH".
           IF WRK-FAT-PATH EQUAL SPACES
               MOVE "FRETE2.FAT" TO WRK-FAT-PATH
           END-IF.
           OPEN INPUT FATURA-FRETE.
           MOVE "FRETE2.FAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-FATURA TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           OPEN INPUT PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-FPG-PATH FROM ENVIRONMENT "FRETPAGO_PATH".
           IF WRK-FPG-PATH EQUAL SPACES
               MOVE "FRETPAGO.DAT" TO WRK-FPG-PATH
           END-IF.
           OPEN I-O FRETPAGO.
           IF FS-FRETPAGO EQUAL 35
               OPEN OUTPUT FRETPAGO
               CLOSE FRETPAGO
               OPEN I-O FRETPAGO
           END-IF.
           MOVE "FRETPAGO.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-FRETPAGO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           IF WRK-FORNECEDOR GREATER ZEROS
               PERFORM 0120-ABRE-APAGAR
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "FRETAUD_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "FRETAUD.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "AUDITORIA DA FATURA DE FRETE " WRK-DOCUMENTO
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "PEDIDO UF DATA      PESO FAT  PESO PED    COBRADO  CA
      -         "LCULADO   APROVADO OCORRENCIA"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== TODAS AS VIGENCIAS DA TABELA PARCEIRA: A FATURA DO MES
      *== PODE TRAZER PEDIDO DE ANTES DA ULTIMA TROCA DE TARIFA
       0110-CARREGA-FRETE2         SECTION.
           ACCEPT WRK-TAB2-PATH FROM ENVIRONMENT "FRETE_PARCEIRA_PATH".
           IF WRK-TAB2-PATH EQUAL SPACES
               MOVE "FRETE2.TAB" TO WRK-TAB2-PATH
           END-IF.
           OPEN INPUT FRETE2-TABELA.
           MOVE "FRETE2.TAB" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-TABELA2 TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           READ FRETE2-TABELA
               AT END MOVE 10 TO FS-TABELA2
           END-READ.
           PERFORM UNTIL FS-TABELA2 EQUAL 10
               IF WRK-QTD-TABELA2 LESS 100
                   ADD 1 TO WRK-QTD-TABELA2
                   MOVE TAB2-UF TO WRK-TAB2-UF(WRK-QTD-TABELA2)
                   MOVE TAB2-VIGENCIA
                       TO WRK-TAB2-VIGENCIA(WRK-QTD-TABELA2)
                   MOVE TAB2-TAXA TO WRK-TAB2-TAXA(WRK-QTD-TABELA2)
                   MOVE TAB2-SOBRETAXA
                       TO WRK-TAB2-SOBRETAXA(WRK-QTD-TABELA2)
               ELSE
                   DISPLAY "FRETAUD: FRETE2.TAB TEM MAIS DE 100 "
                           "LINHAS - EXCEDENTES IGNORADAS"
               END-IF
               READ FRETE2-TABELA
                   AT END MOVE 10 TO FS-TABELA2
               END-READ
           END-PERFORM.
           CLOSE FRETE2-TABELA.

      *== A MESMA FATURA NAO ENTRA DUAS VEZES NO CONTAS A PAGAR: SE O
      *== TITULO JA EXISTE, A AUDITORIA NEM COMECA
       0120-ABRE-APAGAR            SECTION.
           ACCEPT WRK-APG-PATH FROM ENVIRONMENT "APAGAR_PATH".
           IF WRK-APG-PATH EQUAL SPACES
               MOVE "APAGAR.DAT" TO WRK-APG-PATH
           END-IF.
           OPEN I-O APAGAR.
           MOVE "APAGAR.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-APAGAR TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-FOR-PATH FROM ENVIRONMENT "FORNEC_PATH".
           IF WRK-FOR-PATH EQUAL SPACES
               MOVE "FORNEC.DAT" TO WRK-FOR-PATH
           END-IF.
           OPEN INPUT FORNECEDORES.
           MOVE "FORNEC.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-FORNECEDORES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           MOVE WRK-FORNECEDOR TO FOR-CODIGO.
           READ FORNECEDORES KEY IS FOR-CODIGO
               INVALID KEY
                   DISPLAY "FRETAUD: FORNECEDOR " WRK-FORNECEDOR
                           " (FORNEC_TRANSPORTADORA) NAO CADASTRADO"
                   PERFORM 0130-ABORTA
           END-READ.
           MOVE WRK-FORNECEDOR TO APG-FORNECEDOR.
           MOVE WRK-DOCUMENTO  TO APG-DOCUMENTO.
           MOVE 1              TO APG-PARCELA.
           READ APAGAR KEY IS APG-CHAVE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "FRETAUD: FATURA " WRK-DOCUMENTO
                           " JA LANCADA NO CONTAS A PAGAR"
                   PERFORM 0130-ABORTA
           END-READ.

       0130-ABORTA                 SECTION.
           CLOSE FATURA-FRETE.
           CLOSE PEDIDOS-ORD.
           CLOSE FRETPAGO.
           CLOSE APAGAR.
           CLOSE FORNECEDORES.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE "ERRO" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           STOP RUN.

       0200-PROCESSAR              SECTION.
           READ FATURA-FRETE
               AT END MOVE 10 TO FS-FATURA
           END-READ.
           PERFORM UNTIL FS-FATURA EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0210-AUDITA-LINHA
               READ FATURA-FRETE
                   AT END MOVE 10 TO FS-FATURA
               END-READ
           END-PERFORM.

      *== A PRIMEIRA REGRA QUE FALHAR RECUSA A LINHA INTEIRA; SO A
      *== COBRANCA A MAIOR E APROVADA EM PARTE (PELO CALCULADO)
       0210-AUDITA-LINHA           SECTION.
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE ZEROS TO WRK-FRETE-CALC.
           MOVE ZEROS TO WRK-APROVADO.
           MOVE ZEROS TO WRK-GLOSA.
           MOVE "N" TO WRK-AVISO-PESO.
           ADD FAT-VALOR TO WRK-VALOR-COBRADO.
           PERFORM 0220-VERIFICA-VISTO.
           MOVE FAT-PEDIDO TO ORD-NUMERO.
           READ PEDIDOS-ORD KEY IS ORD-NUMERO
               INVALID KEY
                   MOVE SPACES TO ORD-ESTADO
                   MOVE ZEROS TO ORD-DATA
                   MOVE ZEROS TO ORD-PESO
                   MOVE "PEDIDO DESCONHECIDO" TO WRK-OCORRENCIA
           END-READ.
           IF WRK-OCORRENCIA EQUAL SPACES
               EVALUATE TRUE
                   WHEN ORD-PARCEIRA NOT EQUAL "S"
                       MOVE "PEDIDO DA FROTA PROPRIA"
                           TO WRK-OCORRENCIA
                   WHEN WRK-JA-VISTO EQUAL "S"
                       MOVE "COBRADO DUAS VEZES NA FATURA"
                           TO WRK-OCORRENCIA
                   WHEN OTHER
                       PERFORM 0230-VERIFICA-PAGO
               END-EVALUATE
           END-IF.
           IF WRK-OCORRENCIA EQUAL SPACES
               AND ORD-STATUS NOT EQUAL "EXPEDIDO"
               AND ORD-STATUS NOT EQUAL "ENTREGUE"
               AND ORD-STATUS NOT EQUAL "PARCIAL"
               MOVE "COBRADO SEM EXPEDICAO" TO WRK-OCORRENCIA
           END-IF.
           IF WRK-OCORRENCIA EQUAL SPACES
               PERFORM 0240-RECALCULA-FRETE
           END-IF.
           IF WRK-OCORRENCIA EQUAL SPACES
               PERFORM 0250-APROVA
           ELSE
               ADD 1 TO WRK-TOTAL-RECUSADO
               ADD FAT-VALOR TO WRK-VALOR-RECUSADO
           END-IF.
           PERFORM 0260-LINHA-RELATORIO.

       0220-VERIFICA-VISTO         SECTION.
           MOVE "N" TO WRK-JA-VISTO.
           PERFORM VARYING WRK-IDX-VISTO FROM 1 BY 1
                   UNTIL WRK-IDX-VISTO GREATER WRK-QTD-VISTOS
               IF WRK-VISTO-PEDIDO(WRK-IDX-VISTO) EQUAL FAT-PEDIDO
                   MOVE "S" TO WRK-JA-VISTO
               END-IF
           END-PERFORM.
           IF WRK-JA-VISTO EQUAL "N"
               IF WRK-QTD-VISTOS LESS 2000
                   ADD 1 TO WRK-QTD-VISTOS
                   MOVE FAT-PEDIDO TO WRK-VISTO-PEDIDO(WRK-QTD-VISTOS)
               ELSE
                   DISPLAY "FRETAUD: FATURA COM MAIS DE 2000 PEDIDOS "
                           "- DUPLICIDADE SO CONTRA FRETPAGO.DAT"
               END-IF
           END-IF.

      *== PEDIDO JA APROVADO EM FATURA ANTERIOR
       0230-VERIFICA-PAGO          SECTION.
           MOVE FAT-PEDIDO TO FPG-PEDIDO.
           READ FRETPAGO KEY IS FPG-PEDIDO
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING "JA PAGO NA FATURA " FPG-DOCUMENTO
                           DELIMITED BY SIZE INTO WRK-OCORRENCIA
           END-READ.

      *== A BASE DO FRETE (VALOR LIQUIDO) NAO FICA NO PEDIDO, MAS
      *== ORD-TOTAL = BASE + FRETE E O FRETE PARCEIRO E BASE * TAXA +
      *== SOBRETAXA; ENTAO BASE = (TOTAL - SOBRETAXA) / (1 + TAXA).
      *== PISO E TETO SAO REAPLICADOS COMO NO 0210 DO PEDIDOS
       0240-RECALCULA-FRETE        SECTION.
           MOVE ZEROS TO WRK-IDX-VIGENTE.
           PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                   UNTIL WRK-IDX-TAB GREATER WRK-QTD-TABELA2
               IF WRK-TAB2-UF(WRK-IDX-TAB) EQUAL ORD-ESTADO
                   AND WRK-TAB2-VIGENCIA(WRK-IDX-TAB) NOT GREATER
                       ORD-DATA
                   IF WRK-IDX-VIGENTE EQUAL ZEROS
                       OR WRK-TAB2-VIGENCIA(WRK-IDX-TAB) GREATER
                          WRK-TAB2-VIGENCIA(WRK-IDX-VIGENTE)
                       MOVE WRK-IDX-TAB TO WRK-IDX-VIGENTE
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-IDX-VIGENTE EQUAL ZEROS
               MOVE "SEM TARIFA PARCEIRA NA DATA" TO WRK-OCORRENCIA
           ELSE
               COMPUTE WRK-BASE ROUNDED =
                   (ORD-TOTAL - WRK-TAB2-SOBRETAXA(WRK-IDX-VIGENTE))
                   / (1 + WRK-TAB2-TAXA(WRK-IDX-VIGENTE))
               IF WRK-BASE LESS ZEROS
                   MOVE ZEROS TO WRK-BASE
               END-IF
               COMPUTE WRK-FRETE-CALC =
                   WRK-BASE * WRK-TAB2-TAXA(WRK-IDX-VIGENTE)
                   + WRK-TAB2-SOBRETAXA(WRK-IDX-VIGENTE)
               IF WRK-FRETE-CALC LESS WRK-FRETE-MINIMO
                   MOVE WRK-FRETE-MINIMO TO WRK-FRETE-CALC
               END-IF
               IF WRK-FRETE-CALC GREATER WRK-FRETE-MAXIMO
                   MOVE WRK-FRETE-MAXIMO TO WRK-FRETE-CALC
               END-IF
           END-IF.

      *== COBRANCA A MAIOR FORA DA TOLERANCIA: PAGA O CALCULADO E
      *== GLOSA A DIFERENCA; A TARIFA PARCEIRA NAO DEPENDE DO PESO,
      *== ENTAO PESO DIVERGENTE SO SAI COMO AVISO
       0250-APROVA                 SECTION.
           IF FAT-VALOR GREATER WRK-FRETE-CALC + WRK-TOLERANCIA
               MOVE WRK-FRETE-CALC TO WRK-APROVADO
               COMPUTE WRK-GLOSA = FAT-VALOR - WRK-FRETE-CALC
               MOVE "COBRANCA A MAIOR - GLOSADO" TO WRK-OCORRENCIA
               ADD 1 TO WRK-TOTAL-GLOSADO
               ADD WRK-GLOSA TO WRK-VALOR-GLOSADO
           ELSE
               MOVE FAT-VALOR TO WRK-APROVADO
               IF FAT-PESO NOT EQUAL ORD-PESO
                   MOVE "PESO DIVERGENTE (AVISO)" TO WRK-OCORRENCIA
               END-IF
           END-IF.
           ADD 1 TO WRK-TOTAL-APROVADO.
           ADD WRK-APROVADO TO WRK-VALOR-APROVADO.
           IF WRK-SIMULACAO EQUAL "N"
               MOVE FAT-PEDIDO    TO FPG-PEDIDO
               MOVE WRK-DOCUMENTO TO FPG-DOCUMENTO
               MOVE WRK-DATA-HOJE TO FPG-DATA
               MOVE WRK-APROVADO  TO FPG-VALOR
               WRITE FPG-REG
                   INVALID KEY
                       DISPLAY "FRETAUD: ERRO AO GRAVAR FRETPAGO "
                               FPG-PEDIDO " FS=" FS-FRETPAGO
               END-WRITE
           END-IF.

       0260-LINHA-RELATORIO        SECTION.
           MOVE FAT-VALOR      TO WRK-COBRADO-ED.
           MOVE WRK-FRETE-CALC TO WRK-CALC-ED.
           MOVE WRK-APROVADO   TO WRK-APROV-ED.
           MOVE FAT-PESO       TO WRK-PESO-FAT-ED.
           MOVE ORD-PESO       TO WRK-PESO-ORD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING FAT-PEDIDO " " ORD-ESTADO " " ORD-DATA " "
                   WRK-PESO-FAT-ED " " WRK-PESO-ORD-ED " "
                   WRK-COBRADO-ED " " WRK-CALC-ED " "
                   WRK-APROV-ED " " WRK-OCORRENCIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           IF WRK-FORNECEDOR GREATER ZEROS
               AND WRK-VALOR-APROVADO GREATER ZEROS
               AND WRK-SIMULACAO EQUAL "N"
               PERFORM 0310-LANCA-TITULO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-COBRADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LINHAS DA FATURA.... " WRK-TOTAL-LIDO
                   "   TOTAL COBRADO.... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-RECUSADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LINHAS RECUSADAS.... " WRK-TOTAL-RECUSADO
                   "   TOTAL RECUSADO... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-GLOSADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LINHAS GLOSADAS..... " WRK-TOTAL-GLOSADO
                   "   TOTAL GLOSADO.... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-APROVADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "LINHAS APROVADAS.... " WRK-TOTAL-APROVADO
                   "   TOTAL APROVADO... " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN WRK-SIMULACAO EQUAL "S"
                   MOVE "SIMULACAO - NADA LANCADO NO CONTAS A PAGAR"
                       TO REL-LINHA
               WHEN WRK-FORNECEDOR EQUAL ZEROS
                   STRING "SEM FORNEC_TRANSPORTADORA - TOTAL "
                           "APROVADO NAO LANCADO NO CONTAS A PAGAR"
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN WRK-VALOR-APROVADO EQUAL ZEROS
                   MOVE "NADA APROVADO - SEM TITULO A PAGAR"
                       TO REL-LINHA
               WHEN OTHER
                   STRING "TITULO " WRK-FORNECEDOR "/" WRK-DOCUMENTO
                           "/01 VENCIMENTO " APG-VENCIMENTO
                           " LANCADO NO CONTAS A PAGAR"
                           DELIMITED BY SIZE INTO REL-LINHA
           END-EVALUATE.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE FATURA-FRETE.
           CLOSE PEDIDOS-ORD.
           CLOSE FRETPAGO.
           IF WRK-FORNECEDOR GREATER ZEROS
               CLOSE APAGAR
               CLOSE FORNECEDORES
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-APROVADO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-RECUSADO TO WRK-RUN-REJEITADOS.
           IF WRK-TOTAL-RECUSADO GREATER ZEROS
               OR WRK-TOTAL-GLOSADO GREATER ZEROS
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "FRETAUD: LINHAS DA FATURA..... " WRK-TOTAL-LIDO.
           DISPLAY "FRETAUD: APROVADAS............ "
                   WRK-TOTAL-APROVADO.
           DISPLAY "FRETAUD: GLOSADAS (A MAIOR)... "
                   WRK-TOTAL-GLOSADO.
           DISPLAY "FRETAUD: RECUSADAS............ "
                   WRK-TOTAL-RECUSADO.
           DISPLAY "FRETAUD: RELATORIO EM " WRK-REL-PATH.

      *== UM TITULO POR FATURA, COM O TOTAL APROVADO E VENCIMENTO
      *== PELO PRAZO DO FORNECEDOR; O RAZAO RECONHECE A DESPESA DE
      *== FRETE CONTRA FORNECEDORES, COMO O APAGMANT FAZ COM COMPRAS
       0310-LANCA-TITULO           SECTION.
           MOVE SPACES TO APG-REG.
           MOVE WRK-FORNECEDOR TO APG-FORNECEDOR.
           MOVE WRK-DOCUMENTO  TO APG-DOCUMENTO.
           MOVE 1              TO APG-PARCELA.
           MOVE WRK-DATA-HOJE  TO APG-EMISSAO.
           COMPUTE WRK-INT-AUX =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) + FOR-PRAZO.
           COMPUTE APG-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WRK-INT-AUX).
           MOVE WRK-VALOR-APROVADO TO APG-VALOR.
           MOVE ZEROS TO APG-PEDIDO-COMPRA.
           MOVE "FRETAUD" TO APG-ORIGEM.
           MOVE "A" TO APG-SITUACAO.
           MOVE WRK-DATA-HOJE TO APG-DATA-SITUACAO.
           MOVE ZEROS TO APG-LOTE.
           WRITE APG-REG.
           MOVE "APAGAR.DAT" TO WRK-FS-ARQUIVO.
           MOVE "WRITE" TO WRK-FS-OPERACAO.
           MOVE FS-APAGAR TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           MOVE WRK-DATA-HOJE TO WRK-RAZ-DATA.
           MOVE "DESPFRET" TO WRK-RAZ-DEBITO.
           MOVE "FORNEC" TO WRK-RAZ-CREDITO.
           MOVE APG-VALOR TO WRK-RAZ-VALOR.
           MOVE APG-FORNECEDOR TO WRK-RAZ-REF.
           CALL "RAZLIB" USING WRK-RAZLIB-AREA.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
