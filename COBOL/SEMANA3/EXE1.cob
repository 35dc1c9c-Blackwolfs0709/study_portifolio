      *==           COM SUPORTE A ESTORNO (PAG-TIPO "E") DE UM
      *==           PAGAMENTO LANCADO ANTERIORMENTE
      *== DATA: 08/08/2026
      *== OBSERVAÇÕES: DEBITO ("D") E TRANSFERENCIA ("F") RESPEITAM
      *==   O TETO POR TRANSACAO E O TETO DIARIO DA CONTA (CTALIM.DAT,
      *==   GRAVADO PELO CTAMANT) OU, NA FALTA, DO PRODUTO DA CONTA
      *==   (PRODUTOS.TAB); O ACUMULADO DO DIA VOLTA PARA O CTALIM NO
      *==   FIM DO LOTE, PARA O LOTE SEGUINTE DO MESMO DIA CONTINUAR
      *==   A CONTA DE ONDE ESTE PAROU. DEBITO RECUSADO (SALDO, TETO
      *==   OU CONTA BLOQUEADA) AVISA O TITULAR (VER NOTIFLIB), MENOS
      *==   EM SIMULACAO. COM EXE1_PARTICAO=NN O PROGRAMA RODA UMA
      *==   PARTICAO DO LOTE REPARTIDO PELO EXE1PART (FAIXA DE
      *==   CONTAS, ARQUIVOS <PREFIXO>.PNN/.JNN/.CNN/.RNN E BLOCO DE
      *==   SEQ PROPRIOS); A ULTIMA PARTICAO (QTD+1) E A PASSADA
      *==   SERIAL DAS TRANSFERENCIAS ENTRE FAIXAS. NESSE MODO TRAVA
      *==   DE LOTE, SELO, EXE1.SEQ, LOTES E RELATORIO FICAM COM O
      *==   EXE1PART/EXE1JUNT. TRANSACAO DATADA EM COMPETENCIA DE
      *==   CONTAS JA FECHADA (VER PERLIB/PERMANT) E LANCADA NA
      *==   PRIMEIRA COMPETENCIA ABERTA OU RECUSADA NO JORNAL COMO
      *==   RECUSADO-PERIODO-FECHADO, CONFORME O PARAMETRO
      *==   PERIODO_CONTAS
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT SEQ-CONTROLE ASSIGN TO DYNAMIC WRK-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEQCTL.
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
           SELECT CTAPROD ASSIGN TO DYNAMIC WRK-CTP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTP-CONTA
               FILE STATUS IS FS-CTAPROD.
           SELECT PRODUTOS ASSIGN TO DYNAMIC WRK-PRD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRODUTOS.
           SELECT PARTCTL ASSIGN TO DYNAMIC WRK-PCT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PCT.
           SELECT RESULTADO ASSIGN TO DYNAMIC WRK-RST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RST.

       DATA DIVISION.
       FILE SECTION.
      *== PAG-TIPO: "P" = PAGAMENTO (CREDITA A CONTA)  "E" = ESTORNO
      *== DE UM PAGAMENTO ANTERIOR  "D" = DEBITO (SAQUE/ACERTO QUE
      *== MOVE O SALDO NO SENTIDO CONTRARIO, SUJEITO AO MESMO PISO
      *== WRK-RES-PISO)  "F" = TRANSFERENCIA ENTRE CONTAS (O "T"
      *== JA E O TRAILER DO LOTE): PAG-CONTA E A CONTA DE DEBITO E
      *== PAG-REF-SEQ CARREGA A CONTA DE CREDITO - AS DUAS PERNAS
      *== ENTRAM JUNTAS NO JORNAL COM REFERENCIA COMUM OU NENHUMA
           05 CKP-TOTAL-DEBITO   PIC 9(06).
           05 CKP-TOTAL-DATA-FUT PIC 9(06).
           05 CKP-TOTAL-TRANSF   PIC 9(06).
           05 CKP-TOTAL-LIMITE   PIC 9(06).
      *== CKP-TOTAL-TRANSF E CKP-TOTAL-LIMITE ALARGARAM O REGISTRO:
      *== UM CHECKPOINT DO LAYOUT ANTERIOR NAO RESTAURA (VER A
      *== GUARDA NO 0210) - APAGUE O ARQUIVO DE CHECKPOINT AO TROCAR
      *== DE VERSAO
           05 CKP-QTD-PROC       PIC 9(08).
           05 CKP-QTD-CONTAS     PIC 9(04).
           05 CKP-STATUS         PIC X(01).
               10 CKP-CONTA-ULT-SEQ   PIC 9(06).
               10 CKP-CONTA-ULT-VALOR PIC S9(009)V99.
               10 CKP-CONTA-SITUACAO  PIC X(01).
               10 CKP-CONTA-ACM-DEB   PIC 9(011)V99.
               10 CKP-CONTA-ACM-TRF   PIC 9(011)V99.
               10 CKP-CONTA-FILIAL    PIC X(02).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ


       FD  SEQ-CONTROLE.
      *== PRIMARIA DA SEMEADURA - O RASTRO NO PROPRIO JORNAL.LOG
      *== SOME QUANDO O LOGARQ CORTA O ARQUIVO NO MES

      *== LIMITE DE CHEQUE ESPECIAL APROVADO POR CONTA (GRAVADO
      *== PELO CTAMANT): QUANDO HA LIMITE, O PISO DA CONTA PASSA A
      *== SER O LIMITE NEGATIVO EM VEZ DO WRK-SALDO-MINIMO GLOBAL
       FD  CTACHEQ.
       01  CHQ-REG.
           05 CHQ-CONTA          PIC 9(06).
           05 CHQ-LIMITE         PIC 9(009)V99.

      *== LIMITES DE DEBITO E TRANSFERENCIA DA CONTA (GRAVADOS PELO
      *== CTAMANT; ZERO = VALE O DO PRODUTO) E ACUMULADO DO DIA
      *== LIM-ACM-DATA, QUE SO O EXE1 GRAVA
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

      *== VINCULO CONTA -> PRODUTO (CTAMANT) E CATALOGO (PRODMANT),
      *== SO PARA OS LIMITES PADRAO DO PRODUTO
       FD  CTAPROD.
       01  CTP-REG.
           05 CTP-CONTA          PIC 9(06).
           05 CTP-PRODUTO        PIC X(02).

       FD  PRODUTOS.
       01  PRD-REG.
           05 PRD-CODIGO         PIC X(02).
           05 PRD-DESCRICAO      PIC X(20).
           05 PRD-TAXA-JUROS     PIC 9(02)V9999.
           05 PRD-TARIFA         PIC 9(05)V99.
           05 PRD-ISENCAO-PISO   PIC 9(009)V99.
           05 PRD-LIM-DEB-DIA    PIC 9(009)V99.
           05 PRD-LIM-DEB-TRANS  PIC 9(009)V99.
           05 PRD-LIM-TRF-DIA    PIC 9(009)V99.
           05 PRD-LIM-TRF-TRANS  PIC 9(009)V99.

       FD  LOTES.
       01  LOT-REG.
           05 LOT-NUMERO         PIC 9(06).
           05 FILLER             PIC X(01).
           05 LOT-ORIGEM         PIC X(08).

      *== CONTROLE DO LOTE PARTICIONADO, GRAVADO PELO EXE1PART (O
      *== LAYOUT ESTA EM WRK-PCT-REG)
       FD  PARTCTL.
       01  PCT-LINHA             PIC X(600).

      *== RESULTADO DA PARTICAO, LIDO PELO EXE1JUNT: UM "C" POR
      *== CONTA TOCADA E O "T" DE TOTAIS POR ULTIMO - SEM O "T" A
      *== PARTICAO NAO TERMINOU
       FD  RESULTADO.
       01  RST-REG.
           05 RST-TIPO           PIC X(01).
           05 RST-CONTA          PIC 9(06).
           05 RST-SALDOI         PIC S9(009)V99.
           05 RST-QTPAG          PIC S9(010)V99.
       01  RST-REG-TOTAIS.
           05 RST-TOT-TIPO       PIC X(01).
           05 RST-SEQ-FIM        PIC 9(06).
           05 RST-QTD-PROC       PIC 9(08).
           05 RST-QTD-CONTAS     PIC 9(04).
           05 RST-TOT-RECUSADO   PIC 9(06).
           05 RST-TOT-INVALIDA   PIC 9(06).
           05 RST-TOT-BLOQUEADA  PIC 9(06).
           05 RST-TOT-DATA-FUT   PIC 9(06).
           05 RST-TOT-ESTORNO    PIC 9(06).
           05 RST-TOT-ESTORNO-INV PIC 9(06).
           05 RST-TOT-DEBITO     PIC 9(06).
           05 RST-VLR-DEBITO     PIC S9(010)V99.
           05 RST-TOT-TRANSF     PIC 9(06).
           05 RST-VLR-TRANSF     PIC S9(010)V99.
           05 RST-TOT-TRANSF-REC PIC 9(06).
           05 RST-TOT-LIMITE     PIC 9(06).

       WORKING-STORAGE             SECTION.
       01  LIQ-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-SALDO-MINIMO PIC S9(009)V99 VALUE ZEROS.
      *== WRK-SALDO-MINIMO: LIDO DA VARIAVEL DE AMBIENTE
      *== "SALDO_MINIMO" (SE AUSENTE, ASSUME ZERO); APLICADO A TODAS
      *== AS CONTAS SEM CHEQUE ESPECIAL (VER WRK-RES-PISO) - UM
      *== PAGAMENTO OU ESTORNO QUE FIZESSE O SALDO PROJETADO DA
      *== CONTA FICAR ABAIXO DO PISO E RECUSADO
       77  WRK-SALDO-MINIMO-TXT PIC X(15) VALUE SPACES.
       77  WRK-CHQ-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-CHQ-PATH: VARIAVEL DE AMBIENTE "CTACHEQ_PATH"; SE NAO
      *== DEFINIDA, "CTACHEQ.DAT" - SEM O ARQUIVO TODA CONTA FICA NO
      *== PISO GLOBAL, COMO SEMPRE FOI
       77  FS-CTACHEQ       PIC 9(02)      VALUE ZEROS.
       77  WRK-TEM-CHEQUE   PIC X(01)      VALUE "N".
       77  WRK-SALDO-PROJETADO PIC S9(009)V99 VALUE ZEROS.
       77  WRK-TOTAL-RECUSADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-INVALIDA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-BLOQUEADA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DATA-FUTURA PIC 9(06) VALUE ZEROS.
      *== WRK-TOTAL-DATA-FUTURA: TRANSACOES RECUSADAS POR DATA
      *== INVALIDA OU POSTERIOR A DATA DE MOVIMENTO DO LOTE, OU
      *== DATADAS EM COMPETENCIA FECHADA
       77  WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
      *== WRK-DATA-MOVIMENTO: DATA DE MOVIMENTO DO LOTE, VARIAVEL DE
      *== AMBIENTE "EXE1_DATA_MOVIMENTO" (AAAAMMDD); SE AUSENTE,
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-EFETIVA PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-OK      PIC X(01) VALUE "S".
      *== WRK-DATA-OK: "S" = DATA ACEITA  "N" = INVALIDA OU FUTURA
      *== "F" = COMPETENCIA FECHADA (VER 0304-CONFERE-PERIODO)
       01  WRK-DATAVAL-AREA.
      *== AREA PROPRIA PARA VALIDAR DATAS VIA DATAMES, SEPARADA DA
      *== AREA DO CARIMBO DO RELATORIO
      *== DAS TRANSFERENCIAS ("F") LIQUIDADAS (AS DUAS PERNAS JUNTAS
      *== CONTAM UMA TRANSFERENCIA)
       77  WRK-TOTAL-TRANSF-RECUSADA PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIMITE PIC 9(06) VALUE ZEROS.
      *== WRK-TOTAL-LIMITE: DEBITOS RECUSADOS POR TETO DA CONTA (A
      *== TRANSFERENCIA RECUSADA POR TETO CONTA COMO TRANSFERENCIA
      *== RECUSADA, COM O MOTIVO NO JORNAL)
       77  WRK-LIM-MOTIVO   PIC X(30) VALUE SPACES.
       77  WRK-LIM-PATH     PIC X(100) VALUE SPACES.
      *== WRK-LIM-PATH: VARIAVEL DE AMBIENTE "CTALIM_PATH"; SE NAO
      *== DEFINIDA, "CTALIM.DAT"
       77  FS-CTALIM        PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-LIMITE   PIC X(01) VALUE "N".
       77  WRK-LIM-ACHADO   PIC X(01) VALUE "N".
       77  WRK-CTP-PATH     PIC X(100) VALUE SPACES.
      *== WRK-CTP-PATH: VARIAVEL DE AMBIENTE "CTAPROD_PATH"; SE NAO
      *== DEFINIDA, "CTAPROD.DAT"
       77  FS-CTAPROD       PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CTAPROD  PIC X(01) VALUE "N".
       77  WRK-PRD-PATH     PIC X(100) VALUE SPACES.
      *== WRK-PRD-PATH: VARIAVEL DE AMBIENTE "PRODUTOS_TAB_PATH";
      *== SE NAO DEFINIDA, "PRODUTOS.TAB"
       77  FS-PRODUTOS      PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-PROD     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PROD     PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 20 TIMES.
               10 WRK-TAB-CODIGO        PIC X(02).
               10 WRK-TAB-LIM-DEB-DIA   PIC 9(009)V99.
               10 WRK-TAB-LIM-DEB-TRANS PIC 9(009)V99.
               10 WRK-TAB-LIM-TRF-DIA   PIC 9(009)V99.
               10 WRK-TAB-LIM-TRF-TRANS PIC 9(009)V99.
       77  WRK-TRF-ORIGEM   PIC 9(06) VALUE ZEROS.
       77  WRK-TRF-DESTINO  PIC 9(06) VALUE ZEROS.
       77  WRK-TRF-MOTIVO   PIC X(30) VALUE SPACES.
      *== DOBRO DO MESMO PAGAMENTO
               10 WRK-RES-ULT-VALOR PIC S9(009)V99.
               10 WRK-RES-SITUACAO  PIC X(01).
               10 WRK-RES-FILIAL    PIC X(02).
      *== WRK-RES-FILIAL: CTA-FILIAL DA CONTA, DEVOLVIDO NA
      *== REGRAVACAO (0340) PELO MESMO MOTIVO DA SITUACAO
               10 WRK-RES-PISO      PIC S9(009)V99.
      *== WRK-RES-PISO: MENOR SALDO ADMITIDO PARA A CONTA - O LIMITE
      *== DE CHEQUE ESPECIAL NEGATIVO QUANDO HOUVER, SENAO O
      *== WRK-SALDO-MINIMO; NAO VAI PARA O CHECKPOINT, E REAPURADO
      *== DO CTACHEQ NA RESTAURACAO (0307)
               10 WRK-RES-LIM-DEB-DIA   PIC 9(009)V99.
               10 WRK-RES-LIM-DEB-TRANS PIC 9(009)V99.
               10 WRK-RES-LIM-TRF-DIA   PIC 9(009)V99.
               10 WRK-RES-LIM-TRF-TRANS PIC 9(009)V99.
      *== WRK-RES-LIM-...: TETOS EM VIGOR NA DATA DE MOVIMENTO (ZERO
      *== = SEM TETO); COMO O PISO, REAPURADOS NA RESTAURACAO (0308)
               10 WRK-RES-ACM-DEB       PIC 9(011)V99.
               10 WRK-RES-ACM-TRF       PIC 9(011)V99.
      *== WRK-RES-ACM-...: DEBITOS E TRANSFERENCIAS LIQUIDADOS NO
      *== DIA, JA SOMADOS AOS DE LOTES ANTERIORES DO MESMO DIA; VAO
      *== PARA O CHECKPOINT
       77  WRK-RES-SALDOF   PIC S9(009)V99 VALUE ZEROS.
       77  WRK-CTA-ACHADA   PIC X(01) VALUE "N".
       77  WRK-IDX-DESLOCA  PIC 9(04) VALUE ZEROS.
       77  WRK-VER-SOMA     PIC S9(012)V99 VALUE ZEROS.
       77  WRK-VER-TEM-TRAILER PIC X(01) VALUE "N".

       77  WRK-PARTICAO     PIC 9(02) VALUE ZEROS.
      *== WRK-PARTICAO: VARIAVEL DE AMBIENTE "EXE1_PARTICAO" - ZERO
      *== (NAO DEFINIDA) E A EXECUCAO UNICA DE SEMPRE; 01 A QTD E
      *== UMA FAIXA DE CONTAS DO LOTE PARTICIONADO E QTD+1 A PASSADA
      *== DAS TRANSFERENCIAS ENTRE FAIXAS
       77  WRK-PARTICAO-TXT PIC X(02) VALUE SPACES.
       77  WRK-PCT-PATH     PIC X(100) VALUE SPACES.
      *== WRK-PCT-PATH: VARIAVEL DE AMBIENTE "EXE1_PCT_PATH"; SE NAO
      *== DEFINIDA, "EXE1.PCT" - CONTROLE DO LOTE PARTICIONADO
       77  FS-PCT           PIC 9(02) VALUE ZEROS.
       77  WRK-RST-PATH     PIC X(100) VALUE SPACES.
       77  FS-RST           PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-TIPO    PIC X(01) VALUE SPACES.
       77  WRK-NOME-PART    PIC 9(02) VALUE ZEROS.
       77  WRK-NOME-ARQ     PIC X(100) VALUE SPACES.
       77  WRK-PART-CONCLUIDA PIC X(01) VALUE "N".
       77  WRK-PART-FALTA   PIC X(01) VALUE "N".
       77  WRK-PCT-ACHADO   PIC X(01) VALUE "N".
       01  WRK-PCT-REG.
           05 PCT-SITUACAO       PIC X(01).
      *== PCT-SITUACAO: "A" = PARTICOES EM ANDAMENTO, "J" = JORNAIS
      *== JA JUNTADOS AO JORNAL.LOG, "F" = LOTE ENCERRADO PELO
      *== EXE1JUNT
           05 PCT-LOTE-NUMERO    PIC 9(06).
           05 PCT-LOTE-DATA      PIC 9(08).
           05 PCT-LOTE-ORIGEM    PIC X(08).
           05 PCT-TEM-CABECALHO  PIC X(01).
           05 PCT-REPROCESSO     PIC X(01).
           05 PCT-SIMULACAO      PIC X(01).
           05 PCT-DATA-MOVIMENTO PIC 9(08).
           05 PCT-QTD-PARTICOES  PIC 9(02).
           05 PCT-PREFIXO        PIC X(40).
           05 PCT-PART-ITEM OCCURS 17 TIMES.
               10 PCT-CONTA-INI  PIC 9(06).
               10 PCT-CONTA-FIM  PIC 9(06).
               10 PCT-QTD-REG    PIC 9(06).
               10 PCT-SEQ-INI    PIC 9(06).
               10 PCT-SEQ-FIM    PIC 9(06).
      *== PCT-SEQ-INI/FIM: BLOCO DE SEQ DE JORNAL RESERVADO PARA A
      *== PARTICAO (DUAS LINHAS POR REGISTRO, O MAXIMO DE UMA
      *== TRANSFERENCIA); OS BLOCOS CRESCEM COM O NUMERO DA PARTICAO

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "EXE1".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO MODULO DE CONTROLE DE COMPETENCIA (VER PERLIB)
       01  WRK-PERLIB-AREA.
           05  WRK-PER-SUBSISTEMA PIC X(06) VALUE "CONTAS".
           05  WRK-PER-ACAO       PIC X(01) VALUE "V".
           05  WRK-PER-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-PER-PROGRAMA   PIC X(08) VALUE "EXE1".
           05  WRK-PER-REF        PIC X(20) VALUE SPACES.
           05  WRK-PER-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-PER-DATA-NOVA  PIC 9(08) VALUE ZEROS.
           05  WRK-PER-MOTIVO     PIC X(40) VALUE SPACES.

      *== AREA DO MODULO DE AVISO AO CLIENTE (VER NOTIFLIB)
       01  WRK-NOTIFLIB-AREA.
           05  WRK-NTF-EVENTO     PIC X(08) VALUE SPACES.
           05  WRK-NTF-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-NTF-CONTA      PIC 9(06) VALUE ZEROS.
           05  WRK-NTF-REFERENCIA PIC X(20) VALUE SPACES.
           05  WRK-NTF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-NTF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-NTF-RESULTADO  PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-PRINCIPAL                  SECTION.
           PERFORM 0200-INICIALIZAR.
           END-IF.


           ACCEPT WRK-PARTICAO-TXT FROM ENVIRONMENT "EXE1_PARTICAO".
           IF WRK-PARTICAO-TXT NOT EQUAL SPACES
               PERFORM 0250-ABRE-PARTICAO
           ELSE
           ACCEPT WRK-SIMULACAO FROM ENVIRONMENT "SIMULACAO"
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "N" TO WRK-SIMULACAO
           ELSE
               DISPLAY "EXE1: *** EXECUCAO EM MODO SIMULACAO - NADA "
                       "SERA POSTADO ***"
           END-IF
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== NA PARTICAO O SELO JA FOI CONFERIDO PELO EXE1PART ANTES DE
      *== REPARTIR O LOTE - AS FAIXAS POSTAM AO MESMO TEMPO E O SELO
      *== SO VALE DE NOVO QUANDO O EXE1JUNT CARIMBA O FIM
           IF WRK-PARTICAO EQUAL ZEROS
               PERFORM 9400-VERIFICA-SELO
           END-IF.

           IF WRK-PARTICAO EQUAL ZEROS
               ACCEPT WRK-PAG-PATH FROM ENVIRONMENT "PAGAMENTOS_PATH"
               IF WRK-PAG-PATH EQUAL SPACES
                   MOVE "PAGAMENTOS.DAT" TO WRK-PAG-PATH
               END-IF
           END-IF.
           OPEN INPUT PAGAMENTOS-IN.
           MOVE "PAGAMENTOS" TO WRK-FS-ARQUIVO.
           MOVE FS-PAGAMENTOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.

      *== A PARTICAO JA TEM O JORNAL E O SEQ INICIAL DO SEU BLOCO
      *== (0250); O JORNAL DELA E ABERTO DEPOIS DO CHECKPOINT
           IF WRK-PARTICAO EQUAL ZEROS
               ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH"
               IF WRK-JOR-PATH EQUAL SPACES
                   MOVE "JORNAL.LOG" TO WRK-JOR-PATH
               END-IF
               PERFORM 0205-SEMEIA-SEQ-JORNAL
               OPEN EXTEND JORNAL
               IF FS-JORNAL NOT EQUAL 0
                   OPEN OUTPUT JORNAL
               END-IF
           END-IF.

           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "EXE1_DATA_MOVIMENTO".
      *== TODAS AS PARTICOES LIQUIDAM NA DATA DE MOVIMENTO FIXADA
      *== PELO EXE1PART, MESMO QUE UMA DELAS RODE DEPOIS DA MEIA-NOITE
           IF WRK-PARTICAO NOT EQUAL ZEROS
               CONTINUE
           ELSE
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
                           WRK-DATA-MOV-TXT
                   STOP RUN
               END-IF
           END-IF
           END-IF.

           ACCEPT WRK-LOTES-PATH FROM ENVIRONMENT "EXE1_LOTES_PATH".
           PERFORM 0220-VERIFICA-LOTE.
           PERFORM 0230-VERIFICA-TRAILER.

           ACCEPT WRK-CHQ-PATH FROM ENVIRONMENT "CTACHEQ_PATH".
           IF WRK-CHQ-PATH EQUAL SPACES
               MOVE "CTACHEQ.DAT" TO WRK-CHQ-PATH
           END-IF.
           OPEN INPUT CTACHEQ.
           IF FS-CTACHEQ EQUAL 0
               MOVE "S" TO WRK-TEM-CHEQUE
           END-IF.
           PERFORM 0240-ABRE-LIMITES.

           IF WRK-PARTICAO EQUAL ZEROS
               ACCEPT WRK-CKP-PATH FROM ENVIRONMENT "CHECKPOINT_PATH"
               IF WRK-CKP-PATH EQUAL SPACES
                   MOVE "EXE1.CKP" TO WRK-CKP-PATH
               END-IF
           END-IF.
           PERFORM 0210-RESTAURA-CHECKPOINT.
      *== JORNAL DA PARTICAO: RETOMADA APOS CHECKPOINT CONTINUA O
      *== ARQUIVO; SEM CHECKPOINT A PARTICAO RECOMECA DO ZERO E AS
      *== LINHAS DE UMA TENTATIVA ANTERIOR (NUNCA JUNTADAS NEM
      *== LIQUIDADAS) SAO DESCARTADAS, PARA O SEQ NAO SAIR DO BLOCO
           IF WRK-PARTICAO NOT EQUAL ZEROS
               IF WRK-QTD-PROCESSADA GREATER ZEROS
                   OPEN EXTEND JORNAL
               ELSE
                   OPEN OUTPUT JORNAL
               END-IF
           END-IF.
       0200-INICIALIZAR-FIM. EXIT.

      *== MODO PARTICAO: LE O CONTROLE DO EXE1PART, CONFERE A VEZ DA
      *== PARTICAO E MONTA OS NOMES DOS SEUS ARQUIVOS - O LOTE, O
      *== JORNAL E O CHECKPOINT SAO SO DELA; SIMULACAO E DATA DE
      *== MOVIMENTO VEM DO CONTROLE, IGUAIS PARA TODAS AS FAIXAS
       0250-ABRE-PARTICAO               SECTION.
           COMPUTE WRK-PARTICAO = FUNCTION NUMVAL(WRK-PARTICAO-TXT).
           ACCEPT WRK-PCT-PATH FROM ENVIRONMENT "EXE1_PCT_PATH".
           IF WRK-PCT-PATH EQUAL SPACES
               MOVE "EXE1.PCT" TO WRK-PCT-PATH
           END-IF.
           PERFORM 0252-LE-CONTROLE.
           IF WRK-PCT-ACHADO EQUAL "N"
               OR PCT-SITUACAO NOT EQUAL "A"
               DISPLAY "EXE1: NENHUM LOTE PARTICIONADO EM ANDAMENTO "
                       "EM " WRK-PCT-PATH " - RODE O EXE1PART ANTES"
               STOP RUN
           END-IF.
           IF WRK-PARTICAO EQUAL ZEROS
               OR WRK-PARTICAO GREATER PCT-QTD-PARTICOES + 1
               DISPLAY "EXE1: EXE1_PARTICAO=" WRK-PARTICAO-TXT
                       " FORA DE 01 A " PCT-QTD-PARTICOES
                       " (+1 DAS TRANSFERENCIAS ENTRE FAIXAS)"
               STOP RUN
           END-IF.
           MOVE PCT-SIMULACAO TO WRK-SIMULACAO.
           MOVE PCT-DATA-MOVIMENTO TO WRK-DATA-MOVIMENTO.
      *== PARTICAO JA CONCLUIDA NAO RODA DE NOVO: OS SALDOS DELA JA
      *== ESTAO EM CONTAS E UMA SEGUNDA PASSADA POSTARIA EM DOBRO
           MOVE WRK-PARTICAO TO WRK-NOME-PART.
           PERFORM 0258-CONFERE-RESULTADO.
           IF WRK-PART-CONCLUIDA EQUAL "S"
               DISPLAY "EXE1: PARTICAO " WRK-PARTICAO
                       " JA CONCLUIDA - EXECUCAO RECUSADA"
               STOP RUN
           END-IF.
      *== A PASSADA DAS TRANSFERENCIAS ENTRE FAIXAS SO COMECA COM
      *== TODAS AS FAIXAS LIQUIDADAS: AS DUAS PERNAS LEEM O SALDO JA
      *== ATUALIZADO E ENTRAM JUNTAS OU NENHUMA ENTRA
           IF WRK-PARTICAO GREATER PCT-QTD-PARTICOES
               MOVE "N" TO WRK-PART-FALTA
               PERFORM VARYING WRK-NOME-PART FROM 1 BY 1
                   UNTIL WRK-NOME-PART GREATER PCT-QTD-PARTICOES
                   PERFORM 0258-CONFERE-RESULTADO
                   IF WRK-PART-CONCLUIDA EQUAL "N"
                       DISPLAY "EXE1: PARTICAO " WRK-NOME-PART
                               " AINDA NAO CONCLUIDA"
                       MOVE "S" TO WRK-PART-FALTA
                   END-IF
               END-PERFORM
               IF WRK-PART-FALTA EQUAL "S"
                   DISPLAY "EXE1: TRANSFERENCIAS ENTRE FAIXAS SO "
                           "DEPOIS DE TODAS AS PARTICOES"
                   STOP RUN
               END-IF
           END-IF.
           MOVE WRK-PARTICAO TO WRK-NOME-PART.
           MOVE "P" TO WRK-NOME-TIPO.
           PERFORM 0259-MONTA-NOME.
           MOVE WRK-NOME-ARQ TO WRK-PAG-PATH.
           MOVE "J" TO WRK-NOME-TIPO.
           PERFORM 0259-MONTA-NOME.
           MOVE WRK-NOME-ARQ TO WRK-JOR-PATH.
           MOVE "C" TO WRK-NOME-TIPO.
           PERFORM 0259-MONTA-NOME.
           MOVE WRK-NOME-ARQ TO WRK-CKP-PATH.
           MOVE PCT-SEQ-INI(WRK-PARTICAO) TO WRK-SEQ-JORNAL.
           IF WRK-PARTICAO GREATER PCT-QTD-PARTICOES
               DISPLAY "EXE1: PARTICAO " WRK-PARTICAO " DE "
                       PCT-QTD-PARTICOES " - TRANSFERENCIAS ENTRE "
                       "FAIXAS DO LOTE " PCT-LOTE-NUMERO
           ELSE
               DISPLAY "EXE1: PARTICAO " WRK-PARTICAO " DE "
                       PCT-QTD-PARTICOES " - CONTAS "
                       PCT-CONTA-INI(WRK-PARTICAO) " A "
                       PCT-CONTA-FIM(WRK-PARTICAO) " DO LOTE "
                       PCT-LOTE-NUMERO
           END-IF.
           IF WRK-SIMULACAO EQUAL "S"
               DISPLAY "EXE1: *** LOTE PARTICIONADO EM MODO "
                       "SIMULACAO - NADA SERA POSTADO ***"
           END-IF.
       0250-ABRE-PARTICAO-FIM. EXIT.

       0252-LE-CONTROLE                 SECTION.
           MOVE "N" TO WRK-PCT-ACHADO.
           OPEN INPUT PARTCTL.
           IF FS-PCT EQUAL 0
               READ PARTCTL INTO WRK-PCT-REG
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO WRK-PCT-ACHADO
               END-READ
               CLOSE PARTCTL
           END-IF.
       0252-LE-CONTROLE-FIM. EXIT.

      *== "S" EM WRK-PART-CONCLUIDA QUANDO O RESULTADO DA PARTICAO
      *== WRK-NOME-PART JA TEM O REGISTRO "T" DE TOTAIS
       0258-CONFERE-RESULTADO           SECTION.
           MOVE "R" TO WRK-NOME-TIPO.
           PERFORM 0259-MONTA-NOME.
           MOVE WRK-NOME-ARQ TO WRK-RST-PATH.
           MOVE "N" TO WRK-PART-CONCLUIDA.
           OPEN INPUT RESULTADO.
           IF FS-RST EQUAL 0
               READ RESULTADO
                   AT END MOVE 10 TO FS-RST
               END-READ
               PERFORM UNTIL FS-RST EQUAL 10
                   IF RST-TIPO EQUAL "T"
                       MOVE "S" TO WRK-PART-CONCLUIDA
                   END-IF
                   READ RESULTADO
                       AT END MOVE 10 TO FS-RST
                   END-READ
               END-PERFORM
               CLOSE RESULTADO
           END-IF.
       0258-CONFERE-RESULTADO-FIM. EXIT.

      *== <PREFIXO>.<TIPO><NN>: P = LOTE, J = JORNAL, C = CHECKPOINT
      *== E R = RESULTADO DA PARTICAO
       0259-MONTA-NOME                  SECTION.
           MOVE SPACES TO WRK-NOME-ARQ.
           STRING PCT-PREFIXO DELIMITED BY SPACE
                   "." WRK-NOME-TIPO WRK-NOME-PART
                   DELIMITED BY SIZE INTO WRK-NOME-ARQ.
       0259-MONTA-NOME-FIM. EXIT.

      *== LE O PRIMEIRO REGISTRO DO LOTE: SE FOR O CABECALHO "H",
      *== CONFERE O NUMERO DO LOTE CONTRA OS JA LIQUIDADOS E RECUSA
      *== A DUPLA POSTAGEM (SALVO EXE1_REPROCESSA=S, LANCADO NO
                   MOVE PAG-LOTE-DATA   TO WRK-LOTE-DATA
                   MOVE PAG-LOTE-ORIGEM TO WRK-LOTE-ORIGEM
                   PERFORM 0225-CONSULTA-LOTES
                   PERFORM 0226-CONSULTA-PARTICAO
                   IF WRK-LOTE-JA-POSTADO EQUAL "S"
                       ACCEPT WRK-REPROCESSA FROM ENVIRONMENT
                           "EXE1_REPROCESSA"
                       END-IF
                   END-IF
               ELSE
      *== O LOTE DA PARTICAO NAO TEM CABECALHO POR CONSTRUCAO - A
      *== TRAVA JA CORREU NO EXE1PART, SOBRE O LOTE INTEIRO
                   IF WRK-PARTICAO EQUAL ZEROS
                       DISPLAY "EXE1: LOTE SEM CABECALHO DE "
                               "IDENTIFICACAO - SEM PROTECAO CONTRA "
                               "DUPLA POSTAGEM"
                   END-IF
                   MOVE "S" TO WRK-REG-PENDENTE
               END-IF
           END-IF.
           END-IF.
       0230-VERIFICA-TRAILER-FIM. EXIT.

      *== TETOS DE DEBITO/TRANSFERENCIA: SEM CTALIM NEM CATALOGO
      *== NENHUMA CONTA TEM TETO, COMO SEMPRE FOI
       0240-ABRE-LIMITES                SECTION.
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
           IF FS-CTALIM EQUAL 0
               MOVE "S" TO WRK-TEM-LIMITE
           ELSE
               DISPLAY "EXE1: SEM " WRK-LIM-PATH " (FS=" FS-CTALIM
                       ") - SO OS TETOS DO PRODUTO VALEM E O "
                       "ACUMULADO DO DIA NAO E GUARDADO"
           END-IF.
           ACCEPT WRK-CTP-PATH FROM ENVIRONMENT "CTAPROD_PATH".
           IF WRK-CTP-PATH EQUAL SPACES
               MOVE "CTAPROD.DAT" TO WRK-CTP-PATH
           END-IF.
           OPEN INPUT CTAPROD.
           IF FS-CTAPROD EQUAL 0
               MOVE "S" TO WRK-TEM-CTAPROD
           END-IF.
           ACCEPT WRK-PRD-PATH FROM ENVIRONMENT "PRODUTOS_TAB_PATH".
           IF WRK-PRD-PATH EQUAL SPACES
               MOVE "PRODUTOS.TAB" TO WRK-PRD-PATH
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS EQUAL 0
               READ PRODUTOS
                   AT END MOVE 10 TO FS-PRODUTOS
               END-READ
               PERFORM UNTIL FS-PRODUTOS EQUAL 10
                   IF WRK-QTD-PROD LESS 20
                       ADD 1 TO WRK-QTD-PROD
                       PERFORM 0245-GUARDA-PRODUTO
                   END-IF
                   READ PRODUTOS
                       AT END MOVE 10 TO FS-PRODUTOS
                   END-READ
               END-PERFORM
               CLOSE PRODUTOS
           END-IF.
       0240-ABRE-LIMITES-FIM. EXIT.

      *== LINHA DO CATALOGO ANTERIOR AOS TETOS VEM COM ESPACOS NOS
      *== CAMPOS: SEM TETO
       0245-GUARDA-PRODUTO              SECTION.
           MOVE PRD-CODIGO TO WRK-TAB-CODIGO(WRK-QTD-PROD).
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
       0245-GUARDA-PRODUTO-FIM. EXIT.

       0225-CONSULTA-LOTES              SECTION.
           MOVE "N" TO WRK-LOTE-JA-POSTADO.
           OPEN INPUT LOTES.
           END-IF.
       0225-CONSULTA-LOTES-FIM. EXIT.

      *== LOTE AINDA EM LIQUIDACAO PARTICIONADA (EXE1PART RODOU E O
      *== EXE1JUNT NAO ENCERROU) NAO ESTA NA RELACAO DE LOTES, MAS JA
      *== PODE TER POSTADO FAIXAS INTEIRAS: RECUSA SEM REPROCESSO
       0226-CONSULTA-PARTICAO           SECTION.
           ACCEPT WRK-PCT-PATH FROM ENVIRONMENT "EXE1_PCT_PATH".
           IF WRK-PCT-PATH EQUAL SPACES
               MOVE "EXE1.PCT" TO WRK-PCT-PATH
           END-IF.
           PERFORM 0252-LE-CONTROLE.
           IF WRK-PCT-ACHADO EQUAL "S"
               AND PCT-SITUACAO NOT EQUAL "F"
               AND PCT-TEM-CABECALHO EQUAL "S"
               AND PCT-LOTE-NUMERO EQUAL WRK-LOTE-NUM
               AND PCT-LOTE-ORIGEM EQUAL WRK-LOTE-ORIGEM
               DISPLAY "EXE1: LOTE " WRK-LOTE-NUM " EM LIQUIDACAO "
                       "PARTICIONADA - CONCLUA AS PARTICOES E O "
                       "EXE1JUNT; EXECUCAO RECUSADA"
               STOP RUN
           END-IF.
       0226-CONSULTA-PARTICAO-FIM. EXIT.

       0328-GRAVA-JORNAL-REPROCESSO     SECTION.
           ADD 1 TO WRK-SEQ-JORNAL.
           ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD.
                           MOVE CKP-TOTAL-DATA-FUT
                               TO WRK-TOTAL-DATA-FUTURA
                           MOVE CKP-TOTAL-TRANSF   TO WRK-TOTAL-TRANSF
                           MOVE CKP-TOTAL-LIMITE   TO WRK-TOTAL-LIMITE
                           MOVE CKP-QTD-CONTAS     TO WRK-QTD-CONTAS
                           PERFORM VARYING IDX-CTA FROM 1 BY 1
                               UNTIL IDX-CTA GREATER WRK-QTD-CONTAS
                                   TO WRK-RES-ULT-VALOR(IDX-CTA)
                               MOVE CKP-CONTA-SITUACAO(IDX-CTA)
                                   TO WRK-RES-SITUACAO(IDX-CTA)
                               MOVE CKP-CONTA-FILIAL(IDX-CTA)
                                   TO WRK-RES-FILIAL(IDX-CTA)
                               MOVE CKP-CONTA-ACM-DEB(IDX-CTA)
                                   TO WRK-RES-ACM-DEB(IDX-CTA)
                               MOVE CKP-CONTA-ACM-TRF(IDX-CTA)
                                   TO WRK-RES-ACM-TRF(IDX-CTA)
                               PERFORM 0307-CARREGA-PISO
                               PERFORM 0308-CARREGA-LIMITES
                           END-PERFORM
                       END-IF
               END-READ
               ELSE
               MOVE PAG-VALOR TO WRK-PAG
               PERFORM 0303-VALIDA-DATA
               IF WRK-DATA-OK NOT EQUAL "S"
                   ADD 1 TO WRK-TOTAL-DATA-FUTURA
                   IF WRK-DATA-OK EQUAL "F"
                       PERFORM 0331-GRAVA-JORNAL-PERIODO-FECHADO
                   ELSE
                       PERFORM 0329-GRAVA-JORNAL-DATA-FUTURA
                   END-IF
               ELSE
               PERFORM 0305-LOCALIZA-CONTA
               IF WRK-CTA-INVALIDA EQUAL "S"
                       OR WRK-RES-SITUACAO(IDX-CTA) EQUAL "E"
                       ADD 1 TO WRK-TOTAL-BLOQUEADA
                       PERFORM 0326-GRAVA-JORNAL-CONTA-BLOQUEADA
                       IF PAG-TIPO EQUAL "D"
                           MOVE "CONTA BLOQUEADA" TO WRK-NTF-REFERENCIA
                           PERFORM 0370-AVISA-RECUSA
                       END-IF
                   ELSE
                   IF PAG-TIPO EQUAL "E"
                       PERFORM 0315-PROCESSA-ESTORNO
                       COMPUTE WRK-SALDO-PROJETADO =
                           WRK-RES-SALDOI(IDX-CTA)
                           + WRK-RES-QTPAG(IDX-CTA) + WRK-PAG
                       IF WRK-SALDO-PROJETADO LESS
                           WRK-RES-PISO(IDX-CTA)
                           ADD 1 TO WRK-TOTAL-RECUSADO
                           PERFORM 0320-GRAVA-JORNAL-RECUSADO
                       ELSE
           MOVE ZEROS TO WRK-RES-ULT-SEQ(IDX-CTA).
           MOVE ZEROS TO WRK-RES-ULT-VALOR(IDX-CTA).
           MOVE CTA-SITUACAO TO WRK-RES-SITUACAO(IDX-CTA).
           MOVE CTA-FILIAL   TO WRK-RES-FILIAL(IDX-CTA).
           PERFORM 0307-CARREGA-PISO.
           PERFORM 0308-CARREGA-LIMITES.
      *== O ACUMULADO DO DIA SO E HERDADO SE FOR DA MESMA DATA DE
      *== MOVIMENTO - DE OUTRO DIA, A CONTA COMECA DO ZERO
           MOVE ZEROS TO WRK-RES-ACM-DEB(IDX-CTA).
           MOVE ZEROS TO WRK-RES-ACM-TRF(IDX-CTA).
           IF WRK-LIM-ACHADO EQUAL "S"
               AND LIM-ACM-DATA EQUAL WRK-DATA-MOVIMENTO
               MOVE LIM-ACM-DEBITO TO WRK-RES-ACM-DEB(IDX-CTA)
               MOVE LIM-ACM-TRANSF TO WRK-RES-ACM-TRF(IDX-CTA)
           END-IF.
       0306-INSERE-CONTA-ORDENADA-FIM. EXIT.

      *== PISO DA CONTA EM IDX-CTA: CONTA COM CHEQUE ESPECIAL PODE
      *== DESCER ATE O LIMITE APROVADO; SEM LIMITE (OU LIMITE
      *== ZERADO PELO CTAMANT) VALE O PISO GLOBAL WRK-SALDO-MINIMO
       0307-CARREGA-PISO                SECTION.
           MOVE WRK-SALDO-MINIMO TO WRK-RES-PISO(IDX-CTA).
           IF WRK-TEM-CHEQUE EQUAL "S"
               MOVE WRK-RES-CONTA(IDX-CTA) TO CHQ-CONTA
               READ CTACHEQ KEY IS CHQ-CONTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CHQ-LIMITE GREATER ZEROS
                           COMPUTE WRK-RES-PISO(IDX-CTA) =
                               ZEROS - CHQ-LIMITE
                       END-IF
               END-READ
           END-IF.
       0307-CARREGA-PISO-FIM. EXIT.

      *== TETOS DA CONTA EM IDX-CTA: O DO PRODUTO, TROCADO PELO DA
      *== CONTA QUANDO HOUVER, E PELO AUMENTO TEMPORARIO AINDA VALIDO
      *== NA DATA DE MOVIMENTO; DEIXA O REGISTRO DO CTALIM NO BUFFER
      *== (WRK-LIM-ACHADO) PARA O 0306 HERDAR O ACUMULADO DO DIA
       0308-CARREGA-LIMITES             SECTION.
           MOVE ZEROS TO WRK-RES-LIM-DEB-DIA(IDX-CTA)
                         WRK-RES-LIM-DEB-TRANS(IDX-CTA)
                         WRK-RES-LIM-TRF-DIA(IDX-CTA)
                         WRK-RES-LIM-TRF-TRANS(IDX-CTA).
           MOVE "N" TO WRK-LIM-ACHADO.
           IF WRK-TEM-CTAPROD EQUAL "S" AND WRK-QTD-PROD GREATER ZEROS
               MOVE WRK-RES-CONTA(IDX-CTA) TO CTP-CONTA
               READ CTAPROD KEY IS CTP-CONTA
                   INVALID KEY MOVE SPACES TO CTP-PRODUTO
               END-READ
               MOVE 1 TO WRK-IDX-PROD
               PERFORM UNTIL WRK-IDX-PROD GREATER WRK-QTD-PROD
                   OR WRK-TAB-CODIGO(WRK-IDX-PROD) EQUAL CTP-PRODUTO
                   ADD 1 TO WRK-IDX-PROD
               END-PERFORM
               IF WRK-IDX-PROD NOT GREATER WRK-QTD-PROD
                   AND CTP-PRODUTO NOT EQUAL SPACES
                   MOVE WRK-TAB-LIM-DEB-DIA(WRK-IDX-PROD)
                       TO WRK-RES-LIM-DEB-DIA(IDX-CTA)
                   MOVE WRK-TAB-LIM-DEB-TRANS(WRK-IDX-PROD)
                       TO WRK-RES-LIM-DEB-TRANS(IDX-CTA)
                   MOVE WRK-TAB-LIM-TRF-DIA(WRK-IDX-PROD)
                       TO WRK-RES-LIM-TRF-DIA(IDX-CTA)
                   MOVE WRK-TAB-LIM-TRF-TRANS(WRK-IDX-PROD)
                       TO WRK-RES-LIM-TRF-TRANS(IDX-CTA)
               END-IF
           END-IF.
           IF WRK-TEM-LIMITE EQUAL "S"
               MOVE WRK-RES-CONTA(IDX-CTA) TO LIM-CONTA
               READ CTALIM KEY IS LIM-CONTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-LIM-ACHADO
                       PERFORM 0309-APLICA-LIMITES-CONTA
               END-READ
           END-IF.
       0308-CARREGA-LIMITES-FIM. EXIT.

       0309-APLICA-LIMITES-CONTA        SECTION.
           IF LIM-DEB-DIA GREATER ZEROS
               MOVE LIM-DEB-DIA TO WRK-RES-LIM-DEB-DIA(IDX-CTA)
           END-IF.
           IF LIM-DEB-TRANS GREATER ZEROS
               MOVE LIM-DEB-TRANS TO WRK-RES-LIM-DEB-TRANS(IDX-CTA)
           END-IF.
           IF LIM-TRF-DIA GREATER ZEROS
               MOVE LIM-TRF-DIA TO WRK-RES-LIM-TRF-DIA(IDX-CTA)
           END-IF.
           IF LIM-TRF-TRANS GREATER ZEROS
               MOVE LIM-TRF-TRANS TO WRK-RES-LIM-TRF-TRANS(IDX-CTA)
           END-IF.
           IF LIM-TMP-VALIDADE NOT LESS WRK-DATA-MOVIMENTO
               IF LIM-TMP-DEB-DIA GREATER ZEROS
                   MOVE LIM-TMP-DEB-DIA
                       TO WRK-RES-LIM-DEB-DIA(IDX-CTA)
               END-IF
               IF LIM-TMP-DEB-TRANS GREATER ZEROS
                   MOVE LIM-TMP-DEB-TRANS
                       TO WRK-RES-LIM-DEB-TRANS(IDX-CTA)
               END-IF
               IF LIM-TMP-TRF-DIA GREATER ZEROS
                   MOVE LIM-TMP-TRF-DIA
                       TO WRK-RES-LIM-TRF-DIA(IDX-CTA)
               END-IF
               IF LIM-TMP-TRF-TRANS GREATER ZEROS
                   MOVE LIM-TMP-TRF-TRANS
                       TO WRK-RES-LIM-TRF-TRANS(IDX-CTA)
               END-IF
           END-IF.
       0309-APLICA-LIMITES-CONTA-FIM. EXIT.

      *== CONFERE O VALOR EM WRK-PAG CONTRA OS TETOS DA CONTA EM
      *== IDX-CTA PARA O TIPO EM PAG-TIPO ("D" OU "F"); DEVOLVE O
      *== MOTIVO DA RECUSA EM WRK-LIM-MOTIVO (ESPACOS = DENTRO DO
      *== LIMITE)
       0319-CONFERE-LIMITE              SECTION.
           MOVE SPACES TO WRK-LIM-MOTIVO.
           IF PAG-TIPO EQUAL "D"
               IF WRK-RES-LIM-DEB-TRANS(IDX-CTA) GREATER ZEROS
                   AND WRK-PAG GREATER WRK-RES-LIM-DEB-TRANS(IDX-CTA)
                   MOVE "RECUSADO-LIMITE-TRANSACAO" TO WRK-LIM-MOTIVO
               ELSE
                   IF WRK-RES-LIM-DEB-DIA(IDX-CTA) GREATER ZEROS
                       AND WRK-RES-ACM-DEB(IDX-CTA) + WRK-PAG
                           GREATER WRK-RES-LIM-DEB-DIA(IDX-CTA)
                       MOVE "RECUSADO-LIMITE-DIARIO"
                           TO WRK-LIM-MOTIVO
                   END-IF
               END-IF
           ELSE
               IF WRK-RES-LIM-TRF-TRANS(IDX-CTA) GREATER ZEROS
                   AND WRK-PAG GREATER WRK-RES-LIM-TRF-TRANS(IDX-CTA)
                   MOVE "RECUSADO-LIMITE-TRANSACAO" TO WRK-LIM-MOTIVO
               ELSE
                   IF WRK-RES-LIM-TRF-DIA(IDX-CTA) GREATER ZEROS
                       AND WRK-RES-ACM-TRF(IDX-CTA) + WRK-PAG
                           GREATER WRK-RES-LIM-TRF-DIA(IDX-CTA)
                       MOVE "RECUSADO-LIMITE-DIARIO"
                           TO WRK-LIM-MOTIVO
                   END-IF
               END-IF
           END-IF.
       0319-CONFERE-LIMITE-FIM. EXIT.

       0315-PROCESSA-ESTORNO            SECTION.
      *== UM ESTORNO SO E ACEITO SE PAG-REF-SEQ/PAG-VALOR CONFERIREM
      *== COM O ULTIMO PAGAMENTO REGISTRADO PARA A CONTA (DESFAZ
               COMPUTE WRK-SALDO-PROJETADO =
                   WRK-RES-SALDOI(IDX-CTA)
                   + WRK-RES-QTPAG(IDX-CTA) - WRK-PAG
               IF WRK-SALDO-PROJETADO LESS WRK-RES-PISO(IDX-CTA)
                   ADD 1 TO WRK-TOTAL-RECUSADO
                   PERFORM 0320-GRAVA-JORNAL-RECUSADO
               ELSE

       0317-PROCESSA-DEBITO             SECTION.
      *== DEBITO: MOVE O SALDO NO SENTIDO CONTRARIO DO PAGAMENTO,
      *== VALIDADO CONTRA O PISO DA CONTA (LIMITE DE CHEQUE ESPECIAL
      *== OU WRK-SALDO-MINIMO) E LANCADO NO JORNAL COM ROTULO
      *== PROPRIO; A RECUSA MANTEM O MOTIVO RECUSADO-SALDO-MINIMO,
      *== QUE O DEBREAPR COLHE PARA REAPRESENTACAO. O TETO DA CONTA
      *== VEM ANTES DO SALDO, COM MOTIVO PROPRIO (NAO REAPRESENTADO)
           PERFORM 0319-CONFERE-LIMITE.
           IF WRK-LIM-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-TOTAL-LIMITE
               PERFORM 0324-GRAVA-JORNAL-DEBITO-LIMITE
               MOVE "LIMITE EXCEDIDO" TO WRK-NTF-REFERENCIA
               PERFORM 0370-AVISA-RECUSA
               GO TO 0317-PROCESSA-DEBITO-FIM
           END-IF.
           COMPUTE WRK-SALDO-PROJETADO =
               WRK-RES-SALDOI(IDX-CTA)
               + WRK-RES-QTPAG(IDX-CTA) - WRK-PAG.
           IF WRK-SALDO-PROJETADO LESS WRK-RES-PISO(IDX-CTA)
               ADD 1 TO WRK-TOTAL-RECUSADO
               PERFORM 0322-GRAVA-JORNAL-DEBITO-RECUSADO
               MOVE "SALDO INSUFICIENTE" TO WRK-NTF-REFERENCIA
               PERFORM 0370-AVISA-RECUSA
           ELSE
               SUBTRACT WRK-PAG FROM WRK-RES-QTPAG(IDX-CTA)
               ADD WRK-PAG TO WRK-RES-ACM-DEB(IDX-CTA)
               ADD 1 TO WRK-TOTAL-DEBITO
               ADD WRK-PAG TO WRK-TOTAL-VALOR-DEBITO
               PERFORM 0313-GRAVA-JORNAL-DEBITO
           END-IF.
       0317-PROCESSA-DEBITO-FIM. EXIT.

      *== O TITULAR SAI DO CTACLI PELA CONTA (O LOTE NAO TRAZ O
      *== CLIENTE); O MOTIVO VEM EM WRK-NTF-REFERENCIA
       0370-AVISA-RECUSA                SECTION.
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "DEBRECUS" TO WRK-NTF-EVENTO
               MOVE ZEROS TO WRK-NTF-CLIENTE
               MOVE PAG-CONTA TO WRK-NTF-CONTA
               MOVE WRK-PAG TO WRK-NTF-VALOR
               MOVE ZEROS TO WRK-NTF-DATA
               CALL "NOTIFLIB" USING WRK-NOTIFLIB-AREA
           END-IF.
       0370-AVISA-RECUSA-FIM. EXIT.

       0318-PROCESSA-TRANSFERENCIA      SECTION.
      *== TRANSFERENCIA "F": A CONTA DE ORIGEM JA PASSOU PELA
      *== LOCALIZACAO E PELA CRITICA DE SITUACAO DO LACO PRINCIPAL;
      *== AQUI VALIDA-SE O DESTINO, A PERNA DE DEBITO RESPEITA O
      *== MESMO PISO DA CONTA DE ORIGEM E AS DUAS PERNAS SAO LANCADAS
      *== JUNTAS - NADA DE DINHEIRO EVAPORADO ENTRE UM "D" E UM "P"
      *== DIGITADOS SEPARADOS
           MOVE PAG-CONTA   TO WRK-TRF-ORIGEM.
      *== 0305 E SO A BUSCA BINARIA, SEM NOVA INSERCAO
               MOVE WRK-TRF-ORIGEM TO PAG-CONTA
               PERFORM 0305-LOCALIZA-CONTA
      *== TETO DE TRANSFERENCIA DA CONTA DE ORIGEM ANTES DO SALDO
               PERFORM 0319-CONFERE-LIMITE
               IF WRK-LIM-MOTIVO NOT EQUAL SPACES
                   ADD 1 TO WRK-TOTAL-TRANSF-RECUSADA
                   MOVE WRK-LIM-MOTIVO TO WRK-TRF-MOTIVO
                   PERFORM 0323-GRAVA-JORNAL-TRANSF-RECUSADA
               ELSE
               COMPUTE WRK-SALDO-PROJETADO =
                   WRK-RES-SALDOI(IDX-CTA)
                   + WRK-RES-QTPAG(IDX-CTA) - WRK-PAG
               IF WRK-SALDO-PROJETADO LESS WRK-RES-PISO(IDX-CTA)
                   ADD 1 TO WRK-TOTAL-TRANSF-RECUSADA
                   MOVE "RECUSADO-SALDO-MINIMO" TO WRK-TRF-MOTIVO
                   PERFORM 0323-GRAVA-JORNAL-TRANSF-RECUSADA
               ELSE
                   SUBTRACT WRK-PAG FROM WRK-RES-QTPAG(IDX-CTA)
                   ADD WRK-PAG TO WRK-RES-ACM-TRF(IDX-CTA)
                   PERFORM 0314-GRAVA-JORNAL-TRANSF-DEBITO
                   SET IDX-CTA TO WRK-IDX-DESTINO
                   ADD WRK-PAG TO WRK-RES-QTPAG(IDX-CTA)
                   ADD 1 TO WRK-TOTAL-TRANSF
                   ADD WRK-PAG TO WRK-TOTAL-VALOR-TRANSF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM 9800-GRAVA-JORNAL.
       0322-GRAVA-JORNAL-DEBITO-RECUSADO-FIM. EXIT.

      *== DEBITO ACIMA DO TETO: MESMAS POSICOES DO 0322, MOTIVO
      *== RECUSADO-LIMITE-TRANSACAO OU RECUSADO-LIMITE-DIARIO
       0324-GRAVA-JORNAL-DEBITO-LIMITE  SECTION.
           ADD 1 TO WRK-SEQ-JORNAL.
           ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DATA-HORA(9:) FROM TIME.
           MOVE WRK-PAG TO WRK-PAG-ED.
           MOVE SPACES TO JOR-LINHA.
           STRING "SEQ=" WRK-SEQ-JORNAL
                   " DATAHORA=" WRK-DATA-HORA(1:14)
                   " CONTA=" PAG-CONTA
                   " DEBITO=" WRK-PAG-ED
                   " " WRK-LIM-MOTIVO
                   DELIMITED BY SIZE INTO JOR-LINHA.
           PERFORM 9800-GRAVA-JORNAL.
       0324-GRAVA-JORNAL-DEBITO-LIMITE-FIM. EXIT.

       0303-VALIDA-DATA                 SECTION.
      *== DEFINE A DATA EFETIVA DA TRANSACAO: PAG-DATA VALIDADA PELO
      *== DATAMES, OU A DATA DE MOVIMENTO DO LOTE QUANDO O REGISTRO
                   END-IF
               END-IF
           END-IF.
           IF WRK-DATA-OK EQUAL "S"
               PERFORM 0304-CONFERE-PERIODO
           END-IF.
       0303-VALIDA-DATA-FIM. EXIT.

      *== DATA EFETIVA EM COMPETENCIA DE CONTAS JA FECHADA: DESVIADA
      *== PARA A PRIMEIRA COMPETENCIA ABERTA (JORNAL, SALDO E RAZAO
      *== SAEM COM A DATA NOVA) OU RECUSADA, CONFORME O PARLIB
       0304-CONFERE-PERIODO             SECTION.
           MOVE WRK-DATA-EFETIVA TO WRK-PER-DATA.
           MOVE PAG-CONTA        TO WRK-PER-REF.
           CALL "PERLIB" USING WRK-PERLIB-AREA.
           IF WRK-PER-RESULTADO EQUAL "R"
               MOVE WRK-PER-DATA-NOVA TO WRK-DATA-EFETIVA
           END-IF.
           IF WRK-PER-RESULTADO EQUAL "J"
               MOVE "F" TO WRK-DATA-OK
           END-IF.
       0304-CONFERE-PERIODO-FIM. EXIT.

       0329-GRAVA-JORNAL-DATA-FUTURA    SECTION.
           ADD 1 TO WRK-SEQ-JORNAL.
           ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD.
           PERFORM 9800-GRAVA-JORNAL.
       0329-GRAVA-JORNAL-DATA-FUTURA-FIM. EXIT.

       0331-GRAVA-JORNAL-PERIODO-FECHADO SECTION.
           ADD 1 TO WRK-SEQ-JORNAL.
           ACCEPT WRK-DATA-HORA FROM DATE YYYYMMDD.
           ACCEPT WRK-DATA-HORA(9:) FROM TIME.
           MOVE WRK-PAG TO WRK-PAG-ED.
           MOVE SPACES TO JOR-LINHA.
           STRING "SEQ=" WRK-SEQ-JORNAL
                   " DATAHORA=" WRK-DATA-HORA(1:14)
                   " CONTA=" PAG-CONTA
                   " PAGAMENTO=" WRK-PAG-ED
                   " RECUSADO-PERIODO-FECHADO DATA=" WRK-DATA-EFETIVA
                   DELIMITED BY SIZE INTO JOR-LINHA.
           PERFORM 9800-GRAVA-JORNAL.
       0331-GRAVA-JORNAL-PERIODO-FECHADO-FIM. EXIT.

       0310-GRAVA-JORNAL                SECTION.
           ADD 1 TO WRK-SEQ-JORNAL.
           MOVE WRK-SEQ-JORNAL TO WRK-RES-ULT-SEQ(IDX-CTA).
           MOVE WRK-TOTAL-DEBITO   TO CKP-TOTAL-DEBITO.
           MOVE WRK-TOTAL-DATA-FUTURA TO CKP-TOTAL-DATA-FUT.
           MOVE WRK-TOTAL-TRANSF   TO CKP-TOTAL-TRANSF.
           MOVE WRK-TOTAL-LIMITE   TO CKP-TOTAL-LIMITE.
           MOVE WRK-QTD-CONTAS     TO CKP-QTD-CONTAS.
           MOVE WRK-CKP-STATUS     TO CKP-STATUS.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
                   TO CKP-CONTA-ULT-VALOR(IDX-CTA)
               MOVE WRK-RES-SITUACAO(IDX-CTA)
                   TO CKP-CONTA-SITUACAO(IDX-CTA)
               MOVE WRK-RES-FILIAL(IDX-CTA)
                   TO CKP-CONTA-FILIAL(IDX-CTA)
               MOVE WRK-RES-ACM-DEB(IDX-CTA)
                   TO CKP-CONTA-ACM-DEB(IDX-CTA)
               MOVE WRK-RES-ACM-TRF(IDX-CTA)
                   TO CKP-CONTA-ACM-TRF(IDX-CTA)
           END-PERFORM.
           WRITE CKP-REG.
           CLOSE CHECKPOINT.
                   WRK-RES-SALDOI(IDX-CTA) + WRK-RES-QTPAG(IDX-CTA)
      *== A SITUACAO VEM DO RESUMO (E DO CHECKPOINT NUM RESTART):
      *== SEM ISSO A REGRAVACAO CARIMBARIA EM TODA CONTA O BYTE DE
      *== SITUACAO DA ULTIMA CONTA LIDA NO BUFFER DO FD (IDEM A
      *== FILIAL, QUE SEPARA OS SALDOS NO RAZBAL E NO FECHADIA)
               MOVE WRK-RES-SITUACAO(IDX-CTA) TO CTA-SITUACAO
               MOVE WRK-RES-FILIAL(IDX-CTA)   TO CTA-FILIAL
               PERFORM 0345-REGRAVA-COM-ESPERA
           END-PERFORM.
           PERFORM 0360-GRAVA-ACUMULADOS.
       0340-ATUALIZA-CONTAS-FIM. EXIT.

      *== DEVOLVE AO CTALIM O ACUMULADO DO DIA DAS CONTAS QUE
      *== DEBITARAM OU TRANSFERIRAM - O PROXIMO LOTE DO MESMO DIA
      *== PARTE DELE; CONTA SEM REGISTRO GANHA UM, SO COM O ACUMULADO
       0360-GRAVA-ACUMULADOS            SECTION.
           IF WRK-TEM-LIMITE NOT EQUAL "S"
               GO TO 0360-GRAVA-ACUMULADOS-FIM
           END-IF.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA GREATER WRK-QTD-CONTAS
               IF WRK-RES-ACM-DEB(IDX-CTA) GREATER ZEROS
                   OR WRK-RES-ACM-TRF(IDX-CTA) GREATER ZEROS
                   MOVE WRK-RES-CONTA(IDX-CTA) TO LIM-CONTA
                   READ CTALIM KEY IS LIM-CONTA
                       INVALID KEY
                           INITIALIZE LIM-REG
                           MOVE WRK-RES-CONTA(IDX-CTA) TO LIM-CONTA
                   END-READ
                   MOVE WRK-DATA-MOVIMENTO TO LIM-ACM-DATA
                   MOVE WRK-RES-ACM-DEB(IDX-CTA) TO LIM-ACM-DEBITO
                   MOVE WRK-RES-ACM-TRF(IDX-CTA) TO LIM-ACM-TRANSF
                   WRITE LIM-REG
                       INVALID KEY
                           REWRITE LIM-REG
                               INVALID KEY
                                   DISPLAY "EXE1: FALHA AO GRAVAR "
                                           "ACUMULADO DA CONTA "
                                           LIM-CONTA " FS=" FS-CTALIM
                           END-REWRITE
                   END-WRITE
               END-IF
           END-PERFORM.
       0360-GRAVA-ACUMULADOS-FIM. EXIT.

       0345-REGRAVA-COM-ESPERA          SECTION.
      *== REGISTRO TRAVADO POR OUTRO TRABALHO (FS 51): INSISTE COM
      *== ESPERA EM VEZ DE ABORTAR COM FS 38/41 COMO ANTES
       0400-FINALIZAR                  SECTION.
           CLOSE PAGAMENTOS-IN.
           CLOSE JORNAL.
           IF WRK-TEM-CHEQUE EQUAL "S"
               CLOSE CTACHEQ
           END-IF.
           IF WRK-TEM-LIMITE EQUAL "S"
               CLOSE CTALIM
           END-IF.
           IF WRK-TEM-CTAPROD EQUAL "S"
               CLOSE CTAPROD
           END-IF.
      *== NA PARTICAO O SELO E O EXE1.SEQ FICAM PARA O EXE1JUNT, QUE
      *== FECHA O LOTE INTEIRO DEPOIS DA ULTIMA FAIXA
           IF WRK-SIMULACAO NOT EQUAL "S"
               AND WRK-PARTICAO EQUAL ZEROS
               PERFORM 9450-CARIMBA-SELO
           END-IF.
           CLOSE CONTAS.
           IF WRK-SIMULACAO NOT EQUAL "S"
               AND WRK-PARTICAO EQUAL ZEROS
               OPEN OUTPUT SEQ-CONTROLE
               MOVE WRK-SEQ-JORNAL TO SEQCTL-ULTIMO
               WRITE SEQCTL-REG
               CLOSE SEQ-CONTROLE
           END-IF.
           IF WRK-PARTICAO EQUAL ZEROS
               PERFORM 0410-GRAVA-LIQUIDACAO
           ELSE
               PERFORM 0420-GRAVA-RESULTADO
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-PAG-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-QTD-PROCESSADA TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-REJEITADOS =
               WRK-TOTAL-RECUSADO + WRK-TOTAL-INVALIDA
               + WRK-TOTAL-BLOQUEADA + WRK-TOTAL-DATA-FUTURA
               + WRK-TOTAL-TRANSF-RECUSADA + WRK-TOTAL-LIMITE.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           IF WRK-PARTICAO EQUAL ZEROS
               DISPLAY "EXE1: LIQUIDACAO GRAVADA EM " WRK-LIQ-PATH
           ELSE
               DISPLAY "EXE1: PARTICAO " WRK-PARTICAO
                       " CONCLUIDA - RESULTADO EM " WRK-RST-PATH
           END-IF.
           DISPLAY "PAGAMENTOS RECUSADOS (SALDO MINIMO) "
                   WRK-TOTAL-RECUSADO.
           DISPLAY "TRANSACOES REJEITADAS (CONTA INVALIDA) "
                   WRK-TOTAL-DATA-FUTURA.
           DISPLAY "ESTORNOS PROCESSADOS " WRK-TOTAL-ESTORNO.
           DISPLAY "DEBITOS PROCESSADOS " WRK-TOTAL-DEBITO.
           DISPLAY "DEBITOS RECUSADOS (LIMITE DA CONTA) "
                   WRK-TOTAL-LIMITE.
           DISPLAY "TRANSFERENCIAS PROCESSADAS " WRK-TOTAL-TRANSF.
           DISPLAY "TRANSFERENCIAS RECUSADAS "
                   WRK-TOTAL-TRANSF-RECUSADA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
       0410-GRAVA-LIQUIDACAO-FIM. EXIT.

      *== RESULTADO DA PARTICAO PARA O EXE1JUNT MONTAR A LIQUIDACAO
      *== UNICA: SALDO INICIAL E MOVIMENTO DE CADA CONTA TOCADA E OS
      *== TOTAIS; O "T" VAI POR ULTIMO E MARCA A PARTICAO CONCLUIDA
       0420-GRAVA-RESULTADO             SECTION.
           MOVE WRK-PARTICAO TO WRK-NOME-PART.
           MOVE "R" TO WRK-NOME-TIPO.
           PERFORM 0259-MONTA-NOME.
           MOVE WRK-NOME-ARQ TO WRK-RST-PATH.
           OPEN OUTPUT RESULTADO.
           MOVE "RESULTADO" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-RST TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           PERFORM VARYING IDX-CTA FROM 1 BY 1
               UNTIL IDX-CTA GREATER WRK-QTD-CONTAS
               MOVE SPACES TO RST-REG
               MOVE "C" TO RST-TIPO
               MOVE WRK-RES-CONTA(IDX-CTA)  TO RST-CONTA
               MOVE WRK-RES-SALDOI(IDX-CTA) TO RST-SALDOI
               MOVE WRK-RES-QTPAG(IDX-CTA)  TO RST-QTPAG
               WRITE RST-REG
           END-PERFORM.
           MOVE SPACES TO RST-REG-TOTAIS.
           MOVE "T" TO RST-TOT-TIPO.
           MOVE WRK-SEQ-JORNAL         TO RST-SEQ-FIM.
           MOVE WRK-QTD-PROCESSADA     TO RST-QTD-PROC.
           MOVE WRK-QTD-CONTAS         TO RST-QTD-CONTAS.
           MOVE WRK-TOTAL-RECUSADO     TO RST-TOT-RECUSADO.
           MOVE WRK-TOTAL-INVALIDA     TO RST-TOT-INVALIDA.
           MOVE WRK-TOTAL-BLOQUEADA    TO RST-TOT-BLOQUEADA.
           MOVE WRK-TOTAL-DATA-FUTURA  TO RST-TOT-DATA-FUT.
           MOVE WRK-TOTAL-ESTORNO      TO RST-TOT-ESTORNO.
           MOVE WRK-TOTAL-ESTORNO-INVALIDO TO RST-TOT-ESTORNO-INV.
           MOVE WRK-TOTAL-DEBITO       TO RST-TOT-DEBITO.
           MOVE WRK-TOTAL-VALOR-DEBITO TO RST-VLR-DEBITO.
           MOVE WRK-TOTAL-TRANSF       TO RST-TOT-TRANSF.
           MOVE WRK-TOTAL-VALOR-TRANSF TO RST-VLR-TRANSF.
           MOVE WRK-TOTAL-TRANSF-RECUSADA TO RST-TOT-TRANSF-REC.
           MOVE WRK-TOTAL-LIMITE       TO RST-TOT-LIMITE.
           WRITE RST-REG-TOTAIS.
           CLOSE RESULTADO.
       0420-GRAVA-RESULTADO-FIM. EXIT.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
