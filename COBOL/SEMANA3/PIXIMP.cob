       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXIMP.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: IMPORTACAO DOS CREDITOS PIX RECEBIDOS - LE O
      *==           ARQUIVO DIARIO DO BANCO (END-TO-END ID, DATA,
      *==           VALOR, DOCUMENTO E NOME DO PAGADOR, CHAVE USADA),
      *==           ACHA A CONTA DE DESTINO PELA CHAVE PIX CADASTRADA
      *==           NO PIXMANT OU, NA FALTA, PELO CPF/CNPJ DO PAGADOR
      *==           VIA CLIENTES.DAT/CTACLI.DAT, E GRAVA OS CREDITOS
      *==           RECONHECIDOS COMO PAGAMENTO "P" NUM LOTE COM
      *==           CABECALHO E TRAILER DE ORIGEM "PIX" PARA A
      *==           PRE-CRITICA/EXE1 - ACABA A DIGITACAO A OLHO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O END-TO-END ID DE CADA CREDITO LANCADO FICA
      *==   EM PIXIMP.DAT; O MESMO ID EM OUTRO ARQUIVO (OU REPETIDO NO
      *==   MESMO) E RECUSADO COMO JA IMPORTADO. RODAR DE NOVO NO MESMO
      *==   DIA REFAZ O LOTE DO DIA COM OS MESMOS CREDITOS. O QUE NAO
      *==   SE IDENTIFICA (CHAVE E DOCUMENTO SEM CONTA, PAGADOR COM
      *==   MAIS DE UMA CONTA, CONTA ENCERRADA) VAI PARA O RELATORIO
      *==   DE PENDENCIAS DO BACK OFFICE E NAO E GRAVADO EM PIXIMP.DAT -
      *==   DEPOIS DE CADASTRADA A CHAVE, O CREDITO PODE SER LANCADO
      *==   A MAO. O NUMERO DO LOTE E A DATA (AAMMDD), COMO NO AGDGERA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIXCRED ASSIGN TO DYNAMIC WRK-PIX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PIXCRED.
           SELECT PIXIMP ASSIGN TO DYNAMIC WRK-PXI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXI-E2E
               FILE STATUS IS FS-PIXIMP.
           SELECT PIXCHAVE ASSIGN TO DYNAMIC WRK-PXC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-CHAVE
               ALTERNATE RECORD KEY IS PXC-CONTA WITH DUPLICATES
               FILE STATUS IS FS-PIXCHAVE.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT LOTE-OUT ASSIGN TO DYNAMIC WRK-LOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTE.

       DATA DIVISION.
       FILE SECTION.
      *== CREDITO PIX RECEBIDO, UM POR LINHA, COMO O BANCO ENVIA
       FD  PIXCRED.
       01  PIX-REG.
           05 PIX-E2E            PIC X(32).
           05 PIX-DATA           PIC 9(08).
           05 PIX-VALOR          PIC 9(09)V99.
           05 PIX-DOC-PAGADOR    PIC X(14).
           05 PIX-NOME-PAGADOR   PIC X(30).
           05 PIX-CHAVE          PIC X(77).

      *== CREDITOS JA LANCADOS, PELO END-TO-END ID
       FD  PIXIMP.
       01  PXI-REG.
           05 PXI-E2E            PIC X(32).
           05 PXI-DATA-IMPORT    PIC 9(08).
           05 PXI-LOTE           PIC 9(06).
           05 PXI-CONTA          PIC 9(06).
           05 PXI-VALOR          PIC 9(09)V99.
           05 PXI-IDENTIFICACAO  PIC X(01).
      *== PXI-IDENTIFICACAO: "C" = PELA CHAVE PIX  "D" = PELO
      *== DOCUMENTO DO PAGADOR
           05 PXI-EXECUCAO       PIC 9(14).
      *== PXI-EXECUCAO: DATA/HORA DA RODADA QUE LANCOU - SEPARA O ID
      *== REPETIDO NO ARQUIVO (MESMA RODADA) DA RODADA REFEITA

      *== CHAVE PIX -> CONTA (VER PIXMANT)
       FD  PIXCHAVE.
       01  PXC-REG.
           05 PXC-CHAVE          PIC X(77).
           05 PXC-CONTA          PIC 9(06).
           05 PXC-TIPO           PIC X(01).
           05 PXC-DATA-INCLUSAO  PIC 9(08).
           05 PXC-OPERADOR       PIC X(08).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  LOTE-OUT.
       01  LOT-REG.
           05 LOT-TIPO           PIC X(01).
           05 LOT-CONTA          PIC 9(06).
           05 LOT-VALOR          PIC 9(009)V99.
           05 LOT-REF-SEQ        PIC 9(06).
      *== LOT-REF-SEQ: SEQUENCIA DO CREDITO NO LOTE, A MESMA GUARDADA
      *== EM PIXIMP.DAT - LEVA O LANCAMENTO ATE O END-TO-END ID
           05 LOT-DATA           PIC 9(08).
       01  LOT-REG-LOTE.
           05 LOT-LOTE-TIPO      PIC X(01).
           05 LOT-LOTE-NUMERO    PIC 9(06).
           05 LOT-LOTE-DATA      PIC 9(08).
           05 LOT-LOTE-ORIGEM    PIC X(08).
      *== LOT-LOTE-ORIGEM: A TRAVA DE DUPLA POSTAGEM DO EXE1 COMPARA
      *== NUMERO + ORIGEM
           05 FILLER             PIC X(09).
       01  LOT-REG-TRAILER.
           05 LOT-TRL-TIPO       PIC X(01).
           05 LOT-TRL-QTD        PIC 9(06).
           05 LOT-TRL-VALOR      PIC 9(011)V99.
           05 FILLER             PIC X(12).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(132) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-PIX-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PIX-PATH: VARIAVEL DE AMBIENTE "PIXIMP_PATH";
      *== SE NAO DEFINIDA, "PIXCRED.DAT" - O ARQUIVO DO BANCO
       77  WRK-PXI-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PXI-PATH: VARIAVEL DE AMBIENTE "PIXIMP_DAT_PATH";
      *== SE NAO DEFINIDA, "PIXIMP.DAT"
       77  WRK-PXC-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PXC-PATH: VARIAVEL DE AMBIENTE "PIXCHAVE_PATH";
      *== SE NAO DEFINIDA, "PIXCHAVE.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOT-PATH: VARIAVEL DE AMBIENTE "PIXIMP_PAG_PATH";
      *== SE NAO DEFINIDA, "PIX.PAG" - APONTE PAGAMENTOS_PATH DA
      *== PRE-CRITICA/EXE1 PARA ESTE ARQUIVO
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "PIXIMP_REL_PATH";
      *== SE NAO DEFINIDA, "PIXIMP.REL" - PENDENCIAS DO BACK OFFICE
       77  FS-PIXCRED      PIC 9(02) VALUE ZEROS.
       77  FS-PIXIMP       PIC 9(02) VALUE ZEROS.
       77  FS-PIXCHAVE     PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOTE         PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-CHAVES  PIC X(01) VALUE "N".
       77  WRK-TEM-CLIENTES PIC X(01) VALUE "N".
       77  WRK-DATA-MOV-TXT PIC X(08) VALUE SPACES.
       77  WRK-DATA-MOVIMENTO PIC 9(08) VALUE ZEROS.
      *== WRK-DATA-MOVIMENTO: "PIXIMP_DATA_MOVIMENTO" (AAAAMMDD);
      *== SE AUSENTE, A DATA CORRENTE
       77  WRK-EXECUCAO    PIC 9(14) VALUE ZEROS.
       77  WRK-LOTE        PIC 9(06) VALUE ZEROS.
       77  WRK-CONTA-PIX   PIC 9(06) VALUE ZEROS.
       77  WRK-IDENTIFICACAO PIC X(01) VALUE SPACES.
       77  WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77  WRK-QTD-CONTAS  PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LANCADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DUPLICADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PENDENTE PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-TOTAL PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-PENDENTE PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO MODULO DE VALIDACAO DE CPF/CNPJ (VER DOCVAL)
       01  WRK-DOCVAL-AREA.
           05  WRK-DOC-ENTRADA   PIC X(18) VALUE SPACES.
           05  WRK-DOC-TIPO      PIC X(01) VALUE SPACES.
           05  WRK-DOC-NUMERO    PIC X(14) VALUE SPACES.
           05  WRK-DOC-VALIDO    PIC X(01) VALUE SPACES.
           05  WRK-DOC-FORMATADO PIC X(18) VALUE SPACES.
           05  WRK-DOC-MENSAGEM  PIC X(30) VALUE SPACES.

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           05  WRK-RW-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-RW-TITULO   PIC X(60) VALUE SPACES.
           05  WRK-RW-COLUNAS  PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "PIXIMP".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "PIXIMP".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-PIXCRED EQUAL 0
               PERFORM 0200-IMPORTA-CREDITOS
           END-IF.
           PERFORM 0300-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-MOV-TXT FROM ENVIRONMENT
               "PIXIMP_DATA_MOVIMENTO".
           IF WRK-DATA-MOV-TXT EQUAL SPACES
               ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-MOVIMENTO =
                   FUNCTION NUMVAL(WRK-DATA-MOV-TXT)
           END-IF.
           ACCEPT WRK-EXECUCAO FROM DATE YYYYMMDD.
           ACCEPT WRK-EXECUCAO(9:) FROM TIME.
           MOVE WRK-DATA-MOVIMENTO(3:6) TO WRK-LOTE.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "PIXIMP_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "PIXIMP.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "CREDITOS PIX - PENDENCIAS DA IMPORTACAO"
               TO WRK-RW-TITULO.
           MOVE "END-TO-END ID / DATA / VALOR / MOTIVO - PAGADOR, CHAVE"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           ACCEPT WRK-PIX-PATH FROM ENVIRONMENT "PIXIMP_PATH".
           IF WRK-PIX-PATH EQUAL SPACES
               MOVE "PIXCRED.DAT" TO WRK-PIX-PATH
           END-IF.
      *== SEM ARQUIVO DO BANCO NAO HOUVE PIX NO DIA: O PASSO
      *== TERMINA OK, COM O LOTE VAZIO
           OPEN INPUT PIXCRED.
           IF FS-PIXCRED NOT EQUAL 0
               DISPLAY "PIXIMP: SEM " WRK-PIX-PATH
                       " - NENHUM CREDITO PIX A IMPORTAR"
               MOVE "SEM ARQUIVO DE CREDITOS PIX NO DIA" TO REL-LINHA
               PERFORM 9600-GRAVA-REL
           ELSE
               PERFORM 0110-ABRE-CADASTROS
           END-IF.
           ACCEPT WRK-LOT-PATH FROM ENVIRONMENT "PIXIMP_PAG_PATH".
           IF WRK-LOT-PATH EQUAL SPACES
               MOVE "PIX.PAG" TO WRK-LOT-PATH
           END-IF.
           OPEN OUTPUT LOTE-OUT.
           MOVE SPACES TO LOT-REG-LOTE.
           MOVE "H" TO LOT-LOTE-TIPO.
           MOVE WRK-LOTE           TO LOT-LOTE-NUMERO.
           MOVE WRK-DATA-MOVIMENTO TO LOT-LOTE-DATA.
           MOVE "PIX" TO LOT-LOTE-ORIGEM.
           WRITE LOT-REG-LOTE.

      *== PIXIMP.DAT E CONTAS SAO OBRIGATORIOS; SEM CHAVES
      *== CADASTRADAS OU SEM O CADASTRO DE CLIENTES A IDENTIFICACAO
      *== SO TEM O OUTRO CAMINHO
       0110-ABRE-CADASTROS         SECTION.
           ACCEPT WRK-PXI-PATH FROM ENVIRONMENT "PIXIMP_DAT_PATH".
           IF WRK-PXI-PATH EQUAL SPACES
               MOVE "PIXIMP.DAT" TO WRK-PXI-PATH
           END-IF.
           OPEN I-O PIXIMP.
           IF FS-PIXIMP EQUAL 35
               OPEN OUTPUT PIXIMP
               CLOSE PIXIMP
               OPEN I-O PIXIMP
           END-IF.
           MOVE "PIXIMP" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PIXIMP TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           MOVE "CONTAS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-PXC-PATH FROM ENVIRONMENT "PIXCHAVE_PATH".
           IF WRK-PXC-PATH EQUAL SPACES
               MOVE "PIXCHAVE.DAT" TO WRK-PXC-PATH
           END-IF.
           OPEN INPUT PIXCHAVE.
           IF FS-PIXCHAVE EQUAL 0
               MOVE "S" TO WRK-TEM-CHAVES
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH".
           IF WRK-CTC-PATH EQUAL SPACES
               MOVE "CTACLI.DAT" TO WRK-CTC-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           OPEN INPUT CTACLI.
           IF FS-CLIENTES EQUAL 0 AND FS-CTACLI EQUAL 0
               MOVE "S" TO WRK-TEM-CLIENTES
           END-IF.

       0200-IMPORTA-CREDITOS       SECTION.
           READ PIXCRED
               AT END MOVE 10 TO FS-PIXCRED
           END-READ.
           PERFORM UNTIL FS-PIXCRED EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0210-TRATA-CREDITO
               READ PIXCRED
                   AT END MOVE 10 TO FS-PIXCRED
               END-READ
           END-PERFORM.
           CLOSE PIXCRED.
           CLOSE PIXIMP.
           CLOSE CONTAS.
           IF WRK-TEM-CHAVES EQUAL "S"
               CLOSE PIXCHAVE
           END-IF.
           IF FS-CLIENTES EQUAL 0
               CLOSE CLIENTES
           END-IF.
           IF FS-CTACLI EQUAL 0
               CLOSE CTACLI
           END-IF.

       0210-TRATA-CREDITO          SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF PIX-E2E EQUAL SPACES OR PIX-VALOR NOT NUMERIC
               OR PIX-VALOR EQUAL ZEROS
               ADD 1 TO WRK-TOTAL-PENDENTE
               MOVE "REGISTRO INVALIDO" TO WRK-MOTIVO
               PERFORM 0250-GRAVA-PENDENCIA
               GO TO 0210-TRATA-CREDITO-FIM
           END-IF.
           IF PIX-DATA NOT NUMERIC
               MOVE ZEROS TO PIX-DATA
           END-IF.
      *== ID JA LANCADO: SO PASSA SE FOR A RODADA DE HOJE REFEITA
      *== (MESMO LOTE, OUTRA EXECUCAO) - O LOTE E REGRAVADO INTEIRO
           MOVE PIX-E2E TO PXI-E2E.
           READ PIXIMP KEY IS PXI-E2E
               INVALID KEY MOVE 23 TO FS-PIXIMP
           END-READ.
           IF FS-PIXIMP EQUAL 0
               IF PXI-LOTE NOT EQUAL WRK-LOTE
                   OR PXI-DATA-IMPORT NOT EQUAL WRK-DATA-MOVIMENTO
                   OR PXI-EXECUCAO EQUAL WRK-EXECUCAO
                   ADD 1 TO WRK-TOTAL-DUPLICADO
                   MOVE "JA IMPORTADO - LOTE " TO WRK-MOTIVO
                   MOVE PXI-LOTE TO WRK-MOTIVO(21:6)
                   PERFORM 0250-GRAVA-PENDENCIA
                   GO TO 0210-TRATA-CREDITO-FIM
               END-IF
           END-IF.
           PERFORM 0220-IDENTIFICA-CONTA.
           IF WRK-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-TOTAL-PENDENTE
               ADD PIX-VALOR TO WRK-VALOR-PENDENTE
               PERFORM 0250-GRAVA-PENDENCIA
               GO TO 0210-TRATA-CREDITO-FIM
           END-IF.
           PERFORM 0240-LANCA-CREDITO.
       0210-TRATA-CREDITO-FIM. EXIT.

      *== PRIMEIRO A CHAVE USADA PELO PAGADOR; SEM ELA, O DOCUMENTO DO
      *== PAGADOR - SE ELE E CLIENTE COM UMA SO CONTA ABERTA, O
      *== CREDITO E DELE MESMO (TRANSFERENCIA ENTRE CONTAS PROPRIAS)
       0220-IDENTIFICA-CONTA       SECTION.
           MOVE ZEROS TO WRK-CONTA-PIX.
           MOVE SPACES TO WRK-IDENTIFICACAO.
           IF WRK-TEM-CHAVES EQUAL "S" AND PIX-CHAVE NOT EQUAL SPACES
               MOVE PIX-CHAVE TO PXC-CHAVE
               READ PIXCHAVE KEY IS PXC-CHAVE
                   INVALID KEY
      *== E-MAIL E GUARDADO EM MINUSCULAS PELO PIXMANT
                       INSPECT PXC-CHAVE CONVERTING
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           TO "abcdefghijklmnopqrstuvwxyz"
                       READ PIXCHAVE KEY IS PXC-CHAVE
                           INVALID KEY MOVE 23 TO FS-PIXCHAVE
                       END-READ
               END-READ
               IF FS-PIXCHAVE EQUAL 0
                   MOVE PXC-CONTA TO WRK-CONTA-PIX
                   MOVE "C" TO WRK-IDENTIFICACAO
               END-IF
           END-IF.
           IF WRK-CONTA-PIX EQUAL ZEROS
               PERFORM 0230-IDENTIFICA-PAGADOR
           END-IF.
           IF WRK-CONTA-PIX EQUAL ZEROS
               IF WRK-MOTIVO EQUAL SPACES
                   MOVE "CHAVE E PAGADOR NAO IDENTIFICADOS"
                       TO WRK-MOTIVO
               END-IF
               GO TO 0220-IDENTIFICA-CONTA-FIM
           END-IF.
           MOVE WRK-CONTA-PIX TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   MOVE "E" TO CTA-SITUACAO
           END-READ.
           IF CTA-SITUACAO EQUAL "E"
               MOVE "CONTA DESTINO ENCERRADA" TO WRK-MOTIVO
               MOVE WRK-CONTA-PIX TO WRK-MOTIVO(25:6)
           END-IF.
       0220-IDENTIFICA-CONTA-FIM. EXIT.

      *== CONTAS DO CLIENTE PELA CHAVE ALTERNATIVA CTC-CLIENTE; SO AS
      *== NAO ENCERRADAS CONTAM - MAIS DE UMA E AMBIGUO
       0230-IDENTIFICA-PAGADOR     SECTION.
           IF WRK-TEM-CLIENTES NOT EQUAL "S"
               OR PIX-DOC-PAGADOR EQUAL SPACES
               GO TO 0230-IDENTIFICA-PAGADOR-FIM
           END-IF.
           MOVE PIX-DOC-PAGADOR TO WRK-DOC-ENTRADA.
           CALL "DOCVAL" USING WRK-DOCVAL-AREA.
           IF WRK-DOC-VALIDO NOT EQUAL "S"
               GO TO 0230-IDENTIFICA-PAGADOR-FIM
           END-IF.
           MOVE WRK-DOC-NUMERO TO REG-DOCUMENTO.
           READ CLIENTES KEY IS REG-DOCUMENTO
               INVALID KEY MOVE 23 TO FS-CLIENTES
           END-READ.
           IF FS-CLIENTES NOT EQUAL 0
               MOVE ZEROS TO FS-CLIENTES
               GO TO 0230-IDENTIFICA-PAGADOR-FIM
           END-IF.
           MOVE ZEROS TO WRK-QTD-CONTAS.
           MOVE REG-ID TO CTC-CLIENTE.
           START CTACLI KEY IS EQUAL CTC-CLIENTE
               INVALID KEY MOVE 23 TO FS-CTACLI
           END-START.
           IF FS-CTACLI EQUAL 0
               READ CTACLI NEXT
                   AT END MOVE 10 TO FS-CTACLI
               END-READ
               PERFORM UNTIL FS-CTACLI GREATER 2
                   OR CTC-CLIENTE NOT EQUAL REG-ID
                   MOVE CTC-CONTA TO CTA-NUMERO
                   READ CONTAS KEY IS CTA-NUMERO
                       INVALID KEY
                           MOVE "E" TO CTA-SITUACAO
                   END-READ
                   IF CTA-SITUACAO NOT EQUAL "E"
                       ADD 1 TO WRK-QTD-CONTAS
                       MOVE CTC-CONTA TO WRK-CONTA-PIX
                   END-IF
                   READ CTACLI NEXT
                       AT END MOVE 10 TO FS-CTACLI
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CTACLI.
           EVALUATE WRK-QTD-CONTAS
               WHEN 0
                   MOVE "PAGADOR CLIENTE SEM CONTA ABERTA"
                       TO WRK-MOTIVO
               WHEN 1
                   MOVE "D" TO WRK-IDENTIFICACAO
               WHEN OTHER
                   MOVE ZEROS TO WRK-CONTA-PIX
                   MOVE "PAGADOR COM MAIS DE UMA CONTA"
                       TO WRK-MOTIVO
           END-EVALUATE.
       0230-IDENTIFICA-PAGADOR-FIM. EXIT.

       0240-LANCA-CREDITO          SECTION.
           ADD 1 TO WRK-TOTAL-LANCADO.
           MOVE SPACES TO LOT-REG.
           MOVE "P"           TO LOT-TIPO.
           MOVE WRK-CONTA-PIX TO LOT-CONTA.
           MOVE PIX-VALOR     TO LOT-VALOR.
           MOVE WRK-TOTAL-LANCADO TO LOT-REF-SEQ.
           IF PIX-DATA EQUAL ZEROS
               MOVE WRK-DATA-MOVIMENTO TO LOT-DATA
           ELSE
               MOVE PIX-DATA TO LOT-DATA
           END-IF.
           WRITE LOT-REG.
           ADD PIX-VALOR TO WRK-VALOR-TOTAL.
           MOVE PIX-E2E            TO PXI-E2E.
           MOVE WRK-DATA-MOVIMENTO TO PXI-DATA-IMPORT.
           MOVE WRK-LOTE           TO PXI-LOTE.
           MOVE WRK-CONTA-PIX      TO PXI-CONTA.
           MOVE PIX-VALOR          TO PXI-VALOR.
           MOVE WRK-IDENTIFICACAO  TO PXI-IDENTIFICACAO.
           MOVE WRK-EXECUCAO       TO PXI-EXECUCAO.
           WRITE PXI-REG
               INVALID KEY
                   REWRITE PXI-REG
                       INVALID KEY
                           MOVE "PIXIMP" TO WRK-FS-ARQUIVO
                           MOVE "REWRITE" TO WRK-FS-OPERACAO
                           MOVE FS-PIXIMP TO WRK-FS-STATUS
                           PERFORM 9500-TRATA-ARQUIVO
                   END-REWRITE
           END-WRITE.

       0250-GRAVA-PENDENCIA        SECTION.
           MOVE PIX-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING PIX-E2E " " PIX-DATA " " WRK-VALOR-ED " "
                   WRK-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "    PAGADOR " PIX-DOC-PAGADOR " " PIX-NOME-PAGADOR
                   "  CHAVE " PIX-CHAVE
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO LOT-REG-TRAILER.
           MOVE "T" TO LOT-TRL-TIPO.
           MOVE WRK-TOTAL-LANCADO TO LOT-TRL-QTD.
           MOVE WRK-VALOR-TOTAL   TO LOT-TRL-VALOR.
           WRITE LOT-REG-TRAILER.
           CLOSE LOTE-OUT.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "LIDOS " WRK-TOTAL-LIDO
                   "  LANCADOS " WRK-TOTAL-LANCADO
                   "  JA IMPORTADOS " WRK-TOTAL-DUPLICADO
                   "  PENDENTES " WRK-TOTAL-PENDENTE
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR LANCADO NO LOTE " WRK-LOTE " ...... "
                   WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-VALOR-PENDENTE TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR PENDENTE DE IDENTIFICACAO .... "
                   WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-LANCADO TO WRK-RUN-GRAVADOS.
           COMPUTE WRK-RUN-REJEITADOS =
               WRK-TOTAL-DUPLICADO + WRK-TOTAL-PENDENTE.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "PIXIMP: CREDITOS LIDOS............. "
                   WRK-TOTAL-LIDO.
           DISPLAY "PIXIMP: LANCADOS NO LOTE........... "
                   WRK-TOTAL-LANCADO.
           DISPLAY "PIXIMP: RECUSADOS (JA IMPORTADOS).. "
                   WRK-TOTAL-DUPLICADO.
           DISPLAY "PIXIMP: PENDENTES (NAO IDENTIFIC.). "
                   WRK-TOTAL-PENDENTE.
           DISPLAY "PIXIMP: LOTE GRAVADO EM " WRK-LOT-PATH.
           DISPLAY "PIXIMP: PENDENCIAS EM " WRK-REL-PATH.
           DISPLAY "PIXIMP: POSTE VIA PRE-CRITICA E EXE1 COM "
                   "PAGAMENTOS_PATH=" FUNCTION TRIM(WRK-LOT-PATH).

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
