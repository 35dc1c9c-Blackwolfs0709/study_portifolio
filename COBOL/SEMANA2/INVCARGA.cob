       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCARGA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CARGA DA CONTAGEM DO INVENTARIO FISICO - LE O
      *==           ARQUIVO DIGITADO DAS FICHAS (INVCONT.DAT: CODIGO,
      *==           QUANTIDADE CONTADA E EQUIPE) E GRAVA A QUANTIDADE
      *==           CONTADA AO LADO DO SALDO CONGELADO NA FOTO
      *==           (INVENT.DAT); CODIGO FORA DA FOTO VAI PARA
      *==           INVCARGA.REJ
      *== DATA: 08/09/2026
      *== OBSERVAÇÕES: O MESMO CODIGO EM VARIAS LINHAS DO MESMO
      *==   ARQUIVO SOMA (PRODUTO GUARDADO EM MAIS DE UM LUGAR); UMA
      *==   CARGA POSTERIOR QUE TRAGA O CODIGO DE NOVO SUBSTITUI A
      *==   CONTAGEM ANTERIOR DELE (RECONTAGEM) - CADA CARGA RECEBE
      *==   UM NUMERO EM INVENT.CTL E O ITEM GUARDA O DA ULTIMA QUE
      *==   O CONTOU. SO RODA COM O CICLO EM CONTAGEM ("A")
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM ASSIGN TO DYNAMIC WRK-CNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAGEM.
           SELECT INVENTARIO ASSIGN TO DYNAMIC WRK-INV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-CODIGO
               FILE STATUS IS FS-INVENTARIO.
           SELECT INVENT-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT REJEITOS ASSIGN TO DYNAMIC WRK-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITOS.

       DATA DIVISION.
       FILE SECTION.
      *== LINHA DIGITADA DA FICHA DE CONTAGEM
       FD  CONTAGEM.
       01  CNT-REG.
           05 CNT-CODIGO         PIC X(08).
           05 CNT-QTD            PIC 9(06).
           05 CNT-EQUIPE         PIC X(10).

       FD  INVENTARIO.
       01  INV-REG.
           05 INV-CODIGO         PIC X(08).
           05 INV-DESCRICAO      PIC X(30).
           05 INV-PRECO          PIC 9(06)V99.
           05 INV-SALDO-LIVRO    PIC 9(06).
           05 INV-CONTADO        PIC 9(06).
           05 INV-CONTOU         PIC X(01).
           05 INV-CARGA          PIC 9(03).

       FD  INVENT-CTL.
       01  CTL-REG.
           05 CTL-CICLO          PIC 9(06).
           05 CTL-DATA-FOTO      PIC 9(08).
           05 CTL-SITUACAO       PIC X(01).
           05 CTL-CARGAS         PIC 9(03).
           05 CTL-APROVADOR      PIC X(08).
           05 CTL-DATA-APROV     PIC 9(08).
           05 CTL-DATA-LANC      PIC 9(08).

       FD  REJEITOS.
       01  REJ-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-CNT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CNT-PATH: VARIAVEL DE AMBIENTE "INVCONT_PATH";
      *== SE NAO DEFINIDA, "INVCONT.DAT"
       77  WRK-INV-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REJ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REJ-PATH: VARIAVEL DE AMBIENTE "INVCARGA_REJ_PATH";
      *== SE NAO DEFINIDA, "INVCARGA.REJ"
       77  FS-CONTAGEM     PIC 9(02) VALUE ZEROS.
       77  FS-INVENTARIO   PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-REJEITOS     PIC 9(02) VALUE ZEROS.
       77  WRK-CARGA       PIC 9(03) VALUE ZEROS.
       77  WRK-MOTIVO-REJ  PIC X(40) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ACEITO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REJ   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECONT PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "INVCARGA".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "INVCARGA".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "INVENT_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "INVENT.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE SPACES TO CTL-SITUACAO.
           OPEN INPUT INVENT-CTL.
           IF FS-CONTROLE EQUAL 0
               READ INVENT-CTL
                   AT END MOVE SPACES TO CTL-SITUACAO
               END-READ
               CLOSE INVENT-CTL
           END-IF.
      *== DEPOIS DE APROVADO O CICLO NAO ACEITA MAIS CONTAGEM: O
      *== QUE O SUPERVISOR APROVOU E O QUE VAI SER LANCADO
           IF CTL-SITUACAO NOT EQUAL "A"
               DISPLAY "INVCARGA: NAO HA CICLO DE INVENTARIO EM "
                       "CONTAGEM (SITUACAO " CTL-SITUACAO ")"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.
           ADD 1 TO CTL-CARGAS.
           MOVE CTL-CARGAS TO WRK-CARGA.
           ACCEPT WRK-CNT-PATH FROM ENVIRONMENT "INVCONT_PATH".
           IF WRK-CNT-PATH EQUAL SPACES
               MOVE "INVCONT.DAT" TO WRK-CNT-PATH
           END-IF.
           OPEN INPUT CONTAGEM.
           MOVE "INVCONT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTAGEM TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-INV-PATH FROM ENVIRONMENT "INVENT_PATH".
           IF WRK-INV-PATH EQUAL SPACES
               MOVE "INVENT.DAT" TO WRK-INV-PATH
           END-IF.
           OPEN I-O INVENTARIO.
           MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-INVENTARIO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REJ-PATH FROM ENVIRONMENT "INVCARGA_REJ_PATH".
           IF WRK-REJ-PATH EQUAL SPACES
               MOVE "INVCARGA.REJ" TO WRK-REJ-PATH
           END-IF.
           OPEN OUTPUT REJEITOS.

       0200-PROCESSAR              SECTION.
           READ CONTAGEM
               AT END MOVE 10 TO FS-CONTAGEM
           END-READ.
           PERFORM UNTIL FS-CONTAGEM EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0210-TRATA-CONTAGEM
               READ CONTAGEM
                   AT END MOVE 10 TO FS-CONTAGEM
               END-READ
           END-PERFORM.
           CLOSE CONTAGEM.

       0210-TRATA-CONTAGEM         SECTION.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF CNT-QTD NOT NUMERIC
               MOVE "QUANTIDADE NAO NUMERICA" TO WRK-MOTIVO-REJ
           ELSE
               MOVE CNT-CODIGO TO INV-CODIGO
               READ INVENTARIO KEY IS INV-CODIGO
                   INVALID KEY
                       MOVE "CODIGO FORA DA FOTO DO INVENTARIO"
                           TO WRK-MOTIVO-REJ
               END-READ
           END-IF.
           IF WRK-MOTIVO-REJ EQUAL SPACES
               ADD 1 TO WRK-TOTAL-ACEITO
      *== PRIMEIRA LINHA DO CODIGO NESTA CARGA: A CONTAGEM DE UMA
      *== CARGA ANTERIOR (SE HOUVER) E SUBSTITUIDA
               IF INV-CARGA NOT EQUAL WRK-CARGA
                   IF INV-CONTOU EQUAL "S"
                       ADD 1 TO WRK-TOTAL-RECONT
                   END-IF
                   MOVE ZEROS TO INV-CONTADO
                   MOVE WRK-CARGA TO INV-CARGA
               END-IF
               ADD CNT-QTD TO INV-CONTADO
               MOVE "S" TO INV-CONTOU
               REWRITE INV-REG
               MOVE "INVENT.DAT" TO WRK-FS-ARQUIVO
               MOVE "REWRITE" TO WRK-FS-OPERACAO
               MOVE FS-INVENTARIO TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
           ELSE
               ADD 1 TO WRK-TOTAL-REJ
               MOVE SPACES TO REJ-LINHA
               STRING "CODIGO " CNT-CODIGO " QTD " CNT-QTD
                       " EQUIPE " CNT-EQUIPE " | " WRK-MOTIVO-REJ
                       DELIMITED BY SIZE INTO REJ-LINHA
               WRITE REJ-LINHA
           END-IF.

       0300-FINALIZAR              SECTION.
           CLOSE INVENTARIO.
           CLOSE REJEITOS.
           OPEN OUTPUT INVENT-CTL.
           WRITE CTL-REG.
           CLOSE INVENT-CTL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ACEITO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-REJ TO WRK-RUN-REJEITADOS.
           IF WRK-TOTAL-REJ GREATER ZEROS
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "INVCARGA: CICLO " CTL-CICLO " CARGA " WRK-CARGA.
           DISPLAY "INVCARGA: LINHAS LIDAS........ " WRK-TOTAL-LIDO.
           DISPLAY "INVCARGA: ACEITAS............. " WRK-TOTAL-ACEITO.
           DISPLAY "INVCARGA: RECONTAGENS......... " WRK-TOTAL-RECONT.
           DISPLAY "INVCARGA: REJEITADAS.......... " WRK-TOTAL-REJ
                   " EM " WRK-REJ-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
