       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREIO.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: IMPORTACAO DO RASTREIO DE ENTREGA - O ARQUIVO
      *==           DIARIO DA FROTA PROPRIA E DA TRANSPORTADORA
      *==           PARCEIRA (PEDIDO, EVENTO, DATA, RECEBEDOR) AVANCA
      *==           SOZINHO O STATUS DO PEDIDO E DOS ITENS, COM A
      *==           LINHA NA TRILHA PEDHIST.DAT, SEM DEPENDER DO
      *==           CONFERENTE DIGITAR NO PEDSTAT
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: EVENTOS ACEITOS: EXPEDIDO E ENTREGUE; A DATA
      *==   DO EVENTO (NAO A DA IMPORTACAO) VAI PARA O STATUS E PARA
      *==   A TRILHA, PARA O PEDSLA/PEDAGE MEDIREM O TEMPO REAL. O
      *==   NOME DE QUEM RECEBEU FICA EM ENTREGAS.DAT COMO COMPROVANTE
      *==   DE ENTREGA. EVENTO DE PEDIDO DESCONHECIDO, CANCELADO OU
      *==   ESTORNADO, OU QUE NAO CONFERE COM O PEDIDO, VAI PARA A
      *==   LISTA DE EXCECOES RASTREIO.REJ
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RASTREIO-ARQ ASSIGN TO DYNAMIC WRK-RAS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RASTREIO.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT PEDITENS ASSIGN TO DYNAMIC WRK-ITN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITM-CHAVE
               FILE STATUS IS FS-ITENS.
           SELECT PEDHIST ASSIGN TO DYNAMIC WRK-HIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDHIST.
           SELECT ENTREGAS ASSIGN TO DYNAMIC WRK-ENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-PEDIDO
               FILE STATUS IS FS-ENTREGAS.
           SELECT RASTREIO-REJ ASSIGN TO DYNAMIC WRK-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITADOS.

       DATA DIVISION.
       FILE SECTION.
      *== UM EVENTO POR LINHA, NO LAYOUT COMBINADO COM A FROTA E COM
      *== A TRANSPORTADORA PARCEIRA
       FD  RASTREIO-ARQ.
       01  RAS-REG.
           05 RAS-PEDIDO         PIC 9(06).
           05 RAS-EVENTO         PIC X(10).
           05 RAS-DATA           PIC 9(08).
           05 RAS-RECEBEDOR      PIC X(30).
           05 RAS-ORIGEM         PIC X(01).
      *== RAS-ORIGEM: "P" = FROTA PROPRIA; "T" = TRANSPORTADORA
      *== PARCEIRA (SO RESPONDE POR PEDIDO COM ORD-PARCEIRA = "S")

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

      *== ITENS DO PEDIDO COM STATUS PROPRIO (GRAVADOS PELO PEDIDOS)
       FD  PEDITENS.
       01  ITM-REG.
           05 ITM-CHAVE.
               10 ITM-PEDIDO     PIC 9(06).
               10 ITM-SEQ        PIC 9(02).
           05 ITM-PRODUTO        PIC X(30).
           05 ITM-CODIGO         PIC X(08).
           05 ITM-VALOR          PIC 9(08)V99.
           05 ITM-PESO           PIC 9(03)V99.
           05 ITM-STATUS         PIC X(10).
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

      *== TRILHA DE TRANSICOES DE STATUS (VER PEDSTAT/PEDSLA)
       FD  PEDHIST.
       01  HIS-REG.
           05 HIS-PEDIDO         PIC 9(06).
           05 HIS-STATUS-ANT     PIC X(10).
           05 HIS-STATUS-NOVO    PIC X(10).
           05 HIS-DATA           PIC 9(08).

      *== COMPROVANTE DE ENTREGA: QUEM RECEBEU, QUANDO E POR QUAL
      *== FROTA (CONSULTADO NO PEDSTAT)
       FD  ENTREGAS.
       01  ENT-REG.
           05 ENT-PEDIDO         PIC 9(06).
           05 ENT-DATA           PIC 9(08).
           05 ENT-RECEBEDOR      PIC X(30).
           05 ENT-ORIGEM         PIC X(01).
           05 ENT-DATA-IMPORT    PIC 9(08).

       FD  RASTREIO-REJ.
       01  REJ-LINHA            PIC X(120).

       WORKING-STORAGE             SECTION.
       77  WRK-RAS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-RAS-PATH: VARIAVEL DE AMBIENTE "RASTREIO_PATH";
      *== SE NAO DEFINIDA, "RASTREIO.DAT"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ITN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ITN-PATH: VARIAVEL DE AMBIENTE "PEDITENS_PATH";
      *== SE NAO DEFINIDA, "PEDITENS.DAT"; SEM O ARQUIVO O STATUS
      *== MUDA SO NO NIVEL DO PEDIDO, COMO NO PEDSTAT
       77  WRK-HIS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HIS-PATH: VARIAVEL DE AMBIENTE "PEDHIST_PATH";
      *== SE NAO DEFINIDA, "PEDHIST.DAT"
       77  WRK-ENT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ENT-PATH: VARIAVEL DE AMBIENTE "ENTREGAS_PATH";
      *== SE NAO DEFINIDA, "ENTREGAS.DAT"
       77  WRK-REJ-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REJ-PATH: VARIAVEL DE AMBIENTE "RASTREIO_REJ_PATH";
      *== SE NAO DEFINIDA, "RASTREIO.REJ" - A LISTA DE EXCECOES
       77  FS-RASTREIO     PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  FS-PEDHIST      PIC 9(02) VALUE ZEROS.
       77  FS-ENTREGAS     PIC 9(02) VALUE ZEROS.
       77  FS-REJEITADOS   PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-ITENS   PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO      PIC X(40) VALUE SPACES.
       77  WRK-NOVO-STATUS PIC X(10) VALUE SPACES.
       77  WRK-STATUS-ANT  PIC X(10) VALUE SPACES.
       77  WRK-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-MOVER   PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-CONCLUIDOS PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-APLICADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REJEITADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-COMPROVANTE PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "RASTREIO".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "RASTREIO".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF FS-RASTREIO EQUAL 0
               PERFORM 0200-PROCESSAR
               PERFORM 0300-FINALIZAR
           END-IF.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           MOVE "RASTREIO.DAT PEDIDOS.ORD PEDITENS.DAT"
               TO WRK-RUN-ARQUIVOS.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-RAS-PATH FROM ENVIRONMENT "RASTREIO_PATH".
           IF WRK-RAS-PATH EQUAL SPACES
               MOVE "RASTREIO.DAT" TO WRK-RAS-PATH
           END-IF.
           OPEN INPUT RASTREIO-ARQ.
      *== DIA SEM ARQUIVO DA FROTA/TRANSPORTADORA NAO E ERRO: A
      *== CADEIA SEGUE E O PEDSTAT CONTINUA VALENDO PARA O DIA
           IF FS-RASTREIO EQUAL 35
               DISPLAY "RASTREIO: SEM ARQUIVO " WRK-RAS-PATH
                       " - NADA A IMPORTAR"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "OK" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
           ELSE
               MOVE "RASTREIO.DAT" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-RASTREIO TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               PERFORM 0110-ABRE-PEDIDOS
           END-IF.

       0110-ABRE-PEDIDOS           SECTION.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           OPEN I-O PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ITN-PATH FROM ENVIRONMENT "PEDITENS_PATH".
           IF WRK-ITN-PATH EQUAL SPACES
               MOVE "PEDITENS.DAT" TO WRK-ITN-PATH
           END-IF.
           OPEN I-O PEDITENS.
           IF FS-ITENS EQUAL 0
               MOVE "S" TO WRK-TEM-ITENS
           ELSE
               DISPLAY "RASTREIO: SEM CONTROLE POR ITEM ("
                       WRK-ITN-PATH ") - SO STATUS DO PEDIDO"
           END-IF.
           ACCEPT WRK-HIS-PATH FROM ENVIRONMENT "PEDHIST_PATH".
           IF WRK-HIS-PATH EQUAL SPACES
               MOVE "PEDHIST.DAT" TO WRK-HIS-PATH
           END-IF.
           OPEN EXTEND PEDHIST.
           IF FS-PEDHIST EQUAL 35
               OPEN OUTPUT PEDHIST
           END-IF.
           MOVE "PEDHIST.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-PEDHIST TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ENT-PATH FROM ENVIRONMENT "ENTREGAS_PATH".
           IF WRK-ENT-PATH EQUAL SPACES
               MOVE "ENTREGAS.DAT" TO WRK-ENT-PATH
           END-IF.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS EQUAL 35
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           MOVE "ENTREGAS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ENTREGAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REJ-PATH FROM ENVIRONMENT "RASTREIO_REJ_PATH".
           IF WRK-REJ-PATH EQUAL SPACES
               MOVE "RASTREIO.REJ" TO WRK-REJ-PATH
           END-IF.
           OPEN OUTPUT RASTREIO-REJ.
           MOVE SPACES TO REJ-LINHA.
           STRING "EXCECOES DO RASTREIO DE ENTREGA - IMPORTACAO DE "
                   WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.
           MOVE SPACES TO REJ-LINHA.
           WRITE REJ-LINHA.

       0200-PROCESSAR              SECTION.
           READ RASTREIO-ARQ
               AT END MOVE 10 TO FS-RASTREIO
           END-READ.
           PERFORM UNTIL FS-RASTREIO EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 0210-VALIDA-EVENTO
               IF WRK-MOTIVO EQUAL SPACES
                   PERFORM 0230-APLICA-EVENTO
               ELSE
                   PERFORM 0290-REJEITA
               END-IF
               READ RASTREIO-ARQ
                   AT END MOVE 10 TO FS-RASTREIO
               END-READ
           END-PERFORM.

      *== A PRIMEIRA REGRA QUE FALHAR VIRA O MOTIVO DA EXCECAO
       0210-VALIDA-EVENTO          SECTION.
           IF RAS-PEDIDO NOT NUMERIC
               MOVE "NUMERO DE PEDIDO INVALIDO" TO WRK-MOTIVO
           ELSE
               MOVE RAS-PEDIDO TO ORD-NUMERO
               READ PEDIDOS-ORD KEY IS ORD-NUMERO
                   INVALID KEY
                       MOVE "PEDIDO DESCONHECIDO" TO WRK-MOTIVO
               END-READ
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               EVALUATE TRUE
                   WHEN ORD-STATUS EQUAL "CANCELADO"
                       OR ORD-STATUS EQUAL "ESTORNADO"
                       MOVE "PEDIDO CANCELADO" TO WRK-MOTIVO
                   WHEN RAS-EVENTO NOT EQUAL "EXPEDIDO"
                       AND RAS-EVENTO NOT EQUAL "ENTREGUE"
                       MOVE "EVENTO INVALIDO" TO WRK-MOTIVO
                   WHEN RAS-DATA NOT NUMERIC
                       MOVE "DATA DO EVENTO INVALIDA" TO WRK-MOTIVO
                   WHEN RAS-DATA GREATER WRK-DATA-HOJE
                       OR RAS-DATA LESS ORD-DATA
                       MOVE "DATA DO EVENTO FORA DO PEDIDO"
                           TO WRK-MOTIVO
                   WHEN RAS-ORIGEM NOT EQUAL "P"
                       AND RAS-ORIGEM NOT EQUAL "T"
                       MOVE "ORIGEM INVALIDA" TO WRK-MOTIVO
                   WHEN RAS-ORIGEM EQUAL "T"
                       AND ORD-PARCEIRA NOT EQUAL "S"
                       MOVE "PEDIDO NAO E DA TRANSPORTADORA"
                           TO WRK-MOTIVO
                   WHEN RAS-ORIGEM EQUAL "P"
                       AND ORD-PARCEIRA EQUAL "S"
                       MOVE "PEDIDO NAO E DA FROTA PROPRIA"
                           TO WRK-MOTIVO
                   WHEN ORD-STATUS EQUAL "ENTREGUE"
                       MOVE "PEDIDO JA ENTREGUE" TO WRK-MOTIVO
                   WHEN RAS-EVENTO EQUAL "EXPEDIDO"
                       AND ORD-STATUS EQUAL "EXPEDIDO"
                       MOVE "PEDIDO JA EXPEDIDO" TO WRK-MOTIVO
                   WHEN RAS-EVENTO EQUAL "ENTREGUE"
                       AND RAS-RECEBEDOR EQUAL SPACES
                       MOVE "ENTREGA SEM NOME DO RECEBEDOR"
                           TO WRK-MOTIVO
               END-EVALUATE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
               AND WRK-TEM-ITENS EQUAL "S"
               PERFORM 0220-CONTA-ITENS
               IF WRK-QTD-ITENS GREATER ZEROS
                   AND WRK-QTD-MOVER EQUAL ZEROS
                   MOVE "NENHUM ITEM DO PEDIDO A MOVIMENTAR"
                       TO WRK-MOTIVO
               END-IF
           END-IF.

      *== PEDIDO SEM ITENS GRAVADOS (ANTERIOR AO PEDITENS) MUDA SO NO
      *== NIVEL DO PEDIDO; COM ITENS, PRECISA HAVER ALGUM A MOVER
       0220-CONTA-ITENS            SECTION.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE ZEROS TO WRK-QTD-MOVER.
           MOVE ORD-NUMERO TO ITM-PEDIDO.
           MOVE ZEROS TO ITM-SEQ.
           START PEDITENS KEY IS NOT LESS ITM-CHAVE
               INVALID KEY MOVE 23 TO FS-ITENS
           END-START.
           IF FS-ITENS EQUAL 0
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
               PERFORM UNTIL FS-ITENS GREATER 2
                   OR ITM-PEDIDO NOT EQUAL ORD-NUMERO
                   ADD 1 TO WRK-QTD-ITENS
                   IF ITM-STATUS NOT EQUAL "BACKORDER"
                       AND ITM-STATUS NOT EQUAL "ENTREGUE"
                       AND ITM-STATUS NOT EQUAL RAS-EVENTO
                       ADD 1 TO WRK-QTD-MOVER
                   END-IF
                   READ PEDITENS NEXT
                       AT END MOVE 10 TO FS-ITENS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-ITENS.

      *== MESMA REGRA DO PEDSTAT: ITEM EM BACKORDER NAO SE MEXE; O
      *== STATUS DO PEDIDO E DERIVADO DOS ITENS (PARCIAL ENQUANTO
      *== FALTAR ITEM CHEGAR AO STATUS DO EVENTO)
       0230-APLICA-EVENTO          SECTION.
           MOVE RAS-EVENTO TO WRK-NOVO-STATUS.
           IF WRK-TEM-ITENS EQUAL "S"
               AND WRK-QTD-ITENS GREATER ZEROS
               PERFORM 0240-AVANCA-ITENS
               IF WRK-QTD-CONCLUIDOS NOT EQUAL WRK-QTD-ITENS
                   MOVE "PARCIAL" TO WRK-NOVO-STATUS
               END-IF
           END-IF.
           IF WRK-NOVO-STATUS NOT EQUAL ORD-STATUS
               MOVE ORD-STATUS TO WRK-STATUS-ANT
               MOVE WRK-NOVO-STATUS TO ORD-STATUS
               MOVE RAS-DATA TO ORD-DATA-STATUS
               REWRITE ORD-REG
                   INVALID KEY
                       DISPLAY "RASTREIO: ERRO AO REGRAVAR PEDIDO "
                               ORD-NUMERO " FS=" FS-ORDENS
                   NOT INVALID KEY
                       PERFORM 9400-GRAVA-HIST
               END-REWRITE
           END-IF.
           IF RAS-EVENTO EQUAL "ENTREGUE"
               PERFORM 0250-GRAVA-COMPROVANTE
           END-IF.
           ADD 1 TO WRK-TOTAL-APLICADO.

       0240-AVANCA-ITENS           SECTION.
           MOVE ZEROS TO WRK-QTD-CONCLUIDOS.
           MOVE ORD-NUMERO TO ITM-PEDIDO.
           MOVE ZEROS TO ITM-SEQ.
           START PEDITENS KEY IS NOT LESS ITM-CHAVE
               INVALID KEY MOVE 23 TO FS-ITENS
           END-START.
           IF FS-ITENS EQUAL 0
               READ PEDITENS NEXT
                   AT END MOVE 10 TO FS-ITENS
               END-READ
               PERFORM UNTIL FS-ITENS GREATER 2
                   OR ITM-PEDIDO NOT EQUAL ORD-NUMERO
                   IF ITM-STATUS NOT EQUAL "BACKORDER"
                       AND ITM-STATUS NOT EQUAL "ENTREGUE"
                       AND ITM-STATUS NOT EQUAL RAS-EVENTO
                       MOVE RAS-EVENTO TO ITM-STATUS
                       MOVE RAS-DATA   TO ITM-DATA-STATUS
                       REWRITE ITM-REG
                           INVALID KEY
                               DISPLAY "RASTREIO: ERRO AO REGRAVAR "
                                       "ITEM " ITM-PEDIDO "/" ITM-SEQ
                                       " FS=" FS-ITENS
                       END-REWRITE
                   END-IF
      *== NA EXPEDICAO, ITEM JA ENTREGUE TAMBEM CONTA COMO EMBARCADO
                   IF ITM-STATUS EQUAL RAS-EVENTO
                       OR ITM-STATUS EQUAL "ENTREGUE"
                       ADD 1 TO WRK-QTD-CONCLUIDOS
                   END-IF
                   READ PEDITENS NEXT
                       AT END MOVE 10 TO FS-ITENS
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-ITENS.

      *== UM COMPROVANTE POR PEDIDO: NA ENTREGA EM ETAPAS FICA O DA
      *== ULTIMA ENTREGA RECEBIDA
       0250-GRAVA-COMPROVANTE      SECTION.
           MOVE ORD-NUMERO    TO ENT-PEDIDO.
           MOVE RAS-DATA      TO ENT-DATA.
           MOVE RAS-RECEBEDOR TO ENT-RECEBEDOR.
           MOVE RAS-ORIGEM    TO ENT-ORIGEM.
           MOVE WRK-DATA-HOJE TO ENT-DATA-IMPORT.
           WRITE ENT-REG
               INVALID KEY
                   REWRITE ENT-REG
                       INVALID KEY
                           DISPLAY "RASTREIO: ERRO AO GRAVAR "
                                   "COMPROVANTE " ENT-PEDIDO
                                   " FS=" FS-ENTREGAS
                   END-REWRITE
           END-WRITE.
           IF FS-ENTREGAS EQUAL 0
               ADD 1 TO WRK-TOTAL-COMPROVANTE
           END-IF.

       0290-REJEITA                SECTION.
           ADD 1 TO WRK-TOTAL-REJEITADO.
           MOVE SPACES TO REJ-LINHA.
           STRING "PEDIDO " RAS-PEDIDO " " RAS-EVENTO " "
                   RAS-DATA " ORIGEM " RAS-ORIGEM " - " WRK-MOTIVO
                   DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REJ-LINHA.
           WRITE REJ-LINHA.
           MOVE SPACES TO REJ-LINHA.
           STRING "EVENTOS LIDOS: " WRK-TOTAL-LIDO
                   "  APLICADOS: " WRK-TOTAL-APLICADO
                   "  REJEITADOS: " WRK-TOTAL-REJEITADO
                   DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.
           CLOSE RASTREIO-ARQ.
           CLOSE PEDIDOS-ORD.
           IF WRK-TEM-ITENS EQUAL "S"
               CLOSE PEDITENS
           END-IF.
           CLOSE PEDHIST.
           CLOSE ENTREGAS.
           CLOSE RASTREIO-REJ.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-APLICADO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-REJEITADO TO WRK-RUN-REJEITADOS.
           IF WRK-TOTAL-REJEITADO GREATER ZEROS
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "RASTREIO: EVENTOS LIDOS........ " WRK-TOTAL-LIDO.
           DISPLAY "RASTREIO: EVENTOS APLICADOS.... "
                   WRK-TOTAL-APLICADO.
           DISPLAY "RASTREIO: COMPROVANTES GRAVADOS "
                   WRK-TOTAL-COMPROVANTE.
           DISPLAY "RASTREIO: EVENTOS REJEITADOS... "
                   WRK-TOTAL-REJEITADO.
           IF WRK-TOTAL-REJEITADO GREATER ZEROS
               DISPLAY "RASTREIO: EXCECOES EM " WRK-REJ-PATH
           END-IF.

      *== CADA TRANSICAO EFETIVADA VIRA UMA LINHA NA TRILHA, COM A
      *== DATA DO EVENTO INFORMADA PELA FROTA/TRANSPORTADORA
       9400-GRAVA-HIST             SECTION.
           MOVE ORD-NUMERO      TO HIS-PEDIDO.
           MOVE WRK-STATUS-ANT  TO HIS-STATUS-ANT.
           MOVE ORD-STATUS      TO HIS-STATUS-NOVO.
           MOVE RAS-DATA        TO HIS-DATA.
           WRITE HIS-REG.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
