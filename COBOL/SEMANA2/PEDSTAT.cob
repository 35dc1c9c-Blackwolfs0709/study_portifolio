      *==           CARIMBANDO A DATA DA MUDANCA
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: "O PEDIDO X FOI EXPEDIDO?" AGORA E UMA
      *==   CONSULTA, NAO UMA BUSCA EM PAPEL (VER TAMBEM PEDAGE).
      *==   ITEM EM BACKORDER NAO EXPEDE NEM E ARRASTADO PELO STATUS
      *==   DO PEDIDO: ESPERA O PEDALOC RESERVAR O SALDO E LIBERA-LO.
      *==   PEDIDO QUE PASSA A EXPEDIDO OU PARCIAL AVISA O CLIENTE
      *==   (VER NOTIFLIB)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT PEDHIST ASSIGN TO DYNAMIC WRK-HIS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PEDHIST.
           SELECT ENTREGAS ASSIGN TO DYNAMIC WRK-ENT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-PEDIDO
               FILE STATUS IS FS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.
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
           05 ITM-PESO           PIC 9(03)V99.
           05 ITM-STATUS         PIC X(10).
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

      *== TRILHA DE TRANSICOES DE STATUS (LIDA PELO PEDSLA): CADA
      *== MUDANCA DE STATUS DO PEDIDO VIRA UMA LINHA, PARA PODER
           05 HIS-STATUS-NOVO    PIC X(10).
           05 HIS-DATA           PIC 9(08).

      *== COMPROVANTE DE ENTREGA GRAVADO PELA IMPORTACAO DO RASTREIO
       FD  ENTREGAS.
       01  ENT-REG.
           05 ENT-PEDIDO         PIC 9(06).
           05 ENT-DATA           PIC 9(08).
           05 ENT-RECEBEDOR      PIC X(30).
           05 ENT-ORIGEM         PIC X(01).
           05 ENT-DATA-IMPORT    PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ORD-PATH: VARIAVEL DE AMBIENTE "PEDIDOS_ORD_PATH";
       77  WRK-HIS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HIS-PATH: VARIAVEL DE AMBIENTE "PEDHIST_PATH";
      *== SE NAO DEFINIDA, "PEDHIST.DAT"
       77  WRK-ENT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ENT-PATH: VARIAVEL DE AMBIENTE "ENTREGAS_PATH";
      *== SE NAO DEFINIDA, "ENTREGAS.DAT" (VER RASTREIO)
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  FS-PEDHIST      PIC 9(02) VALUE ZEROS.
       77  FS-ENTREGAS     PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-ITENS   PIC X(01) VALUE "N".
       77  WRK-TEM-ENTREGAS PIC X(01) VALUE "N".
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-NOVO-STATUS PIC X(10) VALUE SPACES.
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE AVISO AO CLIENTE (VER NOTIFLIB)
       01  WRK-NOTIFLIB-AREA.
           05  WRK-NTF-EVENTO     PIC X(08) VALUE SPACES.
           05  WRK-NTF-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-NTF-CONTA      PIC 9(06) VALUE ZEROS.
           05  WRK-NTF-REFERENCIA PIC X(20) VALUE SPACES.
           05  WRK-NTF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-NTF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-NTF-RESULTADO  PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
               CLOSE PEDIDOS-ORD
               STOP RUN
           END-IF.
           ACCEPT WRK-ENT-PATH FROM ENVIRONMENT "ENTREGAS_PATH".
           IF WRK-ENT-PATH EQUAL SPACES
               MOVE "ENTREGAS.DAT" TO WRK-ENT-PATH
           END-IF.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS EQUAL 0
               MOVE "S" TO WRK-TEM-ENTREGAS
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-EXPEDIR  3-ENTREGAR  4-CANCELAR"
                   IF WRK-TEM-ITENS EQUAL "S"
                       PERFORM 1100-LISTA-ITENS
                   END-IF
                   IF WRK-TEM-ENTREGAS EQUAL "S"
                       PERFORM 1200-MOSTRA-COMPROVANTE
                   END-IF
           END-READ.

       1100-LISTA-ITENS            SECTION.
           END-IF.
           MOVE ZEROS TO FS-ITENS.

      *== QUEM ASSINOU O RECEBIMENTO, SEGUNDO A FROTA/TRANSPORTADORA
       1200-MOSTRA-COMPROVANTE     SECTION.
           MOVE ORD-NUMERO TO ENT-PEDIDO.
           READ ENTREGAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "RECEBIDO POR " ENT-RECEBEDOR " EM "
                           ENT-DATA " (ORIGEM " ENT-ORIGEM ")"
           END-READ.

       2000-AVANCA-STATUS          SECTION.
           DISPLAY "PEDIDO...  ".
           ACCEPT ORD-NUMERO.
               END-READ
               PERFORM UNTIL FS-ITENS GREATER 2
                   OR ITM-PEDIDO NOT EQUAL ORD-NUMERO
                   IF ITM-STATUS EQUAL "BACKORDER"
                       DISPLAY "  ITEM " ITM-SEQ " EM BACKORDER - "
                               "NAO ALTERADO"
                   ELSE
                       MOVE WRK-NOVO-STATUS TO ITM-STATUS
                       MOVE WRK-DATA-HOJE   TO ITM-DATA-STATUS
                       REWRITE ITM-REG
                           INVALID KEY
                               DISPLAY "ERRO AO REGRAVAR ITEM FS="
                                       FS-ITENS
                       END-REWRITE
                   END-IF
                   READ PEDITENS NEXT
                       AT END MOVE 10 TO FS-ITENS
                   END-READ
                   EVALUATE TRUE
                       WHEN ITM-STATUS EQUAL "EXPEDIDO"
                           DISPLAY "ITEM JA EXPEDIDO"
                       WHEN ITM-STATUS EQUAL "BACKORDER"
                           DISPLAY "ITEM EM BACKORDER - AGUARDANDO "
                                   "SALDO (VER PEDALOC)"
                       WHEN ITM-STATUS EQUAL "ENTREGUE"
                           OR ITM-STATUS EQUAL "CANCELADO"
                           DISPLAY "ITEM " ITM-STATUS
           IF WRK-TEM-ITENS EQUAL "S"
               CLOSE PEDITENS
           END-IF.
           IF WRK-TEM-ENTREGAS EQUAL "S"
               CLOSE ENTREGAS
           END-IF.

      *== CADA TRANSICAO EFETIVADA VIRA UMA LINHA NA TRILHA; O
      *== PEDSLA LE ESTE ARQUIVO PARA MEDIR EXPEDICAO -> ENTREGA
               DISPLAY "PEDSTAT: ERRO AO GRAVAR HISTORICO FS="
                       FS-PEDHIST
           END-IF.
           IF ORD-STATUS EQUAL "EXPEDIDO"
               OR ORD-STATUS EQUAL "PARCIAL"
               PERFORM 9510-AVISA-CLIENTE
           END-IF.

       9510-AVISA-CLIENTE          SECTION.
           IF ORD-STATUS EQUAL "EXPEDIDO"
               MOVE "PEDEXPED" TO WRK-NTF-EVENTO
           ELSE
               MOVE "PEDPARC" TO WRK-NTF-EVENTO
           END-IF.
           MOVE ORD-CLIENTE TO WRK-NTF-CLIENTE.
           MOVE ZEROS TO WRK-NTF-CONTA.
           MOVE ORD-NUMERO TO WRK-NTF-REFERENCIA.
           MOVE ORD-TOTAL TO WRK-NTF-VALOR.
           MOVE ZEROS TO WRK-NTF-DATA.
           CALL "NOTIFLIB" USING WRK-NOTIFLIB-AREA.
