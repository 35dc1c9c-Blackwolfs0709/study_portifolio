      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: ROMANEIO_DATA (AAAAMMDD) ESCOLHE O DIA; EM
      *==   BRANCO, O DIA CORRENTE. PEDIDOS GRAVADOS ANTES DO CAMPO
      *==   ORD-PARCEIRA EXISTIR SAEM NA FROTA PROPRIA. O ENDERECO
      *==   DE ENTREGA SAI DA COPIA GRAVADA NO FATURAMENTO (PEDEND.DAT);
      *==   PEDIDO SEM ELA SAI COM O REG-ENDERECO DO CADASTRO.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT PEDEND ASSIGN TO DYNAMIC WRK-PEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-PEDIDO
               FILE STATUS IS FS-PEDEND.

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

      *== ITENS DO PEDIDO COM STATUS PROPRIO: NO EMBARQUE PARCIAL O
      *== ROMANEIO LISTA SO OS ITENS QUE DE FATO EMBARCARAM NO DIA
           05 ITM-PESO           PIC 9(03)V99.
           05 ITM-STATUS         PIC X(10).
           05 ITM-DATA-STATUS    PIC 9(08).
           05 ITM-CUSTO          PIC 9(06)V99.
      *== ITM-CUSTO: CUSTO MEDIO DO PRODUTO CONGELADO NO FATURAMENTO
           05 ITM-DEPOSITO       PIC X(02).
      *== ITM-DEPOSITO: DEPOSITO DE ONDE O ITEM SAI (VER DEPLIB)

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

      *== ENDERECO DE ENTREGA DO PEDIDO FATURADO (VER PEDIDOS)
       FD  PEDEND.
       01  PEN-REG.
           05 PEN-PEDIDO         PIC 9(06).
           05 PEN-CLIENTE        PIC 9(04).
           05 PEN-SEQ            PIC 9(02).
           05 PEN-LOGRADOURO     PIC X(40).
           05 PEN-NUMERO         PIC X(06).
           05 PEN-BAIRRO         PIC X(20).
           05 PEN-CIDADE         PIC X(25).
           05 PEN-UF             PIC X(02).
           05 PEN-CEP            PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
       77  FS-ITENS        PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-ITENS   PIC X(01) VALUE "N".
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-PEN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PEN-PATH: VARIAVEL DE AMBIENTE "PEDEND_PATH";
      *== SE NAO DEFINIDA, "PEDEND.DAT"
       77  FS-PEDEND       PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-PEDEND  PIC X(01) VALUE "N".
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-DIA    PIC 9(08) VALUE ZEROS.

               10 WRK-EXP-PARCEIRA PIC X(01).
               10 WRK-EXP-PARCIAL  PIC X(01).
               10 WRK-EXP-IMPRESSO PIC X(01).
               10 WRK-EXP-END-LIN1 PIC X(70).
               10 WRK-EXP-END-LIN2 PIC X(40).
       77  WRK-IDX-EXP     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VARRE   PIC 9(03) VALUE ZEROS.
       77  WRK-PARCEIRA-ALVO PIC X(01) VALUE SPACES.
           IF FS-ITENS EQUAL 0
               MOVE "S" TO WRK-TEM-ITENS
           END-IF.
           ACCEPT WRK-PEN-PATH FROM ENVIRONMENT "PEDEND_PATH".
           IF WRK-PEN-PATH EQUAL SPACES
               MOVE "PEDEND.DAT" TO WRK-PEN-PATH
           END-IF.
           OPEN INPUT PEDEND.
           IF FS-PEDEND EQUAL 0
               MOVE "S" TO WRK-TEM-PEDEND
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "ROMANEIO_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "ROMANEIO.REL" TO WRK-REL-PATH
               END-IF
               MOVE "N" TO WRK-EXP-IMPRESSO(WRK-QTD-EXP)
               MOVE SPACES TO WRK-EXP-NOME(WRK-QTD-EXP)
               MOVE SPACES TO WRK-EXP-END-LIN1(WRK-QTD-EXP)
               MOVE SPACES TO WRK-EXP-END-LIN2(WRK-QTD-EXP)
               IF FS-CLIENTES EQUAL 0 OR FS-CLIENTES EQUAL 23
                   MOVE ORD-CLIENTE TO REG-ID
                   READ CLIENTES KEY IS REG-ID
                       NOT INVALID KEY
                           MOVE REG-NOME
                               TO WRK-EXP-NOME(WRK-QTD-EXP)
                           MOVE REG-ENDERECO
                               TO WRK-EXP-END-LIN1(WRK-QTD-EXP)
                   END-READ
               END-IF
               PERFORM 0220-ENDERECO-ENTREGA
           END-IF.

      *== PEDIDO FATURADO COM ENDERECO DE ENTREGA ESCOLHIDO: O DA
      *== COPIA DO FATURAMENTO PREVALECE SOBRE O DO CADASTRO
       0220-ENDERECO-ENTREGA       SECTION.
           IF WRK-TEM-PEDEND EQUAL "S"
               MOVE ORD-NUMERO TO PEN-PEDIDO
               READ PEDEND KEY IS PEN-PEDIDO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-EXP-END-LIN1(WRK-QTD-EXP)
                       STRING PEN-LOGRADOURO DELIMITED BY "  "
                               ", " PEN-NUMERO DELIMITED BY "  "
                               " - " PEN-BAIRRO DELIMITED BY "  "
                               INTO WRK-EXP-END-LIN1(WRK-QTD-EXP)
                       END-STRING
                       MOVE SPACES TO WRK-EXP-END-LIN2(WRK-QTD-EXP)
                       STRING PEN-CIDADE DELIMITED BY "  "
                               "/" PEN-UF "  CEP " PEN-CEP
                               DELIMITED BY SIZE
                               INTO WRK-EXP-END-LIN2(WRK-QTD-EXP)
                       END-STRING
               END-READ
           END-IF.

      *== UM MANIFESTO POR TRANSPORTADORA, QUEBRADO POR UF DE
                                   "  PESO " WRK-PESO-ED " KG"
                                   DELIMITED BY SIZE INTO REL-LINHA
                           PERFORM 9600-GRAVA-REL
                           PERFORM 0320-IMPRIME-ENDERECO
                           IF WRK-EXP-PARCIAL(WRK-IDX-VARRE)
                               EQUAL "S"
                               MOVE "    EMBARQUE PARCIAL:"
               MOVE ZEROS TO FS-ITENS
           END-IF.

       0320-IMPRIME-ENDERECO       SECTION.
           IF WRK-EXP-END-LIN1(WRK-IDX-VARRE) NOT EQUAL SPACES
               MOVE SPACES TO REL-LINHA
               STRING "    ENTREGA: "
                       WRK-EXP-END-LIN1(WRK-IDX-VARRE)
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-EXP-END-LIN2(WRK-IDX-VARRE) NOT EQUAL SPACES
               MOVE SPACES TO REL-LINHA
               STRING "             "
                       WRK-EXP-END-LIN2(WRK-IDX-VARRE)
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

       0400-FINALIZAR              SECTION.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           IF WRK-TEM-ITENS EQUAL "S"
               CLOSE PEDITENS
           END-IF.
           IF WRK-TEM-PEDEND EQUAL "S"
               CLOSE PEDEND
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-QTD-EXP TO WRK-RUN-LIDOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
