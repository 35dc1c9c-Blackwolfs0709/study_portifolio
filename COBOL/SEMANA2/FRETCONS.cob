           SELECT FRETE2-TABELA ASSIGN TO DYNAMIC WRK-TAB2-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABELA2.
           SELECT FRETE-ZONA ASSIGN TO DYNAMIC WRK-ZON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONA.
           SELECT FRETE-ZONATX ASSIGN TO DYNAMIC WRK-ZTX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONATX.
           SELECT NIVEIS ASSIGN TO DYNAMIC WRK-TIER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NIVEIS.
           05 TAB2-ICMS          PIC 9(01)V99.
           05 TAB2-SOBRETAXA     PIC 9(03)V99.

      *== FAIXAS DE CEP POR ZONA E TAXA DA ZONA COM VIGENCIA (VER
      *== FRETZONA)
       FD  FRETE-ZONA.
       01  ZON-REG.
           05 ZON-CEP-INICIO     PIC 9(08).
           05 ZON-CEP-FIM        PIC 9(08).
           05 ZON-ZONA           PIC X(04).
       FD  FRETE-ZONATX.
       01  ZTX-REG.
           05 ZTX-ZONA           PIC X(04).
           05 ZTX-VIGENCIA       PIC 9(08).
           05 ZTX-TAXA           PIC 9(01)V99.

      *== NIVEL DE FIDELIDADE POR CLIENTE, APURADO MENSALMENTE PELO
      *== CLITIER (MESMO ARQUIVO QUE O PEDIDOS LE)
       FD  NIVEIS.
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
           05  EMP-FILIAL  PIC X(02).

       WORKING-STORAGE             SECTION.
       77  WRK-TAB-PATH     PIC X(100)     VALUE SPACES.
               10 WRK-TAB2-TAXA    PIC 9(01)V99.
               10 WRK-TAB2-ICMS    PIC 9(01)V99.
               10 WRK-TAB2-SOBRETAXA PIC 9(03)V99.
       77  WRK-ZON-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-ZON-PATH: VARIAVEL DE AMBIENTE "FRETE_ZONA_PATH";
      *== SE NAO DEFINIDA, "FRETEZON.TAB"
       77  WRK-ZTX-PATH     PIC X(100)     VALUE SPACES.
      *== WRK-ZTX-PATH: VARIAVEL DE AMBIENTE "FRETE_ZONA_TAXA_PATH";
      *== SE NAO DEFINIDA, "FRETEZTX.TAB"
       77  FS-ZONA          PIC 9(02)      VALUE ZEROS.
       77  FS-ZONATX        PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-ZONAS    PIC 9(03)      VALUE ZEROS.
       77  WRK-QTD-ZONATX   PIC 9(03)      VALUE ZEROS.
       01  WRK-TABELA-ZONAS.
           05 WRK-ZONA-ITEM OCCURS 300 TIMES.
               10 WRK-ZON-CEP-INICIO PIC 9(08).
               10 WRK-ZON-CEP-FIM PIC 9(08).
               10 WRK-ZON-ZONA     PIC X(04).
       01  WRK-TABELA-ZONATX.
           05 WRK-ZONATX-ITEM OCCURS 200 TIMES.
               10 WRK-ZTX-ZONA     PIC X(04).
               10 WRK-ZTX-VIGENCIA PIC 9(08).
               10 WRK-ZTX-TAXA     PIC 9(01)V99.
       77  WRK-ZONA         PIC X(04)      VALUE SPACES.
       77  WRK-IDX-ZONA     PIC 9(03)      VALUE ZEROS.
       77  WRK-IDX-ZTX      PIC 9(03)      VALUE ZEROS.
       77  WRK-IDX-TAB      PIC 9(03)      VALUE ZEROS.
       77  WRK-IDX-VIGENTE  PIC 9(03)      VALUE ZEROS.
       77  WRK-PARCEIRA     PIC X(01)      VALUE "N".
      *== WRK-CLIENTE: REG-ID OPCIONAL DA COTACAO (0 = SEM CLIENTE,
      *== VALE SO O DESCONTO POR VOLUME)
       77  WRK-UF           PIC X(02)      VALUE SPACES.
       77  WRK-CEP          PIC 9(08)      VALUE ZEROS.
      *== WRK-CEP: CEP DE ENTREGA (0 = SEM CEP, FRETE PELA UF)
       77  WRK-VALOR        PIC 9(08)V99   VALUE ZEROS.
       77  WRK-PESO         PIC 9(04)V99   VALUE ZEROS.
       77  WRK-DATA         PIC 9(08)      VALUE ZEROS.
               END-PERFORM
               CLOSE FRETE2-TABELA
           END-IF.
           PERFORM 0110-CARREGA-ZONAS.
           PERFORM 0120-CARREGA-NIVEIS.

      *== AS MESMAS FAIXAS DE CEP E TAXAS POR ZONA QUE O PEDIDOS
      *== CARREGA; SEM ELAS A COTACAO E SO PELA UF
       0110-CARREGA-ZONAS          SECTION.
           ACCEPT WRK-ZON-PATH FROM ENVIRONMENT "FRETE_ZONA_PATH".
           IF WRK-ZON-PATH EQUAL SPACES
               MOVE "FRETEZON.TAB" TO WRK-ZON-PATH
           END-IF.
           OPEN INPUT FRETE-ZONA.
           IF FS-ZONA EQUAL 0
               READ FRETE-ZONA
                   AT END MOVE 10 TO FS-ZONA
               END-READ
               PERFORM UNTIL FS-ZONA EQUAL 10
                   IF WRK-QTD-ZONAS LESS 300
                       ADD 1 TO WRK-QTD-ZONAS
                       MOVE ZON-CEP-INICIO
                           TO WRK-ZON-CEP-INICIO(WRK-QTD-ZONAS)
                       MOVE ZON-CEP-FIM
                           TO WRK-ZON-CEP-FIM(WRK-QTD-ZONAS)
                       MOVE ZON-ZONA TO WRK-ZON-ZONA(WRK-QTD-ZONAS)
                   END-IF
                   READ FRETE-ZONA
                       AT END MOVE 10 TO FS-ZONA
                   END-READ
               END-PERFORM
               CLOSE FRETE-ZONA
           END-IF.
           ACCEPT WRK-ZTX-PATH FROM ENVIRONMENT "FRETE_ZONA_TAXA_PATH".
           IF WRK-ZTX-PATH EQUAL SPACES
               MOVE "FRETEZTX.TAB" TO WRK-ZTX-PATH
           END-IF.
           OPEN INPUT FRETE-ZONATX.
           IF FS-ZONATX EQUAL 0
               READ FRETE-ZONATX
                   AT END MOVE 10 TO FS-ZONATX
               END-READ
               PERFORM UNTIL FS-ZONATX EQUAL 10
                   IF WRK-QTD-ZONATX LESS 200
                       ADD 1 TO WRK-QTD-ZONATX
                       MOVE ZTX-ZONA TO WRK-ZTX-ZONA(WRK-QTD-ZONATX)
                       MOVE ZTX-VIGENCIA
                           TO WRK-ZTX-VIGENCIA(WRK-QTD-ZONATX)
                       MOVE ZTX-TAXA TO WRK-ZTX-TAXA(WRK-QTD-ZONATX)
                   END-IF
                   READ FRETE-ZONATX
                       AT END MOVE 10 TO FS-ZONATX
                   END-READ
               END-PERFORM
               CLOSE FRETE-ZONATX
           END-IF.
           PERFORM 0130-CARREGA-FUNCLI.

      *== MESMA TABELA DE NIVEIS QUE O PEDIDOS CARREGA: SEM ELA A
           IF WRK-UF EQUAL "FI" OR WRK-UF EQUAL SPACES
               MOVE "N" TO WRK-CONTINUA
           ELSE
               DISPLAY "CEP DE ENTREGA (0 = SEM CEP)...  "
               ACCEPT WRK-CEP
               DISPLAY "CLIENTE (0 = SEM CLIENTE)...  "
               ACCEPT WRK-CLIENTE
               DISPLAY "VALOR DO PEDIDO...  "
           ELSE
               PERFORM 0310-COTA-PARCEIRA
           END-IF.
      *== CEP DENTRO DE UMA FAIXA: TAXA DA ZONA NO LUGAR DA TAXA DA
      *== UF, COMO NO 0216 DO PEDIDOS; O ICMS CONTINUA O DA UF
           MOVE SPACES TO WRK-ZONA.
           IF WRK-CEP GREATER ZEROS
               AND WRK-IDX-VIGENTE GREATER ZEROS
               PERFORM 0315-COTA-ZONA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-PESO NOT GREATER 5
                   MOVE ZEROS TO WRK-SOBRETAXA-PESO
                   WRK-VALOR-LIQUIDO * WRK-TAB2-ICMS(WRK-IDX-VIGENTE)
           END-IF.

       0315-COTA-ZONA              SECTION.
           MOVE ZEROS TO WRK-IDX-ZONA.
           PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                   UNTIL WRK-IDX-TAB GREATER WRK-QTD-ZONAS
                      OR WRK-IDX-ZONA GREATER ZEROS
               IF WRK-CEP NOT LESS WRK-ZON-CEP-INICIO(WRK-IDX-TAB)
                   AND WRK-CEP NOT GREATER
                      WRK-ZON-CEP-FIM(WRK-IDX-TAB)
                   MOVE WRK-IDX-TAB TO WRK-IDX-ZONA
               END-IF
           END-PERFORM.
           IF WRK-IDX-ZONA GREATER ZEROS
               MOVE ZEROS TO WRK-IDX-ZTX
               PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                       UNTIL WRK-IDX-TAB GREATER WRK-QTD-ZONATX
                   IF WRK-ZTX-ZONA(WRK-IDX-TAB) EQUAL
                          WRK-ZON-ZONA(WRK-IDX-ZONA)
                       AND WRK-ZTX-VIGENCIA(WRK-IDX-TAB) NOT GREATER
                          WRK-DATA
                       IF WRK-IDX-ZTX EQUAL ZEROS
                           OR WRK-ZTX-VIGENCIA(WRK-IDX-TAB) GREATER
                              WRK-ZTX-VIGENCIA(WRK-IDX-ZTX)
                           MOVE WRK-IDX-TAB TO WRK-IDX-ZTX
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-IDX-ZTX GREATER ZEROS
                   MOVE "N" TO WRK-PARCEIRA
                   MOVE WRK-ZON-ZONA(WRK-IDX-ZONA) TO WRK-ZONA
                   COMPUTE WRK-FRETE =
                       WRK-VALOR-LIQUIDO * WRK-ZTX-TAXA(WRK-IDX-ZTX)
               END-IF
           END-IF.

       0400-MOSTRA                 SECTION.
           IF WRK-FRETE EQUAL ZEROS
               DISPLAY "UF " WRK-UF " NAO ATENDIDA POR NENHUMA "
               IF WRK-PARCEIRA EQUAL "S"
                   DISPLAY "ENTREGA PELA TRANSPORTADORA PARCEIRA"
               END-IF
               IF WRK-ZONA NOT EQUAL SPACES
                   DISPLAY "FRETE PELA ZONA DE ENTREGA " WRK-ZONA
               END-IF
           END-IF.
           DISPLAY " ".
