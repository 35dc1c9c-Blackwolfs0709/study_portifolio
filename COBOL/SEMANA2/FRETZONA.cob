       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETZONA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DAS ZONAS DE ENTREGA POR FAIXA DE CEP
      *==           (FRETEZON.TAB) E DAS TAXAS DE FRETE DE CADA ZONA
      *==           COM DATA DE VIGENCIA (FRETEZTX.TAB) - O PAR DO
      *==           FRETMANT PARA O FRETE POR CEP: LISTA, INCLUI E
      *==           EXCLUI FAIXAS, RECUSANDO FAIXA QUE SE SOBREPONHA
      *==           A OUTRA JA CADASTRADA, E INCLUI VIGENCIAS DE TAXA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: PEDIDOS, PROGRAMA10 E FRETCONS PROCURAM O CEP
      *==   DE ENTREGA NAS FAIXAS; ACHANDO, USAM A TAXA DA ZONA COM A
      *==   MAIOR VIGENCIA QUE NAO ULTRAPASSE A DATA DO PEDIDO. SEM
      *==   CEP, FORA DAS FAIXAS OU SEM TAXA VIGENTE, VALE A TABELA
      *==   DA UF (FRETE.TAB/FRETE2.TAB). COMO NO FRETMANT, TAXA
      *==   ANTIGA NUNCA E APAGADA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRETE-ZONA ASSIGN TO DYNAMIC WRK-ZON-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONA.
           SELECT FRETE-ZONATX ASSIGN TO DYNAMIC WRK-ZTX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ZONATX.

       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-ZONA.
       01  ZON-REG.
           05 ZON-CEP-INICIO     PIC 9(08).
           05 ZON-CEP-FIM        PIC 9(08).
           05 ZON-ZONA           PIC X(04).
      *== ZON-CEP-INICIO/FIM: FAIXA FECHADA (OS DOIS EXTREMOS
      *== PERTENCEM A ZONA); UM CEP ESTA EM NO MAXIMO UMA FAIXA

       FD  FRETE-ZONATX.
       01  ZTX-REG.
           05 ZTX-ZONA           PIC X(04).
           05 ZTX-VIGENCIA       PIC 9(08).
           05 ZTX-TAXA           PIC 9(01)V99.

       WORKING-STORAGE             SECTION.
       77  WRK-ZON-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ZON-PATH: VARIAVEL DE AMBIENTE "FRETE_ZONA_PATH";
      *== SE NAO DEFINIDA, "FRETEZON.TAB"
       77  WRK-ZTX-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ZTX-PATH: VARIAVEL DE AMBIENTE "FRETE_ZONA_TAXA_PATH";
      *== SE NAO DEFINIDA, "FRETEZTX.TAB"
       77  FS-ZONA         PIC 9(02) VALUE ZEROS.
       77  FS-ZONATX       PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-TOTAL-LINHAS PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ZONAS   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ZONA    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO  PIC 9(03) VALUE ZEROS.
       77  WRK-CEP-INICIO  PIC 9(08) VALUE ZEROS.
       77  WRK-CEP-FIM     PIC 9(08) VALUE ZEROS.
       77  WRK-ZONA        PIC X(04) VALUE SPACES.
       77  WRK-ZONA-EXISTE PIC X(01) VALUE "N".

      *=============FAIXAS ATUAIS, CARREGADAS PARA O TESTE DE
      *=============SOBREPOSICAO E PARA A REGRAVACAO NA EXCLUSAO
       01  WRK-TABELA-ZONAS.
           05 WRK-ZONA-ITEM OCCURS 300 TIMES.
               10 WRK-ZON-CEP-INICIO PIC 9(08).
               10 WRK-ZON-CEP-FIM PIC 9(08).
               10 WRK-ZON-ZONA     PIC X(04).

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           ACCEPT WRK-ZON-PATH FROM ENVIRONMENT "FRETE_ZONA_PATH".
           IF WRK-ZON-PATH EQUAL SPACES
               MOVE "FRETEZON.TAB" TO WRK-ZON-PATH
           END-IF.
           ACCEPT WRK-ZTX-PATH FROM ENVIRONMENT "FRETE_ZONA_TAXA_PATH".
           IF WRK-ZTX-PATH EQUAL SPACES
               MOVE "FRETEZTX.TAB" TO WRK-ZTX-PATH
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-LISTAR FAIXAS  2-INCLUIR FAIXA  3-EXCLUIR FAIXA".
           DISPLAY "4-LISTAR TAXAS   5-INCLUIR VIGENCIA  6-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-LISTAR-FAIXAS
               WHEN 2
                   PERFORM 2000-INCLUIR-FAIXA
               WHEN 3
                   PERFORM 3000-EXCLUIR-FAIXA
               WHEN 4
                   PERFORM 4000-LISTAR-TAXAS
               WHEN 5
                   PERFORM 5000-INCLUIR-TAXA
               WHEN 6
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-LISTAR-FAIXAS          SECTION.
           PERFORM 8000-CARREGA-FAIXAS.
           IF WRK-QTD-ZONAS EQUAL ZEROS
               DISPLAY "FRETZONA: NENHUMA FAIXA EM " WRK-ZON-PATH
           ELSE
               DISPLAY "CEP INICIO CEP FIM   ZONA"
               PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                       UNTIL WRK-IDX-ZONA GREATER WRK-QTD-ZONAS
                   DISPLAY WRK-ZON-CEP-INICIO(WRK-IDX-ZONA) "   "
                           WRK-ZON-CEP-FIM(WRK-IDX-ZONA) " "
                           WRK-ZON-ZONA(WRK-IDX-ZONA)
               END-PERFORM
               DISPLAY "TOTAL DE FAIXAS... " WRK-QTD-ZONAS
           END-IF.

      *== A FAIXA NOVA SO ENTRA SE NAO TIVER NENHUM CEP EM COMUM COM
      *== AS JA CADASTRADAS: [INI,FIM] SE SOBREPOE A [A,B] QUANDO
      *== INI <= B E FIM >= A
       2000-INCLUIR-FAIXA          SECTION.
           DISPLAY "CEP INICIAL DA FAIXA...  ".
           ACCEPT WRK-CEP-INICIO.
           DISPLAY "CEP FINAL DA FAIXA...  ".
           ACCEPT WRK-CEP-FIM.
           DISPLAY "ZONA...  ".
           ACCEPT WRK-ZONA.
           IF WRK-CEP-INICIO EQUAL ZEROS
               OR WRK-CEP-FIM LESS WRK-CEP-INICIO
               DISPLAY "FAIXA INVALIDA - INCLUSAO CANCELADA"
           ELSE
           IF WRK-ZONA EQUAL SPACES
               DISPLAY "ZONA OBRIGATORIA - INCLUSAO CANCELADA"
           ELSE
               PERFORM 8000-CARREGA-FAIXAS
               MOVE ZEROS TO WRK-IDX-ACHADO
               PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                       UNTIL WRK-IDX-ZONA GREATER WRK-QTD-ZONAS
                          OR WRK-IDX-ACHADO GREATER ZEROS
                   IF WRK-CEP-INICIO NOT GREATER
                          WRK-ZON-CEP-FIM(WRK-IDX-ZONA)
                       AND WRK-CEP-FIM NOT LESS
                          WRK-ZON-CEP-INICIO(WRK-IDX-ZONA)
                       MOVE WRK-IDX-ZONA TO WRK-IDX-ACHADO
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHADO GREATER ZEROS
                   DISPLAY "FAIXA SE SOBREPOE A "
                           WRK-ZON-CEP-INICIO(WRK-IDX-ACHADO) "-"
                           WRK-ZON-CEP-FIM(WRK-IDX-ACHADO) " (ZONA "
                           WRK-ZON-ZONA(WRK-IDX-ACHADO)
                           ") - INCLUSAO CANCELADA"
               ELSE
               IF WRK-QTD-ZONAS GREATER OR EQUAL 300
                   DISPLAY "TABELA DE FAIXAS CHEIA (300) - INCLUSAO "
                           "CANCELADA"
               ELSE
                   MOVE WRK-CEP-INICIO TO ZON-CEP-INICIO
                   MOVE WRK-CEP-FIM    TO ZON-CEP-FIM
                   MOVE WRK-ZONA       TO ZON-ZONA
                   MOVE ZEROS TO FS-ZONA
                   OPEN EXTEND FRETE-ZONA
                   IF FS-ZONA NOT EQUAL 0
                       OPEN OUTPUT FRETE-ZONA
                   END-IF
                   WRITE ZON-REG
                   CLOSE FRETE-ZONA
                   DISPLAY "FAIXA INCLUIDA EM " WRK-ZON-PATH
               END-IF
               END-IF
           END-IF
           END-IF.

      *== EXCLUI A FAIXA PELO CEP INICIAL E REGRAVA O ARQUIVO INTEIRO
       3000-EXCLUIR-FAIXA          SECTION.
           DISPLAY "CEP INICIAL DA FAIXA A EXCLUIR...  ".
           ACCEPT WRK-CEP-INICIO.
           PERFORM 8000-CARREGA-FAIXAS.
           MOVE ZEROS TO WRK-IDX-ACHADO.
           PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                   UNTIL WRK-IDX-ZONA GREATER WRK-QTD-ZONAS
               IF WRK-ZON-CEP-INICIO(WRK-IDX-ZONA) EQUAL
                   WRK-CEP-INICIO
                   MOVE WRK-IDX-ZONA TO WRK-IDX-ACHADO
               END-IF
           END-PERFORM.
           IF WRK-IDX-ACHADO EQUAL ZEROS
               DISPLAY "FAIXA NAO ENCONTRADA"
           ELSE
               OPEN OUTPUT FRETE-ZONA
               PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                       UNTIL WRK-IDX-ZONA GREATER WRK-QTD-ZONAS
                   IF WRK-IDX-ZONA NOT EQUAL WRK-IDX-ACHADO
                       MOVE WRK-ZON-CEP-INICIO(WRK-IDX-ZONA)
                           TO ZON-CEP-INICIO
                       MOVE WRK-ZON-CEP-FIM(WRK-IDX-ZONA)
                           TO ZON-CEP-FIM
                       MOVE WRK-ZON-ZONA(WRK-IDX-ZONA) TO ZON-ZONA
                       WRITE ZON-REG
                   END-IF
               END-PERFORM
               CLOSE FRETE-ZONA
               DISPLAY "FAIXA " WRK-CEP-INICIO "-"
                       WRK-ZON-CEP-FIM(WRK-IDX-ACHADO) " EXCLUIDA"
           END-IF.

       4000-LISTAR-TAXAS           SECTION.
           MOVE ZEROS TO WRK-TOTAL-LINHAS.
           MOVE ZEROS TO FS-ZONATX.
           OPEN INPUT FRETE-ZONATX.
           IF FS-ZONATX NOT EQUAL 0
               DISPLAY "FRETZONA: TABELA " WRK-ZTX-PATH
                       " AINDA NAO EXISTE"
           ELSE
               DISPLAY "ZONA VIGENCIA  TAXA"
               READ FRETE-ZONATX
                   AT END MOVE 10 TO FS-ZONATX
               END-READ
               PERFORM UNTIL FS-ZONATX EQUAL 10
                   ADD 1 TO WRK-TOTAL-LINHAS
                   DISPLAY ZTX-ZONA " " ZTX-VIGENCIA " " ZTX-TAXA
                   READ FRETE-ZONATX
                       AT END MOVE 10 TO FS-ZONATX
                   END-READ
               END-PERFORM
               CLOSE FRETE-ZONATX
               DISPLAY "TOTAL DE LINHAS... " WRK-TOTAL-LINHAS
           END-IF.

      *== TAXA SO PARA ZONA QUE TENHA AO MENOS UMA FAIXA DE CEP
       5000-INCLUIR-TAXA           SECTION.
           DISPLAY "ZONA...  ".
           ACCEPT ZTX-ZONA.
           PERFORM 8000-CARREGA-FAIXAS.
           MOVE "N" TO WRK-ZONA-EXISTE.
           PERFORM VARYING WRK-IDX-ZONA FROM 1 BY 1
                   UNTIL WRK-IDX-ZONA GREATER WRK-QTD-ZONAS
               IF WRK-ZON-ZONA(WRK-IDX-ZONA) EQUAL ZTX-ZONA
                   MOVE "S" TO WRK-ZONA-EXISTE
               END-IF
           END-PERFORM.
           IF WRK-ZONA-EXISTE NOT EQUAL "S"
               DISPLAY "ZONA SEM FAIXA DE CEP - INCLUSAO CANCELADA"
           ELSE
               DISPLAY "VIGENCIA (AAAAMMDD)...  "
               ACCEPT ZTX-VIGENCIA
               MOVE ZTX-VIGENCIA TO WRK-DATAVAL-ENTRADA
               CALL "DATAMES" USING WRK-DATAVAL-AREA
               IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
                   OR ZTX-VIGENCIA EQUAL ZEROS
                   DISPLAY "VIGENCIA INVALIDA - INCLUSAO CANCELADA"
               ELSE
                   DISPLAY "TAXA DE FRETE (0,00 A 9,99)...  "
                   ACCEPT ZTX-TAXA
                   MOVE ZEROS TO FS-ZONATX
                   OPEN EXTEND FRETE-ZONATX
                   IF FS-ZONATX NOT EQUAL 0
                       OPEN OUTPUT FRETE-ZONATX
                   END-IF
                   WRITE ZTX-REG
                   CLOSE FRETE-ZONATX
                   DISPLAY "VIGENCIA INCLUIDA EM " WRK-ZTX-PATH
               END-IF
           END-IF.

       8000-CARREGA-FAIXAS         SECTION.
           MOVE ZEROS TO WRK-QTD-ZONAS.
           MOVE ZEROS TO FS-ZONA.
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

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
