           05 HLD-DATA           PIC 9(08).
           05 HLD-SITUACAO       PIC X(01).
      *== HLD-SITUACAO: "P" = PENDENTE   "L" = LIBERADO   "N" = NEGADO
       01  HLD-REG-IMAGEM        PIC X(58).
      *== VISAO CRUA DA LINHA: AS IMAGENS "P"/"I" DO PEDIDO RETIDO
      *== SAO GUARDADAS E REEMITIDAS SEM INTERPRETACAO - NA IMAGEM
      *== "P" AS POSICOES 57-58 SAO A FILIAL QUE RETEVE O PEDIDO

       FD  LIBERADOS-OUT.
       01  LIB-LINHA             PIC X(58).

       WORKING-STORAGE             SECTION.
       77  WRK-HLD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LIB-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LIB-PATH: VARIAVEL DE AMBIENTE "PEDHOLD_LIB_PATH";
      *== SE NAO DEFINIDA, "PEDHOLD.LIB" - APONTE PEDIDOS_PATH PARA
      *== ESTE ARQUIVO NA EXECUCAO DO PEDIDOS QUE REAPRESENTA. O
      *== PEDIDO DE FILIAL QUE NAO A MATRIZ SAI NO MESMO NOME COM O
      *== SUFIXO DA FILIAL (EX.: PEDHOLD.LIB.F02)
       77  WRK-LIB-BASE    PIC X(100) VALUE SPACES.
       77  FS-RETIDOS      PIC 9(02) VALUE ZEROS.
       77  FS-LIBERADOS    PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       01  WRK-TAB-LINHAS.
           05 WRK-LIN-ITEM OCCURS 600 TIMES.
               10 WRK-LIN-PEDIDO   PIC 9(06).
               10 WRK-LIN-IMAGEM   PIC X(58).
       77  WRK-IDX-CTL     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-LIN     PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-PEND  PIC 9(03) VALUE ZEROS.
      *== A ANALISE E ABORTADA, PORQUE A REGRAVACAO DO 0300 SAI DA
      *== MEMORIA E APAGARIA DE VEZ OS PEDIDOS QUE FICARAM DE FORA

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): DA O SUFIXO
      *== DO LOTE LIBERADO PELA FILIAL GRAVADA NA IMAGEM DO PEDIDO
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-LIB-PATH EQUAL SPACES
               MOVE "PEDHOLD.LIB" TO WRK-LIB-PATH
           END-IF.
           MOVE WRK-LIB-PATH TO WRK-LIB-BASE.
           PERFORM 0150-CARREGA-FILA.

       0150-CARREGA-FILA           SECTION.
       2000-LIBERAR                SECTION.
           PERFORM 8000-LOCALIZA-PENDENTE.
           IF WRK-IDX-CTL NOT GREATER WRK-QTD-CTL
               PERFORM 2100-MONTA-LIB-PATH
               OPEN EXTEND LIBERADOS-OUT
               IF FS-LIBERADOS NOT EQUAL 0
                   OPEN OUTPUT LIBERADOS-OUT
                       UNTIL WRK-IDX-LIN GREATER WRK-QTD-LIN
                   IF WRK-LIN-PEDIDO(WRK-IDX-LIN) EQUAL
                       WRK-NUMERO-BUSCA
                       MOVE WRK-LIN-IMAGEM(WRK-IDX-LIN)
                           TO LIB-LINHA
                       WRITE LIB-LINHA
                   END-IF
      *== MESMO LIMITE RETERIA O PEDIDO DE NOVO, EM CIRCULO
               DISPLAY "PEDHOLD: ...E PEDIDOS_REAPRESENTACAO=S PARA "
                       "O LIMITE NAO RETER DE NOVO"
               DISPLAY "PEDHOLD: ...E FILIAL=" WRK-FIL-CODIGO
                       " (O PEDIDOS RECUSA PEDIDO DE OUTRA FILIAL)"
           END-IF.

      *== CADA FILIAL FATURA O SEU LOTE: O LIBERADO VAI PARA O ARQUIVO
      *== DA FILIAL GRAVADA NA IMAGEM "P" (ESPACOS = FILA ANTIGA,
      *== "01", A MATRIZ - SEM SUFIXO)
       2100-MONTA-LIB-PATH         SECTION.
           MOVE SPACES TO WRK-FIL-CODIGO.
           PERFORM VARYING WRK-IDX-LIN FROM 1 BY 1
                   UNTIL WRK-IDX-LIN GREATER WRK-QTD-LIN
               IF WRK-LIN-PEDIDO(WRK-IDX-LIN) EQUAL WRK-NUMERO-BUSCA
                  AND WRK-LIN-IMAGEM(WRK-IDX-LIN)(1:1) EQUAL "P"
                   MOVE WRK-LIN-IMAGEM(WRK-IDX-LIN)(57:2)
                       TO WRK-FIL-CODIGO
               END-IF
           END-PERFORM.
           IF WRK-FIL-CODIGO EQUAL SPACES
               MOVE "01" TO WRK-FIL-CODIGO
           END-IF.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE SPACES TO WRK-LIB-PATH.
           STRING WRK-LIB-BASE   DELIMITED BY SPACE
                  WRK-FIL-SUFIXO DELIMITED BY SPACE
                  INTO WRK-LIB-PATH
           END-STRING.

       3000-NEGAR                  SECTION.
           PERFORM 8000-LOCALIZA-PENDENTE.
