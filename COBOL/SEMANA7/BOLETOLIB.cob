      *==           BAIXA OS PAGOS
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: VENCIMENTO = EMISSAO + BOLETO_PRAZO_DIAS DO
      *==   ARQUIVO CENTRAL (CONTINGENCIA 10 DIAS CORRIDOS), A MENOS
      *==   QUE O CHAMADOR INFORME O VENCIMENTO (SEGUNDA VIA, BOL2VIA).
      *==   CADA TITULO EMITIDO AVISA O PAGADOR (VER NOTIFLIB).
      *==   NUMERACAO POR EMPRESA/FILIAL (VER FILLIB): A MATRIZ SEGUE
      *==   NO BOLETO.CTL DE SEMPRE; A FILIAL NN TEM O SEU CONTADOR
      *==   (BOLETO.CTL.FNN) NA FAIXA NN000001 EM DIANTE, PARA O
      *==   DOCUMENTO NAO REPETIR NO BOLETOS.DAT E NO RETORNO DO BANCO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 BOL-VENCIMENTO     PIC 9(08).
           05 BOL-SITUACAO       PIC X(01).
      *== BOL-SITUACAO: "A" = EM ABERTO   "P" = PAGO (VER BOLRET)
      *==   "S" = SUBSTITUIDO POR SEGUNDA VIA (VER BOL2VIA)
           05 BOL-DATA-PAGTO     PIC 9(08).

      *== REMESSA AO BANCO, UMA LINHA "D" POR TITULO EMITIDO
       77  WRK-PRAZO       PIC 9(03) VALUE 10.
       77  WRK-INT-AUX     PIC 9(08) VALUE ZEROS.
       77  WRK-VENCIMENTO  PIC 9(08) VALUE ZEROS.
       77  WRK-CTL-AUX     PIC X(100) VALUE SPACES.
       77  WRK-FIL-FAIXA   PIC 9(02) VALUE ZEROS.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE AVISO AO CLIENTE (VER NOTIFLIB)
       01  WRK-NOTIFLIB-AREA.
           05  WRK-NTF-EVENTO     PIC X(08) VALUE SPACES.
           05  WRK-NTF-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-NTF-CONTA      PIC 9(06) VALUE ZEROS.
           05  WRK-NTF-REFERENCIA PIC X(20) VALUE SPACES.
           05  WRK-NTF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-NTF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-NTF-RESULTADO  PIC X(01) VALUE SPACES.

       LINKAGE                     SECTION.
       01  LNK-BOLETO.
           05  LNK-BOL-ORIGEM     PIC X(08).
           05  LNK-BOL-DATA       PIC 9(08).
           05  LNK-BOL-DOCUMENTO  PIC 9(08).
      *== LNK-BOL-DOCUMENTO: DEVOLVIDO - O NUMERO DO TITULO EMITIDO
           05  LNK-BOL-VENCIMENTO PIC 9(08).
      *== LNK-BOL-VENCIMENTO: ZEROS = EMISSAO + PRAZO DO PARAMETRO;
      *== INFORMADO, VALE A DATA DO CHAMADOR

       PROCEDURE DIVISION USING LNK-BOLETO.
       0000-PRINCIPAL              SECTION.
           PERFORM 0200-CALCULA-VENCIMENTO.
           PERFORM 0300-REGISTRA-TITULO.
           PERFORM 0400-ACRESCENTA-REMESSA.
           PERFORM 0500-AVISA-PAGADOR.
           GOBACK.

       0100-NUMERA                 SECTION.
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "BOLETO.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE WRK-CTL-PATH TO WRK-CTL-AUX.
           MOVE SPACES TO WRK-CTL-PATH.
           STRING WRK-CTL-AUX    DELIMITED BY SPACE
                  WRK-FIL-SUFIXO DELIMITED BY SPACE
                  INTO WRK-CTL-PATH
           END-STRING.
           MOVE 1 TO WRK-PROXIMO.
      *== PRIMEIRO TITULO DE UMA FILIAL: ABRE A FAIXA DELA
           IF WRK-FIL-CODIGO NOT EQUAL "01"
              AND WRK-FIL-CODIGO IS NUMERIC
               MOVE WRK-FIL-CODIGO TO WRK-FIL-FAIXA
               COMPUTE WRK-PROXIMO = WRK-FIL-FAIXA * 1000000 + 1
           END-IF.
           OPEN INPUT BOLETO-CTL.
           IF FS-CONTROLE EQUAL 0
               READ BOLETO-CTL
           CLOSE BOLETO-CTL.

       0200-CALCULA-VENCIMENTO     SECTION.
           IF LNK-BOL-VENCIMENTO IS NUMERIC
               AND LNK-BOL-VENCIMENTO GREATER ZEROS
               MOVE LNK-BOL-VENCIMENTO TO WRK-VENCIMENTO
           ELSE
               MOVE "BOLETO_PRAZO_DIAS" TO WRK-PRM-CHAVE
               CALL "PARLIB" USING WRK-PARLIB-AREA
               IF WRK-PRM-ACHADO EQUAL "S"
                   COMPUTE WRK-PRAZO = FUNCTION NUMVAL(WRK-PRM-VALOR)
               END-IF
               COMPUTE WRK-INT-AUX =
                   FUNCTION INTEGER-OF-DATE(LNK-BOL-DATA) + WRK-PRAZO
               COMPUTE WRK-VENCIMENTO =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-AUX)
           END-IF.

       0300-REGISTRA-TITULO        SECTION.
           ACCEPT WRK-BOL-PATH FROM ENVIRONMENT "BOLETOS_PATH".
           MOVE LNK-BOL-ORIGEM     TO REM-ORIGEM.
           WRITE REM-REG.
           CLOSE REMESSA.

       0500-AVISA-PAGADOR          SECTION.
           MOVE "BOLETO"           TO WRK-NTF-EVENTO.
           MOVE LNK-BOL-CLIENTE    TO WRK-NTF-CLIENTE.
           MOVE ZEROS              TO WRK-NTF-CONTA.
           MOVE LNK-BOL-DOCUMENTO  TO WRK-NTF-REFERENCIA.
           MOVE LNK-BOL-VALOR      TO WRK-NTF-VALOR.
           MOVE WRK-VENCIMENTO     TO WRK-NTF-DATA.
           CALL "NOTIFLIB" USING WRK-NOTIFLIB-AREA.
