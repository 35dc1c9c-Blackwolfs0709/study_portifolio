      *== OBSERVAÇÕES: LAYOUT DO RETORNO: DOCUMENTO 9(08), DATA DE
      *==   PAGAMENTO 9(08), VALOR 9(09)V99, STATUS X(01) "P".
      *==   BOLETOS.DAT E REGRAVADO INTEIRO (MOLDE PARMANT).
      *==   PAGAMENTO APOS O VENCIMENTO DEVE MULTA (BOLETO_MULTA_PCT)
      *==   E JUROS DE MORA POR DIA CORRIDO (BOLETO_JUROS_DIA) SOBRE
      *==   O VALOR DO TITULO; O QUE FALTAR PARA O DEVIDO NA DATA DO
      *==   PAGAMENTO VIRA BOLETO RESIDUAL DE ORIGEM "ENCARGOS" PARA
      *==   O MESMO CLIENTE, COM REFERENCIA AO TITULO ORIGINAL. O QUE
      *==   ENTRA ACIMA DO PRINCIPAL VAI PARA RECJUROS NO RAZAO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      *== TABELA - O EXCEDENTE VAI PARA O TRANSBORDO E VOLTA NA
      *== REGRAVACAO, E A RODADA SAI MARCADA COMO PARCIAL
       77  WRK-TOTAL-EXC   PIC 9(06) VALUE ZEROS.
       77  WRK-SUBSTITUIDO PIC X(01) VALUE "N".

      *=============MULTA E JUROS DE MORA
       77  WRK-MULTA-PCT   PIC 9(01)V9(05) VALUE 0,02.
       77  WRK-JUROS-DIA   PIC 9(01)V9(05) VALUE 0,00033.
      *== WRK-MULTA-PCT/WRK-JUROS-DIA: PARAMETROS BOLETO_MULTA_PCT E
      *== BOLETO_JUROS_DIA DO ARQUIVO CENTRAL; OS LITERAIS (2% DE
      *== MULTA, 1% AO MES PRO RATA DIE) SAO CONTINGENCIA
       77  WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77  WRK-MULTA       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DEVIDO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RESIDUO     PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PRINCIPAL   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARTE-VENDAS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PARTE-ENCARGOS PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ENCARGOS PIC 9(011)V99 VALUE ZEROS.
       77  WRK-MULTA-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-JUROS-ED    PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DEVIDO-ED   PIC ZZ.ZZZ.ZZ9,99.
       77  WRK-DOC-BUSCA   PIC 9(08) VALUE ZEROS.
       77  WRK-SEGUE-CADEIA PIC X(01) VALUE "N".
       77  WRK-IDX-ORI     PIC 9(04) VALUE ZEROS.
      *== VISAO DE UM TITULO DA TABELA SEM MEXER NO BOL-REG CORRENTE
      *== (PRINCIPAL DA SEGUNDA VIA = VALOR DO TITULO ORIGINAL)
       01  WRK-BOL-ORIGINAL.
           05 WRK-ORI-DOCUMENTO  PIC 9(08).
           05 WRK-ORI-ORIGEM     PIC X(08).
           05 WRK-ORI-CLIENTE    PIC 9(04).
           05 WRK-ORI-REFERENCIA PIC 9(08).
           05 WRK-ORI-VALOR      PIC 9(09)V99.
           05 WRK-ORI-EMISSAO    PIC 9(08).
           05 WRK-ORI-VENCIMENTO PIC 9(08).
           05 WRK-ORI-SITUACAO   PIC X(01).
           05 WRK-ORI-DATA-PAGTO PIC 9(08).

      *== RESIDUOS A COBRAR: SO SAO EMITIDOS DEPOIS DA REGRAVACAO DE
      *== BOLETOS.DAT, PORQUE O BOLETOLIB ACRESCENTA NO MESMO ARQUIVO
       77  WRK-QTD-RESIDUO PIC 9(03) VALUE ZEROS.
       01  WRK-TAB-RESIDUOS.
           05 WRK-RSD-ITEM OCCURS 500 TIMES.
               10 WRK-RSD-CLIENTE   PIC 9(04).
               10 WRK-RSD-DOCUMENTO PIC 9(08).
               10 WRK-RSD-VALOR     PIC 9(09)V99.
       77  WRK-IDX-RSD     PIC 9(03) VALUE ZEROS.
       77  WRK-RSD-ESTOURO PIC X(01) VALUE "N".
       77  WRK-VALOR-RESIDUO PIC 9(011)V99 VALUE ZEROS.

      *== OS TITULOS INTEIROS EM MEMORIA PARA A REGRAVACAO
       77  WRK-QTD-BOL     PIC 9(04) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO MODULO DE ARITMETICA DE DATAS (VER DATADIF)
       01  WRK-DATADIF-AREA.
           05  WRK-DIF-DATA1    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-DATA2    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-STATUS   PIC X(01) VALUE SPACES.
           05  WRK-DIF-DIAS     PIC S9(08) VALUE ZEROS.
           05  WRK-DIF-PROX-UTIL PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-FIM-MES  PIC 9(08) VALUE ZEROS.

      *== AREA DO MODULO DE EMISSAO DE BOLETOS (VER BOLETOLIB)
       01  WRK-BOLETO-AREA.
           05  WRK-BOL-ORIGEM     PIC X(08) VALUE "ENCARGOS".
           05  WRK-BOL-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-BOL-REFERENCIA PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-BOL-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-DOCUMENTO  PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VENCIMENTO PIC 9(08) VALUE ZEROS.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           PERFORM 0200-CARREGA-BOLETOS.
           PERFORM 0300-PROCESSA-RETORNO.
           PERFORM 0400-REGRAVA-BOLETOS.
           PERFORM 0450-EMITE-RESIDUOS.
           PERFORM 0500-LISTA-VENCIDOS.
           PERFORM 0600-FINALIZAR.
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA NOTURNA DO JOBCTL
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "BOLETO_MULTA_PCT" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-MULTA-PCT = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "BOLETO_JUROS_DIA" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-JUROS-DIA = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-RET-PATH FROM ENVIRONMENT "BOLRET_PATH".
           IF WRK-RET-PATH EQUAL SPACES
               MOVE "RETBOL.DAT" TO WRK-RET-PATH

       0310-BAIXA-TITULO           SECTION.
           MOVE "N" TO WRK-ACHOU.
           MOVE "N" TO WRK-SUBSTITUIDO.
           PERFORM VARYING WRK-IDX-BOL FROM 1 BY 1
                   UNTIL WRK-IDX-BOL GREATER WRK-QTD-BOL
                   OR WRK-ACHOU EQUAL "S"
               MOVE WRK-TBB-REG(WRK-IDX-BOL) TO BOL-REG
               IF BOL-DOCUMENTO EQUAL RET-DOCUMENTO
                   AND BOL-SITUACAO EQUAL "S"
                   MOVE "S" TO WRK-SUBSTITUIDO
               END-IF
               IF BOL-DOCUMENTO EQUAL RET-DOCUMENTO
                   AND BOL-SITUACAO EQUAL "A"
                   MOVE "S" TO WRK-ACHOU
                   MOVE BOL-REG TO WRK-TBB-REG(WRK-IDX-BOL)
                   ADD 1 TO WRK-TOTAL-BAIXA
                   ADD RET-VALOR TO WRK-VALOR-BAIXA
                   PERFORM 0320-CALCULA-ENCARGOS
                   PERFORM 0330-CONTABILIZA
                   MOVE RET-VALOR TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "PAGO: BOLETO " BOL-DOCUMENTO " CLIENTE "
                           RET-DATA-PAGTO
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   IF WRK-DIAS-ATRASO GREATER ZEROS
                       MOVE WRK-MULTA  TO WRK-MULTA-ED
                       MOVE WRK-JUROS  TO WRK-JUROS-ED
                       MOVE WRK-DEVIDO TO WRK-DEVIDO-ED
                       MOVE SPACES TO REL-LINHA
                       STRING "  ATRASO " WRK-DIAS-ATRASO
                               " DIAS  MULTA " WRK-MULTA-ED
                               "  JUROS " WRK-JUROS-ED
                               "  DEVIDO " WRK-DEVIDO-ED
                               DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
                   IF WRK-RESIDUO GREATER ZEROS
                       PERFORM 0340-GUARDA-RESIDUO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
               ADD 1 TO WRK-TOTAL-ESTRANHO
               MOVE SPACES TO REL-LINHA
               IF WRK-SUBSTITUIDO EQUAL "S"
                   STRING "*** RETORNO DO DOCUMENTO " RET-DOCUMENTO
                           " JA SUBSTITUIDO POR SEGUNDA VIA - "
                           "CONFERIR ***"
                           DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING "*** RETORNO DO DOCUMENTO " RET-DOCUMENTO
                           " SEM TITULO EM ABERTO ***"
                           DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-IF.

      *== DEVIDO NA DATA DO PAGAMENTO: O VALOR DO TITULO E, SE PAGO
      *== DEPOIS DO VENCIMENTO, MULTA UNICA MAIS JUROS POR DIA DE
      *== ATRASO; O QUE O BANCO TROUXE A MENOS E O RESIDUO
       0320-CALCULA-ENCARGOS       SECTION.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           MOVE ZEROS TO WRK-MULTA.
           MOVE ZEROS TO WRK-JUROS.
           IF RET-DATA-PAGTO GREATER BOL-VENCIMENTO
               MOVE BOL-VENCIMENTO TO WRK-DIF-DATA1
               MOVE RET-DATA-PAGTO TO WRK-DIF-DATA2
               CALL "DATADIF" USING WRK-DATADIF-AREA
               IF WRK-DIF-STATUS EQUAL "S"
                   AND WRK-DIF-DIAS GREATER ZEROS
                   MOVE WRK-DIF-DIAS TO WRK-DIAS-ATRASO
                   COMPUTE WRK-MULTA ROUNDED =
                       BOL-VALOR * WRK-MULTA-PCT
                   COMPUTE WRK-JUROS ROUNDED =
                       BOL-VALOR * WRK-JUROS-DIA * WRK-DIAS-ATRASO
               END-IF
           END-IF.
           COMPUTE WRK-DEVIDO = BOL-VALOR + WRK-MULTA + WRK-JUROS.
           IF WRK-DEVIDO GREATER RET-VALOR
               COMPUTE WRK-RESIDUO = WRK-DEVIDO - RET-VALOR
           ELSE
               MOVE ZEROS TO WRK-RESIDUO
           END-IF.

      *== ESPELHO NO RAZAO: O DINHEIRO ENTROU NO CAIXA; ATE O
      *== PRINCIPAL LIQUIDA A RECEITA QUE ESTAVA SO NO TITULO, O QUE
      *== PASSAR DELE E MULTA/JUROS (RECJUROS). BOLETO RESIDUAL E SO
      *== ENCARGO; SEGUNDA VIA TEM POR PRINCIPAL O TITULO ORIGINAL
       0330-CONTABILIZA            SECTION.
           EVALUATE BOL-ORIGEM
               WHEN "ENCARGOS"
                   MOVE ZEROS TO WRK-PRINCIPAL
               WHEN "BOL2VIA"
                   PERFORM 0335-PRINCIPAL-ORIGINAL
               WHEN OTHER
                   MOVE BOL-VALOR TO WRK-PRINCIPAL
           END-EVALUATE.
           IF RET-VALOR LESS WRK-PRINCIPAL
               MOVE RET-VALOR TO WRK-PARTE-VENDAS
           ELSE
               MOVE WRK-PRINCIPAL TO WRK-PARTE-VENDAS
           END-IF.
           COMPUTE WRK-PARTE-ENCARGOS = RET-VALOR - WRK-PARTE-VENDAS.
           MOVE RET-DATA-PAGTO TO WRK-RAZ-DATA.
           MOVE BOL-DOCUMENTO TO WRK-RAZ-REF.
           IF WRK-PARTE-VENDAS GREATER ZEROS
               MOVE "CAIXA" TO WRK-RAZ-DEBITO
               MOVE "VENDAS" TO WRK-RAZ-CREDITO
               MOVE WRK-PARTE-VENDAS TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           IF WRK-PARTE-ENCARGOS GREATER ZEROS
               MOVE "CAIXA" TO WRK-RAZ-DEBITO
               MOVE "RECJUROS" TO WRK-RAZ-CREDITO
               MOVE WRK-PARTE-ENCARGOS TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
               ADD WRK-PARTE-ENCARGOS TO WRK-VALOR-ENCARGOS
           END-IF.

      *== SOBE A CADEIA DE SEGUNDAS VIAS (BOL-REFERENCIA APONTA O
      *== TITULO SUBSTITUIDO) ATE O TITULO QUE NASCEU DA VENDA
       0335-PRINCIPAL-ORIGINAL     SECTION.
           MOVE BOL-VALOR TO WRK-PRINCIPAL.
           MOVE BOL-REFERENCIA TO WRK-DOC-BUSCA.
           MOVE "S" TO WRK-SEGUE-CADEIA.
           PERFORM UNTIL WRK-SEGUE-CADEIA EQUAL "N"
               MOVE "N" TO WRK-SEGUE-CADEIA
               PERFORM VARYING WRK-IDX-ORI FROM 1 BY 1
                       UNTIL WRK-IDX-ORI GREATER WRK-QTD-BOL
                   MOVE WRK-TBB-REG(WRK-IDX-ORI) TO WRK-BOL-ORIGINAL
                   IF WRK-ORI-DOCUMENTO EQUAL WRK-DOC-BUSCA
                       AND WRK-ORI-SITUACAO EQUAL "S"
                       AND WRK-ORI-DOCUMENTO LESS BOL-DOCUMENTO
                       MOVE WRK-ORI-VALOR TO WRK-PRINCIPAL
                       EVALUATE WRK-ORI-ORIGEM
                           WHEN "BOL2VIA"
                               MOVE WRK-ORI-REFERENCIA TO WRK-DOC-BUSCA
                               MOVE "S" TO WRK-SEGUE-CADEIA
                           WHEN "ENCARGOS"
                               MOVE ZEROS TO WRK-PRINCIPAL
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.

       0340-GUARDA-RESIDUO         SECTION.
           IF WRK-QTD-RESIDUO GREATER OR EQUAL 500
               MOVE "S" TO WRK-RSD-ESTOURO
               MOVE WRK-RESIDUO TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING "*** RESIDUO DE " WRK-VALOR-ED " DO BOLETO "
                       BOL-DOCUMENTO " NAO EMITIDO - TABELA CHEIA ***"
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               ADD 1 TO WRK-QTD-RESIDUO
               MOVE BOL-CLIENTE   TO WRK-RSD-CLIENTE(WRK-QTD-RESIDUO)
               MOVE BOL-DOCUMENTO TO WRK-RSD-DOCUMENTO(WRK-QTD-RESIDUO)
               MOVE WRK-RESIDUO   TO WRK-RSD-VALOR(WRK-QTD-RESIDUO)
           END-IF.

       0400-REGRAVA-BOLETOS        SECTION.
           DISPLAY "BOLRET: " WRK-TOTAL-EXC " TITULOS DO TRANSBORDO "
                   "DEVOLVIDOS SEM PROCESSAMENTO".

      *== COBRANCA DO RESIDUO: UM BOLETO NOVO POR TITULO PAGO A
      *== MENOS, COM O DOCUMENTO ORIGINAL NA REFERENCIA
       0450-EMITE-RESIDUOS         SECTION.
           IF WRK-QTD-RESIDUO GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "RESIDUOS DE MULTA/JUROS COBRADOS" TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM VARYING WRK-IDX-RSD FROM 1 BY 1
                   UNTIL WRK-IDX-RSD GREATER WRK-QTD-RESIDUO
               MOVE "ENCARGOS" TO WRK-BOL-ORIGEM
               MOVE WRK-RSD-CLIENTE(WRK-IDX-RSD) TO WRK-BOL-CLIENTE
               MOVE WRK-RSD-DOCUMENTO(WRK-IDX-RSD)
                   TO WRK-BOL-REFERENCIA
               MOVE WRK-RSD-VALOR(WRK-IDX-RSD) TO WRK-BOL-VALOR
               MOVE WRK-DATA-HOJE TO WRK-BOL-DATA
               MOVE ZEROS TO WRK-BOL-VENCIMENTO
               CALL "BOLETOLIB" USING WRK-BOLETO-AREA
               ADD WRK-BOL-VALOR TO WRK-VALOR-RESIDUO
               MOVE WRK-BOL-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING "  BOLETO " WRK-BOL-DOCUMENTO " CLIENTE "
                       WRK-BOL-CLIENTE " " WRK-VALOR-ED
                       " (RESIDUO DO BOLETO " WRK-BOL-REFERENCIA ")"
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.

      *== A LISTA DA COBRANCA: TITULO EM ABERTO COM VENCIMENTO JA
      *== PASSADO
       0500-LISTA-VENCIDOS         SECTION.
                   ")  VENCIDOS EM ABERTO: " WRK-TOTAL-VENCIDO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VALOR-ENCARGOS TO WRK-VALOR-ED.
           MOVE WRK-VALOR-RESIDUO TO WRK-DEVIDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ENCARGOS RECEBIDOS: " WRK-VALOR-ED
                   "  RESIDUOS EMITIDOS: " WRK-QTD-RESIDUO " ("
                   WRK-DEVIDO-ED ")"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TAB-ESTOURO EQUAL "S"
               MOVE SPACES TO REL-LINHA
               STRING "*** RODADA PARCIAL: " WRK-TOTAL-EXC
           MOVE WRK-TOTAL-BAIXA TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-ESTRANHO TO WRK-RUN-REJEITADOS.
           IF WRK-TAB-ESTOURO EQUAL "S"
               OR WRK-RSD-ESTOURO EQUAL "S"
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
