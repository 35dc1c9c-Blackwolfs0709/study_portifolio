      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: FERIAS E AVISO INDENIZADO SAO VERBAS
      *==   INDENIZATORIAS (SEM RETENCAO); INSS/IRRF INCIDEM SOBRE
      *==   SALDO DE SALARIO + DECIMO PROPORCIONAL. O DESLIGAMENTO
      *==   BAIXA TODA A PROVISAO DE FERIAS E DECIMO DO FUNCIONARIO
      *==   (VER PROVMES/PROVLIB). O TERMO LISTA O SALDO DEVEDOR DE
      *==   CADA EMPRESTIMO CONSIGNADO AINDA ATIVO (VER CSGMANT), QUE
      *==   O FUNCIONARIO PASSA A QUITAR DIRETO COM O BANCO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT IRRF-TABELA ASSIGN TO DYNAMIC WRK-IRRF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IRRF.
           SELECT CONSIGNADOS ASSIGN TO DYNAMIC WRK-CSG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS FS-CONSIGNADOS.

       DATA DIVISION.
       FILE SECTION.
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  EMPREGADOS-LOG.
       01  LOG-LINHA            PIC X(220).
       FD  TERMO-REL.
       01  TER-LINHA            PIC X(80).

      *== CONTRATOS DE EMPRESTIMO CONSIGNADO (VER CSGMANT)
       FD  CONSIGNADOS.
       01  CSG-REG.
           05 CSG-CHAVE.
               10 CSG-CODIGO     PIC 9(04).
               10 CSG-SEQ        PIC 9(02).
           05 CSG-BANCO          PIC 9(03).
           05 CSG-CONTRATO       PIC X(12).
           05 CSG-PARCELA        PIC 9(07)V99.
           05 CSG-QTD-PARCELAS   PIC 9(03).
           05 CSG-PAGAS          PIC 9(03).
           05 CSG-COMP-INICIO    PIC 9(06).
           05 CSG-ULT-COMPETENCIA PIC 9(06).
           05 CSG-SITUACAO       PIC X(01).
           05 CSG-DATA-INCLUSAO  PIC 9(08).

      *== LOTE DE CREDITO NO LAYOUT PAG-REG DO EXE1, ORIGEM RESCISAO
       FD  CREDITO-OUT.
       01  CRD-REG.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-TERMO        PIC 9(02) VALUE ZEROS.
       77  FS-CREDITO      PIC 9(02) VALUE ZEROS.
       77  WRK-CSG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CSG-PATH: VARIAVEL DE AMBIENTE "CONSIG_PATH";
      *== SE NAO DEFINIDA, "CONSIG.DAT"
       77  FS-CONSIGNADOS  PIC 9(02) VALUE ZEROS.
       77  WRK-CSG-QTD     PIC 9(02) VALUE ZEROS.
       77  WRK-CSG-SALDO   PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CSG-TOTAL   PIC 9(08)V99 VALUE ZEROS.
       77  FS-INSS         PIC 9(02) VALUE ZEROS.
       77  FS-IRRF         PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
      *== DEMISSAO   3 = ACORDO MUTUO
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       01  WRK-REG-ANTES   PIC X(76) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(76) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O DESLIGAMENTO E UMA ALTERACAO DO CADASTRO COMO QUALQUER
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DA BAIXA DA PROVISAO DE FERIAS/DECIMO (VER PROVLIB)
       01  WRK-PROVLIB-AREA.
           05  WRK-PRB-CODIGO    PIC 9(04) VALUE ZEROS.
           05  WRK-PRB-TIPO      PIC X(01) VALUE "T".
           05  WRK-PRB-VALOR     PIC 9(009)V99 VALUE ZEROS.
           05  WRK-PRB-DATA      PIC 9(08) VALUE ZEROS.
           05  WRK-PRB-ORIGEM    PIC X(08) VALUE "RESCISAO".
           05  WRK-PRB-REVERTIDO PIC 9(009)V99 VALUE ZEROS.
           05  WRK-PRB-RESULTADO PIC X(01) VALUE SPACES.

      *== AREA DO ACUMULADO ANUAL DE RENDIMENTOS (VER ACUMLIB/INFREND)
       01  WRK-ACUMLIB-AREA.
           05  WRK-ACU-ANO       PIC 9(04) VALUE ZEROS.
           05  WRK-ACU-CODIGO    PIC 9(04) VALUE ZEROS.
           05  WRK-ACU-TRIBUTAVEL PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-INSS      PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-IRRF      PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-DECIMO    PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-INSS-13   PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-IRRF-13   PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-ISENTO    PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-DATA      PIC 9(08) VALUE ZEROS.
           05  WRK-ACU-ORIGEM    PIC X(08) VALUE "RESCISAO".
           05  WRK-ACU-COMPETENCIA PIC 9(06) VALUE ZEROS.
           05  WRK-ACU-DEPTO     PIC X(03) VALUE SPACES.
           05  WRK-ACU-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           STRING "  LIQUIDO DO ACERTO............... " WRK-LIQ-ED
                   DELIMITED BY SIZE INTO TER-LINHA.
           WRITE TER-LINHA.
           PERFORM 0450-LISTA-CONSIGNADO.
           MOVE SPACES TO TER-LINHA.
           WRITE TER-LINHA.
           MOVE "ASSINATURA DO FUNCIONARIO: ______________________"
           WRITE TER-LINHA.
           DISPLAY "RESCISAO: TERMO IMPRESSO EM " WRK-TER-PATH.

      *== EMPRESTIMOS CONSIGNADOS AINDA ATIVOS: SALDO DEVEDOR =
      *== PARCELA VEZES AS PARCELAS QUE FALTAM; COM O DESLIGAMENTO A
      *== FOLHA PARA DE DESCONTAR E O SALDO FICA COM O BANCO
       0450-LISTA-CONSIGNADO       SECTION.
           MOVE ZEROS TO WRK-CSG-QTD.
           MOVE ZEROS TO WRK-CSG-TOTAL.
           ACCEPT WRK-CSG-PATH FROM ENVIRONMENT "CONSIG_PATH".
           IF WRK-CSG-PATH EQUAL SPACES
               MOVE "CONSIG.DAT" TO WRK-CSG-PATH
           END-IF.
           OPEN INPUT CONSIGNADOS.
           IF FS-CONSIGNADOS NOT EQUAL 0
               GO TO 0450-LISTA-CONSIGNADO-FIM
           END-IF.
           MOVE EMP-CODIGO TO CSG-CODIGO.
           MOVE ZEROS TO CSG-SEQ.
           START CONSIGNADOS KEY IS NOT LESS CSG-CHAVE
               INVALID KEY MOVE 23 TO FS-CONSIGNADOS
           END-START.
           IF FS-CONSIGNADOS EQUAL 0
               READ CONSIGNADOS NEXT
                   AT END MOVE 10 TO FS-CONSIGNADOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-CONSIGNADOS NOT EQUAL 0
                   OR CSG-CODIGO NOT EQUAL EMP-CODIGO
               IF CSG-SITUACAO EQUAL "A"
                   IF WRK-CSG-QTD EQUAL ZEROS
                       MOVE SPACES TO TER-LINHA
                       WRITE TER-LINHA
                       MOVE "CONSIGNADOS EM ABERTO (QUITAR COM O BANCO)"
                           TO TER-LINHA
                       WRITE TER-LINHA
                   END-IF
                   ADD 1 TO WRK-CSG-QTD
                   COMPUTE WRK-CSG-SALDO = CSG-PARCELA *
                       (CSG-QTD-PARCELAS - CSG-PAGAS)
                   ADD WRK-CSG-SALDO TO WRK-CSG-TOTAL
                   MOVE WRK-CSG-SALDO TO WRK-VALOR-ED
                   MOVE SPACES TO TER-LINHA
                   STRING "  BANCO " CSG-BANCO " CONTRATO "
                           CSG-CONTRATO " PAGAS " CSG-PAGAS "/"
                           CSG-QTD-PARCELAS " SALDO " WRK-VALOR-ED
                           DELIMITED BY SIZE INTO TER-LINHA
                   WRITE TER-LINHA
               END-IF
               READ CONSIGNADOS NEXT
                   AT END MOVE 10 TO FS-CONSIGNADOS
               END-READ
           END-PERFORM.
           CLOSE CONSIGNADOS.
           IF WRK-CSG-QTD GREATER ZEROS
               MOVE WRK-CSG-TOTAL TO WRK-VALOR-ED
               MOVE SPACES TO TER-LINHA
               STRING "  SALDO DEVEDOR CONSIGNADO........ " WRK-VALOR-ED
                       DELIMITED BY SIZE INTO TER-LINHA
               WRITE TER-LINHA
               DISPLAY "RESCISAO: " WRK-CSG-QTD " CONSIGNADO(S) EM "
                       "ABERTO - SALDO DEVEDOR " WRK-VALOR-ED
           END-IF.

       0450-LISTA-CONSIGNADO-FIM.
           EXIT.

       0500-GERA-CREDITO           SECTION.
           IF EMP-CONTA EQUAL ZEROS
               DISPLAY "RESCISAO: FUNCIONARIO SEM CONTA - PAGAR "
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "RESCISAO: FUNCIONARIO DESLIGADO - A "
                           "FOLHA PASSA A PULA-LO"
                   PERFORM 0650-BAIXA-PROVISAO
                   PERFORM 0660-ACUMULA-ANO
           END-REWRITE.

      *== FERIAS E DECIMO PROPORCIONAIS FORAM ACERTADOS NO TERMO: O
      *== SALDO INTEIRO DA PROVISAO (E DOS ENCARGOS) VOLTA
       0650-BAIXA-PROVISAO         SECTION.
           MOVE EMP-CODIGO    TO WRK-PRB-CODIGO.
           MOVE WRK-DATA-HOJE TO WRK-PRB-DATA.
           CALL "PROVLIB" USING WRK-PROVLIB-AREA.
           IF WRK-PRB-RESULTADO EQUAL "S"
               MOVE WRK-PRB-REVERTIDO TO WRK-VALOR-ED
               DISPLAY "RESCISAO: PROVISAO BAIXADA " WRK-VALOR-ED
           END-IF.

      *== SALDO DE SALARIO E TRIBUTAVEL, O DECIMO PROPORCIONAL E DE
      *== TRIBUTACAO EXCLUSIVA E FERIAS/AVISO INDENIZADOS SAO
      *== ISENTOS; A RETENCAO, CALCULADA SOBRE SALDO + DECIMO, E
      *== REPARTIDA ENTRE OS DOIS NA PROPORCAO DE CADA UM
       0660-ACUMULA-ANO            SECTION.
           COMPUTE WRK-ACU-ANO = WRK-DATA-HOJE / 10000.
           MOVE EMP-CODIGO        TO WRK-ACU-CODIGO.
           MOVE WRK-SALDO-SALARIO TO WRK-ACU-TRIBUTAVEL.
           MOVE WRK-VAL-13        TO WRK-ACU-DECIMO.
           COMPUTE WRK-ACU-ISENTO = WRK-VAL-FERIAS + WRK-VAL-TERCO
               + WRK-VAL-AVISO.
           MOVE ZEROS TO WRK-ACU-INSS-13.
           MOVE ZEROS TO WRK-ACU-IRRF-13.
           IF WRK-BASE-TRIB GREATER ZEROS
               COMPUTE WRK-ACU-INSS-13 ROUNDED =
                   WRK-INSS * WRK-VAL-13 / WRK-BASE-TRIB
               COMPUTE WRK-ACU-IRRF-13 ROUNDED =
                   WRK-IRRF * WRK-VAL-13 / WRK-BASE-TRIB
           END-IF.
           COMPUTE WRK-ACU-INSS = WRK-INSS - WRK-ACU-INSS-13.
           COMPUTE WRK-ACU-IRRF = WRK-IRRF - WRK-ACU-IRRF-13.
           MOVE WRK-DATA-HOJE TO WRK-ACU-DATA.
      *== AS VERBAS DO ACERTO ENTRAM NA GUIA DO MES DO DESLIGAMENTO
           COMPUTE WRK-ACU-COMPETENCIA = WRK-DATA-DESLIG / 100.
           MOVE EMP-DEPTO     TO WRK-ACU-DEPTO.
           CALL "ACUMLIB" USING WRK-ACUMLIB-AREA.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
