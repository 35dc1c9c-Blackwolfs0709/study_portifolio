      *==           SALDO PARA ISENCAO DA TARIFA - O CTAJUROS GERA O
      *==           LOTE DE FIM DE MES PELO CATALOGO EM VEZ DE UMA
      *==           TAXA UNICA PARA TODO MUNDO, E A TARIFA DA CONTA
      *==           UNIVERSITARIA PARA DE SER ESTORNADA NA MAO.
      *==           O PRODUTO TRAZ TAMBEM OS LIMITES PADRAO DE DEBITO
      *==           E DE TRANSFERENCIA (DIARIO E POR TRANSACAO) QUE O
      *==           EXE1 APLICA QUANDO A CONTA NAO TEM LIMITE PROPRIO
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: LISTAR E INCLUIR/ALTERAR NO MOLDE DO PARMANT,
      *==   COM ANTES/DEPOIS EM PRODUTOS.LOG; O VINCULO CONTA ->
           05 PRD-ISENCAO-PISO   PIC 9(009)V99.
      *== PRD-ISENCAO-PISO: SALDO A PARTIR DO QUAL A TARIFA NAO E
      *== COBRADA (ZEROS = SEM ISENCAO POR SALDO)
           05 PRD-LIM-DEB-DIA    PIC 9(009)V99.
           05 PRD-LIM-DEB-TRANS  PIC 9(009)V99.
           05 PRD-LIM-TRF-DIA    PIC 9(009)V99.
           05 PRD-LIM-TRF-TRANS  PIC 9(009)V99.
      *== PRD-LIM-...: TETO DIARIO E POR TRANSACAO DOS DEBITOS ("D")
      *== E DAS TRANSFERENCIAS ("F") NO EXE1; ZEROS = SEM LIMITE.
      *== LINHA GRAVADA ANTES DESTES CAMPOS LE ESPACOS = SEM LIMITE

       FD  PRODUTOS-LOG.
       01  LOG-LINHA            PIC X(250).

       WORKING-STORAGE             SECTION.
       77  WRK-PRD-PATH    PIC X(100) VALUE SPACES.
               10 WRK-TAB-TAXA    PIC 9(02)V9999.
               10 WRK-TAB-TARIFA  PIC 9(05)V99.
               10 WRK-TAB-ISENCAO PIC 9(009)V99.
               10 WRK-TAB-LIM-DEB-DIA   PIC 9(009)V99.
               10 WRK-TAB-LIM-DEB-TRANS PIC 9(009)V99.
               10 WRK-TAB-LIM-TRF-DIA   PIC 9(009)V99.
               10 WRK-TAB-LIM-TRF-TRANS PIC 9(009)V99.
       77  WRK-QTD-PROD    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-PROD    PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-COMP    PIC 9(02) VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC X(02) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(90) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(90) VALUE SPACES.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       77  WRK-TARIFA-ED   PIC ZZ.ZZ9,99.
       77  WRK-LIM-ED1     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-ED2     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-ED3     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LIM-ED4     PIC ZZZ.ZZZ.ZZ9,99.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
                           TO WRK-TAB-TARIFA(WRK-QTD-PROD)
                       MOVE PRD-ISENCAO-PISO
                           TO WRK-TAB-ISENCAO(WRK-QTD-PROD)
                       PERFORM 0160-CARREGA-LIMITES
                   END-IF
                   READ PRODUTOS
                       AT END MOVE 10 TO FS-PRODUTOS
               CLOSE PRODUTOS
           END-IF.

      *== LINHA ANTERIOR AOS LIMITES VEM COM ESPACOS: SEM LIMITE
       0160-CARREGA-LIMITES        SECTION.
           MOVE ZEROS TO WRK-TAB-LIM-DEB-DIA(WRK-QTD-PROD)
                         WRK-TAB-LIM-DEB-TRANS(WRK-QTD-PROD)
                         WRK-TAB-LIM-TRF-DIA(WRK-QTD-PROD)
                         WRK-TAB-LIM-TRF-TRANS(WRK-QTD-PROD).
           IF PRD-LIM-DEB-DIA IS NUMERIC
               MOVE PRD-LIM-DEB-DIA
                   TO WRK-TAB-LIM-DEB-DIA(WRK-QTD-PROD)
           END-IF.
           IF PRD-LIM-DEB-TRANS IS NUMERIC
               MOVE PRD-LIM-DEB-TRANS
                   TO WRK-TAB-LIM-DEB-TRANS(WRK-QTD-PROD)
           END-IF.
           IF PRD-LIM-TRF-DIA IS NUMERIC
               MOVE PRD-LIM-TRF-DIA
                   TO WRK-TAB-LIM-TRF-DIA(WRK-QTD-PROD)
           END-IF.
           IF PRD-LIM-TRF-TRANS IS NUMERIC
               MOVE PRD-LIM-TRF-TRANS
                   TO WRK-TAB-LIM-TRF-TRANS(WRK-QTD-PROD)
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-LISTAR  2-INCLUIR/ALTERAR  3-SAIR".
           ACCEPT WRK-OPCAO.
                       WRK-TAB-TAXA(WRK-IDX-PROD) " "
                       WRK-TARIFA-ED " "
                       WRK-TAB-ISENCAO(WRK-IDX-PROD)
               MOVE WRK-TAB-LIM-DEB-DIA(WRK-IDX-PROD)   TO WRK-LIM-ED1
               MOVE WRK-TAB-LIM-DEB-TRANS(WRK-IDX-PROD) TO WRK-LIM-ED2
               MOVE WRK-TAB-LIM-TRF-DIA(WRK-IDX-PROD)   TO WRK-LIM-ED3
               MOVE WRK-TAB-LIM-TRF-TRANS(WRK-IDX-PROD) TO WRK-LIM-ED4
               DISPLAY "   LIMITES DEBITO DIA/TRANS " WRK-LIM-ED1 " "
                       WRK-LIM-ED2
               DISPLAY "   LIMITES TRANSF DIA/TRANS " WRK-LIM-ED3 " "
                       WRK-LIM-ED4
           END-PERFORM.
           DISPLAY "TOTAL DE PRODUTOS... " WRK-QTD-PROD.

           ACCEPT WRK-TAB-TARIFA(WRK-IDX-PROD).
           DISPLAY "SALDO DE ISENCAO DA TARIFA (0=SEM)...  ".
           ACCEPT WRK-TAB-ISENCAO(WRK-IDX-PROD).
           DISPLAY "LIMITE DIARIO DE DEBITO (0=SEM)...  ".
           ACCEPT WRK-TAB-LIM-DEB-DIA(WRK-IDX-PROD).
           DISPLAY "LIMITE POR DEBITO (0=SEM)...  ".
           ACCEPT WRK-TAB-LIM-DEB-TRANS(WRK-IDX-PROD).
           DISPLAY "LIMITE DIARIO DE TRANSFERENCIA (0=SEM)...  ".
           ACCEPT WRK-TAB-LIM-TRF-DIA(WRK-IDX-PROD).
           DISPLAY "LIMITE POR TRANSFERENCIA (0=SEM)...  ".
           ACCEPT WRK-TAB-LIM-TRF-TRANS(WRK-IDX-PROD).
           MOVE WRK-PRD-ITEM(WRK-IDX-PROD) TO WRK-REG-DEPOIS.

       2200-REGRAVA                SECTION.
               MOVE WRK-TAB-TAXA(WRK-IDX-COMP)    TO PRD-TAXA-JUROS
               MOVE WRK-TAB-TARIFA(WRK-IDX-COMP)  TO PRD-TARIFA
               MOVE WRK-TAB-ISENCAO(WRK-IDX-COMP) TO PRD-ISENCAO-PISO
               MOVE WRK-TAB-LIM-DEB-DIA(WRK-IDX-COMP)
                   TO PRD-LIM-DEB-DIA
               MOVE WRK-TAB-LIM-DEB-TRANS(WRK-IDX-COMP)
                   TO PRD-LIM-DEB-TRANS
               MOVE WRK-TAB-LIM-TRF-DIA(WRK-IDX-COMP)
                   TO PRD-LIM-TRF-DIA
               MOVE WRK-TAB-LIM-TRF-TRANS(WRK-IDX-COMP)
                   TO PRD-LIM-TRF-TRANS
               WRITE PRD-REG
           END-PERFORM.
           CLOSE PRODUTOS.
