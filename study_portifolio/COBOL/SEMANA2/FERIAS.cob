      *== OBSERVAÇÕES: FERIAS_COMPETENCIA (AAAAMM) ESCOLHE O MES DA
      *==   PROGRAMACAO A PAGAR; EM BRANCO, O MES CORRENTE. LAYOUT DE
      *==   FERIAS.DAT: FER-CODIGO 9(04), FER-DATA-INICIO 9(08),
      *==   FER-DIAS 9(02). O BRUTO PAGO BAIXA A PROVISAO DE FERIAS
      *==   DO FUNCIONARIO (VER PROVMES/PROVLIB)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  RECIBO-REL.
       01  REC-LINHA             PIC X(80).
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DA BAIXA DA PROVISAO DE FERIAS/DECIMO (VER PROVLIB)
       01  WRK-PROVLIB-AREA.
           05  WRK-PRB-CODIGO    PIC 9(04) VALUE ZEROS.
           05  WRK-PRB-TIPO      PIC X(01) VALUE SPACES.
           05  WRK-PRB-VALOR     PIC 9(009)V99 VALUE ZEROS.
           05  WRK-PRB-DATA      PIC 9(08) VALUE ZEROS.
           05  WRK-PRB-ORIGEM    PIC X(08) VALUE "FERIAS".
           05  WRK-PRB-REVERTIDO PIC 9(009)V99 VALUE ZEROS.
           05  WRK-PRB-RESULTADO PIC X(01) VALUE SPACES.
       77  WRK-TOTAL-BAIXA PIC 9(011)V99 VALUE ZEROS.

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
           05  WRK-ACU-ORIGEM    PIC X(08) VALUE "FERIAS".
           05  WRK-ACU-COMPETENCIA PIC 9(06) VALUE ZEROS.
           05  WRK-ACU-DEPTO     PIC X(03) VALUE SPACES.
           05  WRK-ACU-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
                           PERFORM 0220-CALCULA-FERIAS
                           PERFORM 0230-EMITE-RECIBO
                           PERFORM 0240-GERA-CREDITO
                           PERFORM 0270-BAIXA-PROVISAO
                           PERFORM 0280-ACUMULA-ANO
                           ADD 1 TO WRK-TOTAL-PAGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *== O QUE FOI PAGO SAI DA PROVISAO ACUMULADA PELO PROVMES;
      *== SEM PROVISAO (FUNCIONARIO NOVO, PROVMES NUNCA RODOU) O
      *== PAGAMENTO FICA SO COMO DESPESA, COMO ANTES
       0270-BAIXA-PROVISAO         SECTION.
           MOVE EMP-CODIGO    TO WRK-PRB-CODIGO.
           MOVE "F"           TO WRK-PRB-TIPO.
           MOVE WRK-BRUTO     TO WRK-PRB-VALOR.
           MOVE WRK-DATA-HOJE TO WRK-PRB-DATA.
           CALL "PROVLIB" USING WRK-PROVLIB-AREA.
           IF WRK-PRB-RESULTADO EQUAL "S"
               ADD WRK-PRB-REVERTIDO TO WRK-TOTAL-BAIXA
           END-IF.

      *== FERIAS + TERCO SAO RENDIMENTO TRIBUTAVEL DO ANO DO
      *== PAGAMENTO, COM O INSS E O IRRF RETIDOS (VER INFREND)
       0280-ACUMULA-ANO            SECTION.
           COMPUTE WRK-ACU-ANO = WRK-DATA-HOJE / 10000.
           MOVE EMP-CODIGO    TO WRK-ACU-CODIGO.
           MOVE WRK-BRUTO     TO WRK-ACU-TRIBUTAVEL.
           MOVE WRK-INSS      TO WRK-ACU-INSS.
           MOVE WRK-IRRF      TO WRK-ACU-IRRF.
           MOVE WRK-DATA-HOJE TO WRK-ACU-DATA.
           MOVE WRK-COMPETENCIA TO WRK-ACU-COMPETENCIA.
           MOVE EMP-DEPTO     TO WRK-ACU-DEPTO.
           CALL "ACUMLIB" USING WRK-ACUMLIB-AREA.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO CRD-REG-TRAILER.
           MOVE "T" TO CRD-TRL-TIPO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "FERIAS: PROGRAMACOES LIDAS.... " WRK-TOTAL-LIDO.
           DISPLAY "FERIAS: FERIAS PAGAS.......... " WRK-TOTAL-PAGO.
           MOVE WRK-TOTAL-BAIXA TO WRK-VALOR-ED.
           DISPLAY "FERIAS: PROVISAO BAIXADA...... " WRK-VALOR-ED.
           DISPLAY "FERIAS: RECIBOS EM " WRK-REC-PATH.
           DISPLAY "FERIAS: LOTE DE CREDITO EM " WRK-CRED-PATH " ("
                   WRK-QTD-CREDITO " CREDITOS, " WRK-SEM-CONTA
