      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: DECIMO13_PARCELA (1 OU 2) ESCOLHE A PARCELA;
      *==   EM BRANCO, NOVEMBRO ASSUME 1 E QUALQUER OUTRO MES 2.
      *==   NUMERO DO LOTE = AAAA0P (ANO + PARCELA), ORIGEM DECIMO13.
      *==   A PRIMEIRA PARCELA BAIXA DA PROVISAO O ADIANTAMENTO; A
      *==   SEGUNDA BAIXA O SALDO RESTANTE (VER PROVMES/PROVLIB)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

      *== LOTE DE CREDITO NO LAYOUT PAG-REG DO EXE1, ORIGEM DECIMO13
       FD  CREDITO-OUT.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

      *== AREA DA BAIXA DA PROVISAO DE FERIAS/DECIMO (VER PROVLIB)
       01  WRK-PROVLIB-AREA.
           05  WRK-PRB-CODIGO    PIC 9(04) VALUE ZEROS.
           05  WRK-PRB-TIPO      PIC X(01) VALUE "D".
           05  WRK-PRB-VALOR     PIC 9(009)V99 VALUE ZEROS.
           05  WRK-PRB-DATA      PIC 9(08) VALUE ZEROS.
           05  WRK-PRB-ORIGEM    PIC X(08) VALUE "DECIMO13".
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
           05  WRK-ACU-ORIGEM    PIC X(08) VALUE "DECIMO13".
           05  WRK-ACU-COMPETENCIA PIC 9(06) VALUE ZEROS.
           05  WRK-ACU-DEPTO     PIC X(03) VALUE SPACES.
           05  WRK-ACU-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0230-IMPRIME-LINHA.
           PERFORM 0240-GERA-CREDITO.
           PERFORM 0270-ACUMULA-DEPTO.
           PERFORM 0280-BAIXA-PROVISAO.
           IF WRK-PARCELA-NUM EQUAL 2
               PERFORM 0290-ACUMULA-ANO
           END-IF.
           ADD 1 TO WRK-TOTAL-PAGO.

      *== AVOS: ADMITIDO EM ANO ANTERIOR (OU SEM DATA) LEVA 12;
               ADD WRK-LIQUIDO TO WRK-DPT-LIQUIDO(WRK-IDX-DEPTO)
           END-IF.

      *== PRIMEIRA PARCELA: SAI DA PROVISAO O QUE FOI ADIANTADO;
      *== SEGUNDA: O DECIMO DO ANO ESTA QUITADO E O SALDO INTEIRO
      *== (COM OS ENCARGOS) VOLTA - VALOR ZEROS PARA O PROVLIB
       0280-BAIXA-PROVISAO         SECTION.
           MOVE EMP-CODIGO    TO WRK-PRB-CODIGO.
           IF WRK-PARCELA-NUM EQUAL 1
               MOVE WRK-ADIANTADO TO WRK-PRB-VALOR
           ELSE
               MOVE ZEROS TO WRK-PRB-VALOR
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-PRB-DATA.
           CALL "PROVLIB" USING WRK-PROVLIB-AREA.
           IF WRK-PRB-RESULTADO EQUAL "S"
               ADD WRK-PRB-REVERTIDO TO WRK-TOTAL-BAIXA
           END-IF.

      *== O DECIMO ENTRA CHEIO NO ACUMULADO NA SEGUNDA PARCELA, QUE
      *== E QUANDO HA RETENCAO - TRIBUTACAO EXCLUSIVA NO INFORME
       0290-ACUMULA-ANO            SECTION.
           MOVE WRK-ANO-HOJE  TO WRK-ACU-ANO.
           MOVE EMP-CODIGO    TO WRK-ACU-CODIGO.
           MOVE WRK-BASE-13   TO WRK-ACU-DECIMO.
           MOVE WRK-INSS      TO WRK-ACU-INSS-13.
           MOVE WRK-IRRF      TO WRK-ACU-IRRF-13.
           MOVE WRK-DATA-HOJE TO WRK-ACU-DATA.
      *== O DECIMO ENTRA NA GUIA DO INSS DO MES EM QUE FOI PAGO
           COMPUTE WRK-ACU-COMPETENCIA = WRK-DATA-HOJE / 100.
           MOVE EMP-DEPTO     TO WRK-ACU-DEPTO.
           CALL "ACUMLIB" USING WRK-ACUMLIB-AREA.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           DISPLAY "DECIMO13: LOTE DE CREDITO EM " WRK-CRED-PATH " ("
                   WRK-QTD-CREDITO " CREDITOS, " WRK-SEM-CONTA
                   " SEM CONTA)".
           MOVE WRK-TOTAL-BAIXA TO WRK-VALOR-ED.
           DISPLAY "DECIMO13: PROVISAO BAIXADA " WRK-VALOR-ED.
           DISPLAY "DECIMO13: RELATORIO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
