       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO DE BAIXA DA PROVISAO DE FERIAS E DECIMO
      *==           TERCEIRO - QUEM PAGA O EVENTO (FERIAS, DECIMO13,
      *==           RESCISAO) CHAMA ESTE MODULO COM O FUNCIONARIO, O
      *==           TIPO E O VALOR BRUTO PAGO; O MODULO ESTORNA NO
      *==           RAZAO A PARTE CORRESPONDENTE DA PROVISAO (E DOS
      *==           ENCARGOS PROVISIONADOS SOBRE ELA) E ABATE O SALDO
      *==           DO FUNCIONARIO EM PROVISAO.DAT (VER PROVMES)
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: TIPO "F" = FERIAS (COM O TERCO), "D" = DECIMO
      *==   TERCEIRO, "T" = TUDO (RESCISAO). VALOR ZEROS (OU TIPO "T")
      *==   BAIXA O SALDO INTEIRO; SENAO BAIXA O VALOR PAGO, LIMITADO
      *==   AO SALDO, E OS ENCARGOS NA MESMA PROPORCAO. SEM PROVISAO
      *==   DO FUNCIONARIO DEVOLVE RESULTADO "N" E NAO LANCA NADA.
      *==   ABRE E FECHA O ARQUIVO A CADA CHAMADA, COMO O RAZLIB.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVISAO ASSIGN TO DYNAMIC WRK-PRV-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVISAO.

       DATA DIVISION.
       FILE SECTION.
      *== SALDO DA PROVISAO POR FUNCIONARIO (VER PROVMES)
       FD  PROVISAO.
       01  PRV-REG.
           05 PRV-CODIGO         PIC 9(04).
           05 PRV-DEPTO          PIC X(03).
           05 PRV-FERIAS         PIC 9(009)V99.
           05 PRV-ENC-FERIAS     PIC 9(009)V99.
           05 PRV-DECIMO         PIC 9(009)V99.
           05 PRV-ENC-DECIMO     PIC 9(009)V99.
           05 PRV-ULT-COMPETENCIA PIC 9(06).
           05 PRV-DATA-ATUALIZ   PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-PRV-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PRV-PATH: VARIAVEL DE AMBIENTE "PROVISAO_PATH";
      *== SE NAO DEFINIDA, "PROVISAO.DAT"
       77  FS-PROVISAO     PIC 9(02) VALUE ZEROS.
       77  WRK-BAIXA       PIC 9(009)V99 VALUE ZEROS.
       77  WRK-BAIXA-ENC   PIC 9(009)V99 VALUE ZEROS.

      *== AREA DO RAZAO DE PARTIDAS DOBRADAS (VER RAZLIB/RAZBAL)
       01  WRK-RAZLIB-AREA.
           05  WRK-RAZ-DATA    PIC 9(08) VALUE ZEROS.
           05  WRK-RAZ-DEBITO  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-CREDITO PIC X(08) VALUE SPACES.
           05  WRK-RAZ-VALOR   PIC 9(011)V99 VALUE ZEROS.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE SPACES.
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

       LINKAGE                     SECTION.
       01  LNK-PROVLIB.
           05  LNK-CODIGO      PIC 9(04).
           05  LNK-TIPO        PIC X(01).
           05  LNK-VALOR       PIC 9(009)V99.
           05  LNK-DATA        PIC 9(08).
           05  LNK-ORIGEM      PIC X(08).
           05  LNK-REVERTIDO   PIC 9(009)V99.
           05  LNK-RESULTADO   PIC X(01).

       PROCEDURE DIVISION USING LNK-PROVLIB.
       0000-PRINCIPAL              SECTION.
           MOVE ZEROS TO LNK-REVERTIDO.
           MOVE "N" TO LNK-RESULTADO.
           ACCEPT WRK-PRV-PATH FROM ENVIRONMENT "PROVISAO_PATH".
           IF WRK-PRV-PATH EQUAL SPACES
               MOVE "PROVISAO.DAT" TO WRK-PRV-PATH
           END-IF.
      *== SEM ARQUIVO A PROVISAO NUNCA RODOU: NADA A BAIXAR
           OPEN I-O PROVISAO.
           IF FS-PROVISAO NOT EQUAL 0
               GOBACK
           END-IF.
           MOVE LNK-CODIGO TO PRV-CODIGO.
           READ PROVISAO KEY IS PRV-CODIGO
               INVALID KEY CONTINUE
           END-READ.
           IF FS-PROVISAO EQUAL 0
               MOVE LNK-DATA   TO WRK-RAZ-DATA
               MOVE LNK-ORIGEM TO WRK-RAZ-ORIGEM
               MOVE LNK-CODIGO TO WRK-RAZ-REF
               IF LNK-TIPO EQUAL "F" OR LNK-TIPO EQUAL "T"
                   PERFORM 0100-BAIXA-FERIAS
               END-IF
               IF LNK-TIPO EQUAL "D" OR LNK-TIPO EQUAL "T"
                   PERFORM 0200-BAIXA-DECIMO
               END-IF
               MOVE LNK-DATA TO PRV-DATA-ATUALIZ
               REWRITE PRV-REG
                   INVALID KEY
                       DISPLAY "PROVLIB: ERRO AO REGRAVAR PROVISAO "
                               PRV-CODIGO " FS=" FS-PROVISAO
               END-REWRITE
               MOVE "S" TO LNK-RESULTADO
           END-IF.
           CLOSE PROVISAO.
           GOBACK.

      *== FERIAS + TERCO: A PROVISAO VOLTA PARA A DESPESA NA MEDIDA
      *== DO QUE FOI PAGO, E OS ENCARGOS NA MESMA PROPORCAO
       0100-BAIXA-FERIAS           SECTION.
           IF LNK-VALOR EQUAL ZEROS OR LNK-TIPO EQUAL "T"
               OR LNK-VALOR NOT LESS PRV-FERIAS
               MOVE PRV-FERIAS TO WRK-BAIXA
               MOVE PRV-ENC-FERIAS TO WRK-BAIXA-ENC
           ELSE
               MOVE LNK-VALOR TO WRK-BAIXA
               COMPUTE WRK-BAIXA-ENC ROUNDED =
                   PRV-ENC-FERIAS * WRK-BAIXA / PRV-FERIAS
           END-IF.
           IF WRK-BAIXA GREATER ZEROS
               MOVE "PROVFER" TO WRK-RAZ-DEBITO
               MOVE "DESPFER" TO WRK-RAZ-CREDITO
               MOVE WRK-BAIXA TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           IF WRK-BAIXA-ENC GREATER ZEROS
               MOVE "PROVENC" TO WRK-RAZ-DEBITO
               MOVE "DESPENC" TO WRK-RAZ-CREDITO
               MOVE WRK-BAIXA-ENC TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           SUBTRACT WRK-BAIXA FROM PRV-FERIAS.
           SUBTRACT WRK-BAIXA-ENC FROM PRV-ENC-FERIAS.
           ADD WRK-BAIXA WRK-BAIXA-ENC TO LNK-REVERTIDO.

       0200-BAIXA-DECIMO           SECTION.
           IF LNK-VALOR EQUAL ZEROS OR LNK-TIPO EQUAL "T"
               OR LNK-VALOR NOT LESS PRV-DECIMO
               MOVE PRV-DECIMO TO WRK-BAIXA
               MOVE PRV-ENC-DECIMO TO WRK-BAIXA-ENC
           ELSE
               MOVE LNK-VALOR TO WRK-BAIXA
               COMPUTE WRK-BAIXA-ENC ROUNDED =
                   PRV-ENC-DECIMO * WRK-BAIXA / PRV-DECIMO
           END-IF.
           IF WRK-BAIXA GREATER ZEROS
               MOVE "PROV13" TO WRK-RAZ-DEBITO
               MOVE "DESP13" TO WRK-RAZ-CREDITO
               MOVE WRK-BAIXA TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           IF WRK-BAIXA-ENC GREATER ZEROS
               MOVE "PROVENC" TO WRK-RAZ-DEBITO
               MOVE "DESPENC" TO WRK-RAZ-CREDITO
               MOVE WRK-BAIXA-ENC TO WRK-RAZ-VALOR
               CALL "RAZLIB" USING WRK-RAZLIB-AREA
           END-IF.
           SUBTRACT WRK-BAIXA FROM PRV-DECIMO.
           SUBTRACT WRK-BAIXA-ENC FROM PRV-ENC-DECIMO.
           ADD WRK-BAIXA WRK-BAIXA-ENC TO LNK-REVERTIDO.
