       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUMLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO DO ACUMULADO ANUAL DE RENDIMENTOS - QUEM
      *==           PAGA O FUNCIONARIO (FOLHA, FERIAS, DECIMO13,
      *==           RESCISAO) CHAMA ESTE MODULO COM O ANO, O
      *==           FUNCIONARIO E OS VALORES DO PAGAMENTO; O MODULO
      *==           SOMA NO REGISTRO ANO+FUNCIONARIO DE ACUMANO.DAT
      *==           (CRIANDO-O NO PRIMEIRO PAGAMENTO DO ANO). E DESTE
      *==           ARQUIVO QUE O INFREND TIRA O INFORME DE
      *==           RENDIMENTOS - ACABOU SOMAR DOZE HOLERITES A MAO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: TRIBUTAVEL/INSS/IRRF = RENDIMENTO DO MES E
      *==   FERIAS; DECIMO/INSS-13/IRRF-13 = DECIMO TERCEIRO, DE
      *==   TRIBUTACAO EXCLUSIVA; ISENTO = VERBAS INDENIZATORIAS.
      *==   ABRE E FECHA O ARQUIVO A CADA CHAMADA, COMO O RAZLIB.
      *==   CADA PAGAMENTO TAMBEM SAI NA TRILHA MENSAL PAGMES.DAT,
      *==   COM A COMPETENCIA E O DEPARTAMENTO - E DELA QUE O GPSMES
      *==   TIRA A BASE DA GUIA DO INSS DO MES
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMANO ASSIGN TO DYNAMIC WRK-ACU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CHAVE
               FILE STATUS IS FS-ACUMANO.
           SELECT PAGMES ASSIGN TO DYNAMIC WRK-PGM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PAGMES.

       DATA DIVISION.
       FILE SECTION.
      *== ACUMULADO DO ANO-CALENDARIO POR FUNCIONARIO (VER INFREND)
       FD  ACUMANO.
       01  ACU-REG.
           05 ACU-CHAVE.
               10 ACU-ANO        PIC 9(04).
               10 ACU-CODIGO     PIC 9(04).
           05 ACU-TRIBUTAVEL     PIC 9(009)V99.
           05 ACU-INSS           PIC 9(009)V99.
           05 ACU-IRRF           PIC 9(009)V99.
           05 ACU-DECIMO         PIC 9(009)V99.
           05 ACU-INSS-13        PIC 9(009)V99.
           05 ACU-IRRF-13        PIC 9(009)V99.
           05 ACU-ISENTO         PIC 9(009)V99.
           05 ACU-DATA-ATUALIZ   PIC 9(08).
           05 ACU-ORIGEM         PIC X(08).

      *== TRILHA MENSAL DE PAGAMENTOS: UMA LINHA POR CHAMADA
       FD  PAGMES.
       01  PGM-REG.
           05 PGM-COMPETENCIA    PIC 9(06).
           05 PGM-CODIGO         PIC 9(04).
           05 PGM-DEPTO          PIC X(03).
           05 PGM-ORIGEM         PIC X(08).
           05 PGM-DATA           PIC 9(08).
           05 PGM-TRIBUTAVEL     PIC 9(009)V99.
           05 PGM-INSS           PIC 9(009)V99.
           05 PGM-DECIMO         PIC 9(009)V99.
           05 PGM-INSS-13        PIC 9(009)V99.
           05 PGM-ISENTO         PIC 9(009)V99.

       WORKING-STORAGE             SECTION.
       77  WRK-ACU-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ACU-PATH: VARIAVEL DE AMBIENTE "ACUMANO_PATH";
      *== SE NAO DEFINIDA, "ACUMANO.DAT"
       77  FS-ACUMANO      PIC 9(02) VALUE ZEROS.
       77  WRK-PGM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PGM-PATH: VARIAVEL DE AMBIENTE "PAGMES_PATH";
      *== SE NAO DEFINIDA, "PAGMES.DAT"
       77  FS-PAGMES       PIC 9(02) VALUE ZEROS.
       77  WRK-ACU-NOVO    PIC X(01) VALUE "N".

       LINKAGE                     SECTION.
       01  LNK-ACUMLIB.
           05  LNK-ANO         PIC 9(04).
           05  LNK-CODIGO      PIC 9(04).
           05  LNK-TRIBUTAVEL  PIC 9(009)V99.
           05  LNK-INSS        PIC 9(009)V99.
           05  LNK-IRRF        PIC 9(009)V99.
           05  LNK-DECIMO      PIC 9(009)V99.
           05  LNK-INSS-13     PIC 9(009)V99.
           05  LNK-IRRF-13     PIC 9(009)V99.
           05  LNK-ISENTO      PIC 9(009)V99.
           05  LNK-DATA        PIC 9(08).
           05  LNK-ORIGEM      PIC X(08).
           05  LNK-COMPETENCIA PIC 9(06).
           05  LNK-DEPTO       PIC X(03).
           05  LNK-RESULTADO   PIC X(01).

       PROCEDURE DIVISION USING LNK-ACUMLIB.
       0000-PRINCIPAL              SECTION.
           MOVE "N" TO LNK-RESULTADO.
           ACCEPT WRK-ACU-PATH FROM ENVIRONMENT "ACUMANO_PATH".
           IF WRK-ACU-PATH EQUAL SPACES
               MOVE "ACUMANO.DAT" TO WRK-ACU-PATH
           END-IF.
           OPEN I-O ACUMANO.
           IF FS-ACUMANO EQUAL 35
               OPEN OUTPUT ACUMANO
               CLOSE ACUMANO
               OPEN I-O ACUMANO
           END-IF.
           IF FS-ACUMANO NOT EQUAL 0
               DISPLAY "ACUMLIB: FALHA AO ABRIR " WRK-ACU-PATH
                       " FS=" FS-ACUMANO " - FUNCIONARIO "
                       LNK-CODIGO " SEM ACUMULADO"
               PERFORM 0100-GRAVA-TRILHA
               GOBACK
           END-IF.
           MOVE "N" TO WRK-ACU-NOVO.
           MOVE LNK-ANO    TO ACU-ANO.
           MOVE LNK-CODIGO TO ACU-CODIGO.
           READ ACUMANO KEY IS ACU-CHAVE
               INVALID KEY MOVE "S" TO WRK-ACU-NOVO
           END-READ.
           IF WRK-ACU-NOVO EQUAL "S"
               MOVE ZEROS TO ACU-REG
               MOVE LNK-ANO    TO ACU-ANO
               MOVE LNK-CODIGO TO ACU-CODIGO
           END-IF.
           ADD LNK-TRIBUTAVEL TO ACU-TRIBUTAVEL.
           ADD LNK-INSS       TO ACU-INSS.
           ADD LNK-IRRF       TO ACU-IRRF.
           ADD LNK-DECIMO     TO ACU-DECIMO.
           ADD LNK-INSS-13    TO ACU-INSS-13.
           ADD LNK-IRRF-13    TO ACU-IRRF-13.
           ADD LNK-ISENTO     TO ACU-ISENTO.
           MOVE LNK-DATA      TO ACU-DATA-ATUALIZ.
           MOVE LNK-ORIGEM    TO ACU-ORIGEM.
           IF WRK-ACU-NOVO EQUAL "S"
               WRITE ACU-REG
                   INVALID KEY CONTINUE
               END-WRITE
           ELSE
               REWRITE ACU-REG
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           IF FS-ACUMANO EQUAL 0
               MOVE "S" TO LNK-RESULTADO
           ELSE
               DISPLAY "ACUMLIB: ERRO AO GRAVAR ACUMULADO "
                       ACU-ANO "/" ACU-CODIGO " FS=" FS-ACUMANO
           END-IF.
           CLOSE ACUMANO.
           PERFORM 0100-GRAVA-TRILHA.
           GOBACK.

      *== O PAGAMENTO NA TRILHA DO MES, MESMO QUE O ACUMULADO TENHA
      *== FALHADO - A GUIA DO INSS NAO PODE PERDER A BASE
       0100-GRAVA-TRILHA           SECTION.
           ACCEPT WRK-PGM-PATH FROM ENVIRONMENT "PAGMES_PATH".
           IF WRK-PGM-PATH EQUAL SPACES
               MOVE "PAGMES.DAT" TO WRK-PGM-PATH
           END-IF.
           OPEN EXTEND PAGMES.
           IF FS-PAGMES NOT EQUAL 0
               OPEN OUTPUT PAGMES
           END-IF.
           IF FS-PAGMES NOT EQUAL 0
               DISPLAY "ACUMLIB: FALHA AO ABRIR " WRK-PGM-PATH
                       " FS=" FS-PAGMES " - PAGAMENTO DE "
                       LNK-CODIGO " FORA DA TRILHA DO MES"
           ELSE
               MOVE SPACES TO PGM-REG
               MOVE LNK-COMPETENCIA TO PGM-COMPETENCIA
               MOVE LNK-CODIGO      TO PGM-CODIGO
               MOVE LNK-DEPTO       TO PGM-DEPTO
               MOVE LNK-ORIGEM      TO PGM-ORIGEM
               MOVE LNK-DATA        TO PGM-DATA
               MOVE LNK-TRIBUTAVEL  TO PGM-TRIBUTAVEL
               MOVE LNK-INSS        TO PGM-INSS
               MOVE LNK-DECIMO      TO PGM-DECIMO
               MOVE LNK-INSS-13     TO PGM-INSS-13
               MOVE LNK-ISENTO      TO PGM-ISENTO
               WRITE PGM-REG
               CLOSE PAGMES
           END-IF.
