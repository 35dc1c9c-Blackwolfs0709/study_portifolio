      *==   (C123456); AS DEMAIS SAO CONTAS CONTABEIS FIXAS (CAIXA,
      *==   VENDAS, DESPFOLH, DESPJURO, RECTARIF...). ABRE E FECHA O
      *==   ARQUIVO A CADA CHAMADA, COMO O RUNCTL FAZ COM O EXECLOG.
      *==   DATA EM COMPETENCIA FECHADA NO SUBSISTEMA DO PROGRAMA DE
      *==   ORIGEM (VER PERLIB/PERMANT) E DESVIADA PARA A PRIMEIRA
      *==   COMPETENCIA ABERTA - O RAZAO APURADO NAO MUDA MAIS.
      *==   CADA LINHA LEVA A EMPRESA/FILIAL DA EXECUCAO (VER FILLIB)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           05 RAZ-VALOR          PIC 9(011)V99.
           05 RAZ-ORIGEM         PIC X(08).
           05 RAZ-REF            PIC 9(06).
           05 RAZ-FILIAL         PIC X(02).
      *== RAZ-FILIAL: EMPRESA/FILIAL DO LANCAMENTO (VER FILLIB);
      *== ESPACOS (LINHA ANTIGA) = "01", A MATRIZ

       WORKING-STORAGE             SECTION.
       77  WRK-RAZ-PATH    PIC X(100) VALUE SPACES.
      *== SE NAO DEFINIDA, "RAZAO.DAT"
       77  FS-RAZAO        PIC 9(02) VALUE ZEROS.

      *== AREA DO MODULO DE CONTROLE DE COMPETENCIA (VER PERLIB)
       01  WRK-PERLIB-AREA.
           05  WRK-PER-SUBSISTEMA PIC X(06) VALUE SPACES.
           05  WRK-PER-ACAO       PIC X(01) VALUE "D".
           05  WRK-PER-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-PER-PROGRAMA   PIC X(08) VALUE SPACES.
           05  WRK-PER-REF        PIC X(20) VALUE SPACES.
           05  WRK-PER-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-PER-DATA-NOVA  PIC 9(08) VALUE ZEROS.
           05  WRK-PER-MOTIVO     PIC X(40) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

       LINKAGE                     SECTION.
       01  LNK-RAZLIB.
           05  LNK-DATA        PIC 9(08).
           MOVE LNK-VALOR   TO RAZ-VALOR.
           MOVE LNK-ORIGEM  TO RAZ-ORIGEM.
           MOVE LNK-REF     TO RAZ-REF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE WRK-FIL-CODIGO TO RAZ-FILIAL.
           PERFORM 0100-CONFERE-PERIODO.
           WRITE RAZ-REG.
           CLOSE RAZAO.
           GOBACK.

      *== O SUBSISTEMA SAI DO PROGRAMA DE ORIGEM; O QUE NAO E VENDA
      *== NEM FOLHA E CONTA CORRENTE
       0100-CONFERE-PERIODO        SECTION.
           EVALUATE LNK-ORIGEM
               WHEN "PEDIDOS"
               WHEN "PEDCANC"
               WHEN "PEDDEVOL"
               WHEN "PARCCOB"
               WHEN "CARTCONC"
               WHEN "FRETAUD"
               WHEN "INVLANC"
                   MOVE "VENDAS" TO WRK-PER-SUBSISTEMA
               WHEN "FOLHA"
               WHEN "PROVMES"
               WHEN "GPSMES"
               WHEN "FERIAS"
               WHEN "RESCISAO"
               WHEN "DECIMO13"
                   MOVE "FOLHA" TO WRK-PER-SUBSISTEMA
               WHEN OTHER
                   MOVE "CONTAS" TO WRK-PER-SUBSISTEMA
           END-EVALUATE.
           MOVE LNK-DATA   TO WRK-PER-DATA.
           MOVE LNK-ORIGEM TO WRK-PER-PROGRAMA.
           MOVE LNK-REF    TO WRK-PER-REF.
           CALL "PERLIB" USING WRK-PERLIB-AREA.
           IF WRK-PER-RESULTADO EQUAL "R"
               MOVE WRK-PER-DATA-NOVA TO RAZ-DATA
           END-IF.
