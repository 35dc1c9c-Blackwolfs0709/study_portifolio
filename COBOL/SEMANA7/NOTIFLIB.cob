       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO COMUM DE AVISO AO CLIENTE (EMAIL/SMS) -
      *==           QUEM GERA O EVENTO (PEDSTAT NA EXPEDICAO,
      *==           BOLETOLIB NA EMISSAO, EXE1 NA RECUSA DE DEBITO,
      *==           DEBREAPR NA REAPRESENTACAO, BOLETIM NA
      *==           PUBLICACAO) CHAMA COM O TIPO DO EVENTO E O REG-ID;
      *==           O MODULO BUSCA O CONTATO EM CLIENTES.DAT, CONFERE
      *==           O CONSENTIMENTO DO CANAL (CONSENT.DAT, VER
      *==           CONSMANT) E A DEVOLUCAO DO CONTATO (CONTATO.INV,
      *==           VER NOTIFRET) E ACRESCENTA UMA MENSAGEM POR CANAL
      *==           LIBERADO NO ARQUIVO DIARIO DE SAIDA QUE O GATEWAY
      *==           DE MENSAGENS RECOLHE
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: SAIDA EM NOTIF.<AAAAMMDD> (OU NO CAMINHO DE
      *==   NOTIF_SAIDA_PATH).
      *==   CLIENTE SEM CONSENTIMENTO VIGENTE NO CANAL, SEM CONTATO
      *==   COM FORMA MINIMA OU COM O CONTATO ATUAL DEVOLVIDO PELO
      *==   GATEWAY NAO RECEBE NAQUELE CANAL. NOTIF_<EVENTO> = "N" NO
      *==   ARQUIVO CENTRAL DESLIGA UM EVENTO SEM MEXER NO CHAMADOR.
      *==   QUEM SO CONHECE A CONTA (EXE1, DEBREAPR) PASSA O CLIENTE
      *==   ZERADO E A CONTA - O TITULAR VEM DO CTACLI
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CONSENTIMENTOS ASSIGN TO DYNAMIC WRK-CNS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS FS-CONSENTIMENTOS.
           SELECT CONTATO-INV ASSIGN TO DYNAMIC WRK-CTI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS FS-CONTATO-INV.
           SELECT NOTIF-SAIDA ASSIGN TO DYNAMIC WRK-NTF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIF.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

       FD  CONSENTIMENTOS.
       01  CNS-REG.
           05 CNS-CHAVE.
              10 CNS-CLIENTE     PIC 9(04).
              10 CNS-CANAL       PIC X(01).
           05 CNS-DATA-CONSENT   PIC 9(08).
           05 CNS-ORIGEM         PIC X(20).
           05 CNS-DATA-RETIRADA  PIC 9(08).
           05 CNS-ORIGEM-RETIRADA PIC X(20).
           05 CNS-OPERADOR       PIC X(08).

      *== CONTATO DEVOLVIDO PELO GATEWAY (GRAVADO PELO NOTIFRET): SO
      *== BLOQUEIA ENQUANTO O CONTATO DO CADASTRO FOR O MESMO
       FD  CONTATO-INV.
       01  CTI-REG.
           05 CTI-CHAVE.
              10 CTI-CLIENTE     PIC 9(04).
              10 CTI-CANAL       PIC X(01).
           05 CTI-CONTATO        PIC X(30).
           05 CTI-DATA           PIC 9(08).
           05 CTI-MOTIVO         PIC X(30).
           05 CTI-QTD            PIC 9(03).

      *== UMA LINHA POR MENSAGEM; O GATEWAY LE POR POSICAO
       FD  NOTIF-SAIDA.
       01  NTF-REG.
           05 NTF-DATA           PIC 9(08).
           05 NTF-HORA           PIC 9(08).
           05 NTF-EVENTO         PIC X(08).
           05 NTF-CLIENTE        PIC 9(04).
           05 NTF-CANAL          PIC X(01).
      *== NTF-CANAL: "E" = EMAIL   "T" = SMS NO TELEFONE
           05 NTF-CONTATO        PIC X(30).
           05 NTF-NOME           PIC X(20).
           05 NTF-TEXTO          PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CNS-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTI-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTI-PATH: VARIAVEL DE AMBIENTE "CONTATO_INV_PATH";
      *== SE NAO DEFINIDA, "CONTATO.INV"
       77  WRK-NTF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-NTF-PATH: VARIAVEL DE AMBIENTE "NOTIF_SAIDA_PATH";
      *== SE NAO DEFINIDA, "NOTIF.<AAAAMMDD>" DO DIA CORRENTE
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CONSENTIMENTOS PIC 9(02) VALUE ZEROS.
       77  FS-CONTATO-INV  PIC 9(02) VALUE ZEROS.
       77  FS-NOTIF        PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE     PIC 9(04) VALUE ZEROS.
       77  WRK-CANAL       PIC X(01) VALUE SPACES.
       77  WRK-CONTATO     PIC X(30) VALUE SPACES.
       77  WRK-LIBERADO    PIC X(01) VALUE "N".
       77  WRK-TEM-CNS     PIC X(01) VALUE "N".
       77  WRK-TEM-CTI     PIC X(01) VALUE "N".
       77  WRK-QTD-ARROBA  PIC 9(02) VALUE ZEROS.
       77  WRK-TEXTO       PIC X(100) VALUE SPACES.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CONTA-ED    PIC 9(06) VALUE ZEROS.
       01  WRK-DATA-EVENTO.
           05 WRK-DEV-ANO        PIC 9(04).
           05 WRK-DEV-MES        PIC 9(02).
           05 WRK-DEV-DIA        PIC 9(02).
       01  WRK-DATA-ED.
           05 WRK-DED-DIA        PIC 9(02).
           05 FILLER             PIC X(01) VALUE "/".
           05 WRK-DED-MES        PIC 9(02).
           05 FILLER             PIC X(01) VALUE "/".
           05 WRK-DED-ANO        PIC 9(04).

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

       LINKAGE                     SECTION.
       01  LNK-NOTIFICA.
           05  LNK-NTF-EVENTO     PIC X(08).
      *== LNK-NTF-EVENTO: "PEDEXPED" PEDIDO EXPEDIDO, "PEDPARC"
      *== EXPEDICAO PARCIAL, "BOLETO" BOLETO EMITIDO, "DEBRECUS"
      *== DEBITO RECUSADO, "DEBREAPR" DEBITO A REAPRESENTAR,
      *== "BOLETIM" BOLETIM PUBLICADO
           05  LNK-NTF-CLIENTE    PIC 9(04).
           05  LNK-NTF-CONTA      PIC 9(06).
      *== LNK-NTF-CONTA: SO QUANDO LNK-NTF-CLIENTE VEM ZERADO
           05  LNK-NTF-REFERENCIA PIC X(20).
      *== LNK-NTF-REFERENCIA: NUMERO DO PEDIDO/BOLETO, NOME DO
      *== ALUNO... - O QUE IDENTIFICA O EVENTO PARA O CLIENTE
           05  LNK-NTF-VALOR      PIC 9(09)V99.
           05  LNK-NTF-DATA       PIC 9(08).
      *== LNK-NTF-DATA: VENCIMENTO DO BOLETO, DATA DA
      *== REAPRESENTACAO; ZEROS QUANDO O EVENTO NAO TEM DATA
           05  LNK-NTF-RESULTADO  PIC X(01).
      *== LNK-NTF-RESULTADO: DEVOLVIDO - "S" = AO MENOS UMA MENSAGEM
      *== GRAVADA  "N" = NENHUM CANAL LIBERADO  "C" = CLIENTE NAO
      *== ENCONTRADO  "D" = EVENTO DESLIGADO NO ARQUIVO CENTRAL

       PROCEDURE DIVISION USING LNK-NOTIFICA.
       0000-PRINCIPAL              SECTION.
           MOVE "N" TO LNK-NTF-RESULTADO.
           PERFORM 0100-CONFERE-EVENTO.
           IF LNK-NTF-RESULTADO EQUAL "N"
               PERFORM 0200-BUSCA-CLIENTE
           END-IF.
           IF LNK-NTF-RESULTADO EQUAL "N"
               PERFORM 0300-MONTA-TEXTO
               PERFORM 0400-ABRE-ARQUIVOS
               MOVE "E" TO WRK-CANAL
               MOVE REG-EMAIL TO WRK-CONTATO
               PERFORM 0500-CANAL
               MOVE "T" TO WRK-CANAL
               MOVE REG-TELEFONE TO WRK-CONTATO
               PERFORM 0500-CANAL
               PERFORM 0700-FECHA-ARQUIVOS
           END-IF.
           GOBACK.

       0100-CONFERE-EVENTO         SECTION.
           MOVE SPACES TO WRK-PRM-CHAVE.
           STRING "NOTIF_" LNK-NTF-EVENTO
                   DELIMITED BY SPACE INTO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               AND WRK-PRM-VALOR(1:1) EQUAL "N"
               MOVE "D" TO LNK-NTF-RESULTADO
           END-IF.

       0200-BUSCA-CLIENTE          SECTION.
           MOVE LNK-NTF-CLIENTE TO WRK-CLIENTE.
           IF WRK-CLIENTE EQUAL ZEROS
               AND LNK-NTF-CONTA GREATER ZEROS
               ACCEPT WRK-CTC-PATH FROM ENVIRONMENT "CTACLI_PATH"
               IF WRK-CTC-PATH EQUAL SPACES
                   MOVE "CTACLI.DAT" TO WRK-CTC-PATH
               END-IF
               OPEN INPUT CTACLI
               IF FS-CTACLI EQUAL 0
                   MOVE LNK-NTF-CONTA TO CTC-CONTA
                   READ CTACLI
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE CTC-CLIENTE TO WRK-CLIENTE
                   END-READ
                   CLOSE CTACLI
               END-IF
           END-IF.
           IF WRK-CLIENTE EQUAL ZEROS
               MOVE "C" TO LNK-NTF-RESULTADO
           ELSE
               ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH"
               IF WRK-CLI-PATH EQUAL SPACES
                   MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
               END-IF
               OPEN INPUT CLIENTES
               IF FS-CLIENTES NOT EQUAL 0
                   MOVE "C" TO LNK-NTF-RESULTADO
               ELSE
                   MOVE WRK-CLIENTE TO REG-ID
                   READ CLIENTES
                       INVALID KEY
                           MOVE "C" TO LNK-NTF-RESULTADO
                   END-READ
                   CLOSE CLIENTES
               END-IF
           END-IF.

      *== TEXTO CURTO O BASTANTE PARA CABER NUM SMS
       0300-MONTA-TEXTO            SECTION.
           MOVE LNK-NTF-VALOR TO WRK-VALOR-ED.
           MOVE LNK-NTF-CONTA TO WRK-CONTA-ED.
           MOVE LNK-NTF-DATA TO WRK-DATA-EVENTO.
           MOVE WRK-DEV-DIA TO WRK-DED-DIA.
           MOVE WRK-DEV-MES TO WRK-DED-MES.
           MOVE WRK-DEV-ANO TO WRK-DED-ANO.
           MOVE SPACES TO WRK-TEXTO.
           EVALUATE LNK-NTF-EVENTO
               WHEN "PEDEXPED"
                   STRING "XPTO: SEU PEDIDO " DELIMITED BY SIZE
                           LNK-NTF-REFERENCIA DELIMITED BY SPACE
                           " FOI EXPEDIDO E ESTA A CAMINHO"
                           DELIMITED BY SIZE INTO WRK-TEXTO
               WHEN "PEDPARC"
                   STRING "XPTO: PARTE DO SEU PEDIDO " DELIMITED BY SIZE
                           LNK-NTF-REFERENCIA DELIMITED BY SPACE
                           " FOI EXPEDIDA; O RESTANTE SEGUE EM BREVE"
                           DELIMITED BY SIZE INTO WRK-TEXTO
               WHEN "BOLETO"
                   STRING "XPTO: BOLETO " DELIMITED BY SIZE
                           LNK-NTF-REFERENCIA DELIMITED BY SPACE
                           " DE R$" WRK-VALOR-ED
                           " EMITIDO, VENCIMENTO " WRK-DATA-ED
                           DELIMITED BY SIZE INTO WRK-TEXTO
               WHEN "DEBRECUS"
                   STRING "XPTO: DEBITO DE R$" WRK-VALOR-ED
                           " NA CONTA " WRK-CONTA-ED
                           " FOI RECUSADO (" DELIMITED BY SIZE
                           LNK-NTF-REFERENCIA DELIMITED BY "  "
                           ")"
                           DELIMITED BY SIZE INTO WRK-TEXTO
               WHEN "DEBREAPR"
                   STRING "XPTO: DEBITO DE R$" WRK-VALOR-ED
                           " NA CONTA " WRK-CONTA-ED
                           " SERA REAPRESENTADO EM " WRK-DATA-ED
                           DELIMITED BY SIZE INTO WRK-TEXTO
               WHEN "BOLETIM"
                   STRING "XPTO: BOLETIM DE " DELIMITED BY SIZE
                           LNK-NTF-REFERENCIA DELIMITED BY "  "
                           " DISPONIVEL NA SECRETARIA"
                           DELIMITED BY SIZE INTO WRK-TEXTO
               WHEN OTHER
                   STRING "XPTO: AVISO " LNK-NTF-EVENTO " "
                           LNK-NTF-REFERENCIA
                           DELIMITED BY SIZE INTO WRK-TEXTO
           END-EVALUATE.

      *== CONSENTIMENTO E DEVOLUCAO SAO OPCIONAIS COMO ARQUIVO: SEM
      *== CONSENT.DAT NINGUEM TEM CONSENTIMENTO; SEM CONTATO.INV
      *== NENHUM CONTATO FOI DEVOLVIDO
       0400-ABRE-ARQUIVOS          SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           ACCEPT WRK-CNS-PATH FROM ENVIRONMENT "CONSENT_PATH".
           IF WRK-CNS-PATH EQUAL SPACES
               MOVE "CONSENT.DAT" TO WRK-CNS-PATH
           END-IF.
           MOVE "N" TO WRK-TEM-CNS.
           OPEN INPUT CONSENTIMENTOS.
           IF FS-CONSENTIMENTOS EQUAL 0
               MOVE "S" TO WRK-TEM-CNS
           END-IF.
           ACCEPT WRK-CTI-PATH FROM ENVIRONMENT "CONTATO_INV_PATH".
           IF WRK-CTI-PATH EQUAL SPACES
               MOVE "CONTATO.INV" TO WRK-CTI-PATH
           END-IF.
           MOVE "N" TO WRK-TEM-CTI.
           OPEN INPUT CONTATO-INV.
           IF FS-CONTATO-INV EQUAL 0
               MOVE "S" TO WRK-TEM-CTI
           END-IF.
           ACCEPT WRK-NTF-PATH FROM ENVIRONMENT "NOTIF_SAIDA_PATH".
           IF WRK-NTF-PATH EQUAL SPACES
               STRING "NOTIF." WRK-DATA-HOJE
                       DELIMITED BY SIZE INTO WRK-NTF-PATH
           END-IF.
           OPEN EXTEND NOTIF-SAIDA.
           IF FS-NOTIF NOT EQUAL 0
               OPEN OUTPUT NOTIF-SAIDA
           END-IF.

       0500-CANAL                  SECTION.
           MOVE "N" TO WRK-LIBERADO.
           IF WRK-TEM-CNS EQUAL "S"
               MOVE WRK-CLIENTE TO CNS-CLIENTE
               MOVE WRK-CANAL TO CNS-CANAL
               READ CONSENTIMENTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CNS-DATA-RETIRADA EQUAL ZEROS
                           MOVE "S" TO WRK-LIBERADO
                       END-IF
               END-READ
           END-IF.
           IF WRK-LIBERADO EQUAL "S"
               PERFORM 0510-CONFERE-FORMA
           END-IF.
           IF WRK-LIBERADO EQUAL "S"
               AND WRK-TEM-CTI EQUAL "S"
               MOVE WRK-CLIENTE TO CTI-CLIENTE
               MOVE WRK-CANAL TO CTI-CANAL
               READ CONTATO-INV
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CTI-CONTATO EQUAL WRK-CONTATO
                           MOVE "N" TO WRK-LIBERADO
                       END-IF
               END-READ
           END-IF.
           IF WRK-LIBERADO EQUAL "S"
               PERFORM 0600-GRAVA-MENSAGEM
           END-IF.

      *== FORMA MINIMA PARA NAO MANDAR AO GATEWAY O QUE ELE SO VAI
      *== DEVOLVER (A CRITICA COMPLETA E DO CLIQUAL): EMAIL COM "@",
      *== TELEFONE COM DDD + NUMERO (10 DIGITOS OU MAIS)
       0510-CONFERE-FORMA          SECTION.
           IF WRK-CANAL EQUAL "E"
               MOVE ZEROS TO WRK-QTD-ARROBA
               INSPECT WRK-CONTATO TALLYING WRK-QTD-ARROBA
                   FOR ALL "@"
               IF WRK-QTD-ARROBA NOT EQUAL 1
                   MOVE "N" TO WRK-LIBERADO
               END-IF
           ELSE
               IF WRK-CONTATO(1:10) NOT NUMERIC
                   MOVE "N" TO WRK-LIBERADO
               END-IF
           END-IF.

       0600-GRAVA-MENSAGEM         SECTION.
           MOVE SPACES TO NTF-REG.
           MOVE WRK-DATA-HOJE  TO NTF-DATA.
           MOVE WRK-HORA-AGORA TO NTF-HORA.
           MOVE LNK-NTF-EVENTO TO NTF-EVENTO.
           MOVE WRK-CLIENTE    TO NTF-CLIENTE.
           MOVE WRK-CANAL      TO NTF-CANAL.
           MOVE WRK-CONTATO    TO NTF-CONTATO.
           MOVE REG-NOME       TO NTF-NOME.
           MOVE WRK-TEXTO      TO NTF-TEXTO.
           WRITE NTF-REG.
           IF FS-NOTIF EQUAL 0
               MOVE "S" TO LNK-NTF-RESULTADO
           END-IF.

       0700-FECHA-ARQUIVOS         SECTION.
           IF WRK-TEM-CNS EQUAL "S"
               CLOSE CONSENTIMENTOS
           END-IF.
           IF WRK-TEM-CTI EQUAL "S"
               CLOSE CONTATO-INV
           END-IF.
           CLOSE NOTIF-SAIDA.
