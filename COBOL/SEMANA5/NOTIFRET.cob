       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFRET.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: IMPORTACAO DO RETORNO DE ENTREGA DO GATEWAY DE
      *==           MENSAGENS - EMAIL DEVOLVIDO E TELEFONE INVALIDO
      *==           FICAM MARCADOS NO CLIENTE (CONTATO.INV, POR
      *==           CLIENTE E CANAL) PARA O NOTIFLIB PARAR DE MANDAR
      *==           PARA O CONTATO MORTO E O CLIQUAL LISTAR O
      *==           CADASTRO A CORRIGIR; ENTREGA CONFIRMADA NO MESMO
      *==           CONTATO LIMPA A MARCA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: RETORNO EM NOTIF.RET (NOTIFRET_PATH). RETORNO
      *==   DE UM CONTATO QUE NAO E MAIS O DO CADASTRO (O CLIENTE JA
      *==   CORRIGIU) E IGNORADO. A MARCA SO VALE PARA O CONTATO
      *==   DEVOLVIDO: TROCOU O EMAIL/TELEFONE, VOLTA A RECEBER
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO ASSIGN TO DYNAMIC WRK-RET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETORNO.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CONTATO-INV ASSIGN TO DYNAMIC WRK-CTI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS FS-CONTATO-INV.
           SELECT NOTIFRET-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTIFRET-REL.

       DATA DIVISION.
       FILE SECTION.
      *== UMA LINHA POR MENSAGEM QUE O GATEWAY TENTOU ENTREGAR
       FD  RETORNO.
       01  RET-REG.
           05 RET-DATA           PIC 9(08).
           05 RET-CLIENTE        PIC 9(04).
           05 RET-CANAL          PIC X(01).
      *== RET-CANAL: "E" = EMAIL   "T" = SMS NO TELEFONE
           05 RET-CONTATO        PIC X(30).
           05 RET-CODIGO         PIC X(01).
      *== RET-CODIGO: "E" = ENTREGUE   "B" = EMAIL DEVOLVIDO
      *==   "I" = TELEFONE INVALIDO/INEXISTENTE
           05 RET-DETALHE        PIC X(30).

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

      *== CONTATO DEVOLVIDO, POR CLIENTE E CANAL (LIDO PELO
      *== NOTIFLIB E PELO CLIQUAL)
       FD  CONTATO-INV.
       01  CTI-REG.
           05 CTI-CHAVE.
              10 CTI-CLIENTE     PIC 9(04).
              10 CTI-CANAL       PIC X(01).
           05 CTI-CONTATO        PIC X(30).
           05 CTI-DATA           PIC 9(08).
      *== CTI-DATA: DATA DA ULTIMA DEVOLUCAO
           05 CTI-MOTIVO         PIC X(30).
           05 CTI-QTD            PIC 9(03).
      *== CTI-QTD: DEVOLUCOES DO MESMO CONTATO

       FD  NOTIFRET-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-RET-PATH    PIC X(100) VALUE SPACES.
      *== WRK-RET-PATH: VARIAVEL DE AMBIENTE "NOTIFRET_PATH";
      *== SE NAO DEFINIDA, "NOTIF.RET"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTI-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTI-PATH: VARIAVEL DE AMBIENTE "CONTATO_INV_PATH";
      *== SE NAO DEFINIDA, "CONTATO.INV"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "NOTIFRET_REL_PATH";
      *== SE NAO DEFINIDA, "NOTIFRET.REL"
       77  FS-RETORNO      PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CONTATO-INV  PIC 9(02) VALUE ZEROS.
       77  FS-NOTIFRET-REL PIC 9(02) VALUE ZEROS.
       77  WRK-CONTATO-ATUAL PIC X(30) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ENTREGUE PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MARCADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIMPO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-IGNORADO PIC 9(06) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "NOTIFRET".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "NOTIFRET".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0400-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-RET-PATH FROM ENVIRONMENT "NOTIFRET_PATH".
           IF WRK-RET-PATH EQUAL SPACES
               MOVE "NOTIF.RET" TO WRK-RET-PATH
           END-IF.
           OPEN INPUT RETORNO.
           MOVE "RETORNO" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-RETORNO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           MOVE "CLIENTES" TO WRK-FS-ARQUIVO.
           MOVE FS-CLIENTES TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CTI-PATH FROM ENVIRONMENT "CONTATO_INV_PATH".
           IF WRK-CTI-PATH EQUAL SPACES
               MOVE "CONTATO.INV" TO WRK-CTI-PATH
           END-IF.
           OPEN I-O CONTATO-INV.
           IF FS-CONTATO-INV EQUAL 35
               OPEN OUTPUT CONTATO-INV
               CLOSE CONTATO-INV
               OPEN I-O CONTATO-INV
           END-IF.
           MOVE "CONTATO.INV" TO WRK-FS-ARQUIVO.
           MOVE FS-CONTATO-INV TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "NOTIFRET_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "NOTIFRET.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT NOTIFRET-REL.
           MOVE "RETORNO DO GATEWAY DE MENSAGENS - CONTATOS DEVOLVIDOS"
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       0200-PROCESSAR              SECTION.
           READ RETORNO
               AT END MOVE 10 TO FS-RETORNO
           END-READ.
           PERFORM UNTIL FS-RETORNO EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0300-TRATA-RETORNO
               READ RETORNO
                   AT END MOVE 10 TO FS-RETORNO
               END-READ
           END-PERFORM.

       0300-TRATA-RETORNO          SECTION.
           MOVE SPACES TO WRK-CONTATO-ATUAL.
           MOVE RET-CLIENTE TO REG-ID.
           READ CLIENTES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF RET-CANAL EQUAL "E"
                       MOVE REG-EMAIL TO WRK-CONTATO-ATUAL
                   ELSE
                       MOVE REG-TELEFONE TO WRK-CONTATO-ATUAL
                   END-IF
           END-READ.
           IF WRK-CONTATO-ATUAL EQUAL SPACES
               OR WRK-CONTATO-ATUAL NOT EQUAL RET-CONTATO
               ADD 1 TO WRK-TOTAL-IGNORADO
               GO TO 0300-TRATA-RETORNO-FIM
           END-IF.
           MOVE RET-CLIENTE TO CTI-CLIENTE.
           MOVE RET-CANAL TO CTI-CANAL.
           EVALUATE RET-CODIGO
               WHEN "E"
                   ADD 1 TO WRK-TOTAL-ENTREGUE
                   PERFORM 0310-LIMPA-MARCA
               WHEN "B"
               WHEN "I"
                   PERFORM 0320-MARCA-CONTATO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-IGNORADO
           END-EVALUATE.
       0300-TRATA-RETORNO-FIM. EXIT.

      *== ENTREGA CONFIRMADA NO CONTATO MARCADO: O CONTATO VOLTOU
       0310-LIMPA-MARCA            SECTION.
           READ CONTATO-INV
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CTI-CONTATO EQUAL RET-CONTATO
                       DELETE CONTATO-INV
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-TOTAL-LIMPO
                       END-DELETE
                   END-IF
           END-READ.

       0320-MARCA-CONTATO          SECTION.
           READ CONTATO-INV
               INVALID KEY
                   MOVE RET-CONTATO TO CTI-CONTATO
                   MOVE RET-DATA TO CTI-DATA
                   MOVE RET-DETALHE TO CTI-MOTIVO
                   MOVE 1 TO CTI-QTD
                   WRITE CTI-REG
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF CTI-CONTATO EQUAL RET-CONTATO
                       IF CTI-QTD LESS 999
                           ADD 1 TO CTI-QTD
                       END-IF
                   ELSE
                       MOVE RET-CONTATO TO CTI-CONTATO
                       MOVE 1 TO CTI-QTD
                   END-IF
                   MOVE RET-DATA TO CTI-DATA
                   MOVE RET-DETALHE TO CTI-MOTIVO
                   REWRITE CTI-REG
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
           ADD 1 TO WRK-TOTAL-MARCADO.
           MOVE SPACES TO REL-LINHA.
           STRING "  " RET-CLIENTE "  " REG-NOME "  "
                   RET-CANAL " " RET-CONTATO " " RET-DETALHE
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RETORNOS LIDOS: " WRK-TOTAL-LIDO
                   "  ENTREGUES: " WRK-TOTAL-ENTREGUE
                   "  MARCADOS: " WRK-TOTAL-MARCADO
                   "  LIMPOS: " WRK-TOTAL-LIMPO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE NOTIFRET-REL.
           CLOSE RETORNO.
           CLOSE CLIENTES.
           CLOSE CONTATO-INV.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-MARCADO TO WRK-RUN-GRAVADOS.
           MOVE WRK-TOTAL-IGNORADO TO WRK-RUN-REJEITADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "NOTIFRET: RETORNOS LIDOS........ " WRK-TOTAL-LIDO.
           DISPLAY "NOTIFRET: CONTATOS MARCADOS..... "
                   WRK-TOTAL-MARCADO.
           DISPLAY "NOTIFRET: MARCAS LIMPAS......... " WRK-TOTAL-LIMPO.
           DISPLAY "NOTIFRET: IGNORADOS............. "
                   WRK-TOTAL-IGNORADO.
           DISPLAY "NOTIFRET: RELATORIO GRAVADO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
