       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDCONS.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: SALDO NA DATA - RESPONDE "QUAL ERA O SALDO DA
      *==           CONTA NO DIA X" PELAS FOTOS DE FIM DE DIA QUE O
      *==           FECHADIA GRAVA EM SALDOHIS.DAT, SEM REPASSAR O
      *==           JORNAL.LOG - PARA PEDIDO DE AUDITORIA, UMA CONTA
      *==           OU TODAS
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: SALDCONS_CONTA (ZEROS = TODAS AS CONTAS) E
      *==   SALDCONS_DATA (AAAAMMDD); AUSENTES, PERGUNTADAS AO
      *==   OPERADOR. VALE A ULTIMA FOTO ATE A DATA (DIA SEM
      *==   FECHAMENTO, COMO FIM DE SEMANA, HERDA A DO DIA ANTERIOR);
      *==   CONTA SEM FOTO ATE A DATA SAI MARCADA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT SALDOHIS ASSIGN TO DYNAMIC WRK-HSD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HSD-CHAVE
               FILE STATUS IS FS-SALDOHIS.
           SELECT SALDCONS-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALDCONS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

      *== FOTO DO SALDO NO FIM DE CADA DIA (GRAVADA PELO FECHADIA)
       FD  SALDOHIS.
       01  HSD-REG.
           05 HSD-CHAVE.
               10 HSD-CONTA      PIC 9(06).
               10 HSD-DATA       PIC 9(08).
           05 HSD-SALDO          PIC S9(009)V99.
           05 HSD-SITUACAO       PIC X(01).

       FD  SALDCONS-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-HSD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-HSD-PATH: VARIAVEL DE AMBIENTE "SALDOHIS_PATH";
      *== SE NAO DEFINIDA, "SALDOHIS.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "SALDCONS_REL_PATH";
      *== SE NAO DEFINIDA, "SALDCONS.REL"
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-SALDOHIS     PIC 9(02) VALUE ZEROS.
       77  FS-SALDCONS-REL PIC 9(02) VALUE ZEROS.

       77  WRK-CONTA-TXT   PIC X(06) VALUE SPACES.
       77  WRK-CONTA       PIC 9(06) VALUE ZEROS.
      *== WRK-CONTA: VARIAVEL DE AMBIENTE "SALDCONS_CONTA"; ZEROS =
      *== TODAS AS CONTAS DE CONTAS.DAT
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-CONS   PIC 9(08) VALUE ZEROS.
      *== WRK-DATA-CONS: VARIAVEL DE AMBIENTE "SALDCONS_DATA"
       77  WRK-TEM-FOTO    PIC X(01) VALUE "N".
       77  WRK-FOTO-DATA   PIC 9(08) VALUE ZEROS.
       77  WRK-FOTO-SALDO  PIC S9(009)V99 VALUE ZEROS.
       77  WRK-FOTO-SITUACAO PIC X(01) VALUE SPACES.
       77  WRK-TOTAL-CONTAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-FOTO PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO-TOTAL PIC S9(012)V99 VALUE ZEROS.
       77  WRK-SALDO-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOTAL-ED    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-DATAMES-AREA.
           05 WRK-DATAMES-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAMES-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAMES-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAMES-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATA-EXTENSO    PIC X(60) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "SALDCONS".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "SALDCONS".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-CONTA-TXT FROM ENVIRONMENT "SALDCONS_CONTA".
           IF WRK-CONTA-TXT EQUAL SPACES
               DISPLAY "CONTA (ZEROS = TODAS)...  "
               ACCEPT WRK-CONTA
           ELSE
               COMPUTE WRK-CONTA = FUNCTION NUMVAL(WRK-CONTA-TXT)
           END-IF.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "SALDCONS_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               DISPLAY "DATA (AAAAMMDD)...  "
               ACCEPT WRK-DATA-CONS
           ELSE
               COMPUTE WRK-DATA-CONS = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           MOVE "CONTAS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-HSD-PATH FROM ENVIRONMENT "SALDOHIS_PATH".
           IF WRK-HSD-PATH EQUAL SPACES
               MOVE "SALDOHIS.DAT" TO WRK-HSD-PATH
           END-IF.
           OPEN INPUT SALDOHIS.
           MOVE "SALDOHIS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-SALDOHIS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "SALDCONS_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "SALDCONS.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT SALDCONS-REL.
           MOVE WRK-DATA-CONS TO WRK-DATAMES-ENTRADA.
           CALL "DATAMES" USING WRK-DATAMES-AREA.
           MOVE "SALDO NA DATA - XPTO" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-DATA-EXTENSO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "CONTA   DATA DA FOTO  SIT             SALDO" TO
               REL-LINHA.
           WRITE REL-LINHA.

      *== UMA CONTA OU TODAS, NA ORDEM DE CONTAS.DAT
       0200-PROCESSAR              SECTION.
           READ CONTAS
               AT END MOVE 10 TO FS-CONTAS
           END-READ.
           PERFORM UNTIL FS-CONTAS EQUAL 10
               IF WRK-CONTA EQUAL ZEROS
                   OR CTA-NUMERO EQUAL WRK-CONTA
                   PERFORM 0210-BUSCA-FOTO
                   PERFORM 0220-IMPRIME-CONTA
               END-IF
               READ CONTAS
                   AT END MOVE 10 TO FS-CONTAS
               END-READ
           END-PERFORM.

      *== ULTIMA FOTO DA CONTA DATADA ATE O DIA PEDIDO
       0210-BUSCA-FOTO             SECTION.
           MOVE "N" TO WRK-TEM-FOTO.
           MOVE CTA-NUMERO TO HSD-CONTA.
           MOVE ZEROS TO HSD-DATA.
           START SALDOHIS KEY IS NOT LESS THAN HSD-CHAVE
               INVALID KEY MOVE 23 TO FS-SALDOHIS
           END-START.
           IF FS-SALDOHIS EQUAL 0
               READ SALDOHIS NEXT
                   AT END MOVE 10 TO FS-SALDOHIS
               END-READ
           END-IF.
           PERFORM UNTIL FS-SALDOHIS NOT EQUAL 0
               OR HSD-CONTA NOT EQUAL CTA-NUMERO
               OR HSD-DATA GREATER WRK-DATA-CONS
               MOVE "S" TO WRK-TEM-FOTO
               MOVE HSD-DATA     TO WRK-FOTO-DATA
               MOVE HSD-SALDO    TO WRK-FOTO-SALDO
               MOVE HSD-SITUACAO TO WRK-FOTO-SITUACAO
               READ SALDOHIS NEXT
                   AT END MOVE 10 TO FS-SALDOHIS
               END-READ
           END-PERFORM.
           MOVE ZEROS TO FS-SALDOHIS.

       0220-IMPRIME-CONTA          SECTION.
           ADD 1 TO WRK-TOTAL-CONTAS.
           MOVE SPACES TO REL-LINHA.
           IF WRK-TEM-FOTO EQUAL "S"
               ADD WRK-FOTO-SALDO TO WRK-SALDO-TOTAL
               MOVE WRK-FOTO-SALDO TO WRK-SALDO-ED
               STRING CTA-NUMERO "  " WRK-FOTO-DATA "       "
                       WRK-FOTO-SITUACAO "  " WRK-SALDO-ED
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               ADD 1 TO WRK-TOTAL-SEM-FOTO
               STRING CTA-NUMERO "  SEM FOTO DE SALDO ATE A DATA"
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL DE " WRK-TOTAL-CONTAS " CONTAS ("
                   WRK-TOTAL-SEM-FOTO " SEM FOTO): " WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE SALDCONS-REL.
           CLOSE SALDOHIS.
           CLOSE CONTAS.
           IF WRK-CONTA NOT EQUAL ZEROS
               AND WRK-TOTAL-CONTAS EQUAL ZEROS
               DISPLAY "SALDCONS: CONTA " WRK-CONTA
                       " NAO EXISTE EM CONTAS.DAT"
           END-IF.
           IF WRK-CONTA NOT EQUAL ZEROS
               AND WRK-TEM-FOTO EQUAL "S"
               MOVE WRK-FOTO-SALDO TO WRK-SALDO-ED
               DISPLAY "SALDCONS: CONTA " WRK-CONTA " EM "
                       WRK-DATA-CONS " (FOTO DE " WRK-FOTO-DATA "): "
                       WRK-SALDO-ED
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-REL-PATH TO WRK-RUN-ARQUIVOS.
           MOVE WRK-TOTAL-CONTAS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-CONTAS TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "SALDCONS: GRAVADO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
