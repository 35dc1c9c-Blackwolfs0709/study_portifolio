      *==   BAIXA A PENDENCIA - E O SINAL DE QUE O DINHEIRO ENTROU.
      *==   PARAMETROS: REAPR_DIAS (CARENCIA ATE REAPRESENTAR, PADRAO
      *==   3) E REAPR_ALERTA (TENTATIVAS PARA ENTRAR NA COBRANCA,
      *==   PADRAO 3). CADA DEBITO REAPRESENTADO AVISA O TITULAR
      *==   PARA DEIXAR SALDO (VER NOTIFLIB).
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

      *== AREA DO MODULO DE AVISO AO CLIENTE (VER NOTIFLIB)
       01  WRK-NOTIFLIB-AREA.
           05  WRK-NTF-EVENTO     PIC X(08) VALUE SPACES.
           05  WRK-NTF-CLIENTE    PIC 9(04) VALUE ZEROS.
           05  WRK-NTF-CONTA      PIC 9(06) VALUE ZEROS.
           05  WRK-NTF-REFERENCIA PIC X(20) VALUE SPACES.
           05  WRK-NTF-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-NTF-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-NTF-RESULTADO  PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
                       ADD 1 TO WRK-TOTAL-LOTE
                       ADD WRK-PEN-VALOR(WRK-IDX-PEN)
                           TO WRK-VALOR-LOTE
                       PERFORM 0410-AVISA-TITULAR
                   END-IF
               END-IF
           END-PERFORM.
           WRITE LOT-REG-TRAILER.
           CLOSE LOTE-OUT.

       0410-AVISA-TITULAR          SECTION.
           MOVE "DEBREAPR" TO WRK-NTF-EVENTO.
           MOVE ZEROS TO WRK-NTF-CLIENTE.
           MOVE WRK-PEN-CONTA(WRK-IDX-PEN) TO WRK-NTF-CONTA.
           MOVE SPACES TO WRK-NTF-REFERENCIA.
           MOVE WRK-PEN-VALOR(WRK-IDX-PEN) TO WRK-NTF-VALOR.
           MOVE WRK-DATA-MOVIMENTO TO WRK-NTF-DATA.
           CALL "NOTIFLIB" USING WRK-NOTIFLIB-AREA.

      *== RELATORIO DE COBRANCA: QUEM JA FALHOU O BASTANTE PARA O
      *== ESCRITORIO LIGAR, COM O NOME VIA CTACLI/CLIENTES
       0500-RELATORIO-COBRANCA     SECTION.
