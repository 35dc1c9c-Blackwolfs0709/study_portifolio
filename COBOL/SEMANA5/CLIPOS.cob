      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: CLIPOS_ID ESCOLHE O CLIENTE; EM BRANCO, E
      *==   PERGUNTADO AO OPERADOR. AS NOTAS SAEM AS 5 ULTIMAS DO
      *==   ARQUIVO (QUE E GRAVADO EM ORDEM CRONOLOGICA). A CONTA
      *==   CONJUNTA SAI NA POSICAO DE TODOS OS SEUS TITULARES, COM O
      *==   PAPEL DO CLIENTE (TITULAR, CO-TITULAR OU PROCURADOR -
      *==   CTATIT.DAT, VER CTAVINC); A CONTA EM QUE ELE E SO
      *==   PROCURADOR NAO ENTRA NO SALDO TOTAL DO RELACIONAMENTO.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CTACLI ASSIGN TO DYNAMIC WRK-CTC-PATH
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CTATIT ASSIGN TO DYNAMIC WRK-TIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTATIT.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

      *== TITULARES ADICIONAIS DA CONTA (VER CTAVINC)
       FD  CTATIT.
       01  TIT-REG.
           05 TIT-CHAVE.
              10 TIT-CONTA      PIC 9(06).
              10 TIT-CLIENTE    PIC 9(04).
           05 TIT-PAPEL         PIC X(01).
      *== TIT-PAPEL: "C" = CO-TITULAR   "P" = PROCURADOR
           05 TIT-DATA-INCLUSAO PIC 9(08).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  PEDIDOS-ORD.
       01  ORD-REG.
           05 ORD-VENDEDOR       PIC 9(04).
      *== ORD-VENDEDOR: CODIGO DO VENDEDOR (EMP-CODIGO); ZEROS =
      *== VENDA SEM VENDEDOR (BALCAO ANTIGO) - VER COMISSAO
           05 ORD-PLANO          PIC X(02).
      *== ORD-PLANO: PLANO DE PAGAMENTO (PLANOS.TAB); ESPACOS =
      *== A VISTA - O CRONOGRAMA DAS PARCELAS FICA EM PARCELAS.DAT
           05 ORD-FILIAL         PIC X(02).
      *== ORD-FILIAL: EMPRESA/FILIAL QUE FATUROU O PEDIDO (VER
      *== FILLIB); ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  NOTAS.
       01  NOTA-REG.
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
      *== NOTA-DESC-FUNC: DESCONTO DE FUNCIONARIO, DESTACADO DO
      *== DESCONTO POR VOLUME PARA SAIR COMO LINHA PROPRIA NA NOTA
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(120) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TIT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TIT-PATH: VARIAVEL DE AMBIENTE "CTATIT_PATH";
      *== SE NAO DEFINIDA, "CTATIT.DAT"
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-NOT-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== SE NAO DEFINIDA, "CLIPOS.REL"
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CTATIT       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-NOTAS        PIC 9(02) VALUE ZEROS.
      *== AUSENTE, PERGUNTADO AO OPERADOR
       77  WRK-TOTAL-CONTAS PIC 9(02) VALUE ZEROS.
       77  WRK-SALDO-TOTAL PIC S9(010)V99 VALUE ZEROS.
       77  WRK-CONTA-LINHA PIC 9(06) VALUE ZEROS.
       77  WRK-PAPEL-LINHA PIC X(10) VALUE SPACES.
       77  WRK-TOTAL-ABERTO PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-ABERTO PIC 9(010)V99 VALUE ZEROS.
       77  WRK-SALDO-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99.
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           ACCEPT WRK-TIT-PATH FROM ENVIRONMENT "CTATIT_PATH".
           IF WRK-TIT-PATH EQUAL SPACES
               MOVE "CTATIT.DAT" TO WRK-TIT-PATH
           END-IF.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           PERFORM 9600-GRAVA-REL.

      *== CONTAS VINCULADAS: VARRE A CHAVE ALTERNATIVA CTC-CLIENTE
      *== (START + READ NEXT, FS 02 E SUCESSO COM DUPLICATA) E DEPOIS
      *== A TIT-CLIENTE DE CTATIT (CONTAS CONJUNTAS)
       0300-POSICAO-CONTAS         SECTION.
           MOVE "CONTAS" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
                   END-READ
                   PERFORM UNTIL FS-CTACLI GREATER 2
                       OR CTC-CLIENTE NOT EQUAL WRK-ID-CLIENTE
                       MOVE CTC-CONTA TO WRK-CONTA-LINHA
                       MOVE "TITULAR" TO WRK-PAPEL-LINHA
                       PERFORM 0310-LINHA-CONTA
                       READ CTACLI NEXT
                           AT END MOVE 10 TO FS-CTACLI
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM 0320-CONTAS-CONJUNTAS
               CLOSE CONTAS
               CLOSE CTACLI
           END-IF.

       0310-LINHA-CONTA            SECTION.
           ADD 1 TO WRK-TOTAL-CONTAS.
           MOVE WRK-CONTA-LINHA TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   MOVE SPACES TO REL-LINHA
                   STRING "  CONTA " WRK-CONTA-LINHA
                           "  " WRK-PAPEL-LINHA
                           " (SEM REGISTRO EM CONTAS.DAT)"
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
               NOT INVALID KEY
                   IF WRK-PAPEL-LINHA NOT EQUAL "PROCURADOR"
                       ADD CTA-SALDO TO WRK-SALDO-TOTAL
                   END-IF
                   MOVE CTA-SALDO TO WRK-SALDO-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "  CONTA " CTA-NUMERO
                           "  " WRK-PAPEL-LINHA
                           "  SITUACAO " CTA-SITUACAO
                           "  SALDO " WRK-SALDO-ED
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 9600-GRAVA-REL
           END-READ.

      *== CONTAS EM QUE O CLIENTE E CO-TITULAR OU PROCURADOR; SEM
      *== CTATIT.DAT (NENHUMA CONTA CONJUNTA AINDA) NAO HA O QUE VARRER
       0320-CONTAS-CONJUNTAS       SECTION.
           OPEN INPUT CTATIT.
           IF FS-CTATIT EQUAL 0
               MOVE WRK-ID-CLIENTE TO TIT-CLIENTE
               START CTATIT KEY IS NOT LESS TIT-CLIENTE
                   INVALID KEY MOVE 23 TO FS-CTATIT
               END-START
               IF FS-CTATIT EQUAL 0
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
                   PERFORM UNTIL FS-CTATIT GREATER 2
                       OR TIT-CLIENTE NOT EQUAL WRK-ID-CLIENTE
                       MOVE TIT-CONTA TO WRK-CONTA-LINHA
                       IF TIT-PAPEL EQUAL "P"
                           MOVE "PROCURADOR" TO WRK-PAPEL-LINHA
                       ELSE
                           MOVE "CO-TITULAR" TO WRK-PAPEL-LINHA
                       END-IF
                       PERFORM 0310-LINHA-CONTA
                       READ CTATIT NEXT
                           AT END MOVE 10 TO FS-CTATIT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CTATIT
           END-IF.

       0400-PEDIDOS-ABERTOS        SECTION.
           MOVE "PEDIDOS EM ABERTO" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
