       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGDMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: AGENDAMENTO DE PAGAMENTOS COM DATA FUTURA - O
      *==           EXE1 RECUSA PAG-DATA POSTERIOR A DATA DO
      *==           MOVIMENTO E A AGENCIA GUARDAVA ESSAS INSTRUCOES
      *==           NA GAVETA ATE O DIA. AQUI O PAGAMENTO E AGENDADO
      *==           EM AGENDPAG.DAT JA VALIDADO (CONTA EXISTE E NAO
      *==           ESTA ENCERRADA, DATA VALIDA E FUTURA), CONSULTADO
      *==           POR CONTA E CANCELADO ANTES DA LIBERACAO, TUDO
      *==           COM ANTES/DEPOIS EM AGENDPAG.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O AGDGERA LIBERA NA CADEIA DA MANHA OS ITENS
      *==   COM DATA ATE A DATA DO MOVIMENTO NUM LOTE H/D/T PARA A
      *==   PRE-CRITICA/EXE1; O AGDREL LISTA O AGENDADO DOS PROXIMOS
      *==   DIAS POR CONTA. ORDEM PERMANENTE (REPETE TODO MES)
      *==   CONTINUA NO ORDMANT - AQUI E O PAGAMENTO AVULSO.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDPAG ASSIGN TO DYNAMIC WRK-AGD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-NUMERO
               ALTERNATE RECORD KEY IS AGD-CONTA-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS AGD-DATA WITH DUPLICATES
               FILE STATUS IS FS-AGENDPAG.
           SELECT AGENDPAG-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT AGENDPAG-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== PAGAMENTO AGENDADO (UM POR INSTRUCAO DO CLIENTE)
       FD  AGENDPAG.
       01  AGD-REG.
           05 AGD-NUMERO         PIC 9(06).
           05 AGD-CONTA-DATA.
              10 AGD-CONTA       PIC 9(06).
              10 AGD-DATA        PIC 9(08).
      *== AGD-DATA: DATA DE VALOR (AAAAMMDD) - O DIA EM QUE O
      *== PAGAMENTO ENTRA NO LOTE
           05 AGD-TIPO           PIC X(01).
      *== AGD-TIPO: "P" CREDITA / "D" DEBITA A CONTA, NOS MESMOS
      *== SENTIDOS DO PAG-TIPO DO EXE1
           05 AGD-VALOR          PIC 9(009)V99.
           05 AGD-HISTORICO      PIC X(30).
           05 AGD-SITUACAO       PIC X(01).
      *== AGD-SITUACAO: "A" = AGENDADO   "L" = LIBERADO NO LOTE
      *== "C" = CANCELADO   "R" = RECUSADO NA LIBERACAO (CONTA
      *== ENCERRADA DEPOIS DO AGENDAMENTO - VER AGDGERA)
           05 AGD-DATA-INCLUSAO  PIC 9(08).
           05 AGD-DATA-SITUACAO  PIC 9(08).
           05 AGD-OPERADOR       PIC X(08).

       FD  AGENDPAG-CTL.
       01  ACT-REG.
           05 ACT-PROXIMO        PIC 9(06).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  AGENDPAG-LOG.
       01  LOG-LINHA            PIC X(132).

       WORKING-STORAGE             SECTION.
       77  WRK-AGD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-AGD-PATH: VARIAVEL DE AMBIENTE "AGENDPAG_PATH";
      *== SE NAO DEFINIDA, "AGENDPAG.DAT"
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "AGENDPAG_CTL_PATH";
      *== SE NAO DEFINIDA, "AGENDPAG.CTL" - PROXIMO NUMERO
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "AGENDPAG_LOG_PATH";
      *== SE NAO DEFINIDA, "AGENDPAG.LOG"
       77  FS-AGENDPAG     PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-CONS  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(33) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(33) VALUE SPACES.
      *== IMAGEM DO AGENDAMENTO NO LOG: NUMERO, CONTA, DATA, TIPO,
      *== VALOR E SITUACAO
       01  WRK-IMAGEM.
           05 WRK-IMG-NUMERO     PIC 9(06).
           05 WRK-IMG-CONTA      PIC 9(06).
           05 WRK-IMG-DATA       PIC 9(08).
           05 WRK-IMG-TIPO       PIC X(01).
           05 WRK-IMG-VALOR      PIC 9(009)V99.
           05 WRK-IMG-SITUACAO   PIC X(01).

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "AGDMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "AGDMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-AGD-PATH FROM ENVIRONMENT "AGENDPAG_PATH".
           IF WRK-AGD-PATH EQUAL SPACES
               MOVE "AGENDPAG.DAT" TO WRK-AGD-PATH
           END-IF.
           OPEN I-O AGENDPAG.
           IF FS-AGENDPAG EQUAL 35
               OPEN OUTPUT AGENDPAG
               CLOSE AGENDPAG
               OPEN I-O AGENDPAG
           END-IF.
           IF FS-AGENDPAG NOT EQUAL 0
               DISPLAY "AGDMANT: FALHA AO ABRIR " WRK-AGD-PATH
                       " FS=" FS-AGENDPAG
               STOP RUN
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 0
               DISPLAY "AGDMANT: FALHA AO ABRIR " WRK-CTA-PATH
                       " FS=" FS-CONTAS
               STOP RUN
           END-IF.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "AGENDPAG_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "AGENDPAG.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE 1 TO WRK-PROXIMO.
           OPEN INPUT AGENDPAG-CTL.
           IF FS-CONTROLE EQUAL 0
               READ AGENDPAG-CTL
                   AT END CONTINUE
                   NOT AT END MOVE ACT-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE AGENDPAG-CTL
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "AGENDPAG_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "AGENDPAG.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND AGENDPAG-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT AGENDPAG-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-AGENDAR  2-CONSULTAR CONTA  3-CANCELAR  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-AGENDAR
               WHEN 2
                   PERFORM 2000-CONSULTAR
               WHEN 3
                   PERFORM 3000-CANCELAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== AGENDAMENTO: TODA A CRITICA E FEITA AQUI, NA HORA EM QUE O
      *== CLIENTE ESTA NO BALCAO - NO DIA SO RESTA LIBERAR
       1000-AGENDAR                SECTION.
           MOVE SPACES TO AGD-REG.
           PERFORM 1100-COLHE-DADOS.
           IF WRK-DADOS-OK EQUAL "S"
               MOVE AGD-VALOR TO WRK-VALOR-ED
               DISPLAY "CONTA " AGD-CONTA "  TIPO " AGD-TIPO
                       "  VALOR " WRK-VALOR-ED "  DATA " AGD-DATA
               DISPLAY "CONFIRMA O AGENDAMENTO (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 1200-GRAVA-AGENDAMENTO
               ELSE
                   DISPLAY "AGENDAMENTO ABANDONADO"
               END-IF
           END-IF.

       1100-COLHE-DADOS            SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "CONTA...  ".
           ACCEPT AGD-CONTA.
           MOVE AGD-CONTA TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF FS-CONTAS NOT EQUAL 0
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           IF CTA-SITUACAO EQUAL "E"
               DISPLAY "CONTA ENCERRADA - NAO AGENDA"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           IF CTA-SITUACAO EQUAL "B"
               DISPLAY "ATENCAO: CONTA BLOQUEADA - SE CONTINUAR "
                       "ASSIM NA DATA, O EXE1 RECUSA O LANCAMENTO"
           END-IF.
           DISPLAY "TIPO (P=CREDITO / D=DEBITO)...  ".
           ACCEPT AGD-TIPO.
           IF AGD-TIPO EQUAL "p"
               MOVE "P" TO AGD-TIPO
           END-IF.
           IF AGD-TIPO EQUAL "d"
               MOVE "D" TO AGD-TIPO
           END-IF.
           IF AGD-TIPO NOT EQUAL "P" AND AGD-TIPO NOT EQUAL "D"
               DISPLAY "TIPO INVALIDO"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           DISPLAY "VALOR...  ".
           ACCEPT AGD-VALOR.
           IF AGD-VALOR NOT GREATER ZEROS
               DISPLAY "VALOR ZERADO"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD)...  ".
           ACCEPT AGD-DATA.
           MOVE AGD-DATA TO WRK-DATAVAL-ENTRADA.
           CALL "DATAMES" USING WRK-DATAVAL-AREA.
           IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
               DISPLAY "DATA INVALIDA"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
      *== PAGAMENTO DO PROPRIO DIA VAI PELO LOTE NORMAL DO EXE1
           IF AGD-DATA NOT GREATER WRK-DATA-HOJE
               DISPLAY "DATA TEM DE SER FUTURA - PAGAMENTO DE HOJE "
                       "ENTRA NO LOTE DO DIA"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           DISPLAY "HISTORICO...  ".
           ACCEPT AGD-HISTORICO.
           MOVE "S" TO WRK-DADOS-OK.
       1100-COLHE-DADOS-FIM. EXIT.

       1200-GRAVA-AGENDAMENTO      SECTION.
           MOVE WRK-PROXIMO TO AGD-NUMERO.
           MOVE "A" TO AGD-SITUACAO.
           MOVE WRK-DATA-HOJE TO AGD-DATA-INCLUSAO.
           MOVE WRK-DATA-HOJE TO AGD-DATA-SITUACAO.
           MOVE WRK-SIG-OPERADOR TO AGD-OPERADOR.
           WRITE AGD-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR AGENDAMENTO " AGD-NUMERO
                           " FS=" FS-AGENDPAG
                           " - CONFIRA " WRK-CTL-PATH
           END-WRITE.
           IF FS-AGENDPAG EQUAL 0
               ADD 1 TO WRK-PROXIMO
               OPEN OUTPUT AGENDPAG-CTL
               MOVE WRK-PROXIMO TO ACT-PROXIMO
               WRITE ACT-REG
               CLOSE AGENDPAG-CTL
               MOVE SPACES TO WRK-REG-ANTES
               PERFORM 8200-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
               MOVE "AGENDAMENTO" TO WRK-LOG-OPERACAO
               PERFORM 9100-GRAVA-LOG
               DISPLAY "AGENDAMENTO " AGD-NUMERO " GRAVADO - "
                       "LIBERACAO EM " AGD-DATA
           END-IF.

      *== AGENDAMENTOS DA CONTA PELA CHAVE CONTA+DATA, EM ORDEM DE
      *== DATA, DE QUALQUER SITUACAO
       2000-CONSULTAR              SECTION.
           DISPLAY "CONTA...  ".
           ACCEPT WRK-CONTA-CONS.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE WRK-CONTA-CONS TO AGD-CONTA.
           MOVE ZEROS TO AGD-DATA.
           START AGENDPAG KEY IS NOT LESS AGD-CONTA-DATA
               INVALID KEY MOVE 23 TO FS-AGENDPAG
           END-START.
           IF FS-AGENDPAG EQUAL 0
               DISPLAY "NUMERO DATA     T          VALOR S HISTORICO"
               READ AGENDPAG NEXT
                   AT END MOVE 10 TO FS-AGENDPAG
               END-READ
               PERFORM UNTIL FS-AGENDPAG GREATER 2
                   OR AGD-CONTA NOT EQUAL WRK-CONTA-CONS
                   ADD 1 TO WRK-QTD-LISTADOS
                   MOVE AGD-VALOR TO WRK-VALOR-ED
                   DISPLAY AGD-NUMERO " " AGD-DATA " " AGD-TIPO " "
                           WRK-VALOR-ED " " AGD-SITUACAO " "
                           AGD-HISTORICO
                   READ AGENDPAG NEXT
                       AT END MOVE 10 TO FS-AGENDPAG
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-AGENDPAG.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "NENHUM PAGAMENTO AGENDADO PARA A CONTA"
           END-IF.

      *== CANCELAMENTO SO ENQUANTO AGENDADO: DEPOIS DE LIBERADO O
      *== ITEM JA ESTA NUM LOTE E O CAMINHO E O ESTORNO NO EXE1
       3000-CANCELAR               SECTION.
           DISPLAY "NUMERO DO AGENDAMENTO...  ".
           ACCEPT AGD-NUMERO.
           READ AGENDPAG KEY IS AGD-NUMERO
               INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO"
           END-READ.
           IF FS-AGENDPAG EQUAL 0
               IF AGD-SITUACAO NOT EQUAL "A"
                   DISPLAY "AGENDAMENTO JA LIBERADO OU ENCERRADO ("
                           AGD-SITUACAO ") - NAO CANCELA"
               ELSE
                   MOVE AGD-VALOR TO WRK-VALOR-ED
                   DISPLAY "CONTA " AGD-CONTA "  TIPO " AGD-TIPO
                           "  VALOR " WRK-VALOR-ED "  DATA " AGD-DATA
                   DISPLAY "CONFIRMA O CANCELAMENTO (S/N)...  "
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                       PERFORM 3100-GRAVA-CANCELAMENTO
                   ELSE
                       DISPLAY "CANCELAMENTO ABANDONADO"
                   END-IF
               END-IF
           END-IF.

       3100-GRAVA-CANCELAMENTO     SECTION.
           PERFORM 8200-MONTA-IMAGEM.
           MOVE WRK-IMAGEM TO WRK-REG-ANTES.
           MOVE "C" TO AGD-SITUACAO.
           MOVE WRK-DATA-HOJE TO AGD-DATA-SITUACAO.
           REWRITE AGD-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR AGENDAMENTO FS="
                           FS-AGENDPAG
               NOT INVALID KEY
                   PERFORM 8200-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
                   MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "AGENDAMENTO CANCELADO"
           END-REWRITE.

       8200-MONTA-IMAGEM           SECTION.
           MOVE AGD-NUMERO    TO WRK-IMG-NUMERO.
           MOVE AGD-CONTA     TO WRK-IMG-CONTA.
           MOVE AGD-DATA      TO WRK-IMG-DATA.
           MOVE AGD-TIPO      TO WRK-IMG-TIPO.
           MOVE AGD-VALOR     TO WRK-IMG-VALOR.
           MOVE AGD-SITUACAO  TO WRK-IMG-SITUACAO.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA          DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WRK-LOG-HORA          DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-LOG-OPERACAO      DELIMITED BY SIZE
                  " ANTES=["            DELIMITED BY SIZE
                  WRK-REG-ANTES         DELIMITED BY SIZE
                  "] DEPOIS=["          DELIMITED BY SIZE
                  WRK-REG-DEPOIS        DELIMITED BY SIZE
                  "]"                   DELIMITED BY SIZE
                  " OPER="              DELIMITED BY SIZE
                  WRK-SIG-OPERADOR      DELIMITED BY SIZE
                  INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE AGENDPAG.
           CLOSE CONTAS.
           CLOSE AGENDPAG-LOG.
