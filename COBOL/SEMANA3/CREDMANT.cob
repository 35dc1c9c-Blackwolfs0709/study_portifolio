       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CONTRATACAO DE EMPRESTIMO PARA A CONTA CORRENTE -
      *==           GRAVA O CONTRATO EM CREDITOS.DAT (CONTA,
      *==           PRINCIPAL, TAXA MENSAL, PRAZO, SISTEMA PRICE OU
      *==           SAC E PRIMEIRO VENCIMENTO), MONTA O CRONOGRAMA
      *==           DE AMORTIZACAO PARCELA A PARCELA EM CREDPARC.DAT
      *==           E IMPRIME O CRONOGRAMA COMPLETO PARA O CLIENTE
      *==           ASSINAR; REIMPRESSAO E CANCELAMENTO ANTES DO
      *==           DESEMBOLSO, TUDO COM ANTES/DEPOIS EM CREDITOS.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O CONTRATO NASCE "C" (CONTRATADO); O CREDDIA
      *==   DESEMBOLSA NA NOITE SEGUINTE (LOTE "P" PARA O EXE1) E DAI
      *==   EM DIANTE APRESENTA CADA PARCELA NO VENCIMENTO. PRICE =
      *==   PRESTACAO CONSTANTE; SAC = AMORTIZACAO CONSTANTE. A
      *==   ULTIMA PARCELA ABSORVE A SOBRA DE ARREDONDAMENTO. O DIA
      *==   DO VENCIMENTO VAI ATE 28, PARA CAIR EM TODO MES.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITOS ASSIGN TO DYNAMIC WRK-CRD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-NUMERO
               ALTERNATE RECORD KEY IS CRD-CONTA WITH DUPLICATES
               FILE STATUS IS FS-CREDITOS.
           SELECT CREDPARC ASSIGN TO DYNAMIC WRK-PCL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-CHAVE
               ALTERNATE RECORD KEY IS PCL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS PCL-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS FS-CREDPARC.
           SELECT CREDITOS-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT CREDITOS-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== CONTRATO DE EMPRESTIMO
       FD  CREDITOS.
       01  CRD-REG.
           05 CRD-NUMERO         PIC 9(06).
           05 CRD-CONTA          PIC 9(06).
           05 CRD-PRINCIPAL      PIC 9(009)V99.
           05 CRD-TAXA           PIC 9(02)V9999.
      *== CRD-TAXA: TAXA DE JUROS AO MES, EM PERCENTUAL
           05 CRD-PRAZO          PIC 9(03).
           05 CRD-SISTEMA        PIC X(01).
      *== CRD-SISTEMA: "P" = PRICE   "S" = SAC
           05 CRD-PRIMEIRO-VENC  PIC 9(08).
           05 CRD-DATA-CONTRATO  PIC 9(08).
           05 CRD-SITUACAO       PIC X(01).
      *== CRD-SITUACAO: "C" = CONTRATADO, AGUARDA DESEMBOLSO
      *== "A" = ATIVO (DESEMBOLSADO)   "L" = LIQUIDADO
      *== "X" = CANCELADO ANTES DO DESEMBOLSO
           05 CRD-DATA-SITUACAO  PIC 9(08).
           05 CRD-OPERADOR       PIC X(08).

      *== CRONOGRAMA: UMA LINHA POR PARCELA DO CONTRATO
       FD  CREDPARC.
       01  PCL-REG.
           05 PCL-CHAVE.
               10 PCL-CONTRATO   PIC 9(06).
               10 PCL-NUMERO     PIC 9(03).
           05 PCL-CONTA          PIC 9(06).
           05 PCL-VENCIMENTO     PIC 9(08).
           05 PCL-AMORTIZACAO    PIC 9(009)V99.
           05 PCL-JUROS          PIC 9(009)V99.
           05 PCL-VALOR          PIC 9(009)V99.
           05 PCL-SALDO-DEVEDOR  PIC 9(009)V99.
           05 PCL-SITUACAO       PIC X(01).
      *== PCL-SITUACAO: "A" = EM ABERTO   "G" = APRESENTADA (NO LOTE)
      *== "R" = RECUSADA/EM ATRASO   "P" = PAGA   "C" = CANCELADA
           05 PCL-DATA-ENVIO     PIC 9(08).
           05 PCL-DATA-RECUSA    PIC 9(08).
           05 PCL-DATA-PAGAMENTO PIC 9(08).
           05 PCL-MORA           PIC 9(07)V99.
           05 PCL-MORA-COBRADA   PIC X(01).

       FD  CREDITOS-CTL.
       01  CCT-REG.
           05 CCT-PROXIMO        PIC 9(06).

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  CREDITOS-LOG.
       01  LOG-LINHA            PIC X(132).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-CRD-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CRD-PATH: VARIAVEL DE AMBIENTE "CREDITOS_PATH";
      *== SE NAO DEFINIDA, "CREDITOS.DAT"
       77  WRK-PCL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PCL-PATH: VARIAVEL DE AMBIENTE "CREDPARC_PATH";
      *== SE NAO DEFINIDA, "CREDPARC.DAT"
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "CREDITOS_CTL_PATH";
      *== SE NAO DEFINIDA, "CREDITOS.CTL" - PROXIMO NUMERO
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CREDITOS_LOG_PATH";
      *== SE NAO DEFINIDA, "CREDITOS.LOG"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CREDMANT_REL_PATH";
      *== SE NAO DEFINIDA, "CREDCRON.REL" - CRONOGRAMA IMPRESSO
       77  FS-CREDITOS     PIC 9(02) VALUE ZEROS.
       77  FS-CREDPARC     PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(34) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(34) VALUE SPACES.
      *== IMAGEM DO CONTRATO NO LOG: NUMERO, CONTA, PRINCIPAL, TAXA,
      *== PRAZO, SISTEMA E SITUACAO
       01  WRK-IMAGEM.
           05 WRK-IMG-NUMERO     PIC 9(06).
           05 WRK-IMG-CONTA      PIC 9(06).
           05 WRK-IMG-PRINCIPAL  PIC 9(009)V99.
           05 WRK-IMG-TAXA       PIC 9(02)V9999.
           05 WRK-IMG-PRAZO      PIC 9(03).
           05 WRK-IMG-SISTEMA    PIC X(01).
           05 WRK-IMG-SITUACAO   PIC X(01).

      *== CALCULO DO CRONOGRAMA
       77  WRK-TAXA-DEC    PIC 9(01)V9(08) VALUE ZEROS.
       77  WRK-FATOR       PIC 9(09)V9(09) VALUE ZEROS.
       77  WRK-PRESTACAO   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-AMORT-SAC   PIC 9(009)V99 VALUE ZEROS.
       77  WRK-SALDO       PIC 9(009)V99 VALUE ZEROS.
       77  WRK-JUROS       PIC 9(009)V99 VALUE ZEROS.
       77  WRK-AMORT       PIC 9(009)V99 VALUE ZEROS.
       77  WRK-IDX-PARC    PIC 9(03) VALUE ZEROS.
       77  WRK-TOTAL-AMORT PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-JUROS PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-PREST PIC 9(011)V99 VALUE ZEROS.
       01  WRK-VENC.
           05 WRK-VENC-ANO       PIC 9(04).
           05 WRK-VENC-MES       PIC 9(02).
           05 WRK-VENC-DIA       PIC 9(02).
       01  WRK-VENC-NUM REDEFINES WRK-VENC PIC 9(08).
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-AMORT-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-JUROS-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TAXA-ED     PIC Z9,9999.
       77  WRK-DESC-SISTEMA PIC X(05) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "CREDMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DO ESCRITOR COMUM DE RELATORIOS (VER RELWRT)
       01  WRK-RELWRT-AREA.
           05  WRK-RW-ACAO     PIC X(01) VALUE SPACES.
           05  WRK-RW-TITULO   PIC X(60) VALUE SPACES.
           05  WRK-RW-COLUNAS  PIC X(100) VALUE SPACES.
           05  WRK-RW-LINHA    PIC X(132) VALUE SPACES.
           05  WRK-RW-ARQUIVO  PIC X(100) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "CREDMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-CRD-PATH FROM ENVIRONMENT "CREDITOS_PATH".
           IF WRK-CRD-PATH EQUAL SPACES
               MOVE "CREDITOS.DAT" TO WRK-CRD-PATH
           END-IF.
           OPEN I-O CREDITOS.
           IF FS-CREDITOS EQUAL 35
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN I-O CREDITOS
           END-IF.
           IF FS-CREDITOS NOT EQUAL 0
               DISPLAY "CREDMANT: FALHA AO ABRIR " WRK-CRD-PATH
                       " FS=" FS-CREDITOS
               STOP RUN
           END-IF.
           ACCEPT WRK-PCL-PATH FROM ENVIRONMENT "CREDPARC_PATH".
           IF WRK-PCL-PATH EQUAL SPACES
               MOVE "CREDPARC.DAT" TO WRK-PCL-PATH
           END-IF.
           OPEN I-O CREDPARC.
           IF FS-CREDPARC EQUAL 35
               OPEN OUTPUT CREDPARC
               CLOSE CREDPARC
               OPEN I-O CREDPARC
           END-IF.
           IF FS-CREDPARC NOT EQUAL 0
               DISPLAY "CREDMANT: FALHA AO ABRIR " WRK-PCL-PATH
                       " FS=" FS-CREDPARC
               STOP RUN
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 0
               DISPLAY "CREDMANT: FALHA AO ABRIR " WRK-CTA-PATH
                       " FS=" FS-CONTAS
               STOP RUN
           END-IF.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "CREDITOS_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "CREDITOS.CTL" TO WRK-CTL-PATH
           END-IF.
           MOVE 1 TO WRK-PROXIMO.
           OPEN INPUT CREDITOS-CTL.
           IF FS-CONTROLE EQUAL 0
               READ CREDITOS-CTL
                   AT END CONTINUE
                   NOT AT END MOVE CCT-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE CREDITOS-CTL
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CREDMANT_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CREDCRON.REL" TO WRK-REL-PATH
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CREDITOS_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CREDITOS.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND CREDITOS-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT CREDITOS-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONTRATAR  2-CRONOGRAMA  3-CANCELAR  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONTRATAR
               WHEN 2
                   PERFORM 2000-CRONOGRAMA
               WHEN 3
                   PERFORM 3000-CANCELAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== CONTRATACAO: CONFERE A CONTA, COLHE AS CONDICOES, MOSTRA A
      *== PRIMEIRA PRESTACAO PARA O CLIENTE CONCORDAR E SO ENTAO
      *== GRAVA CONTRATO E CRONOGRAMA E IMPRIME
       1000-CONTRATAR              SECTION.
           MOVE SPACES TO CRD-REG.
           PERFORM 1100-COLHE-CONDICOES.
           IF WRK-DADOS-OK EQUAL "S"
               PERFORM 1200-CALCULA-PRESTACAO
           END-IF.
           IF WRK-DADOS-OK EQUAL "S"
               MOVE WRK-PRESTACAO TO WRK-VALOR-ED
               IF CRD-SISTEMA EQUAL "P"
                   DISPLAY "PRESTACAO MENSAL (PRICE).... "
                           WRK-VALOR-ED
               ELSE
                   DISPLAY "PRIMEIRA PRESTACAO (SAC).... "
                           WRK-VALOR-ED
               END-IF
               DISPLAY "CONFIRMA A CONTRATACAO (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 1300-GRAVA-CONTRATO
               ELSE
                   DISPLAY "CONTRATACAO ABANDONADA"
               END-IF
           END-IF.

       1100-COLHE-CONDICOES        SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "CONTA...  ".
           ACCEPT CRD-CONTA.
           MOVE CRD-CONTA TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF FS-CONTAS NOT EQUAL 0
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           IF CTA-SITUACAO EQUAL "B" OR CTA-SITUACAO EQUAL "E"
               DISPLAY "CONTA BLOQUEADA OU ENCERRADA - NAO CONTRATA"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           DISPLAY "PRINCIPAL...  ".
           ACCEPT CRD-PRINCIPAL.
           IF CRD-PRINCIPAL NOT GREATER ZEROS
               DISPLAY "PRINCIPAL INVALIDO"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           DISPLAY "TAXA DE JUROS AO MES (%)...  ".
           ACCEPT CRD-TAXA.
           DISPLAY "PRAZO EM MESES...  ".
           ACCEPT CRD-PRAZO.
           IF CRD-PRAZO EQUAL ZEROS OR CRD-PRAZO GREATER 420
               DISPLAY "PRAZO INVALIDO (1 A 420 MESES)"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           DISPLAY "SISTEMA (P-PRICE  S-SAC)...  ".
           ACCEPT CRD-SISTEMA.
           IF CRD-SISTEMA EQUAL "p"
               MOVE "P" TO CRD-SISTEMA
           END-IF.
           IF CRD-SISTEMA EQUAL "s"
               MOVE "S" TO CRD-SISTEMA
           END-IF.
           IF CRD-SISTEMA NOT EQUAL "P" AND CRD-SISTEMA NOT EQUAL "S"
               DISPLAY "SISTEMA INVALIDO"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD)...  ".
           ACCEPT CRD-PRIMEIRO-VENC.
           MOVE CRD-PRIMEIRO-VENC TO WRK-VENC-NUM.
           IF WRK-VENC-MES LESS 1 OR WRK-VENC-MES GREATER 12
               OR WRK-VENC-DIA LESS 1 OR WRK-VENC-DIA GREATER 28
               DISPLAY "VENCIMENTO INVALIDO (DIA DE 1 A 28)"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           IF CRD-PRIMEIRO-VENC NOT GREATER WRK-DATA-HOJE
               DISPLAY "PRIMEIRO VENCIMENTO TEM DE SER FUTURO"
               GO TO 1100-COLHE-CONDICOES-FIM
           END-IF.
           MOVE "S" TO WRK-DADOS-OK.
       1100-COLHE-CONDICOES-FIM. EXIT.

      *== PRICE: PMT = P * I * (1+I)**N / ((1+I)**N - 1), OU P / N
      *== COM TAXA ZERO; SAC: AMORTIZACAO P / N, E A PRIMEIRA
      *== PRESTACAO E ELA MAIS OS JUROS SOBRE O PRINCIPAL
       1200-CALCULA-PRESTACAO      SECTION.
           COMPUTE WRK-TAXA-DEC = CRD-TAXA / 100.
           COMPUTE WRK-AMORT-SAC ROUNDED = CRD-PRINCIPAL / CRD-PRAZO.
           IF CRD-SISTEMA EQUAL "S"
               COMPUTE WRK-PRESTACAO ROUNDED = WRK-AMORT-SAC
                   + CRD-PRINCIPAL * WRK-TAXA-DEC
           ELSE
               IF WRK-TAXA-DEC EQUAL ZEROS
                   MOVE WRK-AMORT-SAC TO WRK-PRESTACAO
               ELSE
                   COMPUTE WRK-FATOR ROUNDED =
                       (1 + WRK-TAXA-DEC) ** CRD-PRAZO
                       ON SIZE ERROR
                           DISPLAY "TAXA/PRAZO FORA DA FAIXA DE "
                                   "CALCULO"
                           MOVE "N" TO WRK-DADOS-OK
                   END-COMPUTE
                   IF WRK-DADOS-OK EQUAL "S"
                       COMPUTE WRK-PRESTACAO ROUNDED =
                           CRD-PRINCIPAL * WRK-TAXA-DEC * WRK-FATOR
                           / (WRK-FATOR - 1)
                   END-IF
               END-IF
           END-IF.

       1300-GRAVA-CONTRATO         SECTION.
           MOVE WRK-PROXIMO TO CRD-NUMERO.
           MOVE WRK-DATA-HOJE TO CRD-DATA-CONTRATO.
           MOVE "C" TO CRD-SITUACAO.
           MOVE WRK-DATA-HOJE TO CRD-DATA-SITUACAO.
           MOVE WRK-SIG-OPERADOR TO CRD-OPERADOR.
           WRITE CRD-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CONTRATO " CRD-NUMERO
                           " FS=" FS-CREDITOS
                           " - CONFIRA " WRK-CTL-PATH
           END-WRITE.
           IF FS-CREDITOS EQUAL 0
               ADD 1 TO WRK-PROXIMO
               OPEN OUTPUT CREDITOS-CTL
               MOVE WRK-PROXIMO TO CCT-PROXIMO
               WRITE CCT-REG
               CLOSE CREDITOS-CTL
               PERFORM 1400-GERA-PARCELAS
               MOVE SPACES TO WRK-REG-ANTES
               PERFORM 8200-MONTA-IMAGEM
               MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
               MOVE "CONTRATACAO" TO WRK-LOG-OPERACAO
               PERFORM 9100-GRAVA-LOG
               DISPLAY "CONTRATO " CRD-NUMERO " GRAVADO - "
                       "DESEMBOLSO NA PROXIMA CADEIA NOTURNA"
               PERFORM 2100-IMPRIME-CRONOGRAMA
           END-IF.

      *== MONTA O CRONOGRAMA: JUROS DO MES SOBRE O SALDO DEVEDOR,
      *== AMORTIZACAO PELO SISTEMA; A ULTIMA PARCELA QUITA O SALDO
       1400-GERA-PARCELAS          SECTION.
           MOVE CRD-PRINCIPAL TO WRK-SALDO.
           MOVE CRD-PRIMEIRO-VENC TO WRK-VENC-NUM.
           PERFORM VARYING WRK-IDX-PARC FROM 1 BY 1
                   UNTIL WRK-IDX-PARC GREATER CRD-PRAZO
               COMPUTE WRK-JUROS ROUNDED = WRK-SALDO * WRK-TAXA-DEC
               IF WRK-IDX-PARC EQUAL CRD-PRAZO
                   MOVE WRK-SALDO TO WRK-AMORT
               ELSE
                   IF CRD-SISTEMA EQUAL "P"
                       COMPUTE WRK-AMORT = WRK-PRESTACAO - WRK-JUROS
                   ELSE
                       MOVE WRK-AMORT-SAC TO WRK-AMORT
                   END-IF
                   IF WRK-AMORT GREATER WRK-SALDO
                       MOVE WRK-SALDO TO WRK-AMORT
                   END-IF
               END-IF
               SUBTRACT WRK-AMORT FROM WRK-SALDO
               MOVE SPACES TO PCL-REG
               MOVE CRD-NUMERO TO PCL-CONTRATO
               MOVE WRK-IDX-PARC TO PCL-NUMERO
               MOVE CRD-CONTA TO PCL-CONTA
               MOVE WRK-VENC-NUM TO PCL-VENCIMENTO
               MOVE WRK-AMORT TO PCL-AMORTIZACAO
               MOVE WRK-JUROS TO PCL-JUROS
               COMPUTE PCL-VALOR = WRK-AMORT + WRK-JUROS
               MOVE WRK-SALDO TO PCL-SALDO-DEVEDOR
               MOVE "A" TO PCL-SITUACAO
               MOVE ZEROS TO PCL-DATA-ENVIO
               MOVE ZEROS TO PCL-DATA-RECUSA
               MOVE ZEROS TO PCL-DATA-PAGAMENTO
               MOVE ZEROS TO PCL-MORA
               MOVE "N" TO PCL-MORA-COBRADA
               WRITE PCL-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PARCELA " PCL-CHAVE
                               " FS=" FS-CREDPARC
               END-WRITE
               PERFORM 1410-PROXIMO-MES
           END-PERFORM.

       1410-PROXIMO-MES            SECTION.
           IF WRK-VENC-MES EQUAL 12
               MOVE 1 TO WRK-VENC-MES
               ADD 1 TO WRK-VENC-ANO
           ELSE
               ADD 1 TO WRK-VENC-MES
           END-IF.

       2000-CRONOGRAMA             SECTION.
           DISPLAY "CONTRATO...  ".
           ACCEPT CRD-NUMERO.
           READ CREDITOS KEY IS CRD-NUMERO
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM 2100-IMPRIME-CRONOGRAMA
           END-READ.

      *== CRONOGRAMA COMPLETO PELO RELWRT: CONDICOES DO CONTRATO NO
      *== TOPO, UMA LINHA POR PARCELA COM A SITUACAO, TOTAIS NO FIM
       2100-IMPRIME-CRONOGRAMA     SECTION.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "CRONOGRAMA DE AMORTIZACAO DE EMPRESTIMO"
               TO WRK-RW-TITULO.
           MOVE "PARC  VENCIMENTO      AMORTIZACAO           JUROS
      -         "      PRESTACAO   SALDO DEVEDOR  S"
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           IF CRD-SISTEMA EQUAL "P"
               MOVE "PRICE" TO WRK-DESC-SISTEMA
           ELSE
               MOVE "SAC" TO WRK-DESC-SISTEMA
           END-IF.
           MOVE CRD-PRINCIPAL TO WRK-VALOR-ED.
           MOVE CRD-TAXA TO WRK-TAXA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CONTRATO " CRD-NUMERO "  CONTA " CRD-CONTA
                   "  DATA " CRD-DATA-CONTRATO
                   "  SITUACAO " CRD-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "PRINCIPAL " WRK-VALOR-ED "  TAXA " WRK-TAXA-ED
                   "% A.M.  PRAZO " CRD-PRAZO " MESES  SISTEMA "
                   WRK-DESC-SISTEMA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE ZEROS TO WRK-TOTAL-AMORT.
           MOVE ZEROS TO WRK-TOTAL-JUROS.
           MOVE ZEROS TO WRK-TOTAL-PREST.
           MOVE CRD-NUMERO TO PCL-CONTRATO.
           MOVE ZEROS TO PCL-NUMERO.
           START CREDPARC KEY IS NOT LESS PCL-CHAVE
               INVALID KEY MOVE 23 TO FS-CREDPARC
           END-START.
           IF FS-CREDPARC EQUAL 0
               READ CREDPARC NEXT
                   AT END MOVE 10 TO FS-CREDPARC
               END-READ
               PERFORM UNTIL FS-CREDPARC GREATER 2
                   OR PCL-CONTRATO NOT EQUAL CRD-NUMERO
                   PERFORM 2110-LINHA-PARCELA
                   READ CREDPARC NEXT
                       AT END MOVE 10 TO FS-CREDPARC
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDPARC.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOTAL-AMORT TO WRK-AMORT-ED.
           MOVE WRK-TOTAL-JUROS TO WRK-JUROS-ED.
           MOVE WRK-TOTAL-PREST TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAL            " WRK-AMORT-ED "  " WRK-JUROS-ED
                   "  " WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           DISPLAY "CRONOGRAMA IMPRESSO EM " WRK-REL-PATH.

       2110-LINHA-PARCELA          SECTION.
           ADD PCL-AMORTIZACAO TO WRK-TOTAL-AMORT.
           ADD PCL-JUROS TO WRK-TOTAL-JUROS.
           ADD PCL-VALOR TO WRK-TOTAL-PREST.
           MOVE PCL-AMORTIZACAO TO WRK-AMORT-ED.
           MOVE PCL-JUROS TO WRK-JUROS-ED.
           MOVE PCL-VALOR TO WRK-VALOR-ED.
           MOVE PCL-SALDO-DEVEDOR TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING PCL-NUMERO "   " PCL-VENCIMENTO "  " WRK-AMORT-ED
                   "  " WRK-JUROS-ED "  " WRK-VALOR-ED "  "
                   WRK-SALDO-ED "  " PCL-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== CANCELAMENTO SO ANTES DO DESEMBOLSO: DEPOIS DELE O
      *== DINHEIRO JA ESTA NA CONTA E O CAMINHO E A LIQUIDACAO
       3000-CANCELAR               SECTION.
           DISPLAY "CONTRATO...  ".
           ACCEPT CRD-NUMERO.
           READ CREDITOS KEY IS CRD-NUMERO
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO"
           END-READ.
           IF FS-CREDITOS EQUAL 0
               IF CRD-SITUACAO NOT EQUAL "C"
                   DISPLAY "CONTRATO JA DESEMBOLSADO OU ENCERRADO - "
                           "NAO CANCELA"
               ELSE
                   PERFORM 8200-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO WRK-REG-ANTES
                   MOVE "X" TO CRD-SITUACAO
                   MOVE WRK-DATA-HOJE TO CRD-DATA-SITUACAO
                   REWRITE CRD-REG
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR CONTRATO FS="
                                   FS-CREDITOS
                       NOT INVALID KEY
                           PERFORM 3100-CANCELA-PARCELAS
                           PERFORM 8200-MONTA-IMAGEM
                           MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
                           MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "CONTRATO CANCELADO"
                   END-REWRITE
               END-IF
           END-IF.

       3100-CANCELA-PARCELAS       SECTION.
           MOVE CRD-NUMERO TO PCL-CONTRATO.
           MOVE ZEROS TO PCL-NUMERO.
           START CREDPARC KEY IS NOT LESS PCL-CHAVE
               INVALID KEY MOVE 23 TO FS-CREDPARC
           END-START.
           IF FS-CREDPARC EQUAL 0
               READ CREDPARC NEXT
                   AT END MOVE 10 TO FS-CREDPARC
               END-READ
               PERFORM UNTIL FS-CREDPARC GREATER 2
                   OR PCL-CONTRATO NOT EQUAL CRD-NUMERO
                   MOVE "C" TO PCL-SITUACAO
                   REWRITE PCL-REG
                       INVALID KEY
                           DISPLAY "ERRO AO CANCELAR PARCELA "
                                   PCL-CHAVE " FS=" FS-CREDPARC
                   END-REWRITE
                   READ CREDPARC NEXT
                       AT END MOVE 10 TO FS-CREDPARC
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-CREDPARC.

       8200-MONTA-IMAGEM           SECTION.
           MOVE CRD-NUMERO    TO WRK-IMG-NUMERO.
           MOVE CRD-CONTA     TO WRK-IMG-CONTA.
           MOVE CRD-PRINCIPAL TO WRK-IMG-PRINCIPAL.
           MOVE CRD-TAXA      TO WRK-IMG-TAXA.
           MOVE CRD-PRAZO     TO WRK-IMG-PRAZO.
           MOVE CRD-SISTEMA   TO WRK-IMG-SISTEMA.
           MOVE CRD-SITUACAO  TO WRK-IMG-SITUACAO.

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
           CLOSE CREDITOS.
           CLOSE CREDPARC.
           CLOSE CONTAS.
           CLOSE CREDITOS-LOG.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
