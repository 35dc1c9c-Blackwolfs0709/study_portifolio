       IDENTIFICATION DIVISION.
       PROGRAM-ID. METAREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: ATINGIMENTO DE METAS DE VENDA - PARA A
      *==           COMPETENCIA, CONFRONTA A META DE CADA VENDEDOR
      *==           (METAS.DAT, VER METAMANT) COM O QUE ELE FATUROU
      *==           ATE A DATA DE CORTE: NOTAS DA COMPETENCIA
      *==           (NOTAS.DAT) DOS PEDIDOS COM ORD-VENDEDOR
      *==           (PEDIDOS.ORD), MENOS AS NOTAS DE CREDITO DE
      *==           DEVOLUCAO EMITIDAS NO PERIODO (NOTACRED.DAT).
      *==           IMPRIME O RANKING POR PERCENTUAL ATINGIDO, O
      *==           RITMO CONTRA A META PROPORCIONAL AOS DIAS
      *==           CORRIDOS E OS TOTAIS POR DEPARTAMENTO (EMP-DEPTO)
      *== DATA: 09/09/2026
      *== OBSERVAÇÕES: METAREL_COMPETENCIA (AAAAMM) ESCOLHE O MES;
      *==   EM BRANCO, O MES CORRENTE. NO MES CORRENTE O CORTE E A
      *==   DATA DE HOJE (ACUMULADO NO MES); MES PASSADO VAI ATE O
      *==   ULTIMO DIA. VALOR FATURADO = VALOR DA NOTA MENOS OS
      *==   DESCONTOS (SEM FRETE E SEM IMPOSTO). NOTA CANCELADA E
      *==   PEDIDO CANCELADO/ESTORNADO FICAM DE FORA; A DEVOLUCAO
      *==   ABATE NO MES EM QUE A NOTA DE CREDITO FOI EMITIDA, DE
      *==   QUEM FEZ A VENDA ORIGINAL. VENDEDOR DESLIGADO EM
      *==   EMPREGADOS.DAT (EMP-SITUACAO "D") SAI DO RELATORIO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT METAS ASSIGN TO DYNAMIC WRK-MET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-METAS.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT PEDIDOS-ORD ASSIGN TO DYNAMIC WRK-ORD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-NUMERO
               ALTERNATE RECORD KEY IS ORD-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-ORDENS.
           SELECT NOTAS ASSIGN TO DYNAMIC WRK-NOT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTAS.
           SELECT NOTACRED ASSIGN TO DYNAMIC WRK-NCR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOTACRED.

       DATA DIVISION.
       FILE SECTION.
       FD  METAS.
       01  MET-REG.
           05 MET-VENDEDOR       PIC 9(04).
           05 MET-COMPETENCIA    PIC 9(06).
           05 MET-VALOR          PIC 9(009)V99.
      *== MET-VENDEDOR: EMP-CODIGO DO VENDEDOR (ORD-VENDEDOR);
      *== MET-COMPETENCIA: AAAAMM A QUE A META SE REFERE

      *== CADASTRO DE FUNCIONARIOS (VER EMPMANT)
       FD  EMPREGADOS.
       01  EMP-REG.
           05  EMP-CODIGO  PIC 9(04).
           05  EMP-NOME    PIC X(15).
           05  EMP-SALARIO PIC 9(06).
           05  EMP-DEPENDENTES PIC 9(02).
           05  EMP-DEPTO   PIC X(03).
           05  EMP-CONTA   PIC 9(06).
           05  EMP-SITUACAO PIC X(01).
           05  EMP-DATA-DESLIG PIC 9(08).
           05  EMP-DATA-ADMISSAO PIC 9(08).
           05  EMP-BANCO   PIC 9(03).
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
           05  EMP-FILIAL  PIC X(02).

       FD  PEDIDOS-ORD.
       01  ORD-REG.
           05 ORD-NUMERO         PIC 9(06).
           05 ORD-CLIENTE        PIC 9(04).
           05 ORD-DATA           PIC 9(08).
           05 ORD-NOTA           PIC 9(08).
           05 ORD-TOTAL          PIC 9(009)V99.
           05 ORD-STATUS         PIC X(10).
           05 ORD-DATA-STATUS    PIC 9(08).
           05 ORD-ESTADO         PIC X(02).
           05 ORD-PESO           PIC 9(05)V99.
           05 ORD-PARCEIRA       PIC X(01).
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
           05 NOTA-NUMERO        PIC 9(08).
           05 NOTA-DATA          PIC 9(08).
           05 NOTA-CLIENTE       PIC 9(04).
           05 NOTA-NOME          PIC X(20).
           05 NOTA-PRODUTO       PIC X(30).
           05 NOTA-VALOR         PIC 9(08)V99.
           05 NOTA-DESCONTO      PIC 9(08)V99.
           05 NOTA-FRETE         PIC 9(08)V99.
           05 NOTA-ICMS          PIC 9(08)V99.
           05 NOTA-TOTAL         PIC 9(09)V99.
           05 NOTA-SITUACAO      PIC X(01).
      *== NOTA-SITUACAO: "C" = CANCELADA (VER PEDCANC); ESPACO =
      *== NORMAL - NOTAS GRAVADAS ANTES DO CAMPO LEEM COMO ESPACO
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

      *== NOTA DE CREDITO DE DEVOLUCAO (VER PEDDEVOL)
       FD  NOTACRED.
       01  NCR-REG.
           05 NCR-NUMERO         PIC 9(08).
           05 NCR-DATA           PIC 9(08).
           05 NCR-NOTA-ORIGEM    PIC 9(08).
           05 NCR-CLIENTE        PIC 9(04).
           05 NCR-PRODUTO        PIC X(30).
           05 NCR-VALOR          PIC 9(08)V99.
           05 NCR-ICMS           PIC 9(08)V99.
           05 NCR-MOTIVO         PIC X(20).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-MET-PATH    PIC X(100) VALUE SPACES.
      *== WRK-MET-PATH: VARIAVEL DE AMBIENTE "METAS_PATH";
      *== SE NAO DEFINIDA, "METAS.DAT"
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-NOT-PATH    PIC X(100) VALUE SPACES.
       77  WRK-NCR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "METAREL_REL_PATH";
      *== SE NAO DEFINIDA, "METAREL.REL"
       77  FS-METAS        PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-ORDENS       PIC 9(02) VALUE ZEROS.
       77  FS-NOTAS        PIC 9(02) VALUE ZEROS.
       77  FS-NOTACRED     PIC 9(02) VALUE ZEROS.
       77  WRK-COMP-TXT    PIC X(06) VALUE SPACES.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-HOJE   PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-AUX     PIC 9(04) VALUE ZEROS.
       77  WRK-MES-AUX     PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-MES    PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-CORRIDOS PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-NOTA  PIC S9(010)V99 VALUE ZEROS.
       77  WRK-CODIGO-BUSCA PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-NOTAS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DESLIGADOS PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-ESTOURO PIC X(01) VALUE "N".

      *== VENDEDORES DA COMPETENCIA (COM META OU COM VENDA)
       01  WRK-TAB-VENDEDORES.
           05 WRK-VND-ITEM OCCURS 200 TIMES.
               10 WRK-VND-CODIGO  PIC 9(04).
               10 WRK-VND-NOME    PIC X(15).
               10 WRK-VND-DEPTO   PIC X(03).
               10 WRK-VND-ATIVO   PIC X(01).
               10 WRK-VND-META    PIC 9(009)V99.
               10 WRK-VND-FATURADO PIC S9(010)V99.
               10 WRK-VND-DEVOLVIDO PIC 9(010)V99.
               10 WRK-VND-PCT     PIC S9(05)V99.
               10 WRK-VND-IMPRESSO PIC X(01).
      *== WRK-VND-ATIVO: "N" = DESLIGADO OU FORA DO CADASTRO - FICA
      *== NA TABELA SO PARA NAO SER RELIDO, MAS NAO SAI NO RELATORIO
       77  WRK-QTD-VEND    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-VEND    PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-MAIOR   PIC 9(03) VALUE ZEROS.
       77  WRK-POSICAO     PIC 9(03) VALUE ZEROS.

      *== NOTAS DA COMPETENCIA COM O VENDEDOR DO PEDIDO
       01  WRK-TAB-NOTAS.
           05 WRK-NTV-ITEM OCCURS 5000 TIMES.
               10 WRK-NTV-NOTA    PIC 9(08).
               10 WRK-NTV-VEND    PIC 9(04).
       77  WRK-QTD-NTV     PIC 9(04) VALUE ZEROS.
       77  WRK-IDX-NTV     PIC 9(04) VALUE ZEROS.

      *== DEVOLUCOES DO PERIODO, ABATIDAS DE QUEM VENDEU A NOTA
      *== ORIGINAL (QUE PODE SER DE OUTRO MES)
       01  WRK-TAB-CREDITOS.
           05 WRK-CRD-ITEM OCCURS 500 TIMES.
               10 WRK-CRD-NOTA    PIC 9(08).
               10 WRK-CRD-VALOR   PIC 9(08)V99.
               10 WRK-CRD-VEND    PIC 9(04).
       77  WRK-QTD-CRD     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-CRD     PIC 9(03) VALUE ZEROS.

      *== TOTAIS POR DEPARTAMENTO (SOMA DOS VENDEDORES ATIVOS)
       01  WRK-TAB-DEPTOS.
           05 WRK-DEP-ITEM OCCURS 50 TIMES.
               10 WRK-DEP-SIGLA   PIC X(03).
               10 WRK-DEP-META    PIC 9(011)V99.
               10 WRK-DEP-FATURADO PIC S9(011)V99.
       77  WRK-QTD-DEP     PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-DEP     PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-META    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-FATURADO PIC S9(011)V99 VALUE ZEROS.

       77  WRK-META-AUX    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-META-PROP   PIC 9(011)V99 VALUE ZEROS.
       77  WRK-PCT-AUX     PIC S9(05)V99 VALUE ZEROS.
       77  WRK-RITMO       PIC S9(05)V99 VALUE ZEROS.
       77  WRK-META-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-ED    PIC -ZZZ.ZZZ.ZZ9,99.
       77  WRK-PCT-ED      PIC -ZZZZ9,99.
       77  WRK-RITMO-ED    PIC -ZZZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "METAREL".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "METAREL".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

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
           PERFORM 0200-CARREGA-METAS.
           PERFORM 0300-CARREGA-CREDITOS.
           PERFORM 0400-VARRE-PEDIDOS.
           PERFORM 0500-ACUMULA-NOTAS.
           PERFORM 0550-ABATE-DEVOLUCOES.
           PERFORM 0600-IMPRIME.
           PERFORM 0700-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-COMP-TXT FROM ENVIRONMENT
               "METAREL_COMPETENCIA".
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-COMP-HOJE = WRK-DATA-HOJE / 100.
           IF WRK-COMP-TXT EQUAL SPACES
               MOVE WRK-COMP-HOJE TO WRK-COMPETENCIA
           ELSE
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           PERFORM 0110-DIAS-DO-MES.
           COMPUTE WRK-DATA-INICIO = WRK-COMPETENCIA * 100 + 1.
      *== MES CORRENTE: ACUMULADO ATE HOJE; MES PASSADO: O MES TODO
           IF WRK-COMPETENCIA EQUAL WRK-COMP-HOJE
               MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE
               COMPUTE WRK-DIAS-CORRIDOS =
                   FUNCTION MOD(WRK-DATA-HOJE, 100)
           ELSE
               COMPUTE WRK-DATA-CORTE =
                   WRK-COMPETENCIA * 100 + WRK-DIAS-MES
               MOVE WRK-DIAS-MES TO WRK-DIAS-CORRIDOS
           END-IF.
           ACCEPT WRK-MET-PATH FROM ENVIRONMENT "METAS_PATH".
           IF WRK-MET-PATH EQUAL SPACES
               MOVE "METAS.DAT" TO WRK-MET-PATH
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           MOVE "EMPREGADOS" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-EMPREGADOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-ORD-PATH FROM ENVIRONMENT "PEDIDOS_ORD_PATH".
           IF WRK-ORD-PATH EQUAL SPACES
               MOVE "PEDIDOS.ORD" TO WRK-ORD-PATH
           END-IF.
           ACCEPT WRK-NOT-PATH FROM ENVIRONMENT "NOTAS_PATH".
           IF WRK-NOT-PATH EQUAL SPACES
               MOVE "NOTAS.DAT" TO WRK-NOT-PATH
           END-IF.
           ACCEPT WRK-NCR-PATH FROM ENVIRONMENT "NOTACRED_PATH".
           IF WRK-NCR-PATH EQUAL SPACES
               MOVE "NOTACRED.DAT" TO WRK-NCR-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "METAREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "METAREL.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "ATINGIMENTO DE METAS - COMPETENCIA "
                   WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           STRING "POS  VEND NOME            DEP"
                   "            META"
                   "   FATURADO LIQ."
                   "    % META"
                   "   % RITMO"
                   DELIMITED BY SIZE INTO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== DIAS CORRIDOS DO MES DA COMPETENCIA (FEVEREIRO BISSEXTO)
       0110-DIAS-DO-MES            SECTION.
           COMPUTE WRK-ANO-AUX = WRK-COMPETENCIA / 100.
           COMPUTE WRK-MES-AUX = FUNCTION MOD(WRK-COMPETENCIA, 100).
           EVALUATE WRK-MES-AUX
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WRK-DIAS-MES
               WHEN 2
                   IF FUNCTION MOD(WRK-ANO-AUX, 400) EQUAL 0
                       OR (FUNCTION MOD(WRK-ANO-AUX, 4) EQUAL 0
                           AND FUNCTION MOD(WRK-ANO-AUX, 100)
                               NOT EQUAL 0)
                       MOVE 29 TO WRK-DIAS-MES
                   ELSE
                       MOVE 28 TO WRK-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-DIAS-MES
           END-EVALUATE.

       0200-CARREGA-METAS          SECTION.
           OPEN INPUT METAS.
           IF FS-METAS NOT EQUAL 0
               DISPLAY "METAREL: SEM " WRK-MET-PATH
                       " - NENHUMA META CADASTRADA"
           ELSE
               READ METAS
                   AT END MOVE 10 TO FS-METAS
               END-READ
               PERFORM UNTIL FS-METAS EQUAL 10
                   IF MET-COMPETENCIA EQUAL WRK-COMPETENCIA
                       MOVE MET-VENDEDOR TO WRK-CODIGO-BUSCA
                       PERFORM 0290-LOCALIZA-VENDEDOR
                       IF WRK-IDX-VEND NOT GREATER WRK-QTD-VEND
                           ADD MET-VALOR TO WRK-VND-META(WRK-IDX-VEND)
                       END-IF
                   END-IF
                   READ METAS
                       AT END MOVE 10 TO FS-METAS
                   END-READ
               END-PERFORM
               CLOSE METAS
           END-IF.

      *== ACHA O VENDEDOR NA TABELA; NA PRIMEIRA VEZ LE O CADASTRO -
      *== DESLIGADO OU INEXISTENTE ENTRA COMO INATIVO
       0290-LOCALIZA-VENDEDOR      SECTION.
           MOVE 1 TO WRK-IDX-VEND.
           PERFORM UNTIL WRK-IDX-VEND GREATER WRK-QTD-VEND
               OR WRK-VND-CODIGO(WRK-IDX-VEND) EQUAL WRK-CODIGO-BUSCA
               ADD 1 TO WRK-IDX-VEND
           END-PERFORM.
           IF WRK-IDX-VEND GREATER WRK-QTD-VEND
               IF WRK-QTD-VEND LESS 200
                   ADD 1 TO WRK-QTD-VEND
                   MOVE WRK-QTD-VEND TO WRK-IDX-VEND
                   MOVE WRK-CODIGO-BUSCA
                       TO WRK-VND-CODIGO(WRK-IDX-VEND)
                   MOVE SPACES TO WRK-VND-NOME(WRK-IDX-VEND)
                   MOVE SPACES TO WRK-VND-DEPTO(WRK-IDX-VEND)
                   MOVE "N" TO WRK-VND-ATIVO(WRK-IDX-VEND)
                   MOVE "N" TO WRK-VND-IMPRESSO(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-META(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-FATURADO(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-DEVOLVIDO(WRK-IDX-VEND)
                   MOVE ZEROS TO WRK-VND-PCT(WRK-IDX-VEND)
                   MOVE WRK-CODIGO-BUSCA TO EMP-CODIGO
                   READ EMPREGADOS KEY IS EMP-CODIGO
                       INVALID KEY
                           ADD 1 TO WRK-TOTAL-DESLIGADOS
                       NOT INVALID KEY
                           MOVE EMP-NOME
                               TO WRK-VND-NOME(WRK-IDX-VEND)
                           MOVE EMP-DEPTO
                               TO WRK-VND-DEPTO(WRK-IDX-VEND)
                           IF EMP-SITUACAO EQUAL "D"
                               ADD 1 TO WRK-TOTAL-DESLIGADOS
                           ELSE
                               MOVE "S"
                                   TO WRK-VND-ATIVO(WRK-IDX-VEND)
                           END-IF
                   END-READ
               ELSE
                   MOVE "S" TO WRK-TAB-ESTOURO
               END-IF
           END-IF.

       0300-CARREGA-CREDITOS       SECTION.
           OPEN INPUT NOTACRED.
           IF FS-NOTACRED NOT EQUAL 0
               DISPLAY "METAREL: SEM " WRK-NCR-PATH
                       " - DEVOLUCOES NAO ABATIDAS"
           ELSE
               READ NOTACRED
                   AT END MOVE 10 TO FS-NOTACRED
               END-READ
               PERFORM UNTIL FS-NOTACRED EQUAL 10
                   IF NCR-DATA NOT LESS WRK-DATA-INICIO
                       AND NCR-DATA NOT GREATER WRK-DATA-CORTE
                       IF WRK-QTD-CRD LESS 500
                           ADD 1 TO WRK-QTD-CRD
                           MOVE NCR-NOTA-ORIGEM
                               TO WRK-CRD-NOTA(WRK-QTD-CRD)
                           MOVE NCR-VALOR
                               TO WRK-CRD-VALOR(WRK-QTD-CRD)
                           MOVE ZEROS TO WRK-CRD-VEND(WRK-QTD-CRD)
                       ELSE
                           MOVE "S" TO WRK-TAB-ESTOURO
                       END-IF
                   END-IF
                   READ NOTACRED
                       AT END MOVE 10 TO FS-NOTACRED
                   END-READ
               END-PERFORM
               CLOSE NOTACRED
           END-IF.

      *== UMA PASSADA EM PEDIDOS.ORD: GUARDA NOTA/VENDEDOR DOS
      *== PEDIDOS DO PERIODO E DA O VENDEDOR DE CADA DEVOLUCAO
       0400-VARRE-PEDIDOS          SECTION.
           OPEN INPUT PEDIDOS-ORD.
           MOVE "PEDIDOS.ORD" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ORDENS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           READ PEDIDOS-ORD NEXT
               AT END MOVE 10 TO FS-ORDENS
           END-READ.
           PERFORM UNTIL FS-ORDENS EQUAL 10
               IF ORD-NOTA GREATER ZEROS
                   AND ORD-VENDEDOR GREATER ZEROS
                   IF ORD-DATA NOT LESS WRK-DATA-INICIO
                       AND ORD-DATA NOT GREATER WRK-DATA-CORTE
                       AND ORD-STATUS NOT EQUAL "CANCELADO"
                       AND ORD-STATUS NOT EQUAL "ESTORNADO"
                       IF WRK-QTD-NTV LESS 5000
                           ADD 1 TO WRK-QTD-NTV
                           MOVE ORD-NOTA TO WRK-NTV-NOTA(WRK-QTD-NTV)
                           MOVE ORD-VENDEDOR
                               TO WRK-NTV-VEND(WRK-QTD-NTV)
                       ELSE
                           MOVE "S" TO WRK-TAB-ESTOURO
                       END-IF
                   END-IF
                   PERFORM VARYING WRK-IDX-CRD FROM 1 BY 1
                           UNTIL WRK-IDX-CRD GREATER WRK-QTD-CRD
                       IF WRK-CRD-NOTA(WRK-IDX-CRD) EQUAL ORD-NOTA
                           MOVE ORD-VENDEDOR
                               TO WRK-CRD-VEND(WRK-IDX-CRD)
                       END-IF
                   END-PERFORM
               END-IF
               READ PEDIDOS-ORD NEXT
                   AT END MOVE 10 TO FS-ORDENS
               END-READ
           END-PERFORM.
           CLOSE PEDIDOS-ORD.

       0500-ACUMULA-NOTAS          SECTION.
           OPEN INPUT NOTAS.
           MOVE "NOTAS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-NOTAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           READ NOTAS
               AT END MOVE 10 TO FS-NOTAS
           END-READ.
           PERFORM UNTIL FS-NOTAS EQUAL 10
               IF NOTA-SITUACAO NOT EQUAL "C"
                   AND NOTA-DATA NOT LESS WRK-DATA-INICIO
                   AND NOTA-DATA NOT GREATER WRK-DATA-CORTE
                   PERFORM 0510-NOTA-DO-VENDEDOR
               END-IF
               READ NOTAS
                   AT END MOVE 10 TO FS-NOTAS
               END-READ
           END-PERFORM.
           CLOSE NOTAS.

       0510-NOTA-DO-VENDEDOR       SECTION.
           MOVE 1 TO WRK-IDX-NTV.
           PERFORM UNTIL WRK-IDX-NTV GREATER WRK-QTD-NTV
               OR WRK-NTV-NOTA(WRK-IDX-NTV) EQUAL NOTA-NUMERO
               ADD 1 TO WRK-IDX-NTV
           END-PERFORM.
           IF WRK-IDX-NTV NOT GREATER WRK-QTD-NTV
               COMPUTE WRK-VALOR-NOTA = NOTA-VALOR - NOTA-DESCONTO
               IF NOTA-DESC-FUNC NUMERIC
                   SUBTRACT NOTA-DESC-FUNC FROM WRK-VALOR-NOTA
               END-IF
               MOVE WRK-NTV-VEND(WRK-IDX-NTV) TO WRK-CODIGO-BUSCA
               PERFORM 0290-LOCALIZA-VENDEDOR
               IF WRK-IDX-VEND NOT GREATER WRK-QTD-VEND
                   ADD 1 TO WRK-TOTAL-NOTAS
                   ADD WRK-VALOR-NOTA
                       TO WRK-VND-FATURADO(WRK-IDX-VEND)
               END-IF
           END-IF.

       0550-ABATE-DEVOLUCOES       SECTION.
           PERFORM VARYING WRK-IDX-CRD FROM 1 BY 1
                   UNTIL WRK-IDX-CRD GREATER WRK-QTD-CRD
               IF WRK-CRD-VEND(WRK-IDX-CRD) GREATER ZEROS
                   MOVE WRK-CRD-VEND(WRK-IDX-CRD) TO WRK-CODIGO-BUSCA
                   PERFORM 0290-LOCALIZA-VENDEDOR
                   IF WRK-IDX-VEND NOT GREATER WRK-QTD-VEND
                       ADD 1 TO WRK-TOTAL-CREDITOS
                       SUBTRACT WRK-CRD-VALOR(WRK-IDX-CRD)
                           FROM WRK-VND-FATURADO(WRK-IDX-VEND)
                       ADD WRK-CRD-VALOR(WRK-IDX-CRD)
                           TO WRK-VND-DEVOLVIDO(WRK-IDX-VEND)
                   END-IF
               END-IF
           END-PERFORM.

       0600-IMPRIME                SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "PERIODO " WRK-DATA-INICIO " A " WRK-DATA-CORTE
                   " - " WRK-DIAS-CORRIDOS " DE " WRK-DIAS-MES
                   " DIAS DO MES"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
      *== PERCENTUAL DE CADA VENDEDOR ATIVO COM META
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                   UNTIL WRK-IDX-VEND GREATER WRK-QTD-VEND
               IF WRK-VND-META(WRK-IDX-VEND) GREATER ZEROS
                   COMPUTE WRK-VND-PCT(WRK-IDX-VEND) ROUNDED =
                       WRK-VND-FATURADO(WRK-IDX-VEND) * 100
                       / WRK-VND-META(WRK-IDX-VEND)
               END-IF
               IF WRK-VND-ATIVO(WRK-IDX-VEND) EQUAL "S"
                   PERFORM 0620-ACUMULA-DEPTO
               END-IF
           END-PERFORM.
           MOVE "RANKING POR PERCENTUAL DA META" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM 0610-RANKING.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "VENDEDORES COM VENDA E SEM META NA COMPETENCIA"
               TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                   UNTIL WRK-IDX-VEND GREATER WRK-QTD-VEND
               IF WRK-VND-ATIVO(WRK-IDX-VEND) EQUAL "S"
                   AND WRK-VND-META(WRK-IDX-VEND) EQUAL ZEROS
                   MOVE WRK-VND-FATURADO(WRK-IDX-VEND) TO WRK-VALOR-ED
                   MOVE SPACES TO REL-LINHA
                   STRING "     " WRK-VND-CODIGO(WRK-IDX-VEND) " "
                           WRK-VND-NOME(WRK-IDX-VEND) " "
                           WRK-VND-DEPTO(WRK-IDX-VEND)
                           DELIMITED BY SIZE INTO REL-LINHA
                   MOVE WRK-VALOR-ED TO REL-LINHA(46:15)
                   PERFORM 9600-GRAVA-REL
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "TOTAIS POR DEPARTAMENTO" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
               MOVE WRK-DEP-META(WRK-IDX-DEP) TO WRK-META-AUX
               MOVE WRK-DEP-FATURADO(WRK-IDX-DEP) TO WRK-TOT-FATURADO
               MOVE SPACES TO REL-LINHA
               STRING "          DEPTO " WRK-DEP-SIGLA(WRK-IDX-DEP)
                       "       "
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 0630-LINHA-TOTAL
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TOT-META TO WRK-META-AUX.
           MOVE ZEROS TO WRK-TOT-FATURADO.
           PERFORM VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
               ADD WRK-DEP-FATURADO(WRK-IDX-DEP) TO WRK-TOT-FATURADO
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING "          TOTAL GERAL     "
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 0630-LINHA-TOTAL.
           IF WRK-TOTAL-DESLIGADOS GREATER ZEROS
               MOVE SPACES TO REL-LINHA
               PERFORM 9600-GRAVA-REL
               MOVE SPACES TO REL-LINHA
               STRING "VENDEDORES DESLIGADOS/FORA DO CADASTRO "
                       "IGNORADOS: " WRK-TOTAL-DESLIGADOS
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-TAB-ESTOURO EQUAL "S"
               MOVE SPACES TO REL-LINHA
               STRING "*** RELATORIO INCOMPLETO - TABELA EM MEMORIA "
                       "ESTOUROU ***"
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.

      *== RANKING POR SELECAO DIRETA: ACHA O MAIOR PERCENTUAL AINDA
      *== NAO IMPRESSO, IMPRIME E MARCA
       0610-RANKING                SECTION.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE 1 TO WRK-IDX-MAIOR.
           PERFORM UNTIL WRK-IDX-MAIOR EQUAL ZEROS
               MOVE ZEROS TO WRK-IDX-MAIOR
               PERFORM VARYING WRK-IDX-VEND FROM 1 BY 1
                       UNTIL WRK-IDX-VEND GREATER WRK-QTD-VEND
                   IF WRK-VND-ATIVO(WRK-IDX-VEND) EQUAL "S"
                       AND WRK-VND-META(WRK-IDX-VEND) GREATER ZEROS
                       AND WRK-VND-IMPRESSO(WRK-IDX-VEND) EQUAL "N"
                       AND (WRK-IDX-MAIOR EQUAL ZEROS
                           OR WRK-VND-PCT(WRK-IDX-VEND) GREATER
                              WRK-VND-PCT(WRK-IDX-MAIOR))
                       MOVE WRK-IDX-VEND TO WRK-IDX-MAIOR
                   END-IF
               END-PERFORM
               IF WRK-IDX-MAIOR GREATER ZEROS
                   ADD 1 TO WRK-POSICAO
                   MOVE "S" TO WRK-VND-IMPRESSO(WRK-IDX-MAIOR)
                   MOVE WRK-VND-META(WRK-IDX-MAIOR) TO WRK-META-AUX
                   MOVE WRK-VND-FATURADO(WRK-IDX-MAIOR)
                       TO WRK-TOT-FATURADO
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-POSICAO "  "
                           WRK-VND-CODIGO(WRK-IDX-MAIOR) " "
                           WRK-VND-NOME(WRK-IDX-MAIOR) " "
                           WRK-VND-DEPTO(WRK-IDX-MAIOR) " "
                           DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM 0630-LINHA-TOTAL
               END-IF
           END-PERFORM.

       0620-ACUMULA-DEPTO          SECTION.
           MOVE 1 TO WRK-IDX-DEP.
           PERFORM UNTIL WRK-IDX-DEP GREATER WRK-QTD-DEP
               OR WRK-DEP-SIGLA(WRK-IDX-DEP) EQUAL
                  WRK-VND-DEPTO(WRK-IDX-VEND)
               ADD 1 TO WRK-IDX-DEP
           END-PERFORM.
           IF WRK-IDX-DEP GREATER WRK-QTD-DEP
               IF WRK-QTD-DEP LESS 50
                   ADD 1 TO WRK-QTD-DEP
                   MOVE WRK-QTD-DEP TO WRK-IDX-DEP
                   MOVE WRK-VND-DEPTO(WRK-IDX-VEND)
                       TO WRK-DEP-SIGLA(WRK-IDX-DEP)
                   MOVE ZEROS TO WRK-DEP-META(WRK-IDX-DEP)
                   MOVE ZEROS TO WRK-DEP-FATURADO(WRK-IDX-DEP)
               ELSE
                   MOVE "S" TO WRK-TAB-ESTOURO
               END-IF
           END-IF.
           IF WRK-IDX-DEP NOT GREATER WRK-QTD-DEP
               ADD WRK-VND-META(WRK-IDX-VEND)
                   TO WRK-DEP-META(WRK-IDX-DEP)
               ADD WRK-VND-FATURADO(WRK-IDX-VEND)
                   TO WRK-DEP-FATURADO(WRK-IDX-DEP)
               ADD WRK-VND-META(WRK-IDX-VEND) TO WRK-TOT-META
           END-IF.

      *== COMPLETA A LINHA (A PARTIR DA COLUNA 31) COM META,
      *== FATURADO LIQUIDO, % DA META E % DO RITMO - O RITMO COMPARA
      *== COM A META PROPORCIONAL AOS DIAS CORRIDOS DO MES. ENTRADA:
      *== WRK-META-AUX = META CHEIA, WRK-TOT-FATURADO = REALIZADO
       0630-LINHA-TOTAL            SECTION.
           MOVE WRK-META-AUX TO WRK-META-ED.
           MOVE WRK-TOT-FATURADO TO WRK-VALOR-ED.
           MOVE ZEROS TO WRK-PCT-AUX.
           MOVE ZEROS TO WRK-RITMO.
           MOVE ZEROS TO WRK-META-PROP.
           IF WRK-META-AUX GREATER ZEROS
               COMPUTE WRK-PCT-AUX ROUNDED =
                   WRK-TOT-FATURADO * 100 / WRK-META-AUX
               COMPUTE WRK-META-PROP ROUNDED =
                   WRK-META-AUX * WRK-DIAS-CORRIDOS / WRK-DIAS-MES
               IF WRK-META-PROP GREATER ZEROS
                   COMPUTE WRK-RITMO ROUNDED =
                       WRK-TOT-FATURADO * 100 / WRK-META-PROP
               END-IF
           END-IF.
           MOVE WRK-PCT-AUX TO WRK-PCT-ED.
           MOVE WRK-RITMO TO WRK-RITMO-ED.
           MOVE WRK-META-ED  TO REL-LINHA(31:14).
           MOVE WRK-VALOR-ED TO REL-LINHA(46:15).
           MOVE WRK-PCT-ED   TO REL-LINHA(62:9).
           MOVE WRK-RITMO-ED TO REL-LINHA(72:9).
           PERFORM 9600-GRAVA-REL.

       0700-FINALIZAR              SECTION.
           CLOSE EMPREGADOS.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-NOTAS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-DESLIGADOS TO WRK-RUN-REJEITADOS.
           IF WRK-TAB-ESTOURO EQUAL "S"
               MOVE "PARCIAL" TO WRK-RUN-RESULTADO
           ELSE
               MOVE "OK" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "METAREL: NOTAS COM VENDEDOR NO PERIODO "
                   WRK-TOTAL-NOTAS.
           DISPLAY "METAREL: DEVOLUCOES ABATIDAS " WRK-TOTAL-CREDITOS.
           DISPLAY "METAREL: RELATORIO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
