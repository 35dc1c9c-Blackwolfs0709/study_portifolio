       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSGMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: EMPRESTIMO CONSIGNADO EM FOLHA - CADASTRA O
      *==           CONTRATO DO FUNCIONARIO COM O BANCO CONVENIADO
      *==           (BANCO, NUMERO DO CONTRATO NO BANCO, VALOR DA
      *==           PARCELA, QUANTIDADE DE PARCELAS E COMPETENCIA DA
      *==           PRIMEIRA) EM CONSIG.DAT, CONSULTA OS CONTRATOS E A
      *==           MARGEM DO FUNCIONARIO E QUITA/CANCELA, TUDO COM
      *==           ANTES/DEPOIS EM CONSIG.LOG. A FOLHA DESCONTA A
      *==           PARCELA E REPASSA AO BANCO - ACABOU O CONTROLE EM
      *==           PAPEL NO DEPARTAMENTO PESSOAL
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: NENHUM CONTRATO NOVO PASSA SE A PARCELA NAO
      *==   COUBER NA MARGEM CONSIGNAVEL: CONSIG_PCT_MARGEM (35% SE
      *==   AUSENTE NO ARQUIVO CENTRAL) DA BASE LIQUIDA DA ULTIMA
      *==   FOLHA (REMUNERACAO - INSS - IRRF, GRAVADA PELA FOLHA EM
      *==   MARGEM.DAT), MENOS AS PARCELAS DOS CONTRATOS ATIVOS.
      *==   FUNCIONARIO AINDA SEM FOLHA NAO TEM MARGEM APURADA E NAO
      *==   PODE CONTRATAR. CSG-SITUACAO: "A" ATIVO, "Q" QUITADO
      *==   (ULTIMA PARCELA DESCONTADA OU QUITACAO ANTECIPADA), "C"
      *==   CANCELADO ANTES DO PRIMEIRO DESCONTO
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSIGNADOS ASSIGN TO DYNAMIC WRK-CSG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS FS-CONSIGNADOS.
           SELECT MARGEM ASSIGN TO DYNAMIC WRK-MRG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRG-CODIGO
               FILE STATUS IS FS-MARGEM.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT CONSIG-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== CONTRATO DE EMPRESTIMO CONSIGNADO (LIDO PELA FOLHA)
       FD  CONSIGNADOS.
       01  CSG-REG.
           05 CSG-CHAVE.
               10 CSG-CODIGO     PIC 9(04).
               10 CSG-SEQ        PIC 9(02).
           05 CSG-BANCO          PIC 9(03).
           05 CSG-CONTRATO       PIC X(12).
           05 CSG-PARCELA        PIC 9(07)V99.
           05 CSG-QTD-PARCELAS   PIC 9(03).
           05 CSG-PAGAS          PIC 9(03).
           05 CSG-COMP-INICIO    PIC 9(06).
           05 CSG-ULT-COMPETENCIA PIC 9(06).
      *== CSG-ULT-COMPETENCIA: ULTIMA FOLHA QUE DESCONTOU A PARCELA -
      *== REPROCESSAR A MESMA COMPETENCIA NAO CONTA PARCELA DE NOVO
           05 CSG-SITUACAO       PIC X(01).
           05 CSG-DATA-INCLUSAO  PIC 9(08).

      *== BASE DA MARGEM CONSIGNAVEL APURADA NA ULTIMA FOLHA
       FD  MARGEM.
       01  MRG-REG.
           05 MRG-CODIGO         PIC 9(04).
           05 MRG-COMPETENCIA    PIC 9(06).
           05 MRG-BASE           PIC 9(07)V99.
           05 MRG-DATA           PIC 9(08).

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

       FD  CONSIG-LOG.
       01  LOG-LINHA            PIC X(160).

       WORKING-STORAGE             SECTION.
       77  WRK-CSG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CSG-PATH: VARIAVEL DE AMBIENTE "CONSIG_PATH";
      *== SE NAO DEFINIDA, "CONSIG.DAT"
       77  WRK-MRG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-MRG-PATH: VARIAVEL DE AMBIENTE "MARGEM_PATH";
      *== SE NAO DEFINIDA, "MARGEM.DAT"
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CONSIG_LOG_PATH";
      *== SE NAO DEFINIDA, "CONSIG.LOG"
       77  FS-CONSIGNADOS  PIC 9(02) VALUE ZEROS.
       77  FS-MARGEM       PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-MRG-ABERTO  PIC X(01) VALUE "N".
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(57) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(57) VALUE SPACES.
       77  WRK-CODIGO-BUSCA PIC 9(04) VALUE ZEROS.
       77  WRK-SEQ-BUSCA   PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-SEQ     PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-LISTA   PIC 9(02) VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.

      *== MARGEM CONSIGNAVEL DO FUNCIONARIO
       77  WRK-PCT-MARGEM  PIC 9(03)V99 VALUE 35,00.
      *== WRK-PCT-MARGEM: PARAMETRO CONSIG_PCT_MARGEM DO ARQUIVO
      *== CENTRAL (PERCENTUAL DA BASE LIQUIDA)
       77  WRK-TEM-MARGEM  PIC X(01) VALUE "N".
       77  WRK-MARGEM-TOTAL PIC 9(07)V99 VALUE ZEROS.
       77  WRK-COMPROMETIDO PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DISPONIVEL  PIC S9(07)V99 VALUE ZEROS.
       77  WRK-SALDO       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99.
       77  WRK-SALDO-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DISP-ED     PIC -Z.ZZZ.ZZ9,99.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "CSGMANT".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-CONTINUA EQUAL "N".
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           CALL "SIGNON" USING WRK-SIGNON-AREA.
           IF WRK-SIG-AUTORIZADO NOT EQUAL "S"
               DISPLAY "CSGMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "CONSIG_PCT_MARGEM" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PCT-MARGEM =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-CSG-PATH FROM ENVIRONMENT "CONSIG_PATH".
           IF WRK-CSG-PATH EQUAL SPACES
               MOVE "CONSIG.DAT" TO WRK-CSG-PATH
           END-IF.
           OPEN I-O CONSIGNADOS.
           IF FS-CONSIGNADOS EQUAL 35
               OPEN OUTPUT CONSIGNADOS
               CLOSE CONSIGNADOS
               OPEN I-O CONSIGNADOS
           END-IF.
           IF FS-CONSIGNADOS NOT EQUAL 0
               DISPLAY "CSGMANT: FALHA AO ABRIR " WRK-CSG-PATH
                       " FS=" FS-CONSIGNADOS
               STOP RUN
           END-IF.
      *== SEM MARGEM.DAT A FOLHA AINDA NAO RODOU: DA PARA CONSULTAR,
      *== MAS NENHUM CONTRATO NOVO PASSA
           ACCEPT WRK-MRG-PATH FROM ENVIRONMENT "MARGEM_PATH".
           IF WRK-MRG-PATH EQUAL SPACES
               MOVE "MARGEM.DAT" TO WRK-MRG-PATH
           END-IF.
           OPEN INPUT MARGEM.
           IF FS-MARGEM EQUAL 0
               MOVE "S" TO WRK-MRG-ABERTO
           ELSE
               DISPLAY "CSGMANT: SEM " WRK-MRG-PATH " - MARGEM SO "
                       "DEPOIS DA PRIMEIRA FOLHA"
           END-IF.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           IF FS-EMPREGADOS NOT EQUAL 0
               DISPLAY "CSGMANT: FALHA AO ABRIR " WRK-EMP-PATH
                       " FS=" FS-EMPREGADOS
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CONSIG_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CONSIG.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND CONSIG-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT CONSIG-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-INCLUIR CONTRATO  "
                   "3-QUITAR/CANCELAR  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-ENCERRAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== CONTRATOS DO FUNCIONARIO COM SALDO E A MARGEM QUE SOBRA
       1000-CONSULTAR              SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO...  ".
           ACCEPT WRK-CODIGO-BUSCA.
           MOVE ZEROS TO WRK-QTD-LISTA.
           DISPLAY "SQ BCO CONTRATO         PARCELA  PAGAS  INICIO SIT"
                   "     SALDO DEVEDOR".
           PERFORM 1100-POSICIONA.
           PERFORM UNTIL FS-CONSIGNADOS NOT EQUAL 0
                   OR CSG-CODIGO NOT EQUAL WRK-CODIGO-BUSCA
               ADD 1 TO WRK-QTD-LISTA
               MOVE CSG-PARCELA TO WRK-VALOR-ED
               MOVE ZEROS TO WRK-SALDO
               IF CSG-SITUACAO EQUAL "A"
                   COMPUTE WRK-SALDO = CSG-PARCELA *
                       (CSG-QTD-PARCELAS - CSG-PAGAS)
               END-IF
               MOVE WRK-SALDO TO WRK-SALDO-ED
               DISPLAY CSG-SEQ " " CSG-BANCO " " CSG-CONTRATO " "
                       WRK-VALOR-ED " " CSG-PAGAS "/"
                       CSG-QTD-PARCELAS " " CSG-COMP-INICIO "  "
                       CSG-SITUACAO "  " WRK-SALDO-ED
               READ CONSIGNADOS NEXT
                   AT END MOVE 10 TO FS-CONSIGNADOS
               END-READ
           END-PERFORM.
           IF WRK-QTD-LISTA EQUAL ZEROS
               DISPLAY "FUNCIONARIO SEM CONTRATOS"
           END-IF.
           PERFORM 2050-APURA-MARGEM.
           IF WRK-TEM-MARGEM EQUAL "S"
               MOVE WRK-MARGEM-TOTAL TO WRK-VALOR-ED
               DISPLAY "MARGEM CONSIGNAVEL... " WRK-VALOR-ED
                       " (FOLHA " MRG-COMPETENCIA ")"
               MOVE WRK-COMPROMETIDO TO WRK-VALOR-ED
               DISPLAY "COMPROMETIDO......... " WRK-VALOR-ED
               MOVE WRK-DISPONIVEL TO WRK-DISP-ED
               DISPLAY "DISPONIVEL.......... " WRK-DISP-ED
           ELSE
               DISPLAY "MARGEM NAO APURADA - FUNCIONARIO SEM FOLHA"
           END-IF.

      *== PRIMEIRO CONTRATO DO FUNCIONARIO (FS 0 SE EXISTIR)
       1100-POSICIONA              SECTION.
           MOVE WRK-CODIGO-BUSCA TO CSG-CODIGO.
           MOVE ZEROS TO CSG-SEQ.
           START CONSIGNADOS KEY IS NOT LESS CSG-CHAVE
               INVALID KEY MOVE 23 TO FS-CONSIGNADOS
           END-START.
           IF FS-CONSIGNADOS EQUAL 0
               READ CONSIGNADOS NEXT
                   AT END MOVE 10 TO FS-CONSIGNADOS
               END-READ
           END-IF.

       2000-INCLUIR                SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO...  ".
           ACCEPT WRK-CODIGO-BUSCA.
           MOVE WRK-CODIGO-BUSCA TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO CADASTRADO - CANCELADO"
           END-READ.
           IF FS-EMPREGADOS EQUAL 0
               AND EMP-SITUACAO EQUAL "D"
               DISPLAY "FUNCIONARIO DESLIGADO - CANCELADO"
               MOVE 99 TO FS-EMPREGADOS
           END-IF.
           IF FS-EMPREGADOS NOT EQUAL 0
               GO TO 2000-INCLUIR-FIM
           END-IF.
           DISPLAY "FUNCIONARIO " EMP-CODIGO " " EMP-NOME.
           PERFORM 2050-APURA-MARGEM.
           IF WRK-TEM-MARGEM NOT EQUAL "S"
               DISPLAY "MARGEM NAO APURADA - FUNCIONARIO AINDA SEM "
                       "FOLHA, CONTRATO RECUSADO"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           MOVE WRK-DISPONIVEL TO WRK-DISP-ED.
           DISPLAY "MARGEM DISPONIVEL... " WRK-DISP-ED.
           INITIALIZE CSG-REG.
           DISPLAY "BANCO...  ".
           ACCEPT CSG-BANCO.
           DISPLAY "NUMERO DO CONTRATO NO BANCO...  ".
           ACCEPT CSG-CONTRATO.
           DISPLAY "VALOR DA PARCELA...  ".
           ACCEPT CSG-PARCELA.
           DISPLAY "QUANTIDADE DE PARCELAS...  ".
           ACCEPT CSG-QTD-PARCELAS.
           DISPLAY "COMPETENCIA DA PRIMEIRA PARCELA (AAAAMM)...  ".
           ACCEPT CSG-COMP-INICIO.
           IF CSG-BANCO EQUAL ZEROS
               OR CSG-PARCELA EQUAL ZEROS
               OR CSG-QTD-PARCELAS EQUAL ZEROS
               OR CSG-COMP-INICIO EQUAL ZEROS
               DISPLAY "DADOS DO CONTRATO INCOMPLETOS - CANCELADO"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           IF CSG-PARCELA GREATER WRK-DISPONIVEL
               MOVE CSG-PARCELA TO WRK-VALOR-ED
               DISPLAY "PARCELA DE " WRK-VALOR-ED " ESTOURA A MARGEM "
                       "CONSIGNAVEL - CONTRATO RECUSADO"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           IF WRK-ULT-SEQ NOT LESS 99
               DISPLAY "FUNCIONARIO COM 99 CONTRATOS - CANCELADO"
               GO TO 2000-INCLUIR-FIM
           END-IF.
           MOVE WRK-CODIGO-BUSCA TO CSG-CODIGO.
           COMPUTE CSG-SEQ = WRK-ULT-SEQ + 1.
           MOVE ZEROS TO CSG-PAGAS.
           MOVE ZEROS TO CSG-ULT-COMPETENCIA.
           MOVE "A" TO CSG-SITUACAO.
           MOVE WRK-DATA-HOJE TO CSG-DATA-INCLUSAO.
           WRITE CSG-REG
               INVALID KEY
                   DISPLAY "ERRO AO INCLUIR FS=" FS-CONSIGNADOS
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   MOVE CSG-REG TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "CONTRATO INCLUIDO - SEQUENCIA " CSG-SEQ
           END-WRITE.

       2000-INCLUIR-FIM.
           EXIT.

      *== MARGEM = PCT DA BASE LIQUIDA DA ULTIMA FOLHA MENOS AS
      *== PARCELAS DOS CONTRATOS ATIVOS; DEIXA TAMBEM A ULTIMA
      *== SEQUENCIA USADA PELO FUNCIONARIO PARA A INCLUSAO
       2050-APURA-MARGEM           SECTION.
           MOVE "N" TO WRK-TEM-MARGEM.
           MOVE ZEROS TO WRK-MARGEM-TOTAL.
           MOVE ZEROS TO WRK-COMPROMETIDO.
           MOVE ZEROS TO WRK-DISPONIVEL.
           MOVE ZEROS TO WRK-ULT-SEQ.
           PERFORM 1100-POSICIONA.
           PERFORM UNTIL FS-CONSIGNADOS NOT EQUAL 0
                   OR CSG-CODIGO NOT EQUAL WRK-CODIGO-BUSCA
               MOVE CSG-SEQ TO WRK-ULT-SEQ
               IF CSG-SITUACAO EQUAL "A"
                   ADD CSG-PARCELA TO WRK-COMPROMETIDO
               END-IF
               READ CONSIGNADOS NEXT
                   AT END MOVE 10 TO FS-CONSIGNADOS
               END-READ
           END-PERFORM.
           IF WRK-MRG-ABERTO EQUAL "S"
               MOVE WRK-CODIGO-BUSCA TO MRG-CODIGO
               READ MARGEM KEY IS MRG-CODIGO
                   INVALID KEY MOVE 23 TO FS-MARGEM
               END-READ
               IF FS-MARGEM EQUAL 0
                   MOVE "S" TO WRK-TEM-MARGEM
                   COMPUTE WRK-MARGEM-TOTAL ROUNDED =
                       MRG-BASE * WRK-PCT-MARGEM / 100
                   COMPUTE WRK-DISPONIVEL =
                       WRK-MARGEM-TOTAL - WRK-COMPROMETIDO
               END-IF
           END-IF.

      *== QUITACAO ANTECIPADA ("Q") OU CANCELAMENTO ANTES DE QUALQUER
      *== DESCONTO ("C"); EM AMBOS A FOLHA PARA DE DESCONTAR
       3000-ENCERRAR               SECTION.
           DISPLAY "CODIGO DO FUNCIONARIO...  ".
           ACCEPT WRK-CODIGO-BUSCA.
           DISPLAY "SEQUENCIA DO CONTRATO...  ".
           ACCEPT WRK-SEQ-BUSCA.
           MOVE WRK-CODIGO-BUSCA TO CSG-CODIGO.
           MOVE WRK-SEQ-BUSCA    TO CSG-SEQ.
           READ CONSIGNADOS KEY IS CSG-CHAVE
               INVALID KEY
                   DISPLAY "CONTRATO NAO ENCONTRADO"
           END-READ.
           IF FS-CONSIGNADOS NOT EQUAL 0
               GO TO 3000-ENCERRAR-FIM
           END-IF.
           IF CSG-SITUACAO NOT EQUAL "A"
               DISPLAY "CONTRATO JA ENCERRADO - SITUACAO "
                       CSG-SITUACAO
               GO TO 3000-ENCERRAR-FIM
           END-IF.
           COMPUTE WRK-SALDO = CSG-PARCELA *
               (CSG-QTD-PARCELAS - CSG-PAGAS).
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           DISPLAY "BANCO " CSG-BANCO " CONTRATO " CSG-CONTRATO
                   " SALDO " WRK-SALDO-ED.
           DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)...  ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY "ENCERRAMENTO NAO CONFIRMADO"
               GO TO 3000-ENCERRAR-FIM
           END-IF.
           MOVE CSG-REG TO WRK-REG-ANTES.
           IF CSG-PAGAS EQUAL ZEROS
               MOVE "C" TO CSG-SITUACAO
               MOVE "CANCELAMENTO" TO WRK-LOG-OPERACAO
           ELSE
               MOVE "Q" TO CSG-SITUACAO
               MOVE "QUITACAO" TO WRK-LOG-OPERACAO
           END-IF.
           REWRITE CSG-REG
               INVALID KEY
                   DISPLAY "ERRO AO ENCERRAR FS=" FS-CONSIGNADOS
               NOT INVALID KEY
                   MOVE CSG-REG TO WRK-REG-DEPOIS
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "CONTRATO ENCERRADO - A FOLHA PARA DE "
                           "DESCONTAR"
           END-REWRITE.

       3000-ENCERRAR-FIM.
           EXIT.

       9100-GRAVA-LOG              SECTION.
           ACCEPT WRK-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-LOG-HORA FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING WRK-LOG-DATA "-" WRK-LOG-HORA
                  " " WRK-LOG-OPERACAO
                  " ANTES=[" WRK-REG-ANTES
                  "] DEPOIS=[" WRK-REG-DEPOIS "]"
                  " OPER=" WRK-SIG-OPERADOR
                  DELIMITED BY SIZE INTO LOG-LINHA
           END-STRING.
           WRITE LOG-LINHA.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CONSIGNADOS.
           IF WRK-MRG-ABERTO EQUAL "S"
               CLOSE MARGEM
           END-IF.
           CLOSE EMPREGADOS.
           CLOSE CONSIG-LOG.
