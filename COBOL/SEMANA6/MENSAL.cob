      *==   INATIVO, E PAGADOR SEM CONTA VINCULADA SAEM NA LISTA DE
      *==   EXCECAO (MENSAL.REJ). O NUMERO DO LOTE E A COMPETENCIA
      *==   AAAAMM - A TRAVA DE DUPLA POSTAGEM DO EXE1 IMPEDE COBRAR
      *==   O MESMO MES DUAS VEZES. BOLSA DE ESTUDO ATIVA E NA
      *==   VALIDADE (BOLSAS.DAT, VER BOLSAMNT) ENTRA NO CALCULO: NAO
      *==   SE ACUMULA COM O DESCONTO DE IRMAOS - VALE O MAIOR. O
      *==   DESCONTO DE BOLSA CONCEDIDO FICA EM BOLSAHIST.DAT PARA O
      *==   BOLSAREL; BOLSA INTEGRAL NAO GERA DEBITO NEM BOLETO.
      *==   COMPETENCIA DA ESCOLA JA FECHADA (VER PERLIB/PERMANT) NAO
      *==   E COBRADA - O PASSO TERMINA COM ERRO.
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
           SELECT REJEITOS ASSIGN TO DYNAMIC WRK-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITOS.
           SELECT BOLSAS ASSIGN TO DYNAMIC WRK-BLS-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLS-ALUNO
               FILE STATUS IS FS-BOLSAS.
           SELECT BOLSAHIST ASSIGN TO DYNAMIC WRK-BLH-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLH-CHAVE
               FILE STATUS IS FS-BOLSAHIST.

       DATA DIVISION.
       FILE SECTION.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CTACLI.
       01  CTC-REG.
       FD  REJEITOS.
       01  REJ-LINHA            PIC X(100).

      *== BOLSA DE ESTUDO DO ALUNO (VER BOLSAMNT)
       FD  BOLSAS.
       01  BLS-REG.
           05 BLS-ALUNO          PIC 9(04).
           05 BLS-TIPO           PIC X(01).
           05 BLS-PERCENTUAL     PIC 9(03)V99.
           05 BLS-COMP-INICIO    PIC 9(06).
           05 BLS-COMP-FIM       PIC 9(06).
           05 BLS-MEDIA-MINIMA   PIC 9(02)V99.
           05 BLS-FREQ-MINIMA    PIC 9(03)V99.
           05 BLS-SITUACAO       PIC X(01).
           05 BLS-DATA-SITUACAO  PIC 9(08).
           05 BLS-MOTIVO         PIC X(30).

      *== DESCONTO DE BOLSA CONCEDIDO, POR COMPETENCIA E ALUNO - A
      *== CHAVE FAZ A REEXECUCAO DO MES REGRAVAR EM VEZ DE DUPLICAR
       FD  BOLSAHIST.
       01  BLH-REG.
           05 BLH-CHAVE.
               10 BLH-COMPETENCIA PIC 9(06).
               10 BLH-ALUNO       PIC 9(04).
           05 BLH-TIPO           PIC X(01).
           05 BLH-PERCENTUAL     PIC 9(03)V99.
           05 BLH-VALOR-CHEIO    PIC 9(06)V99.
           05 BLH-VALOR-COBRADO  PIC 9(06)V99.
           05 BLH-DESCONTO       PIC 9(06)V99.

       WORKING-STORAGE             SECTION.
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-COBRANCA     PIC 9(02) VALUE ZEROS.
       77  FS-REJEITOS     PIC 9(02) VALUE ZEROS.
       77  WRK-BLS-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BLS-PATH: VARIAVEL DE AMBIENTE "BOLSAS_PATH";
      *== SE NAO DEFINIDA, "BOLSAS.DAT"
       77  WRK-BLH-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BLH-PATH: VARIAVEL DE AMBIENTE "BOLSAHIST_PATH";
      *== SE NAO DEFINIDA, "BOLSAHIST.DAT"
       77  FS-BOLSAS       PIC 9(02) VALUE ZEROS.
       77  FS-BOLSAHIST    PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-BOLSAS  PIC X(01) VALUE "N".
       77  WRK-TEM-HIST    PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-MENSALIDADE PIC 9(06)V99 VALUE 500,00.
       77  WRK-TOTAL-COBRADO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXCECAO PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-TOTAL PIC 9(011)V99 VALUE ZEROS.
       77  WRK-VALOR-BOLSA PIC 9(06)V99 VALUE ZEROS.
       77  WRK-TOTAL-BOLSAS PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-INTEGRAL PIC 9(04) VALUE ZEROS.
       77  WRK-DESCONTO-BOLSAS PIC 9(09)V99 VALUE ZEROS.

      *== ALUNOS UNICOS (O ARQUIVO TEM UM REGISTRO POR DISCIPLINA)
      *== COM O PAGADOR E A ORDEM DO ALUNO DENTRO DA FAMILIA, PARA O
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO DE CONTROLE DE COMPETENCIA (VER PERLIB)
       01  WRK-PERLIB-AREA.
           05  WRK-PER-SUBSISTEMA PIC X(06) VALUE "ESCOLA".
           05  WRK-PER-ACAO       PIC X(01) VALUE "J".
           05  WRK-PER-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-PER-PROGRAMA   PIC X(08) VALUE "MENSAL".
           05  WRK-PER-REF        PIC X(20) VALUE SPACES.
           05  WRK-PER-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-PER-DATA-NOVA  PIC 9(08) VALUE ZEROS.
           05  WRK-PER-MOTIVO     PIC X(40) VALUE SPACES.



      *== AREA DO MODULO DE EMISSAO DE BOLETOS (VER BOLETOLIB)
           05  WRK-BOL-VALOR      PIC 9(09)V99 VALUE ZEROS.
           05  WRK-BOL-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-DOCUMENTO  PIC 9(08) VALUE ZEROS.
           05  WRK-BOL-VENCIMENTO PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-BOLETOS PIC 9(06) VALUE ZEROS.

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100.
           PERFORM 0150-CONFERE-PERIODO.
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
               MOVE "MENSAL.REJ" TO WRK-REJ-PATH
           END-IF.
           OPEN OUTPUT REJEITOS.
      *== SEM BOLSAS.DAT A COBRANCA SEGUE SO COM O DESCONTO DE
      *== IRMAOS; O HISTORICO SO E GRAVADO NA EXECUCAO DE VERDADE
           ACCEPT WRK-BLS-PATH FROM ENVIRONMENT "BOLSAS_PATH".
           IF WRK-BLS-PATH EQUAL SPACES
               MOVE "BOLSAS.DAT" TO WRK-BLS-PATH
           END-IF.
           OPEN INPUT BOLSAS.
           IF FS-BOLSAS EQUAL 0
               MOVE "S" TO WRK-TEM-BOLSAS
           ELSE
               DISPLAY "MENSAL: SEM ARQUIVO DE BOLSAS (FS="
                       FS-BOLSAS ") - SO DESCONTO DE IRMAOS"
           END-IF.
           IF WRK-TEM-BOLSAS EQUAL "S"
               AND WRK-SIMULACAO NOT EQUAL "S"
               ACCEPT WRK-BLH-PATH FROM ENVIRONMENT "BOLSAHIST_PATH"
               IF WRK-BLH-PATH EQUAL SPACES
                   MOVE "BOLSAHIST.DAT" TO WRK-BLH-PATH
               END-IF
               OPEN I-O BOLSAHIST
               IF FS-BOLSAHIST EQUAL 35
                   OPEN OUTPUT BOLSAHIST
                   CLOSE BOLSAHIST
                   OPEN I-O BOLSAHIST
               END-IF
               MOVE "BOLSAHIST" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-BOLSAHIST TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
               MOVE "S" TO WRK-TEM-HIST
           END-IF.

      *== A COMPETENCIA E O LOTE INTEIRO (NUMERO DO LOTE E
      *== REFERENCIA DO BOLETO) - FECHADA, NAO HA O QUE DESVIAR
       0150-CONFERE-PERIODO        SECTION.
           MOVE WRK-DATA-HOJE   TO WRK-PER-DATA.
           MOVE WRK-COMPETENCIA TO WRK-PER-REF.
           CALL "PERLIB" USING WRK-PERLIB-AREA.
           IF WRK-PER-RESULTADO EQUAL "J"
               DISPLAY "MENSAL: " WRK-PER-MOTIVO
                       " - NADA COBRADO"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.

       0200-CARREGA-ALUNOS         SECTION.
           READ ALUNOS-IN
           END-IF.

       0320-GERA-DEBITO            SECTION.
           PERFORM 0330-CALCULA-VALOR.
           IF WRK-VALOR-COBRANCA EQUAL ZEROS
               PERFORM 0360-BOLSA-INTEGRAL
               GO TO 0320-GERA-DEBITO-FIM
           END-IF.
           MOVE WRK-TAB-PAGADOR(WRK-IDX) TO CTC-CLIENTE.
           READ CTACLI KEY IS CTC-CLIENTE
               INVALID KEY
      *== PAGADOR SEM CONTA NAO E MAIS EXCECAO DE TELEFONE: A
      *== MENSALIDADE SAI COMO BOLETO NUMERADO (VER BOLETOLIB)
                   ADD 1 TO WRK-TOTAL-EXCECAO
                   MOVE SPACES TO REJ-LINHA
                   IF WRK-SIMULACAO NOT EQUAL "S"
                       MOVE "MENSAL" TO WRK-BOL-ORIGEM
                   WRITE REJ-LINHA
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES TO COB-REG
                   MOVE "D"                TO COB-TIPO
                   MOVE CTC-CONTA          TO COB-CONTA
                   ADD 1 TO WRK-TOTAL-COBRADO
                   ADD WRK-VALOR-COBRANCA TO WRK-VALOR-TOTAL
           END-READ.
       0320-GERA-DEBITO-FIM. EXIT.

      *== DESCONTO DE IRMAOS: DO SEGUNDO ALUNO DO MESMO PAGADOR EM
      *== DIANTE, A MENSALIDADE SAI COM O PERCENTUAL DE DESCONTO
           ELSE
               MOVE WRK-MENSALIDADE TO WRK-VALOR-COBRANCA
           END-IF.
           IF WRK-TEM-BOLSAS EQUAL "S"
               PERFORM 0340-APLICA-BOLSA
           END-IF.

      *== BOLSA DE ESTUDO: ATIVA E COM A COMPETENCIA DENTRO DA
      *== VALIDADE. NAO ACUMULA COM O DESCONTO DE IRMAOS - SO ENTRA
      *== SE DER VALOR MENOR QUE O JA CALCULADO
       0340-APLICA-BOLSA           SECTION.
           MOVE WRK-TAB-ID(WRK-IDX) TO BLS-ALUNO.
           READ BOLSAS KEY IS BLS-ALUNO
               INVALID KEY
                   GO TO 0340-APLICA-BOLSA-FIM
           END-READ.
           IF BLS-SITUACAO NOT EQUAL "A"
               OR WRK-COMPETENCIA LESS BLS-COMP-INICIO
               OR WRK-COMPETENCIA GREATER BLS-COMP-FIM
               GO TO 0340-APLICA-BOLSA-FIM
           END-IF.
           COMPUTE WRK-VALOR-BOLSA ROUNDED =
               WRK-MENSALIDADE * (100 - BLS-PERCENTUAL) / 100.
           IF WRK-VALOR-BOLSA NOT LESS WRK-VALOR-COBRANCA
               GO TO 0340-APLICA-BOLSA-FIM
           END-IF.
           MOVE WRK-VALOR-BOLSA TO WRK-VALOR-COBRANCA.
           ADD 1 TO WRK-TOTAL-BOLSAS.
           COMPUTE WRK-DESCONTO-BOLSAS = WRK-DESCONTO-BOLSAS +
               WRK-MENSALIDADE - WRK-VALOR-COBRANCA.
           IF WRK-TEM-HIST NOT EQUAL "S"
               GO TO 0340-APLICA-BOLSA-FIM
           END-IF.
           MOVE WRK-COMPETENCIA TO BLH-COMPETENCIA.
           MOVE BLS-ALUNO TO BLH-ALUNO.
           MOVE BLS-TIPO TO BLH-TIPO.
           MOVE BLS-PERCENTUAL TO BLH-PERCENTUAL.
           MOVE WRK-MENSALIDADE TO BLH-VALOR-CHEIO.
           MOVE WRK-VALOR-COBRANCA TO BLH-VALOR-COBRADO.
           COMPUTE BLH-DESCONTO =
               WRK-MENSALIDADE - WRK-VALOR-COBRANCA.
           WRITE BLH-REG
               INVALID KEY
                   REWRITE BLH-REG
                   END-REWRITE
           END-WRITE.
       0340-APLICA-BOLSA-FIM. EXIT.

       0350-EXCECAO-SEM-PAGADOR    SECTION.
           ADD 1 TO WRK-TOTAL-EXCECAO.
                   DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.

      *== BOLSA INTEGRAL: NADA A COBRAR - SO O REGISTRO NA LISTA DE
      *== EXCECAO, PARA A SECRETARIA SABER POR QUE NAO HOUVE DEBITO
       0360-BOLSA-INTEGRAL         SECTION.
           ADD 1 TO WRK-TOTAL-INTEGRAL.
           MOVE SPACES TO REJ-LINHA.
           STRING "ALUNO " WRK-TAB-ID(WRK-IDX) " "
                   WRK-TAB-NOME(WRK-IDX) " | BOLSA INTEGRAL - "
                   "SEM COBRANCA NO MES"
                   DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.

       0355-EXCECAO-PAGADOR-INATIVO SECTION.
           ADD 1 TO WRK-TOTAL-EXCECAO.
           MOVE SPACES TO REJ-LINHA.
           CLOSE REJEITOS.
           CLOSE CLIENTES.
           CLOSE CTACLI.
           IF WRK-TEM-BOLSAS EQUAL "S"
               CLOSE BOLSAS
           END-IF.
           IF WRK-TEM-HIST EQUAL "S"
               CLOSE BOLSAHIST
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-ALUNOS TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-COBRADO TO WRK-RUN-GRAVADOS.
                   WRK-TOTAL-COBRADO.
           DISPLAY "MENSAL: EXCECOES.............. "
                   WRK-TOTAL-EXCECAO.
           IF WRK-TOTAL-BOLSAS GREATER ZEROS
               DISPLAY "MENSAL: BOLSAS APLICADAS....... "
                       WRK-TOTAL-BOLSAS " (" WRK-TOTAL-INTEGRAL
                       " INTEGRAIS) - DESCONTO " WRK-DESCONTO-BOLSAS
           END-IF.
           IF WRK-TOTAL-BOLETOS GREATER ZEROS
               DISPLAY "MENSAL: " WRK-TOTAL-BOLETOS " BOLETOS "
                       "EMITIDOS NA REMESSA (VER BOLRET)"
