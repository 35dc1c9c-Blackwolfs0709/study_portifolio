       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLSAREL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CUSTO DAS BOLSAS DE ESTUDO POR TIPO (MERITO,
      *==           SOCIAL, FILHO DE FUNCIONARIO) PARA A DIRETORIA -
      *==           QUANTIDADE DE BOLSAS ATIVAS E SUSPENSAS, CUSTO
      *==           MENSAL PROJETADO DAS ATIVAS NA COMPETENCIA ATUAL
      *==           E CUSTO REALIZADO NO ANO (DESCONTOS GRAVADOS PELO
      *==           MENSAL EM BOLSAHIST.DAT)
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O ANO E A VARIAVEL DE AMBIENTE BOLSAREL_ANO
      *==   (AAAA); SE NAO DEFINIDA, O ANO CORRENTE. A PROJECAO USA
      *==   O PARAMETRO MENSALIDADE_VALOR E NAO CONSIDERA O DESCONTO
      *==   DE IRMAOS - O REALIZADO E O QUE O MENSAL DE FATO CONCEDEU
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BOLSAREL-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
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

      *== DESCONTO DE BOLSA CONCEDIDO PELO MENSAL (VER MENSAL)
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

       FD  BOLSAREL-REL.
       01  REL-LINHA            PIC X(100).

       WORKING-STORAGE             SECTION.
       77  WRK-BLS-PATH    PIC X(100) VALUE SPACES.
       77  WRK-BLH-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "BOLSAREL_REL_PATH";
      *== SE NAO DEFINIDA, "BOLSAREL.REL"
       77  FS-BOLSAS       PIC 9(02) VALUE ZEROS.
       77  FS-BOLSAHIST    PIC 9(02) VALUE ZEROS.
       77  FS-RELATORIO    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77  WRK-ANO-ENV     PIC X(04) VALUE SPACES.
       77  WRK-ANO         PIC 9(04) VALUE ZEROS.
       77  WRK-MENSALIDADE PIC 9(06)V99 VALUE 500,00.
      *== WRK-MENSALIDADE: PARAMETRO MENSALIDADE_VALOR; SEM ELE,
      *== 500,00 DE CONTINGENCIA (O MESMO DO MENSAL)
       77  WRK-FIM-ARQ     PIC X(01) VALUE "N".
       77  WRK-IDX-TIPO    PIC 9(01) VALUE ZEROS.
       77  WRK-CUSTO-MES   PIC 9(06)V99 VALUE ZEROS.

      *== ACUMULADORES POR TIPO DE BOLSA (1-MERITO 2-SOCIAL
      *== 3-FILHO DE FUNCIONARIO) E O TOTAL GERAL NA POSICAO 4
       01  WRK-TAB-TIPOS-NOMES.
           05 FILLER           PIC X(21) VALUE "MMERITO              ".
           05 FILLER           PIC X(21) VALUE "SSOCIAL              ".
           05 FILLER           PIC X(21) VALUE "FFILHO DE FUNCIONARIO".
           05 FILLER           PIC X(21) VALUE " TOTAL GERAL         ".
       01  WRK-TAB-TIPOS REDEFINES WRK-TAB-TIPOS-NOMES.
           05 WRK-TIPO-ITEM OCCURS 4 TIMES.
               10 WRK-TIPO-COD    PIC X(01).
               10 WRK-TIPO-NOME   PIC X(20).
       01  WRK-TAB-TOTAIS.
           05 WRK-TOT-ITEM OCCURS 4 TIMES.
               10 WRK-TOT-ATIVAS   PIC 9(05).
               10 WRK-TOT-SUSPENSAS PIC 9(05).
               10 WRK-TOT-PROJETADO PIC 9(09)V99.
               10 WRK-TOT-MESES    PIC 9(06).
               10 WRK-TOT-REALIZADO PIC 9(09)V99.

       01  WRK-LINHA-DET.
           05 WRK-DET-NOME      PIC X(22).
           05 WRK-DET-ATIVAS    PIC ZZ.ZZ9.
           05 FILLER            PIC X(05) VALUE SPACES.
           05 WRK-DET-SUSPENSAS PIC ZZ.ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-DET-PROJETADO PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-DET-MESES     PIC ZZZ.ZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WRK-DET-REALIZADO PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "BOLSAREL".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LE-BOLSAS.
           PERFORM 0300-LE-HISTORICO.
           PERFORM 0400-IMPRIME.
           PERFORM 0500-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPETENCIA = WRK-DATA-HOJE / 100.
           ACCEPT WRK-ANO-ENV FROM ENVIRONMENT "BOLSAREL_ANO".
           IF WRK-ANO-ENV IS NUMERIC
               MOVE WRK-ANO-ENV TO WRK-ANO
           ELSE
               COMPUTE WRK-ANO = WRK-DATA-HOJE / 10000
           END-IF.
           MOVE "MENSALIDADE_VALOR" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-MENSALIDADE =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           INITIALIZE WRK-TAB-TOTAIS.
           ACCEPT WRK-BLS-PATH FROM ENVIRONMENT "BOLSAS_PATH".
           IF WRK-BLS-PATH EQUAL SPACES
               MOVE "BOLSAS.DAT" TO WRK-BLS-PATH
           END-IF.
           OPEN INPUT BOLSAS.
           MOVE "BOLSAS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-BOLSAS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-BLH-PATH FROM ENVIRONMENT "BOLSAHIST_PATH".
           IF WRK-BLH-PATH EQUAL SPACES
               MOVE "BOLSAHIST.DAT" TO WRK-BLH-PATH
           END-IF.
           OPEN INPUT BOLSAHIST.
           IF FS-BOLSAHIST NOT EQUAL 0
               DISPLAY "BOLSAREL: SEM HISTORICO (" WRK-BLH-PATH
                       ") - CUSTO REALIZADO ZERADO"
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "BOLSAREL_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "BOLSAREL.REL" TO WRK-REL-PATH
           END-IF.
           OPEN OUTPUT BOLSAREL-REL.

       0200-LE-BOLSAS              SECTION.
           MOVE "N" TO WRK-FIM-ARQ.
           PERFORM UNTIL WRK-FIM-ARQ EQUAL "S"
               READ BOLSAS NEXT
                   AT END MOVE "S" TO WRK-FIM-ARQ
               END-READ
               IF WRK-FIM-ARQ EQUAL "N"
                   MOVE BLS-TIPO TO WRK-TIPO-COD(4)
                   PERFORM 0210-LOCALIZA-TIPO
                   PERFORM 0220-ACUMULA-BOLSA
               END-IF
           END-PERFORM.
           CLOSE BOLSAS.

      *== O CODIGO PROCURADO VAI NA POSICAO 4 COMO SENTINELA; SE
      *== NAO FOR UM DOS TRES TIPOS, A BOLSA SO ENTRA NO TOTAL
       0210-LOCALIZA-TIPO          SECTION.
           MOVE 1 TO WRK-IDX-TIPO.
           PERFORM UNTIL WRK-TIPO-COD(WRK-IDX-TIPO)
                   EQUAL WRK-TIPO-COD(4)
               ADD 1 TO WRK-IDX-TIPO
           END-PERFORM.
           MOVE SPACES TO WRK-TIPO-COD(4).

       0220-ACUMULA-BOLSA          SECTION.
           IF BLS-SITUACAO EQUAL "A"
               ADD 1 TO WRK-TOT-ATIVAS(WRK-IDX-TIPO)
               IF WRK-COMPETENCIA NOT LESS BLS-COMP-INICIO
                   AND WRK-COMPETENCIA NOT GREATER BLS-COMP-FIM
                   COMPUTE WRK-CUSTO-MES ROUNDED =
                       WRK-MENSALIDADE * BLS-PERCENTUAL / 100
                   ADD WRK-CUSTO-MES
                       TO WRK-TOT-PROJETADO(WRK-IDX-TIPO)
               END-IF
           ELSE
               ADD 1 TO WRK-TOT-SUSPENSAS(WRK-IDX-TIPO)
           END-IF.
           IF WRK-IDX-TIPO NOT EQUAL 4
               IF BLS-SITUACAO EQUAL "A"
                   ADD 1 TO WRK-TOT-ATIVAS(4)
                   ADD WRK-CUSTO-MES TO WRK-TOT-PROJETADO(4)
               ELSE
                   ADD 1 TO WRK-TOT-SUSPENSAS(4)
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-CUSTO-MES.

      *== CUSTO REALIZADO: DESCONTOS DAS COMPETENCIAS DO ANO
       0300-LE-HISTORICO           SECTION.
           IF FS-BOLSAHIST NOT EQUAL 0
               GO TO 0300-LE-HISTORICO-FIM
           END-IF.
           MOVE LOW-VALUES TO BLH-CHAVE.
           COMPUTE BLH-COMPETENCIA = WRK-ANO * 100.
           MOVE "N" TO WRK-FIM-ARQ.
           START BOLSAHIST KEY IS NOT LESS BLH-CHAVE
               INVALID KEY MOVE "S" TO WRK-FIM-ARQ
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ EQUAL "S"
               READ BOLSAHIST NEXT
                   AT END MOVE "S" TO WRK-FIM-ARQ
               END-READ
               IF WRK-FIM-ARQ EQUAL "N"
                   IF BLH-COMPETENCIA / 100 NOT EQUAL WRK-ANO
                       MOVE "S" TO WRK-FIM-ARQ
                   ELSE
                       MOVE BLH-TIPO TO WRK-TIPO-COD(4)
                       PERFORM 0210-LOCALIZA-TIPO
                       ADD 1 TO WRK-TOT-MESES(WRK-IDX-TIPO)
                       ADD BLH-DESCONTO
                           TO WRK-TOT-REALIZADO(WRK-IDX-TIPO)
                       IF WRK-IDX-TIPO NOT EQUAL 4
                           ADD 1 TO WRK-TOT-MESES(4)
                           ADD BLH-DESCONTO TO WRK-TOT-REALIZADO(4)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE BOLSAHIST.
       0300-LE-HISTORICO-FIM. EXIT.

       0400-IMPRIME                SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "CUSTO DAS BOLSAS DE ESTUDO POR TIPO - ANO " WRK-ANO
                   "  (EMITIDO EM " WRK-DATA-HOJE ")"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "TIPO                  ATIVAS  SUSPENSAS"
                   "    PROJETADO/MES MENSALID.    REALIZADO ANO"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IDX-TIPO FROM 1 BY 1
                   UNTIL WRK-IDX-TIPO GREATER 4
               IF WRK-IDX-TIPO EQUAL 4
                   MOVE SPACES TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               MOVE WRK-TIPO-NOME(WRK-IDX-TIPO) TO WRK-DET-NOME
               MOVE WRK-TOT-ATIVAS(WRK-IDX-TIPO) TO WRK-DET-ATIVAS
               MOVE WRK-TOT-SUSPENSAS(WRK-IDX-TIPO)
                   TO WRK-DET-SUSPENSAS
               MOVE WRK-TOT-PROJETADO(WRK-IDX-TIPO)
                   TO WRK-DET-PROJETADO
               MOVE WRK-TOT-MESES(WRK-IDX-TIPO) TO WRK-DET-MESES
               MOVE WRK-TOT-REALIZADO(WRK-IDX-TIPO)
                   TO WRK-DET-REALIZADO
               MOVE WRK-LINHA-DET TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.

       0500-FINALIZAR              SECTION.
           CLOSE BOLSAREL-REL.
           DISPLAY "BOLSAREL: BOLSAS ATIVAS........ " WRK-TOT-ATIVAS(4).
           DISPLAY "BOLSAREL: CUSTO REALIZADO ANO.. "
                   WRK-TOT-REALIZADO(4).
           DISPLAY "BOLSAREL: RELATORIO EM " WRK-REL-PATH.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
       9500-TRATA-ARQUIVO          SECTION.
           CALL "TRATAFS" USING WRK-TRATAFS-AREA.
           IF WRK-FS-ACAO EQUAL "A"
               STOP RUN
           END-IF.
