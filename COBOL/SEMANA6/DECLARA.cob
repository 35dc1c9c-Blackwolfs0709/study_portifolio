       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: DECLARACOES E CERTIFICADOS OFICIAIS SOB DEMANDA -
      *==           DADO O ALUNO E O TIPO DE DOCUMENTO (MATRICULA,
      *==           FREQUENCIA OU CONCLUSAO DO ANO), PREENCHE O MODELO
      *==           PADRAO COM O QUE ESTA NOS MESTRES (TURMA, ANO,
      *==           FREQUENCIA, SITUACAO FINAL) - ACABA A DECLARACAO
      *==           DIGITADA NO EDITOR DE TEXTO COM NUMERO ERRADO.
      *==           CADA DOCUMENTO RECEBE NUMERO DE REGISTRO
      *==           SEQUENCIAL E CODIGO DE VALIDACAO, FICA NO
      *==           REGISTRO (DECLARA.DAT) E NO LOG, E A OPCAO
      *==           CONFERIR ATENDE QUEM LIGA PARA CONFIRMAR UM
      *==           DOCUMENTO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: MATRICULA E FREQUENCIA SAO DO ANO CORRENTE
      *==   (ALUNOS.DAT E FREQUENCIA.DAT); O CERTIFICADO DE CONCLUSAO
      *==   E DE UM ANO JA FECHADO PELA VIRADA (GRADES.G<AAAA> E
      *==   FREQUENCIA.G<AAAA>) E SO SAI SE O ALUNO FOI APROVADO EM
      *==   TODAS AS DISCIPLINAS. O NUMERO VEM DO CONTADOR
      *==   DECLARA.CTL (MOLDE BOLETOLIB); CADA DOCUMENTO E GRAVADO
      *==   EM DECLARA.<NUMERO> PELO RELWRT. O CODIGO DE VALIDACAO
      *==   MISTURA NUMERO, ALUNO, MOMENTO DA EMISSAO E O PARAMETRO
      *==   DECLARA_CHAVE DO ARQUIVO CENTRAL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-IN ASSIGN TO DYNAMIC WRK-ALU-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALUNOS.
           SELECT FREQUENCIA ASSIGN TO DYNAMIC WRK-FRQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREQUENCIA.
           SELECT GRADES-IN ASSIGN TO DYNAMIC WRK-GRD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GRADES.
           SELECT TURMAS ASSIGN TO DYNAMIC WRK-TUR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS FS-TURMAS.
           SELECT DECLARA-CTL ASSIGN TO DYNAMIC WRK-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROLE.
           SELECT DECLARA ASSIGN TO DYNAMIC WRK-DCL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCL-NUMERO
               FILE STATUS IS FS-DECLARA.
           SELECT DECLARA-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS-IN.
       01  ALU-REG.
           05 ALU-ID            PIC 9(04).
           05 ALU-TURMA         PIC X(06).
           05 ALU-NOME          PIC X(20).
           05 ALU-DISCIPLINA    PIC X(10).
           05 ALU-QTD-NOTAS     PIC 9(01).
           05 ALU-NOTAS         PIC 9(02)V99 OCCURS 5 TIMES.
           05 ALU-PESOS         PIC 9(01)V99 OCCURS 5 TIMES.
           05 ALU-REC-NOTA      PIC 9(02)V99.
           05 ALU-PAGADOR       PIC 9(04).

       FD  FREQUENCIA.
       01  FRQ-REG.
           05 FRQ-ID            PIC 9(04).
           05 FRQ-AULAS-DADAS   PIC 9(03).
           05 FRQ-AULAS-PRESENTES PIC 9(03).

      *== ANO ARQUIVADO PELA VIRADA (VER TRANSCRIT)
       FD  GRADES-IN.
       01  GRD-REG.
           05 GRD-ID            PIC 9(04).
           05 GRD-TURMA         PIC X(06).
           05 GRD-NOME          PIC X(20).
           05 GRD-DISCIPLINA    PIC X(10).
           05 GRD-MEDIA         PIC 9(02)V99.
           05 GRD-MEDIA-FINAL   PIC 9(02)V99.
           05 GRD-SITUACAO      PIC X(15).

       FD  TURMAS.
       01  TUR-REG.
           05 TUR-CODIGO         PIC X(06).
           05 TUR-DESCRICAO      PIC X(30).
           05 TUR-PROFESSOR      PIC X(20).
           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

       FD  DECLARA-CTL.
       01  CTL-REG.
           05 CTL-PROXIMO        PIC 9(06).

      *== REGISTRO DOS DOCUMENTOS EMITIDOS: E O QUE SE CONFERE QUANDO
      *== ALGUEM LIGA PARA CONFIRMAR UMA DECLARACAO
       FD  DECLARA.
       01  DCL-REG.
           05 DCL-NUMERO         PIC 9(06).
           05 DCL-CODIGO         PIC 9(08).
           05 DCL-TIPO           PIC X(01).
      *== DCL-TIPO: "M" = DECLARACAO DE MATRICULA
      *==           "F" = DECLARACAO DE FREQUENCIA
      *==           "C" = CERTIFICADO DE CONCLUSAO DO ANO
           05 DCL-ALUNO          PIC 9(04).
           05 DCL-NOME           PIC X(20).
           05 DCL-TURMA          PIC X(06).
           05 DCL-ANO            PIC 9(04).
           05 DCL-FRQ-PCT        PIC 9(03)V99.
           05 DCL-SITUACAO       PIC X(15).
           05 DCL-EMISSAO        PIC 9(08).
           05 DCL-HORA           PIC 9(08).
           05 DCL-OPERADOR       PIC X(08).

       FD  DECLARA-LOG.
       01  LOG-LINHA            PIC X(200).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-ALU-PATH    PIC X(100) VALUE SPACES.
       77  WRK-FRQ-PATH    PIC X(100) VALUE SPACES.
       77  WRK-GRD-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTL-PATH: VARIAVEL DE AMBIENTE "DECLARA_CTL_PATH";
      *== SE NAO DEFINIDA, "DECLARA.CTL" - PROXIMO NUMERO DE REGISTRO
       77  WRK-DCL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-DCL-PATH: VARIAVEL DE AMBIENTE "DECLARA_PATH";
      *== SE NAO DEFINIDA, "DECLARA.DAT"
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "DECLARA_LOG_PATH";
      *== SE NAO DEFINIDA, "DECLARA.LOG"
       77  WRK-DOC-PATH    PIC X(100) VALUE SPACES.
       77  FS-ALUNOS       PIC 9(02) VALUE ZEROS.
       77  FS-FREQUENCIA   PIC 9(02) VALUE ZEROS.
       77  FS-GRADES       PIC 9(02) VALUE ZEROS.
       77  FS-TURMAS       PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE     PIC 9(02) VALUE ZEROS.
       77  FS-DECLARA      PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-TEM-TURMAS  PIC X(01) VALUE "N".
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(93) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(93) VALUE SPACES.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-CORRENTE PIC 9(04) VALUE ZEROS.
       77  WRK-ALUNO       PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO        PIC X(01) VALUE SPACES.
       77  WRK-ANO         PIC 9(04) VALUE ZEROS.
       77  WRK-ANO-TXT     PIC X(04) VALUE SPACES.
       77  WRK-NOME        PIC X(20) VALUE SPACES.
       77  WRK-TURMA       PIC X(06) VALUE SPACES.
       77  WRK-TURMA-DESCR PIC X(30) VALUE SPACES.
       77  WRK-TURNO-TXT   PIC X(05) VALUE SPACES.
       77  WRK-TEM-FRQ     PIC X(01) VALUE "N".
       77  WRK-FRQ-DADAS   PIC 9(03) VALUE ZEROS.
       77  WRK-FRQ-PRESENTES PIC 9(03) VALUE ZEROS.
       77  WRK-FRQ-PCT     PIC 9(03)V99 VALUE ZEROS.
       77  WRK-FRQ-PCT-ED  PIC ZZ9,99.
       77  WRK-MEDIA-ED    PIC Z9,99.
       77  WRK-SITUACAO    PIC X(15) VALUE SPACES.
       77  WRK-APROVADO    PIC X(01) VALUE "S".
       77  WRK-PROXIMO     PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERO-CONF PIC 9(06) VALUE ZEROS.
       77  WRK-CODIGO-CONF PIC 9(08) VALUE ZEROS.
       77  WRK-CHAVE-COD   PIC 9(06) VALUE 48271.
      *== WRK-CHAVE-COD: PARAMETRO DECLARA_CHAVE DO ARQUIVO CENTRAL
      *== (PARLIB); O LITERAL E CONTINGENCIA
       77  WRK-COD-BASE    PIC 9(18) VALUE ZEROS.
       77  WRK-DATA-AAAAMMDD PIC X(08) VALUE SPACES.
       77  WRK-DDMMAAAA    PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ED     PIC 99/99/9999.
       77  WRK-TITULO-DOC  PIC X(40) VALUE SPACES.

      *== DISCIPLINAS DO ANO ARQUIVADO, PARA O VERSO DO CERTIFICADO
       77  WRK-QTD-DISC    PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-DISC.
           05 WRK-DSC-ITEM OCCURS 20 TIMES.
               10 WRK-DSC-NOME     PIC X(10).
               10 WRK-DSC-MEDIA    PIC 9(02)V99.
               10 WRK-DSC-SITUACAO PIC X(15).
       77  WRK-IDX-DISC    PIC 9(02) VALUE ZEROS.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "DECLARA".
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

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
               DISPLAY "DECLARA: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           MOVE "DECLARA_CHAVE" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-CHAVE-COD = FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-ALU-PATH FROM ENVIRONMENT "ALUNOS_PATH".
           IF WRK-ALU-PATH EQUAL SPACES
               MOVE "ALUNOS.DAT" TO WRK-ALU-PATH
           END-IF.
           ACCEPT WRK-TUR-PATH FROM ENVIRONMENT "TURMAS_PATH".
           IF WRK-TUR-PATH EQUAL SPACES
               MOVE "TURMAS.DAT" TO WRK-TUR-PATH
           END-IF.
           OPEN INPUT TURMAS.
           IF FS-TURMAS EQUAL 0
               MOVE "S" TO WRK-TEM-TURMAS
           END-IF.
           ACCEPT WRK-CTL-PATH FROM ENVIRONMENT "DECLARA_CTL_PATH".
           IF WRK-CTL-PATH EQUAL SPACES
               MOVE "DECLARA.CTL" TO WRK-CTL-PATH
           END-IF.
           ACCEPT WRK-DCL-PATH FROM ENVIRONMENT "DECLARA_PATH".
           IF WRK-DCL-PATH EQUAL SPACES
               MOVE "DECLARA.DAT" TO WRK-DCL-PATH
           END-IF.
           OPEN I-O DECLARA.
           IF FS-DECLARA EQUAL 35
               OPEN OUTPUT DECLARA
               CLOSE DECLARA
               OPEN I-O DECLARA
           END-IF.
           IF FS-DECLARA NOT EQUAL 0
               DISPLAY "DECLARA: FALHA AO ABRIR " WRK-DCL-PATH
                       " FS=" FS-DECLARA
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "DECLARA_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "DECLARA.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND DECLARA-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT DECLARA-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-EMITIR DOCUMENTO  2-CONFERIR DOCUMENTO  3-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-EMITIR
               WHEN 2
                   PERFORM 2000-CONFERIR
               WHEN 3
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-EMITIR                 SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-CORRENTE.
           DISPLAY "ID DO ALUNO...  ".
           ACCEPT WRK-ALUNO.
           DISPLAY "DOCUMENTO (M-MATRICULA  F-FREQUENCIA  "
                   "C-CONCLUSAO DO ANO)...  ".
           ACCEPT WRK-TIPO.
           MOVE "N" TO WRK-DADOS-OK.
           EVALUATE WRK-TIPO
               WHEN "M"
               WHEN "F"
                   PERFORM 1100-DADOS-CORRENTES
               WHEN "C"
                   PERFORM 1200-DADOS-CONCLUSAO
               WHEN OTHER
                   DISPLAY "TIPO DE DOCUMENTO INVALIDO"
           END-EVALUATE.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 1000-EMITIR-FIM
           END-IF.
           PERFORM 1300-REGISTRA.
           IF WRK-DADOS-OK NOT EQUAL "S"
               GO TO 1000-EMITIR-FIM
           END-IF.
           PERFORM 1400-IMPRIME.
           DISPLAY "DOCUMENTO EMITIDO - REGISTRO " DCL-NUMERO
                   " CODIGO " DCL-CODIGO " EM " WRK-DOC-PATH.
       1000-EMITIR-FIM. EXIT.

      *== MATRICULA E FREQUENCIA: ALUNO NO ALUNOS.DAT DO ANO E, NA
      *== FREQUENCIA, AULAS LANCADAS ATE HOJE
       1100-DADOS-CORRENTES        SECTION.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-TURMA.
           MOVE ZEROS TO FS-ALUNOS.
           OPEN INPUT ALUNOS-IN.
           IF FS-ALUNOS NOT EQUAL 0
               DISPLAY "DECLARA: SEM " WRK-ALU-PATH
               GO TO 1100-DADOS-CORRENTES-FIM
           END-IF.
           READ ALUNOS-IN
               AT END MOVE 10 TO FS-ALUNOS
           END-READ.
           PERFORM UNTIL FS-ALUNOS EQUAL 10
               IF ALU-ID EQUAL WRK-ALUNO
                   MOVE ALU-NOME  TO WRK-NOME
                   MOVE ALU-TURMA TO WRK-TURMA
                   MOVE 10 TO FS-ALUNOS
               ELSE
                   READ ALUNOS-IN
                       AT END MOVE 10 TO FS-ALUNOS
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUNOS-IN.
           IF WRK-TURMA EQUAL SPACES
               DISPLAY "ALUNO " WRK-ALUNO " NAO MATRICULADO NO ANO "
                       "CORRENTE - DOCUMENTO NAO EMITIDO"
               GO TO 1100-DADOS-CORRENTES-FIM
           END-IF.
           MOVE WRK-ANO-CORRENTE TO WRK-ANO.
           MOVE "CURSANDO" TO WRK-SITUACAO.
           PERFORM 1500-DADOS-TURMA.
           MOVE ZEROS TO WRK-FRQ-PCT.
           IF WRK-TIPO EQUAL "F"
               ACCEPT WRK-FRQ-PATH FROM ENVIRONMENT "FREQUENCIA_PATH"
               IF WRK-FRQ-PATH EQUAL SPACES
                   MOVE "FREQUENCIA.DAT" TO WRK-FRQ-PATH
               END-IF
               PERFORM 1600-BUSCA-FREQUENCIA
               IF WRK-TEM-FRQ NOT EQUAL "S"
                   DISPLAY "ALUNO SEM FREQUENCIA LANCADA - "
                           "DECLARACAO NAO EMITIDA"
                   GO TO 1100-DADOS-CORRENTES-FIM
               END-IF
           END-IF.
           MOVE "S" TO WRK-DADOS-OK.
       1100-DADOS-CORRENTES-FIM. EXIT.

      *== CONCLUSAO: ANO FECHADO PELA VIRADA, TODAS AS DISCIPLINAS
      *== APROVADAS (MESMO CRITERIO DA PROMOCAO NA VIRADA)
       1200-DADOS-CONCLUSAO        SECTION.
           DISPLAY "ANO LETIVO (AAAA)...  ".
           ACCEPT WRK-ANO.
           MOVE WRK-ANO TO WRK-ANO-TXT.
           IF WRK-ANO NOT LESS WRK-ANO-CORRENTE
               DISPLAY "ANO AINDA NAO FECHADO PELA VIRADA - "
                       "CERTIFICADO NAO EMITIDO"
               GO TO 1200-DADOS-CONCLUSAO-FIM
           END-IF.
           MOVE SPACES TO WRK-GRD-PATH.
           STRING "GRADES.G" WRK-ANO-TXT DELIMITED BY SIZE
                   INTO WRK-GRD-PATH.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-TURMA.
           MOVE ZEROS TO WRK-QTD-DISC.
           MOVE "S" TO WRK-APROVADO.
           MOVE ZEROS TO FS-GRADES.
           OPEN INPUT GRADES-IN.
           IF FS-GRADES NOT EQUAL 0
               DISPLAY "GERACAO " WRK-GRD-PATH " INDISPONIVEL"
               GO TO 1200-DADOS-CONCLUSAO-FIM
           END-IF.
           READ GRADES-IN
               AT END MOVE 10 TO FS-GRADES
           END-READ.
           PERFORM UNTIL FS-GRADES EQUAL 10
               IF GRD-ID EQUAL WRK-ALUNO
                   MOVE GRD-NOME  TO WRK-NOME
                   MOVE GRD-TURMA TO WRK-TURMA
                   IF GRD-SITUACAO NOT EQUAL "APROVADO"
                       AND GRD-SITUACAO NOT EQUAL "RECUP-APROVADO"
                       MOVE "N" TO WRK-APROVADO
                   END-IF
                   IF WRK-QTD-DISC LESS 20
                       ADD 1 TO WRK-QTD-DISC
                       MOVE GRD-DISCIPLINA
                           TO WRK-DSC-NOME(WRK-QTD-DISC)
                       MOVE GRD-MEDIA-FINAL
                           TO WRK-DSC-MEDIA(WRK-QTD-DISC)
                       MOVE GRD-SITUACAO
                           TO WRK-DSC-SITUACAO(WRK-QTD-DISC)
                   END-IF
               END-IF
               READ GRADES-IN
                   AT END MOVE 10 TO FS-GRADES
               END-READ
           END-PERFORM.
           CLOSE GRADES-IN.
           IF WRK-QTD-DISC EQUAL ZEROS
               DISPLAY "ALUNO " WRK-ALUNO " SEM REGISTRO NO ANO "
                       WRK-ANO " - CERTIFICADO NAO EMITIDO"
               GO TO 1200-DADOS-CONCLUSAO-FIM
           END-IF.
           IF WRK-APROVADO NOT EQUAL "S"
               DISPLAY "ALUNO NAO APROVADO EM " WRK-ANO
                       " - CERTIFICADO NAO EMITIDO (VER TRANSCRIT)"
               GO TO 1200-DADOS-CONCLUSAO-FIM
           END-IF.
           MOVE "APROVADO" TO WRK-SITUACAO.
           PERFORM 1500-DADOS-TURMA.
           MOVE SPACES TO WRK-FRQ-PATH.
           STRING "FREQUENCIA.G" WRK-ANO-TXT DELIMITED BY SIZE
                   INTO WRK-FRQ-PATH.
           PERFORM 1600-BUSCA-FREQUENCIA.
           MOVE "S" TO WRK-DADOS-OK.
       1200-DADOS-CONCLUSAO-FIM. EXIT.

      *== NUMERO PELO CONTADOR, CODIGO DE VALIDACAO E GRAVACAO NO
      *== REGISTRO ANTES DE IMPRIMIR - DOCUMENTO SEM REGISTRO NAO SAI
       1300-REGISTRA               SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           MOVE 1 TO WRK-PROXIMO.
           MOVE ZEROS TO FS-CONTROLE.
           OPEN INPUT DECLARA-CTL.
           IF FS-CONTROLE EQUAL 0
               READ DECLARA-CTL
                   AT END CONTINUE
                   NOT AT END MOVE CTL-PROXIMO TO WRK-PROXIMO
               END-READ
               CLOSE DECLARA-CTL
           END-IF.
           OPEN OUTPUT DECLARA-CTL.
           COMPUTE CTL-PROXIMO = WRK-PROXIMO + 1.
           WRITE CTL-REG.
           CLOSE DECLARA-CTL.
           MOVE SPACES TO DCL-REG.
           MOVE WRK-PROXIMO      TO DCL-NUMERO.
           MOVE WRK-TIPO         TO DCL-TIPO.
           MOVE WRK-ALUNO        TO DCL-ALUNO.
           MOVE WRK-NOME         TO DCL-NOME.
           MOVE WRK-TURMA        TO DCL-TURMA.
           MOVE WRK-ANO          TO DCL-ANO.
           MOVE WRK-FRQ-PCT      TO DCL-FRQ-PCT.
           MOVE WRK-SITUACAO     TO DCL-SITUACAO.
           MOVE WRK-DATA-HOJE    TO DCL-EMISSAO.
           MOVE WRK-HORA-AGORA   TO DCL-HORA.
           MOVE WRK-SIG-OPERADOR TO DCL-OPERADOR.
           COMPUTE WRK-COD-BASE = (DCL-NUMERO * 7919)
               + (DCL-ALUNO * 104729) + DCL-HORA
               + (WRK-CHAVE-COD * 131071)
               + FUNCTION MOD(DCL-EMISSAO, 1000000).
           COMPUTE DCL-CODIGO =
               FUNCTION MOD(WRK-COD-BASE * 31, 99999989).
           WRITE DCL-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR O DOCUMENTO " DCL-NUMERO
                           " FS=" FS-DECLARA " - CONFIRA O "
                           WRK-CTL-PATH
                   GO TO 1300-REGISTRA-FIM
           END-WRITE.
           MOVE SPACES TO WRK-REG-ANTES.
           MOVE DCL-REG TO WRK-REG-DEPOIS.
           MOVE "EMISSAO" TO WRK-LOG-OPERACAO.
           PERFORM 9100-GRAVA-LOG.
           MOVE "S" TO WRK-DADOS-OK.
       1300-REGISTRA-FIM. EXIT.

      *== O MODELO PADRAO DE CADA TIPO, UM ARQUIVO POR DOCUMENTO
       1400-IMPRIME                SECTION.
           MOVE SPACES TO WRK-DOC-PATH.
           STRING "DECLARA." DCL-NUMERO DELIMITED BY SIZE
                   INTO WRK-DOC-PATH.
           EVALUATE DCL-TIPO
               WHEN "M"
                   MOVE "DECLARACAO DE MATRICULA" TO WRK-TITULO-DOC
               WHEN "F"
                   MOVE "DECLARACAO DE FREQUENCIA" TO WRK-TITULO-DOC
               WHEN "C"
                   MOVE "CERTIFICADO DE CONCLUSAO DO ANO LETIVO"
                       TO WRK-TITULO-DOC
           END-EVALUATE.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE WRK-TITULO-DOC TO WRK-RW-TITULO.
           MOVE SPACES TO WRK-RW-COLUNAS.
           MOVE WRK-DOC-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE "XPTO ENSINO LTDA - SECRETARIA ESCOLAR" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-TITULO-DOC TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "REGISTRO N. " DCL-NUMERO
                   "   CODIGO DE VALIDACAO " DCL-CODIGO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           EVALUATE DCL-TIPO
               WHEN "M"
                   PERFORM 1410-TEXTO-MATRICULA
               WHEN "F"
                   PERFORM 1420-TEXTO-FREQUENCIA
               WHEN "C"
                   PERFORM 1430-TEXTO-CONCLUSAO
           END-EVALUATE.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE DCL-EMISSAO TO WRK-DATA-AAAAMMDD.
           PERFORM 1450-EDITA-DATA.
           MOVE SPACES TO REL-LINHA.
           STRING "EMITIDO EM " WRK-DATA-ED " POR " DCL-OPERADOR "."
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "A AUTENTICIDADE DESTE DOCUMENTO PODE SER "
                   "CONFIRMADA NA SECRETARIA PELO NUMERO DE"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "REGISTRO E PELO CODIGO DE VALIDACAO." TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "______________________________" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "SECRETARIA ESCOLAR" TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

       1410-TEXTO-MATRICULA        SECTION.
           PERFORM 1440-TEXTO-ALUNO.
           MOVE SPACES TO REL-LINHA.
           STRING "ESTA REGULARMENTE MATRICULADO(A) NO ANO LETIVO DE "
                   DCL-ANO ", NA TURMA " DCL-TURMA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-TURMA-DESCR ", TURNO DA " WRK-TURNO-TXT "."
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       1420-TEXTO-FREQUENCIA       SECTION.
           PERFORM 1410-TEXTO-MATRICULA.
           MOVE DCL-FRQ-PCT TO WRK-FRQ-PCT-ED.
           MOVE DCL-EMISSAO TO WRK-DATA-AAAAMMDD.
           PERFORM 1450-EDITA-DATA.
           MOVE SPACES TO REL-LINHA.
           STRING "SUA FREQUENCIA E DE " WRK-FRQ-PCT-ED "% ("
                   WRK-FRQ-PRESENTES " PRESENCAS EM " WRK-FRQ-DADAS
                   " AULAS DADAS ATE " WRK-DATA-ED ")."
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       1430-TEXTO-CONCLUSAO        SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "CERTIFICAMOS QUE " DCL-NOME ", ALUNO(A) N. "
                   DCL-ALUNO ","
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "CONCLUIU O ANO LETIVO DE " DCL-ANO " NA TURMA "
                   DCL-TURMA " " WRK-TURMA-DESCR
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           IF WRK-TEM-FRQ EQUAL "S"
               MOVE DCL-FRQ-PCT TO WRK-FRQ-PCT-ED
               STRING "COM FREQUENCIA DE " WRK-FRQ-PCT-ED
                       "% E SITUACAO FINAL APROVADO(A), CONFORME AS "
                       "MEDIAS FINAIS:"
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "COM SITUACAO FINAL APROVADO(A), CONFORME AS "
                       "MEDIAS FINAIS:"
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           PERFORM VARYING WRK-IDX-DISC FROM 1 BY 1
                   UNTIL WRK-IDX-DISC GREATER WRK-QTD-DISC
               MOVE WRK-DSC-MEDIA(WRK-IDX-DISC) TO WRK-MEDIA-ED
               MOVE SPACES TO REL-LINHA
               STRING "  " WRK-DSC-NOME(WRK-IDX-DISC)
                       "  MEDIA FINAL " WRK-MEDIA-ED "  "
                       WRK-DSC-SITUACAO(WRK-IDX-DISC)
                       DELIMITED BY SIZE INTO REL-LINHA
               PERFORM 9600-GRAVA-REL
           END-PERFORM.

       1440-TEXTO-ALUNO            SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "DECLARAMOS, PARA OS DEVIDOS FINS, QUE " DCL-NOME
                   ", ALUNO(A) N. " DCL-ALUNO ","
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       1450-EDITA-DATA             SECTION.
           STRING WRK-DATA-AAAAMMDD(7:2) WRK-DATA-AAAAMMDD(5:2)
                   WRK-DATA-AAAAMMDD(1:4)
                   DELIMITED BY SIZE INTO WRK-DDMMAAAA.
           MOVE WRK-DDMMAAAA TO WRK-DATA-ED.

      *== DESCRICAO E TURNO DA TURMA (A TURMA PODE TER SAIDO DO
      *== CADASTRO DEPOIS DE UM ANO FECHADO)
       1500-DADOS-TURMA            SECTION.
           MOVE SPACES TO WRK-TURMA-DESCR.
           MOVE SPACES TO WRK-TURNO-TXT.
           IF WRK-TEM-TURMAS EQUAL "S"
               MOVE WRK-TURMA TO TUR-CODIGO
               READ TURMAS KEY IS TUR-CODIGO
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-DESCRICAO TO WRK-TURMA-DESCR
                       EVALUATE TUR-TURNO
                           WHEN "M"
                               MOVE "MANHA" TO WRK-TURNO-TXT
                           WHEN "T"
                               MOVE "TARDE" TO WRK-TURNO-TXT
                           WHEN "N"
                               MOVE "NOITE" TO WRK-TURNO-TXT
                       END-EVALUATE
               END-READ
           END-IF.

       1600-BUSCA-FREQUENCIA       SECTION.
           MOVE "N" TO WRK-TEM-FRQ.
           MOVE ZEROS TO WRK-FRQ-PCT.
           MOVE ZEROS TO WRK-FRQ-DADAS.
           MOVE ZEROS TO WRK-FRQ-PRESENTES.
           MOVE ZEROS TO FS-FREQUENCIA.
           OPEN INPUT FREQUENCIA.
           IF FS-FREQUENCIA EQUAL 0
               READ FREQUENCIA
                   AT END MOVE 10 TO FS-FREQUENCIA
               END-READ
               PERFORM UNTIL FS-FREQUENCIA EQUAL 10
                   IF FRQ-ID EQUAL WRK-ALUNO
                       AND FRQ-AULAS-DADAS GREATER ZEROS
                       MOVE "S" TO WRK-TEM-FRQ
                       MOVE FRQ-AULAS-DADAS TO WRK-FRQ-DADAS
                       MOVE FRQ-AULAS-PRESENTES TO WRK-FRQ-PRESENTES
                       COMPUTE WRK-FRQ-PCT =
                           (FRQ-AULAS-PRESENTES / FRQ-AULAS-DADAS)
                           * 100
                   END-IF
                   READ FREQUENCIA
                       AT END MOVE 10 TO FS-FREQUENCIA
                   END-READ
               END-PERFORM
               CLOSE FREQUENCIA
           END-IF.

      *== QUEM LIGA INFORMA NUMERO E CODIGO; A RESPOSTA E O QUE ESTA
      *== NO REGISTRO, E A CONSULTA FICA NO LOG
       2000-CONFERIR               SECTION.
           DISPLAY "NUMERO DE REGISTRO...  ".
           ACCEPT WRK-NUMERO-CONF.
           DISPLAY "CODIGO DE VALIDACAO...  ".
           ACCEPT WRK-CODIGO-CONF.
           MOVE SPACES TO WRK-REG-ANTES.
           MOVE WRK-NUMERO-CONF TO DCL-NUMERO.
           READ DECLARA KEY IS DCL-NUMERO
               INVALID KEY
                   DISPLAY "DOCUMENTO " WRK-NUMERO-CONF
                           " NAO CONSTA NO REGISTRO - NAO AUTENTICO"
                   MOVE SPACES TO WRK-REG-DEPOIS
                   STRING WRK-NUMERO-CONF " " WRK-CODIGO-CONF
                           DELIMITED BY SIZE INTO WRK-REG-DEPOIS
                   MOVE "CONF-INEXIST" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   GO TO 2000-CONFERIR-FIM
           END-READ.
           IF DCL-CODIGO NOT EQUAL WRK-CODIGO-CONF
               DISPLAY "CODIGO DE VALIDACAO NAO CONFERE - "
                       "DOCUMENTO NAO AUTENTICO"
               MOVE SPACES TO WRK-REG-DEPOIS
               STRING WRK-NUMERO-CONF " " WRK-CODIGO-CONF
                       DELIMITED BY SIZE INTO WRK-REG-DEPOIS
               MOVE "CONF-RECUSA" TO WRK-LOG-OPERACAO
               PERFORM 9100-GRAVA-LOG
               GO TO 2000-CONFERIR-FIM
           END-IF.
           MOVE DCL-EMISSAO TO WRK-DATA-AAAAMMDD.
           PERFORM 1450-EDITA-DATA.
           DISPLAY "DOCUMENTO AUTENTICO - REGISTRO " DCL-NUMERO.
           EVALUATE DCL-TIPO
               WHEN "M"
                   DISPLAY "TIPO......... DECLARACAO DE MATRICULA"
               WHEN "F"
                   DISPLAY "TIPO......... DECLARACAO DE FREQUENCIA"
               WHEN "C"
                   DISPLAY "TIPO......... CERTIFICADO DE CONCLUSAO"
           END-EVALUATE.
           DISPLAY "ALUNO........ " DCL-ALUNO " " DCL-NOME.
           DISPLAY "TURMA/ANO.... " DCL-TURMA " / " DCL-ANO.
           IF DCL-TIPO NOT EQUAL "M"
               MOVE DCL-FRQ-PCT TO WRK-FRQ-PCT-ED
               DISPLAY "FREQUENCIA... " WRK-FRQ-PCT-ED "%"
           END-IF.
           DISPLAY "SITUACAO..... " DCL-SITUACAO.
           DISPLAY "EMITIDO EM... " WRK-DATA-ED " POR " DCL-OPERADOR.
           MOVE DCL-REG TO WRK-REG-DEPOIS.
           MOVE "CONF-OK" TO WRK-LOG-OPERACAO.
           PERFORM 9100-GRAVA-LOG.
       2000-CONFERIR-FIM. EXIT.

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
           IF WRK-TEM-TURMAS EQUAL "S"
               CLOSE TURMAS
           END-IF.
           CLOSE DECLARA.
           CLOSE DECLARA-LOG.

       9600-GRAVA-REL              SECTION.
           MOVE "D" TO WRK-RW-ACAO.
           MOVE REL-LINHA TO WRK-RW-LINHA.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
