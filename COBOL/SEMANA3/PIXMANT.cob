       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: CADASTRO DAS CHAVES PIX DAS CONTAS - CADA CHAVE
      *==           (CPF, CNPJ, E-MAIL, TELEFONE OU ALEATORIA) APONTA
      *==           PARA UMA UNICA CONTA EM PIXCHAVE.DAT; E POR ELA
      *==           QUE O PIXIMP ACHA A CONTA DE DESTINO DO CREDITO
      *==           RECEBIDO. INCLUSAO, CONSULTA POR CONTA E EXCLUSAO,
      *==           COM ANTES/DEPOIS EM PIXCHAVE.LOG
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: CHAVE CPF/CNPJ E CONFERIDA PELO DOCVAL E
      *==   GUARDADA SO COM OS DIGITOS; E-MAIL VAI PARA MINUSCULAS - E
      *==   ASSIM QUE O PIXIMP PROCURA. UMA CHAVE JA CADASTRADA EM
      *==   OUTRA CONTA E RECUSADA: PARA MUDAR DE CONTA, EXCLUA E
      *==   CADASTRE DE NOVO.
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIXCHAVE ASSIGN TO DYNAMIC WRK-PXC-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-CHAVE
               ALTERNATE RECORD KEY IS PXC-CONTA WITH DUPLICATES
               FILE STATUS IS FS-PIXCHAVE.
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS FS-CONTAS.
           SELECT PIXCHAVE-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
      *== CHAVE PIX -> CONTA (UMA CONTA PODE TER VARIAS CHAVES)
       FD  PIXCHAVE.
       01  PXC-REG.
           05 PXC-CHAVE          PIC X(77).
           05 PXC-CONTA          PIC 9(06).
           05 PXC-TIPO           PIC X(01).
      *== PXC-TIPO: "F" = CPF   "J" = CNPJ   "E" = E-MAIL
      *== "T" = TELEFONE   "A" = ALEATORIA
           05 PXC-DATA-INCLUSAO  PIC 9(08).
           05 PXC-OPERADOR       PIC X(08).

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

       FD  PIXCHAVE-LOG.
       01  LOG-LINHA            PIC X(250).

       WORKING-STORAGE             SECTION.
       77  WRK-PXC-PATH    PIC X(100) VALUE SPACES.
      *== WRK-PXC-PATH: VARIAVEL DE AMBIENTE "PIXCHAVE_PATH";
      *== SE NAO DEFINIDA, "PIXCHAVE.DAT"
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "PIXCHAVE_LOG_PATH";
      *== SE NAO DEFINIDA, "PIXCHAVE.LOG"
       77  FS-PIXCHAVE     PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77  WRK-DADOS-OK    PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-CONTA-CONS  PIC 9(06) VALUE ZEROS.
       77  WRK-TIPO-CONS   PIC X(01) VALUE SPACES.
       77  WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-ARROBA  PIC 9(02) VALUE ZEROS.
       77  WRK-CHAVE-DIG   PIC X(77) VALUE SPACES.
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(84) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(84) VALUE SPACES.
      *== IMAGEM DA CHAVE NO LOG: CONTA, TIPO E CHAVE
       01  WRK-IMAGEM.
           05 WRK-IMG-CONTA      PIC 9(06).
           05 WRK-IMG-TIPO       PIC X(01).
           05 WRK-IMG-CHAVE      PIC X(77).

      *== AREA DO MODULO DE VALIDACAO DE CPF/CNPJ (VER DOCVAL)
       01  WRK-DOCVAL-AREA.
           05  WRK-DOC-ENTRADA   PIC X(18) VALUE SPACES.
           05  WRK-DOC-TIPO      PIC X(01) VALUE SPACES.
           05  WRK-DOC-NUMERO    PIC X(14) VALUE SPACES.
           05  WRK-DOC-VALIDO    PIC X(01) VALUE SPACES.
           05  WRK-DOC-FORMATADO PIC X(18) VALUE SPACES.
           05  WRK-DOC-MENSAGEM  PIC X(30) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "PIXMANT".
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
               DISPLAY "PIXMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-PXC-PATH FROM ENVIRONMENT "PIXCHAVE_PATH".
           IF WRK-PXC-PATH EQUAL SPACES
               MOVE "PIXCHAVE.DAT" TO WRK-PXC-PATH
           END-IF.
           OPEN I-O PIXCHAVE.
           IF FS-PIXCHAVE EQUAL 35
               OPEN OUTPUT PIXCHAVE
               CLOSE PIXCHAVE
               OPEN I-O PIXCHAVE
           END-IF.
           IF FS-PIXCHAVE NOT EQUAL 0
               DISPLAY "PIXMANT: FALHA AO ABRIR " WRK-PXC-PATH
                       " FS=" FS-PIXCHAVE
               STOP RUN
           END-IF.
           ACCEPT WRK-CTA-PATH FROM ENVIRONMENT "CONTAS_PATH".
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT EQUAL 0
               DISPLAY "PIXMANT: FALHA AO ABRIR " WRK-CTA-PATH
                       " FS=" FS-CONTAS
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "PIXCHAVE_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "PIXCHAVE.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND PIXCHAVE-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT PIXCHAVE-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CADASTRAR CHAVE  2-CONSULTAR CONTA  "
                   "3-EXCLUIR CHAVE  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CADASTRAR
               WHEN 2
                   PERFORM 2000-CONSULTAR
               WHEN 3
                   PERFORM 3000-EXCLUIR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       1000-CADASTRAR              SECTION.
           MOVE SPACES TO PXC-REG.
           PERFORM 1100-COLHE-DADOS.
           IF WRK-DADOS-OK EQUAL "S"
               DISPLAY "CONTA " PXC-CONTA "  TIPO " PXC-TIPO
                       "  CHAVE " PXC-CHAVE
               DISPLAY "CONFIRMA O CADASTRO (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 1200-GRAVA-CHAVE
               ELSE
                   DISPLAY "CADASTRO ABANDONADO"
               END-IF
           END-IF.

       1100-COLHE-DADOS            SECTION.
           MOVE "N" TO WRK-DADOS-OK.
           DISPLAY "CONTA...  ".
           ACCEPT PXC-CONTA.
           MOVE PXC-CONTA TO CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA"
           END-READ.
           IF FS-CONTAS NOT EQUAL 0
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           IF CTA-SITUACAO EQUAL "E"
               DISPLAY "CONTA ENCERRADA - NAO RECEBE CHAVE"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           DISPLAY "TIPO (F=CPF J=CNPJ E=E-MAIL T=TELEFONE "
                   "A=ALEATORIA)...  ".
           ACCEPT PXC-TIPO.
           INSPECT PXC-TIPO CONVERTING "fjeta" TO "FJETA".
           IF PXC-TIPO NOT EQUAL "F" AND PXC-TIPO NOT EQUAL "J"
               AND PXC-TIPO NOT EQUAL "E" AND PXC-TIPO NOT EQUAL "T"
               AND PXC-TIPO NOT EQUAL "A"
               DISPLAY "TIPO INVALIDO"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           DISPLAY "CHAVE...  ".
           MOVE SPACES TO WRK-CHAVE-DIG.
           ACCEPT WRK-CHAVE-DIG.
           IF WRK-CHAVE-DIG EQUAL SPACES
               DISPLAY "CHAVE EM BRANCO"
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           MOVE WRK-CHAVE-DIG TO PXC-CHAVE.
           IF PXC-TIPO EQUAL "F" OR PXC-TIPO EQUAL "J"
               MOVE WRK-CHAVE-DIG TO WRK-DOC-ENTRADA
               CALL "DOCVAL" USING WRK-DOCVAL-AREA
               IF WRK-DOC-VALIDO NOT EQUAL "S"
                   DISPLAY "DOCUMENTO INVALIDO - " WRK-DOC-MENSAGEM
                   GO TO 1100-COLHE-DADOS-FIM
               END-IF
               IF WRK-DOC-TIPO NOT EQUAL PXC-TIPO
                   DISPLAY "DOCUMENTO NAO CONFERE COM O TIPO "
                           PXC-TIPO
                   GO TO 1100-COLHE-DADOS-FIM
               END-IF
               MOVE WRK-DOC-NUMERO TO PXC-CHAVE
           END-IF.
           IF PXC-TIPO EQUAL "E"
               MOVE ZEROS TO WRK-QTD-ARROBA
               INSPECT PXC-CHAVE TALLYING WRK-QTD-ARROBA FOR ALL "@"
               IF WRK-QTD-ARROBA NOT EQUAL 1
                   DISPLAY "E-MAIL INVALIDO"
                   GO TO 1100-COLHE-DADOS-FIM
               END-IF
               INSPECT PXC-CHAVE CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   TO "abcdefghijklmnopqrstuvwxyz"
           END-IF.
           MOVE PXC-CONTA TO WRK-CONTA-CONS.
           MOVE PXC-TIPO TO WRK-TIPO-CONS.
           READ PIXCHAVE KEY IS PXC-CHAVE
               INVALID KEY CONTINUE
           END-READ.
           IF FS-PIXCHAVE EQUAL 0
               DISPLAY "CHAVE JA CADASTRADA NA CONTA " PXC-CONTA
               GO TO 1100-COLHE-DADOS-FIM
           END-IF.
           MOVE WRK-CONTA-CONS TO PXC-CONTA.
           MOVE WRK-TIPO-CONS TO PXC-TIPO.
           MOVE "S" TO WRK-DADOS-OK.
       1100-COLHE-DADOS-FIM. EXIT.

       1200-GRAVA-CHAVE            SECTION.
           MOVE WRK-DATA-HOJE TO PXC-DATA-INCLUSAO.
           MOVE WRK-SIG-OPERADOR TO PXC-OPERADOR.
           WRITE PXC-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR CHAVE FS=" FS-PIXCHAVE
               NOT INVALID KEY
                   MOVE SPACES TO WRK-REG-ANTES
                   PERFORM 8200-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO WRK-REG-DEPOIS
                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                   PERFORM 9100-GRAVA-LOG
                   DISPLAY "CHAVE CADASTRADA"
           END-WRITE.

      *== CHAVES DA CONTA PELA CHAVE ALTERNATIVA PXC-CONTA
       2000-CONSULTAR              SECTION.
           DISPLAY "CONTA...  ".
           ACCEPT WRK-CONTA-CONS.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE WRK-CONTA-CONS TO PXC-CONTA.
           START PIXCHAVE KEY IS EQUAL PXC-CONTA
               INVALID KEY MOVE 23 TO FS-PIXCHAVE
           END-START.
           IF FS-PIXCHAVE EQUAL 0
               DISPLAY "T INCLUSAO CHAVE"
               READ PIXCHAVE NEXT
                   AT END MOVE 10 TO FS-PIXCHAVE
               END-READ
               PERFORM UNTIL FS-PIXCHAVE GREATER 2
                   OR PXC-CONTA NOT EQUAL WRK-CONTA-CONS
                   ADD 1 TO WRK-QTD-LISTADOS
                   DISPLAY PXC-TIPO " " PXC-DATA-INCLUSAO " "
                           PXC-CHAVE
                   READ PIXCHAVE NEXT
                       AT END MOVE 10 TO FS-PIXCHAVE
                   END-READ
               END-PERFORM
           END-IF.
           MOVE ZEROS TO FS-PIXCHAVE.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               DISPLAY "NENHUMA CHAVE PIX PARA A CONTA"
           END-IF.

      *== A CHAVE E DIGITADA COMO FOI CADASTRADA (CPF/CNPJ SO COM OS
      *== DIGITOS, E-MAIL EM MINUSCULAS) - VEJA A OPCAO 2
       3000-EXCLUIR                SECTION.
           DISPLAY "CHAVE...  ".
           MOVE SPACES TO PXC-CHAVE.
           ACCEPT PXC-CHAVE.
           READ PIXCHAVE KEY IS PXC-CHAVE
               INVALID KEY
                   DISPLAY "CHAVE NAO ENCONTRADA"
           END-READ.
           IF FS-PIXCHAVE EQUAL 0
               DISPLAY "CONTA " PXC-CONTA "  TIPO " PXC-TIPO
               DISPLAY "CONFIRMA A EXCLUSAO (S/N)...  "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA EQUAL "S" OR WRK-CONFIRMA EQUAL "s"
                   PERFORM 8200-MONTA-IMAGEM
                   MOVE WRK-IMAGEM TO WRK-REG-ANTES
                   DELETE PIXCHAVE
                       INVALID KEY
                           DISPLAY "ERRO AO EXCLUIR CHAVE FS="
                                   FS-PIXCHAVE
                       NOT INVALID KEY
                           MOVE SPACES TO WRK-REG-DEPOIS
                           MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "CHAVE EXCLUIDA"
                   END-DELETE
               ELSE
                   DISPLAY "EXCLUSAO ABANDONADA"
               END-IF
           END-IF.

       8200-MONTA-IMAGEM           SECTION.
           MOVE PXC-CONTA     TO WRK-IMG-CONTA.
           MOVE PXC-TIPO      TO WRK-IMG-TIPO.
           MOVE PXC-CHAVE     TO WRK-IMG-CHAVE.

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
           CLOSE PIXCHAVE.
           CLOSE CONTAS.
           CLOSE PIXCHAVE-LOG.
