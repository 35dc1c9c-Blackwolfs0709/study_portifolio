       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRETOR.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: LISTA DIARIA DE RETORNOS AO CLIENTE - OS
      *==           CONTATOS DE CONTATOS.DAT (VER CLICONT) COM RETORNO
      *==           PENDENTE PARA HOJE OU JA ATRASADO, DO MAIS ATRASADO
      *==           AO DO DIA, COM NOME E TELEFONE DO CLIENTE, QUEM
      *==           PROMETEU E O ASSUNTO - O ATENDIMENTO COMECA O DIA
      *==           POR ELA
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: CLIRETOR_DATA (AAAAMMDD) ESCOLHE O DIA; EM
      *==   BRANCO, O DIA CORRENTE. A VARREDURA E PELA CHAVE
      *==   ALTERNATIVA CTT-RETORNO, QUE JA VEM EM ORDEM DE DATA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATOS ASSIGN TO DYNAMIC WRK-CTT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               ALTERNATE RECORD KEY IS CTT-RETORNO WITH DUPLICATES
               FILE STATUS IS FS-CONTATOS.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.

       DATA DIVISION.
       FILE SECTION.
      *== HISTORICO DE CONTATOS (VER CLICONT)
       FD  CONTATOS.
       01  CTT-REG.
           05 CTT-CHAVE.
              10 CTT-CLIENTE     PIC 9(04).
              10 CTT-DATA        PIC 9(08).
              10 CTT-HORA        PIC 9(08).
           05 CTT-OPERADOR       PIC X(08).
           05 CTT-CANAL          PIC X(01).
           05 CTT-ASSUNTO        PIC X(30).
           05 CTT-TEXTO          PIC X(200).
           05 CTT-RETORNO        PIC 9(08).
           05 CTT-SITUACAO       PIC X(01).
      *== CTT-SITUACAO: "P" = RETORNO PENDENTE  "F" = RETORNO FEITO
      *==               "R" = SO REGISTRO (SEM RETORNO)
           05 CTT-OPER-BAIXA     PIC X(08).
           05 CTT-DATA-BAIXA     PIC 9(08).

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ID            PIC 9(04).
           05 REG-NOME          PIC X(20).
           05 REG-TELEFONE      PIC X(11).
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-CTT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTT-PATH: VARIAVEL DE AMBIENTE "CONTATOS_PATH";
      *== SE NAO DEFINIDA, "CONTATOS.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CLIRETOR_REL_PATH";
      *== SE NAO DEFINIDA, "CLIRETOR.REL"
       77  FS-CONTATOS     PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-TXT    PIC X(08) VALUE SPACES.
       77  WRK-DATA-DIA    PIC 9(08) VALUE ZEROS.
       77  WRK-NOME        PIC X(20) VALUE SPACES.
       77  WRK-TELEFONE    PIC X(11) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-HOJE  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ATRASO PIC 9(06) VALUE ZEROS.
       77  WRK-ATRASO-ED   PIC ZZZ9.

       01  WRK-DATADIF-AREA.
           05  WRK-DIF-DATA1    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-DATA2    PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-STATUS   PIC X(01) VALUE SPACES.
           05  WRK-DIF-DIAS     PIC S9(08) VALUE ZEROS.
           05  WRK-DIF-PROX-UTIL PIC 9(08) VALUE ZEROS.
           05  WRK-DIF-FIM-MES  PIC 9(08) VALUE ZEROS.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "CLIRETOR".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "CLIRETOR".
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
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
               STOP RUN.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-TXT FROM ENVIRONMENT "CLIRETOR_DATA".
           IF WRK-DATA-TXT EQUAL SPACES
               ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
           ELSE
               COMPUTE WRK-DATA-DIA = FUNCTION NUMVAL(WRK-DATA-TXT)
           END-IF.
           ACCEPT WRK-CTT-PATH FROM ENVIRONMENT "CONTATOS_PATH".
           IF WRK-CTT-PATH EQUAL SPACES
               MOVE "CONTATOS.DAT" TO WRK-CTT-PATH
           END-IF.
           OPEN INPUT CONTATOS.
           MOVE "CONTATOS.DAT" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CONTATOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CLIRETOR_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CLIRETOR.REL" TO WRK-REL-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE "RETORNOS AO CLIENTE - DO DIA E ATRASADOS"
               TO WRK-RW-TITULO.
           MOVE "PROMETIDO  SITUACAO      CLIENTE                    "
               TO WRK-RW-COLUNAS.
           MOVE WRK-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE SPACES TO REL-LINHA.
           STRING "RETORNOS ATE " WRK-DATA-DIA
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

      *== RETORNO ZERO E CONTATO SEM RETORNO: A VARREDURA COMECA NA
      *== PRIMEIRA DATA REAL E PARA NA PRIMEIRA DATA FUTURA
       0200-PROCESSAR              SECTION.
           MOVE 1 TO CTT-RETORNO.
           START CONTATOS KEY IS NOT LESS CTT-RETORNO
               INVALID KEY MOVE 10 TO FS-CONTATOS
           END-START.
           IF FS-CONTATOS EQUAL 0
               READ CONTATOS NEXT
                   AT END MOVE 10 TO FS-CONTATOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-CONTATOS GREATER 2
                      OR CTT-RETORNO GREATER WRK-DATA-DIA
               ADD 1 TO WRK-TOTAL-LIDO
               IF CTT-SITUACAO EQUAL "P"
                   PERFORM 0210-LISTA-RETORNO
               END-IF
               READ CONTATOS NEXT
                   AT END MOVE 10 TO FS-CONTATOS
               END-READ
           END-PERFORM.

       0210-LISTA-RETORNO          SECTION.
           MOVE SPACES TO WRK-NOME.
           MOVE SPACES TO WRK-TELEFONE.
           IF FS-CLIENTES EQUAL 0 OR FS-CLIENTES EQUAL 23
               MOVE CTT-CLIENTE TO REG-ID
               READ CLIENTES KEY IS REG-ID
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO WRK-NOME
                   NOT INVALID KEY
                       MOVE REG-NOME     TO WRK-NOME
                       MOVE REG-TELEFONE TO WRK-TELEFONE
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           IF CTT-RETORNO EQUAL WRK-DATA-DIA
               ADD 1 TO WRK-TOTAL-HOJE
               STRING CTT-RETORNO "  VENCE HOJE     "
                       CTT-CLIENTE " " WRK-NOME " " WRK-TELEFONE
                       DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               ADD 1 TO WRK-TOTAL-ATRASO
               MOVE CTT-RETORNO  TO WRK-DIF-DATA1
               MOVE WRK-DATA-DIA TO WRK-DIF-DATA2
               CALL "DATADIF" USING WRK-DATADIF-AREA
               MOVE WRK-DIF-DIAS TO WRK-ATRASO-ED
               STRING CTT-RETORNO "  ATRASO " WRK-ATRASO-ED "D  "
                       CTT-CLIENTE " " WRK-NOME " " WRK-TELEFONE
                       DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "          CONTATO " CTT-DATA " POR " CTT-OPERADOR
                   " - " CTT-ASSUNTO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "          " CTT-TEXTO(1:80)
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "RETORNOS DO DIA... " WRK-TOTAL-HOJE
                   "   ATRASADOS... " WRK-TOTAL-ATRASO
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE CONTATOS.
           IF FS-CLIENTES LESS 10 OR FS-CLIENTES EQUAL 23
               CLOSE CLIENTES
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-GRAVADOS = WRK-TOTAL-HOJE + WRK-TOTAL-ATRASO.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CLIRETOR: RETORNOS DO DIA... " WRK-TOTAL-HOJE.
           DISPLAY "CLIRETOR: ATRASADOS......... " WRK-TOTAL-ATRASO.
           DISPLAY "CLIRETOR: LISTA GRAVADA EM " WRK-REL-PATH.

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
