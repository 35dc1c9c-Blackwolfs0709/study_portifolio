       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDMANT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MANUTENCAO DOS ENDERECOS DO CLIENTE (CLIEND.DAT):
      *==           COBRANCA, ENTREGA E CORRESPONDENCIA, VARIOS DE
      *==           CADA TIPO, COM LOGRADOURO, NUMERO, BAIRRO, CIDADE,
      *==           UF E CEP SEPARADOS - CONSULTAR, INCLUIR, ALTERAR
      *==           E EXCLUIR, NO MOLDE DO FORNMANT
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: A CHAVE E O REG-ID DO CLIENTE + TIPO +
      *==   SEQUENCIA; A SEQUENCIA E DADA PELO PROGRAMA (A MAIOR DO
      *==   TIPO + 1) E E ELA QUE O CABECALHO DO PEDIDO INFORMA PARA
      *==   ESCOLHER O ENDERECO DE ENTREGA. O REG-ENDERECO DO
      *==   CADASTRO CONTINUA VALENDO PARA QUEM NAO TEM ENDERECO
      *==   AQUI. ANTES/DEPOIS EM CLIEND.LOG COM O OPERADOR DO SIGNON
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENDERECOS ASSIGN TO DYNAMIC WRK-CEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEN-CHAVE
               FILE STATUS IS FS-CLIENDERECOS.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIEND-LOG ASSIGN TO DYNAMIC WRK-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENDERECOS.
       01  CEN-REG.
           05 CEN-CHAVE.
              10 CEN-CLIENTE     PIC 9(04).
              10 CEN-TIPO        PIC X(01).
              10 CEN-SEQ         PIC 9(02).
      *== CEN-CLIENTE: REG-ID EM CLIENTES.DAT
      *== CEN-TIPO: "C" = COBRANCA   "E" = ENTREGA
      *==           "R" = CORRESPONDENCIA
           05 CEN-LOGRADOURO     PIC X(40).
           05 CEN-NUMERO         PIC X(06).
           05 CEN-BAIRRO         PIC X(20).
           05 CEN-CIDADE         PIC X(25).
           05 CEN-UF             PIC X(02).
           05 CEN-CEP            PIC 9(08).

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

       FD  CLIEND-LOG.
       01  LOG-LINHA            PIC X(280).

       WORKING-STORAGE             SECTION.
       77  WRK-CEN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CEN-PATH: VARIAVEL DE AMBIENTE "CLIEND_PATH";
      *== SE NAO DEFINIDA, "CLIEND.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-LOG-PATH: VARIAVEL DE AMBIENTE "CLIEND_LOG_PATH";
      *== SE NAO DEFINIDA, "CLIEND.LOG"
       77  FS-CLIENDERECOS PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-LOG-DATA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-HORA    PIC 9(08) VALUE ZEROS.
       77  WRK-LOG-OPERACAO PIC X(12) VALUE SPACES.
       77  WRK-CLIENTE     PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO        PIC X(01) VALUE SPACES.
       77  WRK-SEQ         PIC 9(02) VALUE ZEROS.
       77  WRK-MAIOR-SEQ   PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-END     PIC 9(03) VALUE ZEROS.
       77  WRK-DADOS-OK    PIC X(01) VALUE "S".
       77  WRK-POS-UF      PIC 9(01) VALUE ZEROS.
       77  WRK-UF-OK       PIC X(01) VALUE "S".
       77  WRK-CEP-ENTRADA PIC X(08) VALUE SPACES.
       01  WRK-REG-ANTES   PIC X(108) VALUE SPACES.
       01  WRK-REG-DEPOIS  PIC X(108) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO SAI CARIMBADO EM CADA LINHA DE LOG
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "ENDMANT".
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
               DISPLAY "ENDMANT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-CEN-PATH FROM ENVIRONMENT "CLIEND_PATH".
           IF WRK-CEN-PATH EQUAL SPACES
               MOVE "CLIEND.DAT" TO WRK-CEN-PATH
           END-IF.
           OPEN I-O CLIENDERECOS.
           IF FS-CLIENDERECOS EQUAL 35
               OPEN OUTPUT CLIENDERECOS
               CLOSE CLIENDERECOS
               OPEN I-O CLIENDERECOS
           END-IF.
           IF FS-CLIENDERECOS NOT EQUAL 0
               DISPLAY "ENDMANT: FALHA AO ABRIR " WRK-CEN-PATH
                       " FS=" FS-CLIENDERECOS
               STOP RUN
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
               DISPLAY "ENDMANT: FALHA AO ABRIR " WRK-CLI-PATH
                       " FS=" FS-CLIENTES
               STOP RUN
           END-IF.
           ACCEPT WRK-LOG-PATH FROM ENVIRONMENT "CLIEND_LOG_PATH".
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CLIEND.LOG" TO WRK-LOG-PATH
           END-IF.
           OPEN EXTEND CLIEND-LOG.
           IF FS-LOG NOT EQUAL 0
               OPEN OUTPUT CLIEND-LOG
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-CONSULTAR  2-INCLUIR  3-ALTERAR  4-EXCLUIR  "
                   "5-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-CONSULTAR
               WHEN 2
                   PERFORM 2000-INCLUIR
               WHEN 3
                   PERFORM 3000-ALTERAR
               WHEN 4
                   PERFORM 4000-EXCLUIR
               WHEN 5
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== LISTA TODOS OS ENDERECOS DO CLIENTE, NA ORDEM DA CHAVE
      *== (COBRANCA, ENTREGA, CORRESPONDENCIA)
       1000-CONSULTAR              SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
               DISPLAY "CADASTRO: " REG-ENDERECO
               MOVE ZEROS TO WRK-QTD-END
               MOVE WRK-CLIENTE TO CEN-CLIENTE
               MOVE LOW-VALUES TO CEN-TIPO
               MOVE ZEROS TO CEN-SEQ
               START CLIENDERECOS KEY IS NOT LESS CEN-CHAVE
                   INVALID KEY MOVE 10 TO FS-CLIENDERECOS
               END-START
               IF FS-CLIENDERECOS EQUAL 0
                   READ CLIENDERECOS NEXT
                       AT END MOVE 10 TO FS-CLIENDERECOS
                   END-READ
               END-IF
               PERFORM UNTIL FS-CLIENDERECOS NOT EQUAL 0
                          OR CEN-CLIENTE NOT EQUAL WRK-CLIENTE
                   ADD 1 TO WRK-QTD-END
                   DISPLAY CEN-TIPO "-" CEN-SEQ " " CEN-LOGRADOURO
                           " " CEN-NUMERO
                   DISPLAY "     " CEN-BAIRRO " " CEN-CIDADE " "
                           CEN-UF " CEP " CEN-CEP
                   READ CLIENDERECOS NEXT
                       AT END MOVE 10 TO FS-CLIENDERECOS
                   END-READ
               END-PERFORM
               IF WRK-QTD-END EQUAL ZEROS
                   DISPLAY "CLIENTE SEM ENDERECO EM " WRK-CEN-PATH
               ELSE
                   DISPLAY "TOTAL DE ENDERECOS... " WRK-QTD-END
               END-IF
           END-IF.

       2000-INCLUIR                SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               AND REG-STATUS EQUAL "I"
               DISPLAY "CLIENTE INATIVO - INCLUSAO CANCELADA"
               MOVE 99 TO FS-CLIENTES
           END-IF.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
               PERFORM 8100-PEDE-TIPO
               IF WRK-DADOS-OK EQUAL "S"
                   PERFORM 8200-PROXIMA-SEQ
                   IF WRK-MAIOR-SEQ EQUAL 99
                       DISPLAY "CLIENTE JA TEM 99 ENDERECOS DO TIPO - "
                               "INCLUSAO CANCELADA"
                   ELSE
                       MOVE SPACES TO WRK-REG-ANTES
                       MOVE SPACES TO CEN-REG
                       MOVE WRK-CLIENTE TO CEN-CLIENTE
                       MOVE WRK-TIPO    TO CEN-TIPO
                       COMPUTE CEN-SEQ = WRK-MAIOR-SEQ + 1
                       PERFORM 2100-COLHE-DADOS
                       IF WRK-DADOS-OK EQUAL "S"
                           WRITE CEN-REG
                               INVALID KEY
                                   DISPLAY "ERRO AO INCLUIR - CHAVE "
                                           "DUPLICADA"
                               NOT INVALID KEY
                                   MOVE CEN-REG TO WRK-REG-DEPOIS
                                   MOVE "INCLUSAO" TO WRK-LOG-OPERACAO
                                   PERFORM 9100-GRAVA-LOG
                                   DISPLAY "ENDERECO INCLUIDO: "
                                           CEN-TIPO "-" CEN-SEQ
                           END-WRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *== LOGRADOURO E CIDADE OBRIGATORIOS; UF COM DUAS LETRAS
      *== MAIUSCULAS (A MESMA CRITICA DO PEDIDOS) E CEP COM OITO
      *== DIGITOS - E DELE QUE SAI A ZONA DE FRETE
       2100-COLHE-DADOS            SECTION.
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "LOGRADOURO...  ".
           ACCEPT CEN-LOGRADOURO.
           DISPLAY "NUMERO...  ".
           ACCEPT CEN-NUMERO.
           DISPLAY "BAIRRO...  ".
           ACCEPT CEN-BAIRRO.
           DISPLAY "CIDADE...  ".
           ACCEPT CEN-CIDADE.
           DISPLAY "UF...  ".
           ACCEPT CEN-UF.
           DISPLAY "CEP (8 DIGITOS, SO NUMEROS)...  ".
           ACCEPT WRK-CEP-ENTRADA.
           IF CEN-LOGRADOURO EQUAL SPACES
               OR CEN-CIDADE EQUAL SPACES
               DISPLAY "LOGRADOURO E CIDADE SAO OBRIGATORIOS"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           MOVE "S" TO WRK-UF-OK.
           PERFORM VARYING WRK-POS-UF FROM 1 BY 1
                   UNTIL WRK-POS-UF GREATER 2
               IF CEN-UF(WRK-POS-UF:1) LESS "A"
                   OR CEN-UF(WRK-POS-UF:1) GREATER "Z"
                   MOVE "N" TO WRK-UF-OK
               END-IF
           END-PERFORM.
           IF WRK-UF-OK NOT EQUAL "S"
               DISPLAY "UF INVALIDA [" CEN-UF "]"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF WRK-CEP-ENTRADA NOT NUMERIC
               OR WRK-CEP-ENTRADA EQUAL "00000000"
               DISPLAY "CEP INVALIDO [" WRK-CEP-ENTRADA "]"
               MOVE "N" TO WRK-DADOS-OK
           ELSE
               MOVE WRK-CEP-ENTRADA TO CEN-CEP
           END-IF.
           IF WRK-DADOS-OK NOT EQUAL "S"
               DISPLAY "DADOS INVALIDOS - OPERACAO CANCELADA"
           END-IF.

       3000-ALTERAR                SECTION.
           PERFORM 8300-LOCALIZA.
           IF FS-CLIENDERECOS EQUAL 0
               MOVE CEN-REG TO WRK-REG-ANTES
               PERFORM 2100-COLHE-DADOS
               IF WRK-DADOS-OK EQUAL "S"
                   REWRITE CEN-REG
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR FS="
                                   FS-CLIENDERECOS
                       NOT INVALID KEY
                           MOVE CEN-REG TO WRK-REG-DEPOIS
                           MOVE "ALTERACAO" TO WRK-LOG-OPERACAO
                           PERFORM 9100-GRAVA-LOG
                           DISPLAY "ENDERECO ALTERADO"
                   END-REWRITE
               END-IF
           END-IF.

      *== O PEDIDO FATURADO GUARDA A COPIA DO ENDERECO DE ENTREGA
      *== (PEDEND.DAT), ENTAO A EXCLUSAO NAO MEXE NO QUE JA SAIU
       4000-EXCLUIR                SECTION.
           PERFORM 8300-LOCALIZA.
           IF FS-CLIENDERECOS EQUAL 0
               MOVE CEN-REG TO WRK-REG-ANTES
               DELETE CLIENDERECOS RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR FS=" FS-CLIENDERECOS
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-REG-DEPOIS
                       MOVE "EXCLUSAO" TO WRK-LOG-OPERACAO
                       PERFORM 9100-GRAVA-LOG
                       DISPLAY "ENDERECO EXCLUIDO"
               END-DELETE
           END-IF.

       8000-LE-CLIENTE             SECTION.
           MOVE WRK-CLIENTE TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
           END-READ.

       8100-PEDE-TIPO              SECTION.
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "TIPO (C-COBRANCA  E-ENTREGA  R-CORRESPONDENCIA)"
                   "...  ".
           ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT EQUAL "C"
               AND WRK-TIPO NOT EQUAL "E"
               AND WRK-TIPO NOT EQUAL "R"
               DISPLAY "TIPO INVALIDO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.

      *== MAIOR SEQUENCIA JA USADA NO TIPO DO CLIENTE (ZEROS = NENHUMA)
       8200-PROXIMA-SEQ            SECTION.
           MOVE ZEROS TO WRK-MAIOR-SEQ.
           MOVE WRK-CLIENTE TO CEN-CLIENTE.
           MOVE WRK-TIPO    TO CEN-TIPO.
           MOVE ZEROS       TO CEN-SEQ.
           START CLIENDERECOS KEY IS NOT LESS CEN-CHAVE
               INVALID KEY MOVE 10 TO FS-CLIENDERECOS
           END-START.
           IF FS-CLIENDERECOS EQUAL 0
               READ CLIENDERECOS NEXT
                   AT END MOVE 10 TO FS-CLIENDERECOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-CLIENDERECOS NOT EQUAL 0
                      OR CEN-CLIENTE NOT EQUAL WRK-CLIENTE
                      OR CEN-TIPO NOT EQUAL WRK-TIPO
               MOVE CEN-SEQ TO WRK-MAIOR-SEQ
               READ CLIENDERECOS NEXT
                   AT END MOVE 10 TO FS-CLIENDERECOS
               END-READ
           END-PERFORM.

       8300-LOCALIZA               SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8100-PEDE-TIPO.
           IF WRK-DADOS-OK EQUAL "S"
               DISPLAY "SEQUENCIA...  "
               ACCEPT WRK-SEQ
               MOVE WRK-CLIENTE TO CEN-CLIENTE
               MOVE WRK-TIPO    TO CEN-TIPO
               MOVE WRK-SEQ     TO CEN-SEQ
               READ CLIENDERECOS KEY IS CEN-CHAVE
                   INVALID KEY
                       DISPLAY "ENDERECO NAO ENCONTRADO"
                   NOT INVALID KEY
                       DISPLAY CEN-LOGRADOURO " " CEN-NUMERO
                       DISPLAY CEN-BAIRRO " " CEN-CIDADE " " CEN-UF
                               " CEP " CEN-CEP
               END-READ
           ELSE
               MOVE 23 TO FS-CLIENDERECOS
           END-IF.

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
           CLOSE CLIENDERECOS.
           CLOSE CLIENTES.
           CLOSE CLIEND-LOG.
