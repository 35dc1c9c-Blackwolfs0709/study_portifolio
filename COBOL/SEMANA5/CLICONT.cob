       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICONT.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: HISTORICO DE CONTATOS COM O CLIENTE
      *==           (CONTATOS.DAT) PARA VENDAS E ATENDIMENTO:
      *==           REGISTRAR O CONTATO (CANAL, ASSUNTO, TEXTO LIVRE
      *==           E DATA DE RETORNO PROMETIDA), CONSULTAR O
      *==           HISTORICO DO CLIENTE E DAR BAIXA NO RETORNO -
      *==           O CADERNO DE PAPEL DO ATENDIMENTO VIRA ARQUIVO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O OPERADOR DE CADA CONTATO E O AUTENTICADO
      *==   NO SIGNON; O CONTATO NAO E ALTERADO NEM EXCLUIDO (SO A
      *==   BAIXA DO RETORNO, CARIMBADA COM QUEM BAIXOU E QUANDO).
      *==   OS RETORNOS DO DIA E ATRASADOS SAEM NO CLIRETOR
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
       FD  CONTATOS.
       01  CTT-REG.
           05 CTT-CHAVE.
              10 CTT-CLIENTE     PIC 9(04).
              10 CTT-DATA        PIC 9(08).
              10 CTT-HORA        PIC 9(08).
      *== CTT-CLIENTE: REG-ID EM CLIENTES.DAT; DATA/HORA DO REGISTRO
      *== (AAAAMMDD/HHMMSSCC) - A CHAVE JA SAI EM ORDEM CRONOLOGICA
           05 CTT-OPERADOR       PIC X(08).
           05 CTT-CANAL          PIC X(01).
      *== CTT-CANAL: "T" = TELEFONE  "E" = E-MAIL  "W" = MENSAGEM
      *==            "V" = VISITA    "B" = BALCAO
           05 CTT-ASSUNTO        PIC X(30).
           05 CTT-TEXTO          PIC X(200).
           05 CTT-RETORNO        PIC 9(08).
      *== CTT-RETORNO: DATA PROMETIDA PARA O RETORNO AO CLIENTE;
      *== ZEROS = CONTATO SEM RETORNO
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
       77  WRK-CTT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTT-PATH: VARIAVEL DE AMBIENTE "CONTATOS_PATH";
      *== SE NAO DEFINIDA, "CONTATOS.DAT"
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  FS-CONTATOS     PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-CLIENTE     PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       77  WRK-DADOS-OK    PIC X(01) VALUE "S".
       77  WRK-QTD-CONTATOS PIC 9(04) VALUE ZEROS.
       77  WRK-QTD-PENDENTES PIC 9(04) VALUE ZEROS.
       01  WRK-CHAVE-BUSCA.
           05 WRK-BUSCA-CLIENTE  PIC 9(04).
           05 WRK-BUSCA-DATA     PIC 9(08).
           05 WRK-BUSCA-HORA     PIC 9(08).

       01  WRK-DATAVAL-AREA.
           05 WRK-DATAVAL-ENTRADA PIC 9(08) VALUE ZEROS.
           05 WRK-DATAVAL-CIDADE  PIC X(20) VALUE SPACES.
           05 WRK-DATAVAL-VALIDA  PIC X(01) VALUE SPACES.
           05 WRK-DATAVAL-IDIOMA  PIC X(03) VALUE SPACES.
           05 WRK-DATAVAL-TEXTO   PIC X(60) VALUE SPACES.

      *== AREA DO MODULO DE IDENTIFICACAO DO OPERADOR (VER SIGNON):
      *== O ID AUTENTICADO VAI GRAVADO EM CADA CONTATO E EM CADA BAIXA
       01  WRK-SIGNON-AREA.
           05  WRK-SIG-PROGRAMA  PIC X(08) VALUE "CLICONT".
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
               DISPLAY "CLICONT: OPERACAO NEGADA PELO SIGNON"
               STOP RUN
           END-IF.
           ACCEPT WRK-CTT-PATH FROM ENVIRONMENT "CONTATOS_PATH".
           IF WRK-CTT-PATH EQUAL SPACES
               MOVE "CONTATOS.DAT" TO WRK-CTT-PATH
           END-IF.
           OPEN I-O CONTATOS.
           IF FS-CONTATOS EQUAL 35
               OPEN OUTPUT CONTATOS
               CLOSE CONTATOS
               OPEN I-O CONTATOS
           END-IF.
           IF FS-CONTATOS NOT EQUAL 0
               DISPLAY "CLICONT: FALHA AO ABRIR " WRK-CTT-PATH
                       " FS=" FS-CONTATOS
               STOP RUN
           END-IF.
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT EQUAL 0
               DISPLAY "CLICONT: FALHA AO ABRIR " WRK-CLI-PATH
                       " FS=" FS-CLIENTES
               STOP RUN
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-REGISTRAR CONTATO  2-HISTORICO DO CLIENTE  "
                   "3-BAIXAR RETORNO  4-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM 1000-REGISTRAR
               WHEN 2
                   PERFORM 2000-HISTORICO
               WHEN 3
                   PERFORM 3000-BAIXAR
               WHEN 4
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

      *== CONTATO DE CLIENTE INATIVO TAMBEM ENTRA - E JUSTAMENTE
      *== QUEM LIGA RECLAMANDO DO BLOQUEIO
       1000-REGISTRAR              SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
                       " SITUACAO " REG-STATUS
               MOVE SPACES TO CTT-REG
               PERFORM 1100-COLHE-DADOS
               IF WRK-DADOS-OK EQUAL "S"
                   MOVE WRK-CLIENTE      TO CTT-CLIENTE
                   ACCEPT WRK-DATA-HOJE  FROM DATE YYYYMMDD
                   ACCEPT WRK-HORA-AGORA FROM TIME
                   MOVE WRK-DATA-HOJE    TO CTT-DATA
                   MOVE WRK-HORA-AGORA   TO CTT-HORA
                   MOVE WRK-SIG-OPERADOR TO CTT-OPERADOR
                   MOVE ZEROS            TO CTT-DATA-BAIXA
                   IF CTT-RETORNO EQUAL ZEROS
                       MOVE "R" TO CTT-SITUACAO
                   ELSE
                       MOVE "P" TO CTT-SITUACAO
                   END-IF
                   WRITE CTT-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR CONTATO FS="
                                   FS-CONTATOS
                       NOT INVALID KEY
                           DISPLAY "CONTATO REGISTRADO EM " CTT-DATA
                                   " " CTT-HORA(1:6)
                   END-WRITE
               END-IF
           END-IF.

      *== ASSUNTO OBRIGATORIO; RETORNO, SE INFORMADO, DATA VALIDA
      *== A PARTIR DE HOJE
       1100-COLHE-DADOS            SECTION.
           MOVE "S" TO WRK-DADOS-OK.
           DISPLAY "CANAL (T-TELEFONE E-EMAIL W-MENSAGEM V-VISITA "
                   "B-BALCAO)...  ".
           ACCEPT CTT-CANAL.
           DISPLAY "ASSUNTO...  ".
           ACCEPT CTT-ASSUNTO.
           DISPLAY "O QUE FOI DITO / PROMETIDO...  ".
           ACCEPT CTT-TEXTO.
           DISPLAY "DATA DE RETORNO AAAAMMDD (0 = SEM RETORNO)...  ".
           ACCEPT CTT-RETORNO.
           IF CTT-CANAL NOT EQUAL "T" AND CTT-CANAL NOT EQUAL "E"
               AND CTT-CANAL NOT EQUAL "W" AND CTT-CANAL NOT EQUAL "V"
               AND CTT-CANAL NOT EQUAL "B"
               DISPLAY "CANAL INVALIDO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF CTT-ASSUNTO EQUAL SPACES
               DISPLAY "ASSUNTO OBRIGATORIO"
               MOVE "N" TO WRK-DADOS-OK
           END-IF.
           IF CTT-RETORNO NOT EQUAL ZEROS
               MOVE CTT-RETORNO TO WRK-DATAVAL-ENTRADA
               CALL "DATAMES" USING WRK-DATAVAL-AREA
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               IF WRK-DATAVAL-VALIDA NOT EQUAL "S"
                   OR CTT-RETORNO LESS WRK-DATA-HOJE
                   DISPLAY "DATA DE RETORNO INVALIDA OU NO PASSADO"
                   MOVE "N" TO WRK-DADOS-OK
               END-IF
           END-IF.
           IF WRK-DADOS-OK NOT EQUAL "S"
               DISPLAY "CONTATO NAO REGISTRADO"
           END-IF.

      *== TODOS OS CONTATOS DO CLIENTE, DO MAIS ANTIGO AO MAIS NOVO
       2000-HISTORICO              SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT WRK-CLIENTE.
           PERFORM 8000-LE-CLIENTE.
           IF FS-CLIENTES EQUAL 0
               DISPLAY "CLIENTE " REG-ID " " REG-NOME
                       " FONE " REG-TELEFONE
               MOVE ZEROS TO WRK-QTD-CONTATOS
               MOVE ZEROS TO WRK-QTD-PENDENTES
               MOVE WRK-CLIENTE TO CTT-CLIENTE
               MOVE ZEROS TO CTT-DATA
               MOVE ZEROS TO CTT-HORA
               START CONTATOS KEY IS NOT LESS CTT-CHAVE
                   INVALID KEY MOVE 10 TO FS-CONTATOS
               END-START
               IF FS-CONTATOS EQUAL 0
                   READ CONTATOS NEXT
                       AT END MOVE 10 TO FS-CONTATOS
                   END-READ
               END-IF
               PERFORM UNTIL FS-CONTATOS GREATER 2
                          OR CTT-CLIENTE NOT EQUAL WRK-CLIENTE
                   ADD 1 TO WRK-QTD-CONTATOS
                   DISPLAY CTT-DATA " " CTT-HORA(1:6) " " CTT-CANAL
                           " " CTT-OPERADOR " " CTT-ASSUNTO
                   DISPLAY "    " CTT-TEXTO
                   EVALUATE CTT-SITUACAO
                       WHEN "P"
                           ADD 1 TO WRK-QTD-PENDENTES
                           DISPLAY "    RETORNO PENDENTE PARA "
                                   CTT-RETORNO
                       WHEN "F"
                           DISPLAY "    RETORNO DE " CTT-RETORNO
                                   " FEITO EM " CTT-DATA-BAIXA
                                   " POR " CTT-OPER-BAIXA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   READ CONTATOS NEXT
                       AT END MOVE 10 TO FS-CONTATOS
                   END-READ
               END-PERFORM
               MOVE ZEROS TO FS-CONTATOS
               DISPLAY "CONTATOS... " WRK-QTD-CONTATOS
                       "  RETORNOS PENDENTES... " WRK-QTD-PENDENTES
           END-IF.

      *== O CONTATO E IDENTIFICADO PELA DATA E HORA MOSTRADAS NO
      *== HISTORICO (HHMMSS)
       3000-BAIXAR                 SECTION.
           DISPLAY "CODIGO DO CLIENTE (REG-ID)...  ".
           ACCEPT CTT-CLIENTE.
           DISPLAY "DATA DO CONTATO (AAAAMMDD)...  ".
           ACCEPT CTT-DATA.
           DISPLAY "HORA DO CONTATO (HHMMSS)...  ".
           ACCEPT WRK-HORA-AGORA.
           COMPUTE CTT-HORA = WRK-HORA-AGORA * 100.
           MOVE CTT-CHAVE TO WRK-CHAVE-BUSCA.
           START CONTATOS KEY IS NOT LESS CTT-CHAVE
               INVALID KEY MOVE 23 TO FS-CONTATOS
           END-START.
           IF FS-CONTATOS EQUAL 0
               READ CONTATOS NEXT
                   AT END MOVE 23 TO FS-CONTATOS
               END-READ
           END-IF.
           IF FS-CONTATOS LESS 10
               IF CTT-CLIENTE NOT EQUAL WRK-BUSCA-CLIENTE
                   OR CTT-DATA NOT EQUAL WRK-BUSCA-DATA
                   OR CTT-HORA(1:6) NOT EQUAL WRK-BUSCA-HORA(1:6)
                   MOVE 23 TO FS-CONTATOS
               END-IF
           END-IF.
           IF FS-CONTATOS NOT LESS 10
               DISPLAY "CONTATO NAO ENCONTRADO"
               MOVE ZEROS TO FS-CONTATOS
           ELSE
               DISPLAY CTT-ASSUNTO " RETORNO " CTT-RETORNO
               IF CTT-SITUACAO NOT EQUAL "P"
                   DISPLAY "CONTATO SEM RETORNO PENDENTE"
               ELSE
                   MOVE "F" TO CTT-SITUACAO
                   MOVE WRK-SIG-OPERADOR TO CTT-OPER-BAIXA
                   ACCEPT CTT-DATA-BAIXA FROM DATE YYYYMMDD
                   REWRITE CTT-REG
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR FS=" FS-CONTATOS
                       NOT INVALID KEY
                           DISPLAY "RETORNO BAIXADO"
                   END-REWRITE
               END-IF
           END-IF.

       8000-LE-CLIENTE             SECTION.
           MOVE WRK-CLIENTE TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO"
           END-READ.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CONTATOS.
           CLOSE CLIENTES.
