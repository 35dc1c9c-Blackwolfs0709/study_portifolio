       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILLIB.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO DA DIMENSAO EMPRESA/FILIAL - DIZ PARA QUAL
      *==           FILIAL O PASSO ESTA RODANDO (VARIAVEL DE AMBIENTE
      *==           "FILIAL", PADRAO "01" = MATRIZ) E DEVOLVE OS DADOS
      *==           DELA NO CADASTRO FILIAIS.DAT (MANTIDO PELO
      *==           FILMANT): RAZAO SOCIAL, CNPJ E UF DE ORIGEM, MAIS
      *==           O SUFIXO QUE SEPARA OS CONTADORES DE NUMERACAO
      *==           (NOTA, BOLETO) DE CADA FILIAL
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: LNK-FIL-CODIGO EM ESPACOS NA ENTRADA = "A FILIAL
      *==   DESTA EXECUCAO"; INFORMADO = CONSULTA AQUELA FILIAL. A
      *==   MATRIZ ("01") TEM SUFIXO EM BRANCO - OS CONTADORES DE
      *==   SEMPRE CONTINUAM VALENDO PARA ELA; AS DEMAIS GANHAM ".Fnn".
      *==   CODIGO FORA DO CADASTRO DEVOLVE LNK-FIL-ACHADO "N" E A
      *==   RAZAO/UF PADRAO DA MATRIZ - O CHAMADOR DECIDE SE RECUSA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILIAIS ASSIGN TO DYNAMIC WRK-FIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILIAIS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILIAIS.
       01  FIL-REG.
           05 FIL-CODIGO        PIC X(02).
           05 FIL-RAZAO         PIC X(30).
           05 FIL-CNPJ          PIC X(14).
           05 FIL-UF            PIC X(02).

       WORKING-STORAGE             SECTION.
       77  WRK-FIL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-FIL-PATH: VARIAVEL DE AMBIENTE "FILIAIS_PATH";
      *== SE NAO DEFINIDA, "FILIAIS.DAT"
       77  FS-FILIAIS      PIC 9(02) VALUE ZEROS.
       77  WRK-CARREGADO   PIC X(01) VALUE "N".
       77  WRK-FILIAL-RUN  PIC X(02) VALUE SPACES.
      *== WRK-FILIAL-RUN: VARIAVEL DE AMBIENTE "FILIAL"; SE NAO
      *== DEFINIDA, "01" - O LOTE DE SEMPRE RODA COMO MATRIZ
       01  WRK-TAB-FILIAIS.
           05 WRK-FIL-ITEM OCCURS 50 TIMES.
               10 WRK-TAB-CODIGO PIC X(02).
               10 WRK-TAB-RAZAO  PIC X(30).
               10 WRK-TAB-CNPJ   PIC X(14).
               10 WRK-TAB-UF     PIC X(02).
       77  WRK-QTD-FILIAIS PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FILIAL  PIC 9(02) VALUE ZEROS.

       LINKAGE                     SECTION.
       01  LNK-FILLIB.
           05  LNK-FIL-CODIGO  PIC X(02).
           05  LNK-FIL-RAZAO   PIC X(30).
           05  LNK-FIL-CNPJ    PIC X(14).
           05  LNK-FIL-UF      PIC X(02).
           05  LNK-FIL-SUFIXO  PIC X(04).
           05  LNK-FIL-ACHADO  PIC X(01).

       PROCEDURE DIVISION USING LNK-FILLIB.
       0000-PRINCIPAL              SECTION.
           IF WRK-CARREGADO EQUAL "N"
               PERFORM 0100-CARREGA-FILIAIS
               MOVE "S" TO WRK-CARREGADO
           END-IF.
           IF LNK-FIL-CODIGO EQUAL SPACES
               MOVE WRK-FILIAL-RUN TO LNK-FIL-CODIGO
           END-IF.
           MOVE "N" TO LNK-FIL-ACHADO.
           MOVE "XPTO"  TO LNK-FIL-RAZAO.
           MOVE SPACES  TO LNK-FIL-CNPJ.
           MOVE "SP"    TO LNK-FIL-UF.
           PERFORM VARYING WRK-IDX-FILIAL FROM 1 BY 1
                   UNTIL WRK-IDX-FILIAL GREATER WRK-QTD-FILIAIS
               IF WRK-TAB-CODIGO(WRK-IDX-FILIAL) EQUAL LNK-FIL-CODIGO
                   MOVE WRK-TAB-RAZAO(WRK-IDX-FILIAL) TO LNK-FIL-RAZAO
                   MOVE WRK-TAB-CNPJ(WRK-IDX-FILIAL)  TO LNK-FIL-CNPJ
                   MOVE WRK-TAB-UF(WRK-IDX-FILIAL)    TO LNK-FIL-UF
                   MOVE "S" TO LNK-FIL-ACHADO
               END-IF
           END-PERFORM.
      *== SEM CADASTRO A MATRIZ CONTINUA VALIDA: O LOTE DE SEMPRE NAO
      *== PODE PARAR SO PORQUE FILIAIS.DAT AINDA NAO FOI CRIADO
           IF LNK-FIL-CODIGO EQUAL "01"
               MOVE "S" TO LNK-FIL-ACHADO
               MOVE SPACES TO LNK-FIL-SUFIXO
           ELSE
               MOVE SPACES TO LNK-FIL-SUFIXO
               STRING ".F" LNK-FIL-CODIGO
                      DELIMITED BY SIZE INTO LNK-FIL-SUFIXO
               END-STRING
           END-IF.
           GOBACK.

       0100-CARREGA-FILIAIS        SECTION.
           ACCEPT WRK-FILIAL-RUN FROM ENVIRONMENT "FILIAL".
           IF WRK-FILIAL-RUN EQUAL SPACES
               MOVE "01" TO WRK-FILIAL-RUN
           END-IF.
           ACCEPT WRK-FIL-PATH FROM ENVIRONMENT "FILIAIS_PATH".
           IF WRK-FIL-PATH EQUAL SPACES
               MOVE "FILIAIS.DAT" TO WRK-FIL-PATH
           END-IF.
           OPEN INPUT FILIAIS.
           IF FS-FILIAIS NOT EQUAL 0
               CONTINUE
           ELSE
               READ FILIAIS
                   AT END MOVE 10 TO FS-FILIAIS
               END-READ
               PERFORM UNTIL FS-FILIAIS EQUAL 10
                   IF WRK-QTD-FILIAIS LESS 50
                       ADD 1 TO WRK-QTD-FILIAIS
                       MOVE FIL-CODIGO
                           TO WRK-TAB-CODIGO(WRK-QTD-FILIAIS)
                       MOVE FIL-RAZAO
                           TO WRK-TAB-RAZAO(WRK-QTD-FILIAIS)
                       MOVE FIL-CNPJ
                           TO WRK-TAB-CNPJ(WRK-QTD-FILIAIS)
                       MOVE FIL-UF
                           TO WRK-TAB-UF(WRK-QTD-FILIAIS)
                   END-IF
                   READ FILIAIS
                       AT END MOVE 10 TO FS-FILIAIS
                   END-READ
               END-PERFORM
               CLOSE FILIAIS
           END-IF.
