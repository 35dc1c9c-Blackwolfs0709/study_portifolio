       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCVAL.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: MODULO QUE VALIDA CPF/CNPJ PELOS DIGITOS
      *==           VERIFICADORES OFICIAIS (MODULO 11) E DEVOLVE O
      *==           NUMERO LIMPO, O TIPO E A MASCARA DE IMPRESSAO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: O TIPO SAI PELA QUANTIDADE DE DIGITOS - 11 E
      *==   CPF, 14 E CNPJ; SEQUENCIA DE DIGITOS TODOS IGUAIS (000...,
      *==   111...) FECHA O CALCULO MAS NAO E DOCUMENTO - RECUSADA
      *===========================================
       ENVIRONMENT                  DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE             SECTION.
       01  WRK-DIGITOS.
           05  WRK-DIG          PIC 9(01) OCCURS 14 TIMES.
       77  WRK-QTD-DIG          PIC 9(02) VALUE ZEROS.
       77  WRK-POS              PIC 9(02) VALUE ZEROS.
       77  WRK-CHAR             PIC X(01) VALUE SPACES.
       77  WRK-IGUAIS           PIC X(01) VALUE "S".
       77  WRK-SOMA             PIC 9(04) VALUE ZEROS.
       77  WRK-QUOCIENTE        PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO            PIC 9(02) VALUE ZEROS.
       77  WRK-DV               PIC 9(01) VALUE ZEROS.
      *== PESOS DO CNPJ: O SEGUNDO DIGITO USA OS 13 PESOS; O PRIMEIRO
      *== USA OS 12 ULTIMOS (5,4,3,2,9,...,2)
       01  WRK-PESOS-CNPJ-TXT   PIC X(26)
                                VALUE "06050403020908070605040302".
       01  FILLER REDEFINES WRK-PESOS-CNPJ-TXT.
           05  WRK-PESO-CNPJ    PIC 9(02) OCCURS 13 TIMES.

       LINKAGE                     SECTION.
       01  LNK-AREA.
           05  LNK-DOC-ENTRADA  PIC X(18).
      *== LNK-DOC-ENTRADA: DOCUMENTO COMO DIGITADO - SO DIGITOS OU
      *== COM A MASCARA (PONTO, BARRA, HIFEN E ESPACO SAO IGNORADOS)
           05  LNK-DOC-TIPO     PIC X(01).
      *== LNK-DOC-TIPO: DEVOLVIDO - "F" = CPF  "J" = CNPJ
           05  LNK-DOC-NUMERO   PIC X(14).
      *== LNK-DOC-NUMERO: DEVOLVIDO - SO OS DIGITOS, ALINHADOS A
      *== ESQUERDA (E ASSIM QUE O CADASTRO GUARDA)
           05  LNK-DOC-VALIDO   PIC X(01).
      *== LNK-DOC-VALIDO: DEVOLVIDO - "S" OU "N"
           05  LNK-DOC-FORMATADO PIC X(18).
      *== LNK-DOC-FORMATADO: DEVOLVIDO - 999.999.999-99 OU
      *== 99.999.999/9999-99, PARA NOTA E RELATORIO
           05  LNK-DOC-MENSAGEM PIC X(30).

       PROCEDURE DIVISION USING LNK-AREA.
       0001-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-EXTRAI-DIGITOS.
           IF LNK-DOC-VALIDO EQUAL "S"
               EVALUATE WRK-QTD-DIG
                   WHEN 11
                       MOVE "F" TO LNK-DOC-TIPO
                       PERFORM 0300-CONFERE-CPF
                   WHEN 14
                       MOVE "J" TO LNK-DOC-TIPO
                       PERFORM 0400-CONFERE-CNPJ
                   WHEN OTHER
                       MOVE "N" TO LNK-DOC-VALIDO
                       MOVE "DOCUMENTO SEM 11 OU 14 DIGITOS"
                           TO LNK-DOC-MENSAGEM
               END-EVALUATE
           END-IF.
           IF LNK-DOC-VALIDO EQUAL "S"
               PERFORM 0500-FORMATA
           END-IF.
           GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "S" TO LNK-DOC-VALIDO.
           MOVE SPACES TO LNK-DOC-TIPO.
           MOVE SPACES TO LNK-DOC-NUMERO.
           MOVE SPACES TO LNK-DOC-FORMATADO.
           MOVE SPACES TO LNK-DOC-MENSAGEM.
           MOVE ZEROS TO WRK-DIGITOS.
           MOVE ZEROS TO WRK-QTD-DIG.

       0200-EXTRAI-DIGITOS         SECTION.
           IF LNK-DOC-ENTRADA EQUAL SPACES
               MOVE "N" TO LNK-DOC-VALIDO
               MOVE "DOCUMENTO EM BRANCO" TO LNK-DOC-MENSAGEM
           END-IF.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER 18
                   OR LNK-DOC-VALIDO EQUAL "N"
               MOVE LNK-DOC-ENTRADA(WRK-POS:1) TO WRK-CHAR
               EVALUATE TRUE
                   WHEN WRK-CHAR IS NUMERIC
                       IF WRK-QTD-DIG LESS 14
                           ADD 1 TO WRK-QTD-DIG
                           MOVE WRK-CHAR TO WRK-DIG(WRK-QTD-DIG)
                           MOVE WRK-CHAR
                               TO LNK-DOC-NUMERO(WRK-QTD-DIG:1)
                       ELSE
                           MOVE "N" TO LNK-DOC-VALIDO
                           MOVE "DOCUMENTO COM DIGITOS DEMAIS"
                               TO LNK-DOC-MENSAGEM
                       END-IF
                   WHEN WRK-CHAR EQUAL "."
                   WHEN WRK-CHAR EQUAL "/"
                   WHEN WRK-CHAR EQUAL "-"
                   WHEN WRK-CHAR EQUAL SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO LNK-DOC-VALIDO
                       MOVE "CARACTER INVALIDO NO DOCUMENTO"
                           TO LNK-DOC-MENSAGEM
               END-EVALUATE
           END-PERFORM.
           IF LNK-DOC-VALIDO EQUAL "S"
               MOVE "S" TO WRK-IGUAIS
               PERFORM VARYING WRK-POS FROM 2 BY 1
                       UNTIL WRK-POS GREATER WRK-QTD-DIG
                   IF WRK-DIG(WRK-POS) NOT EQUAL WRK-DIG(1)
                       MOVE "N" TO WRK-IGUAIS
                   END-IF
               END-PERFORM
               IF WRK-IGUAIS EQUAL "S"
                   MOVE "N" TO LNK-DOC-VALIDO
                   MOVE "DOCUMENTO COM DIGITOS IGUAIS"
                       TO LNK-DOC-MENSAGEM
               END-IF
           END-IF.

      *== CPF: 1O DV PESA OS 9 PRIMEIROS DIGITOS DE 10 A 2, O 2O DV
      *== PESA OS 10 PRIMEIROS DE 11 A 2; RESTO < 2 DA DV ZERO
       0300-CONFERE-CPF            SECTION.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER 9
               COMPUTE WRK-SOMA = WRK-SOMA
                   + WRK-DIG(WRK-POS) * (11 - WRK-POS)
           END-PERFORM.
           PERFORM 0600-CALCULA-DV.
           IF WRK-DV NOT EQUAL WRK-DIG(10)
               MOVE "N" TO LNK-DOC-VALIDO
           ELSE
               MOVE ZEROS TO WRK-SOMA
               PERFORM VARYING WRK-POS FROM 1 BY 1
                       UNTIL WRK-POS GREATER 10
                   COMPUTE WRK-SOMA = WRK-SOMA
                       + WRK-DIG(WRK-POS) * (12 - WRK-POS)
               END-PERFORM
               PERFORM 0600-CALCULA-DV
               IF WRK-DV NOT EQUAL WRK-DIG(11)
                   MOVE "N" TO LNK-DOC-VALIDO
               END-IF
           END-IF.
           IF LNK-DOC-VALIDO EQUAL "N"
               MOVE "CPF COM DV NAO CONFERE"
                   TO LNK-DOC-MENSAGEM
           END-IF.

      *== CNPJ: 1O DV PESA OS 12 PRIMEIROS DIGITOS COM 5,4,3,2,9..2,
      *== O 2O DV PESA OS 13 PRIMEIROS COM 6,5,4,3,2,9..2
       0400-CONFERE-CNPJ           SECTION.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS GREATER 12
               COMPUTE WRK-SOMA = WRK-SOMA
                   + WRK-DIG(WRK-POS) * WRK-PESO-CNPJ(WRK-POS + 1)
           END-PERFORM.
           PERFORM 0600-CALCULA-DV.
           IF WRK-DV NOT EQUAL WRK-DIG(13)
               MOVE "N" TO LNK-DOC-VALIDO
           ELSE
               MOVE ZEROS TO WRK-SOMA
               PERFORM VARYING WRK-POS FROM 1 BY 1
                       UNTIL WRK-POS GREATER 13
                   COMPUTE WRK-SOMA = WRK-SOMA
                       + WRK-DIG(WRK-POS) * WRK-PESO-CNPJ(WRK-POS)
               END-PERFORM
               PERFORM 0600-CALCULA-DV
               IF WRK-DV NOT EQUAL WRK-DIG(14)
                   MOVE "N" TO LNK-DOC-VALIDO
               END-IF
           END-IF.
           IF LNK-DOC-VALIDO EQUAL "N"
               MOVE "CNPJ COM DV NAO CONFERE"
                   TO LNK-DOC-MENSAGEM
           END-IF.

       0500-FORMATA                SECTION.
           IF LNK-DOC-TIPO EQUAL "F"
               STRING LNK-DOC-NUMERO(1:3) "." LNK-DOC-NUMERO(4:3) "."
                       LNK-DOC-NUMERO(7:3) "-" LNK-DOC-NUMERO(10:2)
                       DELIMITED BY SIZE INTO LNK-DOC-FORMATADO
           ELSE
               STRING LNK-DOC-NUMERO(1:2) "." LNK-DOC-NUMERO(3:3) "."
                       LNK-DOC-NUMERO(6:3) "/" LNK-DOC-NUMERO(9:4) "-"
                       LNK-DOC-NUMERO(13:2)
                       DELIMITED BY SIZE INTO LNK-DOC-FORMATADO
           END-IF.

       0600-CALCULA-DV             SECTION.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO LESS 2
               MOVE ZEROS TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO
           END-IF.
