      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: RECONCILIACAO DO ARQUIVO MESTRE VIVO - LOCALIZAR
      *==           PROVAVEIS DUPLICIDADES DE PESSOA (MESMO CLIENTE
      *==           SOB DOIS REG-ID), POR CPF/CNPJ IDENTICO,
      *==           NOME+TELEFONE IGUAIS OU EMAIL IDENTICO, E GERAR
      *==           RELATORIO DE EXCECAO
      *==           ORDENADO POR CONFIANCA PARA ALIMENTAR O CLIMERG
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: CLIDUP AUDITA ID DUPLICADO NO CSV DE PRE-CARGA;
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT CLIPDUP-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CLIPDUP-REL.
       01  REL-LINHA            PIC X(80).
               10 WRK-TAB-NOME     PIC X(20).
               10 WRK-TAB-TELEFONE PIC X(11).
               10 WRK-TAB-EMAIL    PIC X(30).
               10 WRK-TAB-DOCUMENTO PIC X(14).
       77  WRK-QTD-CLI     PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-A       PIC 9(05) VALUE ZEROS.
       77  WRK-IDX-B       PIC 9(05) VALUE ZEROS.
       77  WRK-NIVEL       PIC 9(01) VALUE ZEROS.
      *== WRK-NIVEL: CONFIANCA DO PAR - 1 = CPF/CNPJ IDENTICO
      *== (CERTA - O DOCUMENTO IDENTIFICA A PESSOA)  2 = NOME+TELEFONE
      *== E EMAIL IGUAIS (ALTA)  3 = NOME+TELEFONE (MEDIA)  4 = SO
      *== EMAIL (BAIXA); O RELATORIO SAI NESSA ORDEM. DOIS CLIENTES
      *== COM DOCUMENTOS DIFERENTES SAO PESSOAS DIFERENTES E NAO
      *== FORMAM PAR, AINDA QUE NOME/TELEFONE/EMAIL COINCIDAM
       77  WRK-NIVEL-PAR   PIC 9(01) VALUE ZEROS.
       77  WRK-NIVEL-TXT   PIC X(05) VALUE SPACES.

                   MOVE REG-NOME     TO WRK-TAB-NOME(WRK-QTD-CLI)
                   MOVE REG-TELEFONE TO WRK-TAB-TELEFONE(WRK-QTD-CLI)
                   MOVE REG-EMAIL    TO WRK-TAB-EMAIL(WRK-QTD-CLI)
                   MOVE REG-DOCUMENTO
                       TO WRK-TAB-DOCUMENTO(WRK-QTD-CLI)
               END-IF
               READ CLIENTES
                   AT END MOVE 10 TO FS-CLIENTES
               END-READ
           END-PERFORM.

      *== QUATRO PASSADAS SOBRE OS PARES, UMA POR NIVEL DE CONFIANCA,
      *== PARA O RELATORIO SAIR ORDENADO DO PAR MAIS CERTO PARA O
      *== MAIS DUVIDOSO
       0300-GERAR-RELATORIO        SECTION.
           WRITE REL-LINHA FROM WRK-REL-CABECALHO.
           PERFORM VARYING WRK-NIVEL FROM 1 BY 1
                   UNTIL WRK-NIVEL GREATER 4
               EVALUATE WRK-NIVEL
                   WHEN 1 MOVE "CERTA" TO WRK-NIVEL-TXT
                   WHEN 2 MOVE "ALTA " TO WRK-NIVEL-TXT
                   WHEN 3 MOVE "MEDIA" TO WRK-NIVEL-TXT
                   WHEN 4 MOVE "BAIXA" TO WRK-NIVEL-TXT
               END-EVALUATE
               PERFORM VARYING WRK-IDX-A FROM 1 BY 1
                       UNTIL WRK-IDX-A GREATER OR EQUAL WRK-QTD-CLI
       0320-CLASSIFICA-PAR         SECTION.
           MOVE ZEROS TO WRK-NIVEL-PAR.
           EVALUATE TRUE
               WHEN WRK-TAB-DOCUMENTO(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-DOCUMENTO(WRK-IDX-A) EQUAL
                       WRK-TAB-DOCUMENTO(WRK-IDX-B)
                   MOVE 1 TO WRK-NIVEL-PAR
               WHEN WRK-TAB-DOCUMENTO(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-DOCUMENTO(WRK-IDX-B) NOT EQUAL SPACES
                   CONTINUE
               WHEN WRK-TAB-NOME(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-NOME(WRK-IDX-A) EQUAL
                       WRK-TAB-NOME(WRK-IDX-B)
                   AND WRK-TAB-EMAIL(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-EMAIL(WRK-IDX-A) EQUAL
                       WRK-TAB-EMAIL(WRK-IDX-B)
                   MOVE 2 TO WRK-NIVEL-PAR
               WHEN WRK-TAB-NOME(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-NOME(WRK-IDX-A) EQUAL
                       WRK-TAB-NOME(WRK-IDX-B)
                   AND WRK-TAB-TELEFONE(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-TELEFONE(WRK-IDX-A) EQUAL
                       WRK-TAB-TELEFONE(WRK-IDX-B)
                   MOVE 3 TO WRK-NIVEL-PAR
               WHEN WRK-TAB-EMAIL(WRK-IDX-A) NOT EQUAL SPACES
                   AND WRK-TAB-EMAIL(WRK-IDX-A) EQUAL
                       WRK-TAB-EMAIL(WRK-IDX-B)
                   MOVE 4 TO WRK-NIVEL-PAR
           END-EVALUATE.

       0330-ESCREVE-PAR            SECTION.
           MOVE WRK-TAB-NOME(WRK-IDX-A) TO WRK-DET-NOME.
           EVALUATE WRK-NIVEL
               WHEN 1
                   MOVE "CPF/CNPJ IDENTICO" TO WRK-DET-CRIT
               WHEN 2
                   MOVE "NOME+TELEFONE+EMAIL" TO WRK-DET-CRIT
               WHEN 3
                   MOVE "NOME+TELEFONE" TO WRK-DET-CRIT
               WHEN 4
                   MOVE "EMAIL IDENTICO" TO WRK-DET-CRIT
           END-EVALUATE.
           WRITE REL-LINHA FROM WRK-REL-DETALHE.
