      *==           ATE AGORA ESSA AMARRACAO VIVIA NUMA PLANILHA
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: CTACLI.DAT E LIDO POR CTACONC (RECONCILIACAO)
      *==   E PELOS PROGRAMAS QUE PRECISAM SABER DE QUEM E A CONTA.
      *==   CTACLI.DAT GUARDA SO O TITULAR (PRIMEIRO TITULAR); CONTA
      *==   CONJUNTA TEM OS DEMAIS - CO-TITULARES E PROCURADORES - EM
      *==   CTATIT.DAT, UM REGISTRO POR CONTA+CLIENTE COM O PAPEL
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
               RECORD KEY IS CTC-CONTA
               ALTERNATE RECORD KEY IS CTC-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTACLI.
           SELECT CTATIT ASSIGN TO DYNAMIC WRK-TIT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CLIENTE WITH DUPLICATES
               FILE STATUS IS FS-CTATIT.

       DATA DIVISION.
       FILE SECTION.
           05 CTA-SITUACAO       PIC X(01).
      *== CTA-SITUACAO: "A" (OU ESPACO, REGISTRO ANTIGO) = ATIVA
      *== "B" = BLOQUEADA   "E" = ENCERRADA (VER CTAMANT)
           05 CTA-FILIAL         PIC X(02).
      *== CTA-FILIAL: EMPRESA/FILIAL DONA DA CONTA (VER FILLIB);
      *== ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

       FD  CTACLI.
       01  CTC-REG.
           05 CTC-CONTA         PIC 9(06).
           05 CTC-CLIENTE       PIC 9(04).

      *== TITULARES ADICIONAIS DA CONTA (CONTA CONJUNTA)
       FD  CTATIT.
       01  TIT-REG.
           05 TIT-CHAVE.
              10 TIT-CONTA      PIC 9(06).
              10 TIT-CLIENTE    PIC 9(04).
           05 TIT-PAPEL         PIC X(01).
      *== TIT-PAPEL: "C" = CO-TITULAR   "P" = PROCURADOR (O TITULAR
      *== PRINCIPAL E SEMPRE O DE CTACLI.DAT, NUNCA GRAVADO AQUI)
           05 TIT-DATA-INCLUSAO PIC 9(08).

       WORKING-STORAGE             SECTION.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTA-PATH: VARIAVEL DE AMBIENTE "CONTAS_PATH";
      *== SE NAO DEFINIDA, "CTACLI.DAT"
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  WRK-TIT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TIT-PATH: VARIAVEL DE AMBIENTE "CTATIT_PATH";
      *== SE NAO DEFINIDA, "CTATIT.DAT"
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CTATIT       PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77  WRK-CONTINUA    PIC X(01) VALUE "S".
       77  WRK-PAPEL       PIC X(01) VALUE SPACES.
       77  WRK-JA-ADICIONAL PIC X(01) VALUE "N".
       77  WRK-CONTA-ALVO  PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ADICIONAIS PIC 9(03) VALUE ZEROS.
       77  WRK-LISTA-ADICIONAIS PIC X(01) VALUE "N".

       PROCEDURE                   DIVISION.
       0000-PRINCIPAL              SECTION.
                       " FS=" FS-CTACLI
               STOP RUN
           END-IF.
           ACCEPT WRK-TIT-PATH FROM ENVIRONMENT "CTATIT_PATH".
           IF WRK-TIT-PATH EQUAL SPACES
               MOVE "CTATIT.DAT" TO WRK-TIT-PATH
           END-IF.
           OPEN I-O CTATIT.
           IF FS-CTATIT EQUAL 35
               OPEN OUTPUT CTATIT
               CLOSE CTATIT
               OPEN I-O CTATIT
           END-IF.
           IF FS-CTATIT NOT EQUAL 0
               DISPLAY "CTAVINC: FALHA AO ABRIR " WRK-TIT-PATH
                       " FS=" FS-CTATIT
               STOP RUN
           END-IF.

       0200-PROCESSAR              SECTION.
           DISPLAY "1-VINCULAR TITULAR  2-DESVINCULAR  3-CONSULTAR".
           DISPLAY "4-INCLUIR CO-TITULAR/PROCURADOR  "
                   "5-EXCLUIR CO-TITULAR/PROCURADOR  6-SAIR".
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
               WHEN 3
                   PERFORM 3000-CONSULTAR
               WHEN 4
                   PERFORM 4000-INCLUIR-ADICIONAL
               WHEN 5
                   PERFORM 5000-EXCLUIR-ADICIONAL
               WHEN 6
                   MOVE "N" TO WRK-CONTINUA
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   IF REG-STATUS EQUAL "I"
                       DISPLAY "ATENCAO: CLIENTE INATIVO"
                   END-IF
      *== QUEM JA E CO-TITULAR/PROCURADOR DA CONTA NAO VIRA TITULAR
      *== POR CIMA - O VINCULO ADICIONAL SAI ANTES (OPCAO 5)
                   MOVE "N" TO WRK-JA-ADICIONAL
                   MOVE CTA-NUMERO TO TIT-CONTA
                   MOVE REG-ID     TO TIT-CLIENTE
                   READ CTATIT KEY IS TIT-CHAVE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WRK-JA-ADICIONAL
                   END-READ
               END-IF
               IF FS-CLIENTES EQUAL 0
                   AND WRK-JA-ADICIONAL EQUAL "S"
                   DISPLAY "CLIENTE JA E CO-TITULAR/PROCURADOR DA "
                           "CONTA - EXCLUA O VINCULO ADICIONAL ANTES"
               END-IF
               IF FS-CLIENTES EQUAL 0
                   AND WRK-JA-ADICIONAL EQUAL "N"
                   MOVE CTA-NUMERO TO CTC-CONTA
                   MOVE REG-ID     TO CTC-CLIENTE
                   WRITE CTC-REG
               INVALID KEY
                   DISPLAY "CONTA SEM VINCULO"
           END-READ.
      *== CONTA CONJUNTA NAO FICA SEM TITULAR: OS ADICIONAIS SAEM
      *== PRIMEIRO
           IF FS-CTACLI EQUAL 0
               MOVE CTC-CONTA TO WRK-CONTA-ALVO
               MOVE "N" TO WRK-LISTA-ADICIONAIS
               PERFORM 8000-CONTA-ADICIONAIS
               IF WRK-QTD-ADICIONAIS GREATER ZEROS
                   DISPLAY "CONTA COM " WRK-QTD-ADICIONAIS
                           " CO-TITULAR(ES)/PROCURADOR(ES) - "
                           "EXCLUA-OS ANTES DO TITULAR"
               ELSE
                   DELETE CTACLI
                       INVALID KEY
                           DISPLAY "ERRO AO DESVINCULAR FS=" FS-CTACLI
                       NOT INVALID KEY
                           DISPLAY "VINCULO EXCLUIDO"
                   END-DELETE
               END-IF
           END-IF.

       3000-CONSULTAR              SECTION.
                           DISPLAY "CLIENTE " CTC-CLIENTE
                                   " NAO ENCONTRADO NO CADASTRO"
                       NOT INVALID KEY
                           DISPLAY "CONTA " CTC-CONTA " -> TITULAR    "
                                   REG-ID " " REG-NOME
                                   " STATUS " REG-STATUS
                   END-READ
           END-READ.
           IF FS-CTACLI EQUAL 0
               MOVE CTC-CONTA TO WRK-CONTA-ALVO
               MOVE "S" TO WRK-LISTA-ADICIONAIS
               PERFORM 8000-CONTA-ADICIONAIS
               IF WRK-QTD-ADICIONAIS EQUAL ZEROS
                   DISPLAY "CONTA INDIVIDUAL - SEM CO-TITULAR/"
                           "PROCURADOR"
               END-IF
           END-IF.

      *== INCLUI (OU TROCA O PAPEL DE) UM CO-TITULAR/PROCURADOR: A
      *== CONTA TEM DE EXISTIR, NAO ESTAR ENCERRADA E JA TER TITULAR
       4000-INCLUIR-ADICIONAL      SECTION.
           DISPLAY "CONTA...  ".
           ACCEPT CTA-NUMERO.
           READ CONTAS KEY IS CTA-NUMERO
               INVALID KEY
                   DISPLAY "CONTA NAO EXISTE EM CONTAS.DAT"
           END-READ.
           IF FS-CONTAS EQUAL 0
               IF CTA-SITUACAO EQUAL "E"
                   DISPLAY "CONTA ENCERRADA - INCLUSAO RECUSADA"
               ELSE
                   MOVE CTA-NUMERO TO CTC-CONTA
                   READ CTACLI KEY IS CTC-CONTA
                       INVALID KEY
                           DISPLAY "CONTA SEM TITULAR - VINCULE O "
                                   "TITULAR ANTES (OPCAO 1)"
                   END-READ
                   IF FS-CTACLI EQUAL 0
                       PERFORM 4100-GRAVA-ADICIONAL
                   END-IF
               END-IF
           END-IF.

       4100-GRAVA-ADICIONAL        SECTION.
           DISPLAY "CLIENTE (REG-ID)...  ".
           ACCEPT REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO"
           END-READ.
           EVALUATE TRUE
               WHEN FS-CLIENTES NOT EQUAL 0
                   CONTINUE
               WHEN REG-ID EQUAL CTC-CLIENTE
                   DISPLAY "CLIENTE JA E O TITULAR DA CONTA"
               WHEN OTHER
                   IF REG-STATUS EQUAL "I"
                       DISPLAY "ATENCAO: CLIENTE INATIVO"
                   END-IF
                   DISPLAY "PAPEL (C-CO-TITULAR  P-PROCURADOR)...  "
                   ACCEPT WRK-PAPEL
                   IF WRK-PAPEL NOT EQUAL "C"
                       AND WRK-PAPEL NOT EQUAL "P"
                       DISPLAY "PAPEL INVALIDO"
                   ELSE
                       MOVE CTA-NUMERO TO TIT-CONTA
                       MOVE REG-ID     TO TIT-CLIENTE
                       MOVE WRK-PAPEL  TO TIT-PAPEL
                       ACCEPT TIT-DATA-INCLUSAO FROM DATE YYYYMMDD
                       WRITE TIT-REG
                           INVALID KEY
      *== JA ERA ADICIONAL DA CONTA - SO TROCA O PAPEL
                               REWRITE TIT-REG
                                   INVALID KEY
                                       DISPLAY "ERRO AO INCLUIR FS="
                                               FS-CTATIT
                                   NOT INVALID KEY
                                       DISPLAY "PAPEL REGRAVADO"
                               END-REWRITE
                           NOT INVALID KEY
                               DISPLAY "TITULAR ADICIONAL GRAVADO"
                       END-WRITE
                   END-IF
           END-EVALUATE.

       5000-EXCLUIR-ADICIONAL      SECTION.
           DISPLAY "CONTA...  ".
           ACCEPT TIT-CONTA.
           DISPLAY "CLIENTE (REG-ID)...  ".
           ACCEPT TIT-CLIENTE.
           READ CTATIT KEY IS TIT-CHAVE
               INVALID KEY
                   DISPLAY "CLIENTE NAO E CO-TITULAR/PROCURADOR "
                           "DA CONTA"
           END-READ.
           IF FS-CTATIT EQUAL 0
               DELETE CTATIT
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR FS=" FS-CTATIT
                   NOT INVALID KEY
                       DISPLAY "TITULAR ADICIONAL EXCLUIDO"
               END-DELETE
           END-IF.

      *== CONTA OS ADICIONAIS DE WRK-CONTA-ALVO (CHAVE CONTA+CLIENTE,
      *== START NO CLIENTE ZERO); COM WRK-LISTA-ADICIONAIS = "S" EXIBE
      *== CADA UM COM O PAPEL
       8000-CONTA-ADICIONAIS       SECTION.
           MOVE ZEROS TO WRK-QTD-ADICIONAIS.
           MOVE WRK-CONTA-ALVO TO TIT-CONTA.
           MOVE ZEROS TO TIT-CLIENTE.
           START CTATIT KEY IS NOT LESS TIT-CHAVE
               INVALID KEY MOVE 23 TO FS-CTATIT
           END-START.
           IF FS-CTATIT EQUAL 0
               READ CTATIT NEXT
                   AT END MOVE 10 TO FS-CTATIT
               END-READ
               PERFORM UNTIL FS-CTATIT GREATER 2
                   OR TIT-CONTA NOT EQUAL WRK-CONTA-ALVO
                   ADD 1 TO WRK-QTD-ADICIONAIS
                   IF WRK-LISTA-ADICIONAIS EQUAL "S"
                       PERFORM 8100-MOSTRA-ADICIONAL
                   END-IF
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
               END-PERFORM
           END-IF.

       8100-MOSTRA-ADICIONAL       SECTION.
           MOVE TIT-CLIENTE TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO REG-NOME
                   MOVE SPACES TO REG-STATUS
           END-READ.
           IF TIT-PAPEL EQUAL "P"
               DISPLAY "            -> PROCURADOR "
                       TIT-CLIENTE " " REG-NOME
                       " STATUS " REG-STATUS
           ELSE
               DISPLAY "            -> CO-TITULAR "
                       TIT-CLIENTE " " REG-NOME
                       " STATUS " REG-STATUS
           END-IF.

       0300-FINALIZAR              SECTION.
           DISPLAY "FIM DE PROGRAMA".
           CLOSE CONTAS.
           CLOSE CLIENTES.
           CLOSE CTACLI.
           CLOSE CTATIT.
