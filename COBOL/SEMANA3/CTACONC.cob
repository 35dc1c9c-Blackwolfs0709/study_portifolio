      *==           REAL) E CLIENTES ATIVOS SEM CONTA
      *== DATA: 23/08/2026
      *== OBSERVAÇÕES: LIGA O SUBSISTEMA DE CLIENTES (SEMANA5) AO DE
      *==   PAGAMENTOS (SEMANA3) PELA PRIMEIRA VEZ. CONTA CONJUNTA:
      *==   OS CO-TITULARES/PROCURADORES DE CTATIT.DAT (VER CTAVINC)
      *==   TAMBEM SAO CONFERIDOS, E O CO-TITULAR CONTA COMO CLIENTE
      *==   COM CONTA NO PASSO 2 (O PROCURADOR NAO)
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
           SELECT CTACONC-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTACONC-REL.
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

      *== TITULARES ADICIONAIS DA CONTA (VER CTAVINC)
       FD  CTATIT.
       01  TIT-REG.
           05 TIT-CHAVE.
              10 TIT-CONTA      PIC 9(06).
              10 TIT-CLIENTE    PIC 9(04).
           05 TIT-PAPEL         PIC X(01).
      *== TIT-PAPEL: "C" = CO-TITULAR   "P" = PROCURADOR
           05 TIT-DATA-INCLUSAO PIC 9(08).

       FD  CTACONC-REL.
       01  REL-LINHA            PIC X(80).

       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TIT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TIT-PATH: VARIAVEL DE AMBIENTE "CTATIT_PATH";
      *== SE NAO DEFINIDA, "CTATIT.DAT"
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CTACONC_REL_PATH";
      *== SE NAO DEFINIDA, "CTACONC.REL"
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CTATIT       PIC 9(02) VALUE ZEROS.
       77  FS-CTACONC-REL  PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-CONTAS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CLIENTE PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-INATIVO     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ADIC-IRREG  PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-CTATIT  PIC X(01) VALUE "S".
      *== WRK-TEM-CTATIT: "N" QUANDO CTATIT.DAT AINDA NAO EXISTE
      *== (NENHUMA CONTA CONJUNTA CADASTRADA) - FS 35 NAO ABORTA
       77  WRK-TEM-TITULAR PIC X(01) VALUE "N".
       77  WRK-CO-TITULAR  PIC X(01) VALUE "N".
       77  WRK-ID-CLIENTE  PIC 9(04) VALUE ZEROS.
       77  WRK-SALDO-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-CTACLI TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-TIT-PATH FROM ENVIRONMENT "CTATIT_PATH".
           IF WRK-TIT-PATH EQUAL SPACES
               MOVE "CTATIT.DAT" TO WRK-TIT-PATH
           END-IF.
           OPEN INPUT CTATIT.
           IF FS-CTATIT EQUAL 35
               MOVE "N" TO WRK-TEM-CTATIT
           ELSE
               MOVE "CTATIT" TO WRK-FS-ARQUIVO
               MOVE "OPEN" TO WRK-FS-OPERACAO
               MOVE FS-CTATIT TO WRK-FS-STATUS
               PERFORM 9500-TRATA-ARQUIVO
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CTACONC_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CTACONC.REL" TO WRK-REL-PATH
           WRITE REL-LINHA.

      *== PASSO 1: PARA CADA CONTA, CONFERE O VINCULO E O STATUS DO
      *== CLIENTE DONO E, EM CONTA CONJUNTA, OS TITULARES ADICIONAIS
       0200-VARRE-CONTAS           SECTION.
           READ CONTAS
               AT END MOVE 10 TO FS-CONTAS
           PERFORM UNTIL FS-CONTAS EQUAL 10
               ADD 1 TO WRK-TOTAL-CONTAS
               MOVE CTA-NUMERO TO CTC-CONTA
               MOVE "S" TO WRK-TEM-TITULAR
               READ CTACLI KEY IS CTC-CONTA
                   INVALID KEY
                       MOVE "N" TO WRK-TEM-TITULAR
                       ADD 1 TO WRK-TOTAL-SEM-CLIENTE
                       MOVE CTA-SALDO TO WRK-SALDO-ED
                       MOVE SPACES TO REL-LINHA
                   NOT INVALID KEY
                       PERFORM 0210-CONFERE-CLIENTE
               END-READ
               IF WRK-TEM-CTATIT EQUAL "S"
                   PERFORM 0220-CONFERE-ADICIONAIS
               END-IF
               READ CONTAS
                   AT END MOVE 10 TO FS-CONTAS
               END-READ
                   END-IF
           END-READ.

      *== ADICIONAIS DA CONTA CORRENTE (CHAVE CONTA+CLIENTE, START NO
      *== CLIENTE ZERO)
       0220-CONFERE-ADICIONAIS     SECTION.
           MOVE CTA-NUMERO TO TIT-CONTA.
           MOVE ZEROS TO TIT-CLIENTE.
           START CTATIT KEY IS NOT LESS TIT-CHAVE
               INVALID KEY MOVE 23 TO FS-CTATIT
           END-START.
           IF FS-CTATIT EQUAL 0
               READ CTATIT NEXT
                   AT END MOVE 10 TO FS-CTATIT
               END-READ
               PERFORM UNTIL FS-CTATIT GREATER 2
                   OR TIT-CONTA NOT EQUAL CTA-NUMERO
                   PERFORM 0230-CONFERE-ADICIONAL
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
               END-PERFORM
           END-IF.

      *== O ADICIONAL PRECISA DE CONTA COM TITULAR, NAO PODE SER O
      *== PROPRIO TITULAR, TEM DE EXISTIR E ESTAR ATIVO NO CADASTRO E
      *== TER PAPEL C OU P
       0230-CONFERE-ADICIONAL      SECTION.
           MOVE SPACES TO REL-LINHA.
           MOVE TIT-CLIENTE TO REG-ID.
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE SPACES TO REG-NOME
                   MOVE "X" TO REG-STATUS
           END-READ.
           EVALUATE TRUE
               WHEN WRK-TEM-TITULAR EQUAL "N"
                   STRING "CONTA " CTA-NUMERO " SEM TITULAR COM "
                           "ADICIONAL " TIT-CLIENTE " " REG-NOME
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN TIT-CLIENTE EQUAL CTC-CLIENTE
                   STRING "CONTA " CTA-NUMERO " ADICIONAL "
                           TIT-CLIENTE " E O PROPRIO TITULAR"
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN REG-STATUS EQUAL "X"
                   STRING "CONTA " CTA-NUMERO " APONTA ADICIONAL "
                           TIT-CLIENTE " INEXISTENTE"
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN REG-STATUS EQUAL "I"
                   STRING "ADICIONAL INATIVO EM CONTA: "
                           REG-ID " " REG-NOME " CONTA "
                           CTA-NUMERO
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN TIT-PAPEL NOT EQUAL "C"
                   AND TIT-PAPEL NOT EQUAL "P"
                   STRING "CONTA " CTA-NUMERO " ADICIONAL "
                           TIT-CLIENTE " COM PAPEL INVALIDO ["
                           TIT-PAPEL "]"
                           DELIMITED BY SIZE INTO REL-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REL-LINHA NOT EQUAL SPACES
               ADD 1 TO WRK-TOTAL-ADIC-IRREG
               WRITE REL-LINHA
           END-IF.

      *== PASSO 2: CLIENTES ATIVOS SEM NENHUMA CONTA VINCULADA,
      *== CONSULTANDO A CHAVE ALTERNATIVA CTC-CLIENTE DO XREF E, SE
      *== NAO FOR TITULAR, A TIT-CLIENTE DE CTATIT (CO-TITULAR)
       0300-VARRE-CLIENTES         SECTION.
           MOVE ZEROS TO FS-CLIENTES.
           MOVE ZEROS TO REG-ID.
                   MOVE REG-ID TO CTC-CLIENTE
                   READ CTACLI KEY IS CTC-CLIENTE
                       INVALID KEY
                           PERFORM 0310-PROCURA-CO-TITULAR
                           IF WRK-CO-TITULAR EQUAL "N"
                               ADD 1 TO WRK-TOTAL-SEM-CONTA
                               MOVE SPACES TO REL-LINHA
                               STRING "CLIENTE ATIVO SEM CONTA.. "
                                       REG-ID " " REG-NOME
                                       DELIMITED BY SIZE INTO REL-LINHA
                               WRITE REL-LINHA
                           END-IF
                   END-READ
               END-IF
               READ CLIENTES NEXT
               END-READ
           END-PERFORM.

      *== PROCURADOR MOVIMENTA, MAS A CONTA NAO E DELE - SO O PAPEL
      *== "C" TIRA O CLIENTE DA LISTA DE SEM CONTA
       0310-PROCURA-CO-TITULAR     SECTION.
           MOVE "N" TO WRK-CO-TITULAR.
           IF WRK-TEM-CTATIT EQUAL "S"
               MOVE REG-ID TO WRK-ID-CLIENTE
               MOVE REG-ID TO TIT-CLIENTE
               START CTATIT KEY IS NOT LESS TIT-CLIENTE
                   INVALID KEY MOVE 23 TO FS-CTATIT
               END-START
               IF FS-CTATIT EQUAL 0
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
                   PERFORM UNTIL FS-CTATIT GREATER 2
                       OR TIT-CLIENTE NOT EQUAL WRK-ID-CLIENTE
                       OR WRK-CO-TITULAR EQUAL "S"
                       IF TIT-PAPEL EQUAL "C"
                           MOVE "S" TO WRK-CO-TITULAR
                       END-IF
                       READ CTATIT NEXT
                           AT END MOVE 10 TO FS-CTATIT
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       0400-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           STRING "CLIENTES ATIVOS SEM CONTA " WRK-TOTAL-SEM-CONTA
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "ADICIONAIS IRREGULARES... " WRK-TOTAL-ADIC-IRREG
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE CONTAS.
           CLOSE CLIENTES.
           CLOSE CTACLI.
           IF WRK-TEM-CTATIT EQUAL "S"
               CLOSE CTATIT
           END-IF.
           CLOSE CTACONC-REL.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-CONTAS TO WRK-RUN-LIDOS.
           COMPUTE WRK-RUN-REJEITADOS =
               WRK-TOTAL-SEM-CLIENTE + WRK-TOTAL-INATIVO
               + WRK-TOTAL-SEM-CONTA + WRK-TOTAL-ADIC-IRREG.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CTACONC: RELATORIO GRAVADO EM " WRK-REL-PATH.
                   WRK-TOTAL-INATIVO.
           DISPLAY "CTACONC: ATIVOS SEM CONTA...... "
                   WRK-TOTAL-SEM-CONTA.
           DISPLAY "CTACONC: ADICIONAIS IRREGULARES "
                   WRK-TOTAL-ADIC-IRREG.

      *== ENCAMINHA O FILE STATUS AO MODULO COMUM E ABORTA QUANDO A
      *== ACAO CATALOGADA MANDAR (O ABORTO FICA NO LOG DE OPERACOES)
