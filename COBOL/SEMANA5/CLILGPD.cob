      *==           A MAO A CADA PEDIDO DO TITULAR
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: CLILGPD_MODO = "E" EXECUTA O ESQUECIMENTO:
      *==   NOME/TELEFONE/ENDERECO/EMAIL SAO ANONIMIZADOS E O CPF/CNPJ
      *==   APAGADO NO CADASTRO VIVO E DENTRO DAS IMAGENS ANTES/DEPOIS
      *==   DE CLIENTES.LOG (SENAO O LOG GUARDARIA O QUE A LEI MANDOU
      *==   APAGAR); AS NOTAS E O RAZAO DE ICMS FICAM INTACTOS - SAO
      *==   REGISTRO FISCAL E A PROPRIA LEI EXIGE A GUARDA. OS
      *==   ENDERECOS DO CLIENTE (CLIEND.DAT) ENTRAM NO DOSSIE E, NO
      *==   ESQUECIMENTO, SAO EXCLUIDOS E ANONIMIZADOS EM CLIEND.LOG.
      *==   O HISTORICO DE CONTATOS (CONTATOS.DAT) TAMBEM ENTRA; NO
      *==   ESQUECIMENTO FICA SO A MARCA DO CONTATO (DATA, OPERADOR,
      *==   CANAL) - ASSUNTO E TEXTO LIVRE SAO APAGADOS. CONTA
      *==   CONJUNTA (CTATIT.DAT, VER CTAVINC): O ESQUECIMENTO E
      *==   RECUSADO ENQUANTO O TITULAR DIVIDIR UMA CONTA NAO
      *==   ENCERRADA COM OUTRO TITULAR OU CO-TITULAR - O DOSSIE SAI
      *==   ASSIM MESMO, APONTANDO AS CONTAS QUE IMPEDEM
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
           SELECT CONTAS ASSIGN TO DYNAMIC WRK-CTA-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT LOG-TEMP ASSIGN TO DYNAMIC WRK-TMP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TEMP.
           SELECT CLIENDERECOS ASSIGN TO DYNAMIC WRK-CEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEN-CHAVE
               FILE STATUS IS FS-CLIENDERECOS.
           SELECT CLIEND-LOG ASSIGN TO DYNAMIC WRK-CEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CEL.
           SELECT CONTATOS ASSIGN TO DYNAMIC WRK-CTT-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTT-CHAVE
               ALTERNATE RECORD KEY IS CTT-RETORNO WITH DUPLICATES
               FILE STATUS IS FS-CONTATOS.
           SELECT DOSSIE-REL ASSIGN TO DYNAMIC WRK-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOSSIE.
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

       FD  CONTAS.
       01  CTA-REG.
           05 CTA-NUMERO         PIC 9(06).
           05 CTA-SALDO          PIC S9(009)V99.
           05 CTA-SITUACAO       PIC X(01).
           05 CTA-FILIAL         PIC X(02).

       FD  JORNAL.
       01  JOR-LINHA             PIC X(100).
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
      *== NOTA-DESC-FUNC: DESCONTO DE FUNCIONARIO, DESTACADO DO
      *== DESCONTO POR VOLUME PARA SAIR COMO LINHA PROPRIA NA NOTA
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       FD  CLIENTES-LOG.
       01  LOG-LINHA            PIC X(320).

       FD  LOG-TEMP.
       01  TMP-LINHA            PIC X(320).

      *== ENDERECOS DO CLIENTE (VER ENDMANT)
       FD  CLIENDERECOS.
       01  CEN-REG.
           05 CEN-CHAVE.
              10 CEN-CLIENTE     PIC 9(04).
              10 CEN-TIPO        PIC X(01).
              10 CEN-SEQ         PIC 9(02).
           05 CEN-LOGRADOURO     PIC X(40).
           05 CEN-NUMERO         PIC X(06).
           05 CEN-BAIRRO         PIC X(20).
           05 CEN-CIDADE         PIC X(25).
           05 CEN-UF             PIC X(02).
           05 CEN-CEP            PIC 9(08).

      *== LOG DO ENDMANT: ANTES EM 39-146, DEPOIS EM 157-264 (IMAGEM
      *== DE 108 BYTES COM O CEN-REG; O REG-ID NOS 4 PRIMEIROS)
       FD  CLIEND-LOG.
       01  CEL-LINHA            PIC X(280).

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
           05 CTT-OPER-BAIXA     PIC X(08).
           05 CTT-DATA-BAIXA     PIC 9(08).

       FD  DOSSIE-REL.
       01  REL-LINHA            PIC X(132).
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTC-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CTA-PATH    PIC X(100) VALUE SPACES.
       77  WRK-TIT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TIT-PATH: VARIAVEL DE AMBIENTE "CTATIT_PATH";
      *== SE NAO DEFINIDA, "CTATIT.DAT"
       77  WRK-JOR-PATH    PIC X(100) VALUE SPACES.
       77  WRK-NOT-PATH    PIC X(100) VALUE SPACES.
       77  WRK-LOG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TMP-PATH: ARQUIVO DE TRABALHO DO ESQUECIMENTO - O LOG
      *== SO E REGRAVADO DEPOIS DA COPIA ANONIMIZADA FICAR PRONTA
      *== (MOLDE DO LOGARQ)
       77  WRK-CEN-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CEL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CEN-PATH/WRK-CEL-PATH: "CLIEND_PATH"/"CLIEND_LOG_PATH",
      *== COMO NO ENDMANT
       77  WRK-CTT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CTT-PATH: "CONTATOS_PATH", COMO NO CLICONT
       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "CLILGPD_REL_PATH";
      *== SE NAO DEFINIDA, "CLILGPD.REL"
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-CTACLI       PIC 9(02) VALUE ZEROS.
       77  FS-CTATIT       PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS       PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL       PIC 9(02) VALUE ZEROS.
       77  FS-NOTAS        PIC 9(02) VALUE ZEROS.
       77  FS-LOG          PIC 9(02) VALUE ZEROS.
       77  FS-TEMP         PIC 9(02) VALUE ZEROS.
       77  FS-DOSSIE       PIC 9(02) VALUE ZEROS.
       77  FS-CLIENDERECOS PIC 9(02) VALUE ZEROS.
       77  FS-CEL          PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-ENDERECOS PIC 9(03) VALUE ZEROS.
       77  FS-CONTATOS     PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-CONTATOS PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CTT-ANON PIC 9(06) VALUE ZEROS.

       77  WRK-ID-TXT      PIC X(04) VALUE SPACES.
       77  WRK-ID-TITULAR  PIC 9(04) VALUE ZEROS.
           05  WRK-SIG-OPERADOR  PIC X(08) VALUE SPACES.
           05  WRK-SIG-AUTORIZADO PIC X(01) VALUE SPACES.

      *== CONTAS DO TITULAR, PARA FILTRAR O JORNAL (AS DE QUE ELE E
      *== SO PROCURADOR NAO ENTRAM - O MOVIMENTO E DE OUTRA PESSOA)
       77  WRK-QTD-CONTAS  PIC 9(02) VALUE ZEROS.
       01  WRK-TAB-CONTAS.
           05 WRK-CTA-ITEM OCCURS 20 TIMES.
               10 WRK-TAB-CONTA   PIC 9(06).
               10 WRK-TAB-SALDO   PIC S9(009)V99.
               10 WRK-TAB-SIT     PIC X(01).
               10 WRK-TAB-PAPEL   PIC X(10).
       77  WRK-CONTA-LINHA PIC 9(06) VALUE ZEROS.
       77  WRK-PAPEL-LINHA PIC X(10) VALUE SPACES.
       77  WRK-TEM-CTATIT  PIC X(01) VALUE "N".
       77  WRK-COMPARTILHADA PIC X(01) VALUE "N".
       77  WRK-QTD-CONJUNTAS PIC 9(02) VALUE ZEROS.
      *== WRK-QTD-CONJUNTAS: CONTAS NAO ENCERRADAS QUE O TITULAR
      *== DIVIDE COM OUTRO TITULAR/CO-TITULAR - BLOQUEIAM O
      *== ESQUECIMENTO
       77  WRK-IDX-CTA     PIC 9(02) VALUE ZEROS.
       77  WRK-JOR-CONTA   PIC X(06) VALUE SPACES.
       77  WRK-CONTA-DO-TITULAR PIC X(01) VALUE "N".
       77  WRK-HORA-AGORA  PIC 9(08) VALUE ZEROS.

      *== IMAGENS ANTES/DEPOIS DENTRO DA LINHA DE CLIENTES.LOG
      *== (POSICOES FIXAS DO 9100-GRAVA-LOG DO CLIMANT: ANTES 37-157,
      *== DEPOIS 168-288; DENTRO DA IMAGEM O LAYOUT E O REG-CLIENTES.
      *== LINHA ANTIGA, DE IMAGEM COM 106 BYTES E SEM CPF/CNPJ: ANTES
      *== 37-142, DEPOIS 153-258 - RECONHECIDA PELO "] DEPOIS=[" EM 143)
       01  WRK-IMAGEM.
           05 WRK-IMG-ID        PIC X(04).
           05 WRK-IMG-NOME      PIC X(20).
           05 WRK-IMG-ENDERECO  PIC X(40).
           05 WRK-IMG-EMAIL     PIC X(30).
           05 WRK-IMG-STATUS    PIC X(01).
           05 WRK-IMG-TIPO-DOC  PIC X(01).
           05 WRK-IMG-DOCUMENTO PIC X(14).
       77  WRK-ID-EVENTO   PIC X(04) VALUE SPACES.
       77  WRK-POS-DEPOIS  PIC 9(03) VALUE 168.
       77  WRK-TAM-IMAGEM  PIC 9(03) VALUE 121.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           PERFORM 0400-SECAO-JORNAL.
           PERFORM 0500-SECAO-NOTAS.
           PERFORM 0600-SECAO-HISTORICO.
           PERFORM 0650-SECAO-CONTATOS.
           IF WRK-MODO EQUAL "E"
               IF WRK-QTD-CONJUNTAS GREATER ZEROS
                   PERFORM 0790-ESQUECIMENTO-RECUSADO
               ELSE
                   PERFORM 0700-ESQUECIMENTO
               END-IF
           END-IF.
           PERFORM 0800-FINALIZAR.
               STOP RUN.
           IF WRK-CTA-PATH EQUAL SPACES
               MOVE "CONTAS.DAT" TO WRK-CTA-PATH
           END-IF.
           ACCEPT WRK-TIT-PATH FROM ENVIRONMENT "CTATIT_PATH".
           IF WRK-TIT-PATH EQUAL SPACES
               MOVE "CTATIT.DAT" TO WRK-TIT-PATH
           END-IF.
           ACCEPT WRK-JOR-PATH FROM ENVIRONMENT "JORNAL_PATH".
           IF WRK-JOR-PATH EQUAL SPACES
               MOVE "JORNAL.LOG" TO WRK-JOR-PATH
           IF WRK-LOG-PATH EQUAL SPACES
               MOVE "CLIENTES.LOG" TO WRK-LOG-PATH
           END-IF.
           ACCEPT WRK-CEN-PATH FROM ENVIRONMENT "CLIEND_PATH".
           IF WRK-CEN-PATH EQUAL SPACES
               MOVE "CLIEND.DAT" TO WRK-CEN-PATH
           END-IF.
           ACCEPT WRK-CEL-PATH FROM ENVIRONMENT "CLIEND_LOG_PATH".
           IF WRK-CEL-PATH EQUAL SPACES
               MOVE "CLIEND.LOG" TO WRK-CEL-PATH
           END-IF.
           ACCEPT WRK-CTT-PATH FROM ENVIRONMENT "CONTATOS_PATH".
           IF WRK-CTT-PATH EQUAL SPACES
               MOVE "CONTATOS.DAT" TO WRK-CTT-PATH
           END-IF.
           ACCEPT WRK-REL-PATH FROM ENVIRONMENT "CLILGPD_REL_PATH".
           IF WRK-REL-PATH EQUAL SPACES
               MOVE "CLILGPD.REL" TO WRK-REL-PATH
                   STRING "  STATUS..... " REG-STATUS
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING "  CPF/CNPJ... " REG-TIPO-DOC " "
                           REG-DOCUMENTO
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
           END-READ.
           CLOSE CLIENTES.
           PERFORM 0210-ENDERECOS-DO-TITULAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *== ENDERECOS DE COBRANCA/ENTREGA/CORRESPONDENCIA DO TITULAR
       0210-ENDERECOS-DO-TITULAR   SECTION.
           MOVE ZEROS TO WRK-TOTAL-ENDERECOS.
           OPEN INPUT CLIENDERECOS.
           IF FS-CLIENDERECOS EQUAL 0
               MOVE WRK-ID-TITULAR TO CEN-CLIENTE
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
                          OR CEN-CLIENTE NOT EQUAL WRK-ID-TITULAR
                   ADD 1 TO WRK-TOTAL-ENDERECOS
                   MOVE SPACES TO REL-LINHA
                   STRING "  ENDERECO " CEN-TIPO "-" CEN-SEQ " "
                           CEN-LOGRADOURO " " CEN-NUMERO " "
                           CEN-BAIRRO " " CEN-CIDADE " " CEN-UF
                           " " CEN-CEP
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   READ CLIENDERECOS NEXT
                       AT END MOVE 10 TO FS-CLIENDERECOS
                   END-READ
               END-PERFORM
               CLOSE CLIENDERECOS
           END-IF.

      *== CONTAS VINCULADAS: VARRE A CHAVE ALTERNATIVA CTC-CLIENTE
      *== (START + READ NEXT, FS 02 E SUCESSO COM DUPLICATA) E A
      *== TIT-CLIENTE DE CTATIT; DEPOIS CONFERE QUAIS CONTAS SAO
      *== CONJUNTAS
       0300-SECAO-CONTAS           SECTION.
           MOVE "2. CONTAS VINCULADAS (CTACLI.DAT/CONTAS.DAT)"
               TO REL-LINHA.
               WRITE REL-LINHA
           ELSE
               OPEN INPUT CONTAS
               MOVE "N" TO WRK-TEM-CTATIT
               OPEN INPUT CTATIT
               IF FS-CTATIT EQUAL 0
                   MOVE "S" TO WRK-TEM-CTATIT
               END-IF
               MOVE WRK-ID-TITULAR TO CTC-CLIENTE
               START CTACLI KEY IS NOT LESS CTC-CLIENTE
                   INVALID KEY MOVE 23 TO FS-CTACLI
                   END-READ
                   PERFORM UNTIL FS-CTACLI GREATER 2
                       OR CTC-CLIENTE NOT EQUAL WRK-ID-TITULAR
                       MOVE CTC-CONTA TO WRK-CONTA-LINHA
                       MOVE "TITULAR" TO WRK-PAPEL-LINHA
                       PERFORM 0310-GUARDA-CONTA
                       READ CTACLI NEXT
                           AT END MOVE 10 TO FS-CTACLI
                       END-READ
                   END-PERFORM
               END-IF
               IF WRK-TEM-CTATIT EQUAL "S"
                   PERFORM 0320-CONTAS-CONJUNTAS
               END-IF
               PERFORM VARYING WRK-IDX-CTA FROM 1 BY 1
                   UNTIL WRK-IDX-CTA GREATER WRK-QTD-CONTAS
                   PERFORM 0330-CONFERE-CONJUNTA
               END-PERFORM
               IF WRK-TEM-CTATIT EQUAL "S"
                   CLOSE CTATIT
               END-IF
               CLOSE CONTAS
               CLOSE CTACLI
           END-IF.
                       "EXCEDENTE FORA DO DOSSIE"
           ELSE
               ADD 1 TO WRK-QTD-CONTAS
               MOVE WRK-CONTA-LINHA TO WRK-TAB-CONTA(WRK-QTD-CONTAS)
               MOVE WRK-PAPEL-LINHA TO WRK-TAB-PAPEL(WRK-QTD-CONTAS)
               MOVE ZEROS TO WRK-TAB-SALDO(WRK-QTD-CONTAS)
               MOVE SPACES TO WRK-TAB-SIT(WRK-QTD-CONTAS)
               IF FS-CONTAS EQUAL 0
                   MOVE WRK-CONTA-LINHA TO CTA-NUMERO
                   READ CONTAS KEY IS CTA-NUMERO
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
               MOVE WRK-TAB-SALDO(WRK-QTD-CONTAS) TO WRK-SALDO-ED
               MOVE SPACES TO REL-LINHA
               STRING "  CONTA " WRK-TAB-CONTA(WRK-QTD-CONTAS)
                       "  " WRK-TAB-PAPEL(WRK-QTD-CONTAS)
                       "  SITUACAO " WRK-TAB-SIT(WRK-QTD-CONTAS)
                       "  SALDO " WRK-SALDO-ED
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      *== CONTAS DE OUTROS TITULARES EM QUE O CLIENTE APARECE: O
      *== CO-TITULAR ENTRA NA TABELA COMO AS PROPRIAS; O PROCURADOR SO
      *== E LISTADO (A PROCURACAO E DADO DELE, O MOVIMENTO NAO)
       0320-CONTAS-CONJUNTAS       SECTION.
           MOVE WRK-ID-TITULAR TO TIT-CLIENTE.
           START CTATIT KEY IS NOT LESS TIT-CLIENTE
               INVALID KEY MOVE 23 TO FS-CTATIT
           END-START.
           IF FS-CTATIT EQUAL 0
               READ CTATIT NEXT
                   AT END MOVE 10 TO FS-CTATIT
               END-READ
               PERFORM UNTIL FS-CTATIT GREATER 2
                   OR TIT-CLIENTE NOT EQUAL WRK-ID-TITULAR
                   IF TIT-PAPEL EQUAL "P"
                       MOVE SPACES TO REL-LINHA
                       STRING "  CONTA " TIT-CONTA "  PROCURADOR"
                               "  DESDE " TIT-DATA-INCLUSAO
                               DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                   ELSE
                       MOVE TIT-CONTA TO WRK-CONTA-LINHA
                       MOVE "CO-TITULAR" TO WRK-PAPEL-LINHA
                       PERFORM 0310-GUARDA-CONTA
                   END-IF
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
               END-PERFORM
           END-IF.

      *== CONTA NAO ENCERRADA COM OUTRO TITULAR (O PRINCIPAL DE
      *== CTACLI OU UM CO-TITULAR DE CTATIT) QUE NAO O PROPRIO CLIENTE
       0330-CONFERE-CONJUNTA       SECTION.
           MOVE "N" TO WRK-COMPARTILHADA.
           IF WRK-TAB-SIT(WRK-IDX-CTA) NOT EQUAL "E"
               MOVE WRK-TAB-CONTA(WRK-IDX-CTA) TO CTC-CONTA
               READ CTACLI KEY IS CTC-CONTA
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CTC-CLIENTE NOT EQUAL WRK-ID-TITULAR
                           MOVE "S" TO WRK-COMPARTILHADA
                       END-IF
               END-READ
               IF WRK-TEM-CTATIT EQUAL "S"
                   AND WRK-COMPARTILHADA EQUAL "N"
                   PERFORM 0340-PROCURA-CO-TITULAR
               END-IF
           END-IF.
           IF WRK-COMPARTILHADA EQUAL "S"
               ADD 1 TO WRK-QTD-CONJUNTAS
               MOVE SPACES TO REL-LINHA
               STRING "  CONTA " WRK-TAB-CONTA(WRK-IDX-CTA)
                       " E CONJUNTA E NAO ENCERRADA - IMPEDE O "
                       "ESQUECIMENTO"
                       DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       0340-PROCURA-CO-TITULAR     SECTION.
           MOVE WRK-TAB-CONTA(WRK-IDX-CTA) TO TIT-CONTA.
           MOVE ZEROS TO TIT-CLIENTE.
           START CTATIT KEY IS NOT LESS TIT-CHAVE
               INVALID KEY MOVE 23 TO FS-CTATIT
           END-START.
           IF FS-CTATIT EQUAL 0
               READ CTATIT NEXT
                   AT END MOVE 10 TO FS-CTATIT
               END-READ
               PERFORM UNTIL FS-CTATIT GREATER 2
                   OR TIT-CONTA NOT EQUAL WRK-TAB-CONTA(WRK-IDX-CTA)
                   OR WRK-COMPARTILHADA EQUAL "S"
                   IF TIT-PAPEL EQUAL "C"
                       AND TIT-CLIENTE NOT EQUAL WRK-ID-TITULAR
                       MOVE "S" TO WRK-COMPARTILHADA
                   END-IF
                   READ CTATIT NEXT
                       AT END MOVE 10 TO FS-CTATIT
                   END-READ
               END-PERFORM
           END-IF.

      *== LANCAMENTOS DO JORNAL DAS CONTAS DO TITULAR, COPIADOS NA
      *== INTEGRA (POSICAO DA CONTA COMO NO PARSE DO EXTRATO)
       0400-SECAO-JORNAL           SECTION.
           WRITE REL-LINHA.

       0610-ID-DO-EVENTO           SECTION.
           IF LOG-LINHA(143:10) EQUAL "] DEPOIS=["
               MOVE 153 TO WRK-POS-DEPOIS
               MOVE 106 TO WRK-TAM-IMAGEM
           ELSE
               MOVE 168 TO WRK-POS-DEPOIS
               MOVE 121 TO WRK-TAM-IMAGEM
           END-IF.
           IF LOG-LINHA(WRK-POS-DEPOIS:4) EQUAL SPACES
               MOVE LOG-LINHA(37:4) TO WRK-ID-EVENTO
           ELSE
               MOVE LOG-LINHA(WRK-POS-DEPOIS:4) TO WRK-ID-EVENTO
           END-IF.

      *== CONTATOS DO TITULAR EM ORDEM CRONOLOGICA (A CHAVE E REG-ID
      *== + DATA + HORA), COM O TEXTO LIVRE - E DADO DA PESSOA
       0650-SECAO-CONTATOS         SECTION.
           MOVE "6. HISTORICO DE CONTATOS (CONTATOS.DAT)"
               TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT CONTATOS.
           IF FS-CONTATOS NOT EQUAL 0
               MOVE "  SEM ARQUIVO DE CONTATOS" TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE WRK-ID-TITULAR TO CTT-CLIENTE
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
               PERFORM UNTIL FS-CONTATOS NOT EQUAL 0
                          OR CTT-CLIENTE NOT EQUAL WRK-ID-TITULAR
                   ADD 1 TO WRK-TOTAL-CONTATOS
                   MOVE SPACES TO REL-LINHA
                   STRING "  " CTT-DATA " " CTT-HORA(1:6)
                           " " CTT-OPERADOR " CANAL " CTT-CANAL
                           " " CTT-ASSUNTO " RETORNO " CTT-RETORNO
                           " " CTT-SITUACAO
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   MOVE SPACES TO REL-LINHA
                   STRING "    " CTT-TEXTO(1:100)
                           DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   IF CTT-TEXTO(101:100) NOT EQUAL SPACES
                       MOVE SPACES TO REL-LINHA
                       STRING "    " CTT-TEXTO(101:100)
                               DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
                   READ CONTATOS NEXT
                       AT END MOVE 10 TO FS-CONTATOS
                   END-READ
               END-PERFORM
               CLOSE CONTATOS
               IF WRK-TOTAL-CONTATOS EQUAL ZEROS
                   MOVE "  NENHUM CONTATO" TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

      *== ESQUECIMENTO: ANONIMIZA O CADASTRO VIVO E AS IMAGENS DO
      *== TITULAR DENTRO DE CLIENTES.LOG; NOTAS E RAZAO DE ICMS
                       MOVE SPACES TO REG-TELEFONE
                       MOVE "ANONIMIZADO LGPD" TO REG-ENDERECO
                       MOVE "ANONIMIZADO" TO REG-EMAIL
                       MOVE SPACES TO REG-TIPO-DOC
                       MOVE SPACES TO REG-DOCUMENTO
                       REWRITE REG-CLIENTES
                           INVALID KEY
                               DISPLAY "CLILGPD: ERRO AO REGRAVAR "
               CLOSE CLIENTES
           END-IF.
           PERFORM 0710-ANONIMIZA-LOG.
           IF WRK-TOTAL-ENDERECOS GREATER ZEROS
               PERFORM 0740-EXCLUI-ENDERECOS
           END-IF.
           PERFORM 0750-ANONIMIZA-LOG-END.
           IF WRK-TOTAL-CONTATOS GREATER ZEROS
               PERFORM 0760-ANONIMIZA-CONTATOS
           END-IF.
           MOVE "7. ESQUECIMENTO EXECUTADO" TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  IMAGENS ANONIMIZADAS NO LOG... "
                   WRK-TOTAL-ANONIMO
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  ENDERECOS EXCLUIDOS.......... "
                   WRK-TOTAL-ENDERECOS
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "  CONTATOS ANONIMIZADOS........ "
                   WRK-TOTAL-CTT-ANON
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *== REGRAVA CLIENTES.LOG VIA ARQUIVO DE TRABALHO, APAGANDO OS
      *== DADOS PESSOAIS DENTRO DAS IMAGENS DO TITULAR; A MARCA DO
               PERFORM 0730-DEVOLVE-LOG
           END-IF.

      *== WRK-POS-DEPOIS/WRK-TAM-IMAGEM JA VEM ACERTADOS PELO
      *== 0610-ID-DO-EVENTO PARA O FORMATO DA LINHA (106 OU 121)
       0720-APAGA-IMAGENS          SECTION.
           IF LOG-LINHA(37:4) IS NUMERIC
               MOVE LOG-LINHA(37:WRK-TAM-IMAGEM) TO WRK-IMAGEM
               MOVE "TITULAR ANONIMIZADO" TO WRK-IMG-NOME
               MOVE SPACES TO WRK-IMG-TELEFONE
               MOVE "ANONIMIZADO LGPD" TO WRK-IMG-ENDERECO
               MOVE "ANONIMIZADO" TO WRK-IMG-EMAIL
               MOVE SPACES TO WRK-IMG-TIPO-DOC
               MOVE SPACES TO WRK-IMG-DOCUMENTO
               MOVE WRK-IMAGEM(1:WRK-TAM-IMAGEM)
                   TO LOG-LINHA(37:WRK-TAM-IMAGEM)
           END-IF.
           IF LOG-LINHA(WRK-POS-DEPOIS:4) IS NUMERIC
               MOVE LOG-LINHA(WRK-POS-DEPOIS:WRK-TAM-IMAGEM)
                   TO WRK-IMAGEM
               MOVE "TITULAR ANONIMIZADO" TO WRK-IMG-NOME
               MOVE SPACES TO WRK-IMG-TELEFONE
               MOVE "ANONIMIZADO LGPD" TO WRK-IMG-ENDERECO
               MOVE "ANONIMIZADO" TO WRK-IMG-EMAIL
               MOVE SPACES TO WRK-IMG-TIPO-DOC
               MOVE SPACES TO WRK-IMG-DOCUMENTO
               MOVE WRK-IMAGEM(1:WRK-TAM-IMAGEM)
                   TO LOG-LINHA(WRK-POS-DEPOIS:WRK-TAM-IMAGEM)
           END-IF.

       0730-DEVOLVE-LOG            SECTION.
           WRITE LOG-LINHA.
           CLOSE CLIENTES-LOG.

      *== ENDERECO NAO TEM GUARDA FISCAL (A NOTA JA SAIU COM O SEU):
      *== O DO TITULAR E EXCLUIDO, NAO ANONIMIZADO
       0740-EXCLUI-ENDERECOS       SECTION.
           MOVE ZEROS TO WRK-TOTAL-ENDERECOS.
           OPEN I-O CLIENDERECOS.
           IF FS-CLIENDERECOS EQUAL 0
               MOVE WRK-ID-TITULAR TO CEN-CLIENTE
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
                          OR CEN-CLIENTE NOT EQUAL WRK-ID-TITULAR
                   DELETE CLIENDERECOS RECORD
                       INVALID KEY
                           DISPLAY "CLILGPD: ERRO AO EXCLUIR ENDERECO "
                                   "FS=" FS-CLIENDERECOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOTAL-ENDERECOS
                   END-DELETE
                   READ CLIENDERECOS NEXT
                       AT END MOVE 10 TO FS-CLIENDERECOS
                   END-READ
               END-PERFORM
               CLOSE CLIENDERECOS
           END-IF.

      *== CLIEND.LOG PELO MESMO ARQUIVO DE TRABALHO: NAS IMAGENS DO
      *== TITULAR FICA SO A CHAVE (REG-ID, TIPO, SEQUENCIA)
       0750-ANONIMIZA-LOG-END      SECTION.
           MOVE ZEROS TO FS-CEL.
           OPEN INPUT CLIEND-LOG.
           IF FS-CEL EQUAL 0
               MOVE ZEROS TO FS-TEMP
               OPEN OUTPUT LOG-TEMP
               READ CLIEND-LOG
                   AT END MOVE 10 TO FS-CEL
               END-READ
               PERFORM UNTIL FS-CEL EQUAL 10
                   IF CEL-LINHA(39:4) IS NUMERIC
                       AND CEL-LINHA(39:4) EQUAL WRK-ID-TITULAR
                       MOVE SPACES TO CEL-LINHA(46:101)
                       MOVE "ANONIMIZADO LGPD" TO CEL-LINHA(46:16)
                   END-IF
                   IF CEL-LINHA(157:4) IS NUMERIC
                       AND CEL-LINHA(157:4) EQUAL WRK-ID-TITULAR
                       MOVE SPACES TO CEL-LINHA(164:101)
                       MOVE "ANONIMIZADO LGPD" TO CEL-LINHA(164:16)
                   END-IF
                   MOVE CEL-LINHA TO TMP-LINHA
                   WRITE TMP-LINHA
                   READ CLIEND-LOG
                       AT END MOVE 10 TO FS-CEL
                   END-READ
               END-PERFORM
               CLOSE CLIEND-LOG
               CLOSE LOG-TEMP
               OPEN OUTPUT CLIEND-LOG
               OPEN INPUT LOG-TEMP
               READ LOG-TEMP
                   AT END MOVE 10 TO FS-TEMP
               END-READ
               PERFORM UNTIL FS-TEMP EQUAL 10
                   MOVE TMP-LINHA TO CEL-LINHA
                   WRITE CEL-LINHA
                   READ LOG-TEMP
                       AT END MOVE 10 TO FS-TEMP
                   END-READ
               END-PERFORM
               CLOSE LOG-TEMP
               CLOSE CLIEND-LOG
           END-IF.

      *== CONTATO FICA (QUEM ATENDEU, QUANDO, POR QUAL CANAL - E A
      *== PRODUTIVIDADE DO ATENDIMENTO); SAI O QUE FOI DITO
       0760-ANONIMIZA-CONTATOS     SECTION.
           MOVE ZEROS TO WRK-TOTAL-CTT-ANON.
           OPEN I-O CONTATOS.
           IF FS-CONTATOS EQUAL 0
               MOVE WRK-ID-TITULAR TO CTT-CLIENTE
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
               PERFORM UNTIL FS-CONTATOS NOT EQUAL 0
                          OR CTT-CLIENTE NOT EQUAL WRK-ID-TITULAR
                   MOVE "ANONIMIZADO LGPD" TO CTT-ASSUNTO
                   MOVE SPACES TO CTT-TEXTO
                   REWRITE CTT-REG
                       INVALID KEY
                           DISPLAY "CLILGPD: ERRO AO REGRAVAR CONTATO "
                                   "FS=" FS-CONTATOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-TOTAL-CTT-ANON
                   END-REWRITE
                   READ CONTATOS NEXT
                       AT END MOVE 10 TO FS-CONTATOS
                   END-READ
               END-PERFORM
               CLOSE CONTATOS
           END-IF.

      *== TITULAR EM CONTA CONJUNTA ABERTA: NADA E APAGADO - PRIMEIRO
      *== SAI DA CONTA (CTAVINC) OU A CONTA E ENCERRADA (CTAMANT)
       0790-ESQUECIMENTO-RECUSADO  SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "7. ESQUECIMENTO RECUSADO - TITULAR EM "
                   WRK-QTD-CONJUNTAS " CONTA(S) CONJUNTA(S) NAO "
                   "ENCERRADA(S) (VER SECAO 2)"
                   DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       0800-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING "FIM DO DOSSIE - JORNAL " WRK-TOTAL-JORNAL
           MOVE WRK-TOTAL-JORNAL TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-ANONIMO TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           IF WRK-MODO EQUAL "E"
               AND WRK-QTD-CONJUNTAS GREATER ZEROS
               MOVE "RECUSADO" TO WRK-RUN-RESULTADO
           END-IF.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "CLILGPD: DOSSIE GRAVADO EM " WRK-REL-PATH.
           IF WRK-MODO EQUAL "E"
               AND WRK-QTD-CONJUNTAS GREATER ZEROS
               DISPLAY "CLILGPD: ESQUECIMENTO RECUSADO - TITULAR EM "
                       "CONTA CONJUNTA NAO ENCERRADA"
           END-IF.
           IF WRK-MODO EQUAL "E"
               AND WRK-QTD-CONJUNTAS EQUAL ZEROS
               DISPLAY "CLILGPD: ESQUECIMENTO EXECUTADO - "
                       WRK-TOTAL-ANONIMO " IMAGENS ANONIMIZADAS"
           END-IF.
