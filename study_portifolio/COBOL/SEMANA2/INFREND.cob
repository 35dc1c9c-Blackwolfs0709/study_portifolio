       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.
      *===========================================
      *== AUTOR: YAGO             EMPRESA: XPTO
      *== OBJETIVO: INFORME DE RENDIMENTOS ANUAL - LE O ACUMULADO DO
      *==           ANO-CALENDARIO (ACUMANO.DAT, ALIMENTADO POR FOLHA,
      *==           FERIAS, DECIMO13 E RESCISAO VIA ACUMLIB) E
      *==           IMPRIME UM COMPROVANTE DE RENDIMENTOS PAGOS E DE
      *==           IMPOSTO RETIDO NA FONTE POR FUNCIONARIO, NO
      *==           LAYOUT OFICIAL, NUM ARQUIVO CORRIDO QUE O SPOOL
      *==           (SPOOL_TIPO=INFREND) CORTA EM UM DOCUMENTO POR
      *==           PESSOA; GERA TAMBEM OS TOTAIS DA EMPRESA PARA A
      *==           DECLARACAO ANUAL DA CONTABILIDADE - FEVEREIRO
      *==           DEIXA DE SER SOMA DE DOZE HOLERITES NA MAO
      *== DATA: 15/10/2026
      *== OBSERVAÇÕES: INFREND_ANO (AAAA) ESCOLHE O ANO-CALENDARIO;
      *==   EM BRANCO, O ANO ANTERIOR. CPF VEM DO CADASTRO DE
      *==   CLIENTES PELO EMP-CLIENTE (SEM VINCULO SAI "NAO
      *==   INFORMADO"). NOME/CNPJ DA EMPRESA E O RESPONSAVEL SAO
      *==   PARAMETROS EMPRESA_NOME, EMPRESA_CNPJ E
      *==   INFREND_RESPONSAVEL DO ARQUIVO CENTRAL
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUMANO ASSIGN TO DYNAMIC WRK-ACU-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CHAVE
               FILE STATUS IS FS-ACUMANO.
           SELECT EMPREGADOS ASSIGN TO DYNAMIC WRK-EMP-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS FS-EMPREGADOS.
           SELECT CLIENTES ASSIGN TO DYNAMIC WRK-CLI-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ID
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT INFORME-REL ASSIGN TO DYNAMIC WRK-INF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFORME.

       DATA DIVISION.
       FILE SECTION.
      *== ACUMULADO DO ANO-CALENDARIO POR FUNCIONARIO (VER ACUMLIB)
       FD  ACUMANO.
       01  ACU-REG.
           05 ACU-CHAVE.
               10 ACU-ANO        PIC 9(04).
               10 ACU-CODIGO     PIC 9(04).
           05 ACU-TRIBUTAVEL     PIC 9(009)V99.
           05 ACU-INSS           PIC 9(009)V99.
           05 ACU-IRRF           PIC 9(009)V99.
           05 ACU-DECIMO         PIC 9(009)V99.
           05 ACU-INSS-13        PIC 9(009)V99.
           05 ACU-IRRF-13        PIC 9(009)V99.
           05 ACU-ISENTO         PIC 9(009)V99.
           05 ACU-DATA-ATUALIZ   PIC 9(08).
           05 ACU-ORIGEM         PIC X(08).

       FD  EMPREGADOS.
       01  EMP-REG.
           05  EMP-CODIGO  PIC 9(04).
           05  EMP-NOME    PIC X(15).
           05  EMP-SALARIO PIC 9(06).
           05  EMP-DEPENDENTES PIC 9(02).
           05  EMP-DEPTO   PIC X(03).
           05  EMP-CONTA   PIC 9(06).
           05  EMP-SITUACAO PIC X(01).
           05  EMP-DATA-DESLIG PIC 9(08).
           05  EMP-DATA-ADMISSAO PIC 9(08).
           05  EMP-BANCO   PIC 9(03).
           05  EMP-AGENCIA PIC 9(04).
           05  EMP-CONTA-EXT PIC 9(10).
           05  EMP-CLIENTE PIC 9(04).
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT - E DE
      *== LA QUE VEM O CPF DO BENEFICIARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

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

      *== UM COMPROVANTE POR FUNCIONARIO, CORRIDO, PARA O SPOOL
       FD  INFORME-REL.
       01  INF-LINHA                  PIC X(80).

       WORKING-STORAGE             SECTION.
       01  REL-LINHA            PIC X(100) VALUE SPACES.
      *== LINHA DE TRABALHO DOS TOTAIS; A GRAVACAO E PELO RELWRT
       77  WRK-ACU-PATH    PIC X(100) VALUE SPACES.
      *== WRK-ACU-PATH: VARIAVEL DE AMBIENTE "ACUMANO_PATH";
      *== SE NAO DEFINIDA, "ACUMANO.DAT"
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
       77  WRK-CLI-PATH    PIC X(100) VALUE SPACES.
       77  WRK-INF-PATH    PIC X(100) VALUE SPACES.
      *== WRK-INF-PATH: VARIAVEL DE AMBIENTE "INFREND_PATH";
      *== SE NAO DEFINIDA, "INFREND.REL" (ENTRADA PADRAO DO SPOOL)
       77  WRK-TOT-PATH    PIC X(100) VALUE SPACES.
      *== WRK-TOT-PATH: VARIAVEL DE AMBIENTE "INFREND_TOT_PATH";
      *== SE NAO DEFINIDA, "INFRTOT.REL"
       77  FS-ACUMANO      PIC 9(02) VALUE ZEROS.
       77  FS-EMPREGADOS   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES     PIC 9(02) VALUE ZEROS.
       77  FS-INFORME      PIC 9(02) VALUE ZEROS.
       77  WRK-CLI-ABERTO  PIC X(01) VALUE "N".
       77  WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77  WRK-ANO-TXT     PIC X(04) VALUE SPACES.
       77  WRK-ANO         PIC 9(04) VALUE ZEROS.
       77  WRK-EMPRESA-NOME PIC X(30) VALUE "XPTO COMERCIO LTDA".
       77  WRK-EMPRESA-CNPJ PIC X(18) VALUE "NAO INFORMADO".
       77  WRK-RESPONSAVEL PIC X(30) VALUE "DEPARTAMENTO PESSOAL".
       77  WRK-NOME        PIC X(20) VALUE SPACES.
       77  WRK-CPF         PIC X(14) VALUE SPACES.
       77  WRK-TOTAL-LIDO  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-INF   PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-CPF     PIC 9(06) VALUE ZEROS.
       77  WRK-DECIMO-LIQ  PIC 9(009)V99 VALUE ZEROS.
       77  WRK-VALOR-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-DATA-ED     PIC X(10) VALUE SPACES.

      *== TOTAIS DA EMPRESA NO ANO (DECLARACAO ANUAL)
       77  WRK-TOT-TRIBUTAVEL PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-INSS    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF    PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-DECIMO  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-INSS-13 PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF-13 PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOT-ISENTO  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-TOTAL-ED    PIC Z.ZZZ.ZZZ.ZZ9,99.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
           05  WRK-RUN-PROGRAMA  PIC X(08) VALUE "INFREND".
           05  WRK-RUN-EVENTO    PIC X(03) VALUE SPACES.
           05  WRK-RUN-ARQUIVOS  PIC X(40) VALUE SPACES.
           05  WRK-RUN-LIDOS     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-GRAVADOS  PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO COMUM DE FILE STATUS (VER TRATAFS)
       01  WRK-TRATAFS-AREA.
           05  WRK-FS-PROGRAMA PIC X(08) VALUE "INFREND".
           05  WRK-FS-ARQUIVO  PIC X(12) VALUE SPACES.
           05  WRK-FS-OPERACAO PIC X(08) VALUE SPACES.
           05  WRK-FS-STATUS   PIC 9(02) VALUE ZEROS.
           05  WRK-FS-MENSAGEM PIC X(40) VALUE SPACES.
           05  WRK-FS-ACAO     PIC X(01) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-PRM-VALOR   PIC X(30) VALUE SPACES.
           05  WRK-PRM-ACHADO  PIC X(01) VALUE SPACES.

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
      *== GOBACK, NAO STOP RUN: PASSO DA CADEIA ANUAL DO JOBCTL
               GOBACK.

       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-ANO-TXT FROM ENVIRONMENT "INFREND_ANO".
           IF WRK-ANO-TXT EQUAL SPACES
               COMPUTE WRK-ANO = WRK-DATA-HOJE / 10000 - 1
           ELSE
               COMPUTE WRK-ANO = FUNCTION NUMVAL(WRK-ANO-TXT)
           END-IF.
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DATA-HOJE(7:2) "/" WRK-DATA-HOJE(5:2) "/"
                   WRK-DATA-HOJE(1:4)
                   DELIMITED BY SIZE INTO WRK-DATA-ED.
           MOVE "EMPRESA_NOME" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               MOVE WRK-PRM-VALOR TO WRK-EMPRESA-NOME
           END-IF.
           MOVE "EMPRESA_CNPJ" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               MOVE WRK-PRM-VALOR TO WRK-EMPRESA-CNPJ
           END-IF.
           MOVE "INFREND_RESPONSAVEL" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               MOVE WRK-PRM-VALOR TO WRK-RESPONSAVEL
           END-IF.
           ACCEPT WRK-ACU-PATH FROM ENVIRONMENT "ACUMANO_PATH".
           IF WRK-ACU-PATH EQUAL SPACES
               MOVE "ACUMANO.DAT" TO WRK-ACU-PATH
           END-IF.
           OPEN INPUT ACUMANO.
           MOVE "ACUMANO" TO WRK-FS-ARQUIVO.
           MOVE "OPEN" TO WRK-FS-OPERACAO.
           MOVE FS-ACUMANO TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
           ACCEPT WRK-EMP-PATH FROM ENVIRONMENT "EMPREGADOS_PATH".
           IF WRK-EMP-PATH EQUAL SPACES
               MOVE "EMPREGADOS.DAT" TO WRK-EMP-PATH
           END-IF.
           OPEN INPUT EMPREGADOS.
           MOVE "EMPREGADOS" TO WRK-FS-ARQUIVO.
           MOVE FS-EMPREGADOS TO WRK-FS-STATUS.
           PERFORM 9500-TRATA-ARQUIVO.
      *== SEM CADASTRO DE CLIENTES O INFORME SAI, SO SEM O CPF
           ACCEPT WRK-CLI-PATH FROM ENVIRONMENT "CLIENTES_PATH".
           IF WRK-CLI-PATH EQUAL SPACES
               MOVE "CLIENTES.DAT" TO WRK-CLI-PATH
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES EQUAL 0
               MOVE "S" TO WRK-CLI-ABERTO
           ELSE
               DISPLAY "INFREND: SEM " WRK-CLI-PATH
                       " - INFORMES SEM CPF"
           END-IF.
           ACCEPT WRK-INF-PATH FROM ENVIRONMENT "INFREND_PATH".
           IF WRK-INF-PATH EQUAL SPACES
               MOVE "INFREND.REL" TO WRK-INF-PATH
           END-IF.
           OPEN OUTPUT INFORME-REL.
           ACCEPT WRK-TOT-PATH FROM ENVIRONMENT "INFREND_TOT_PATH".
           IF WRK-TOT-PATH EQUAL SPACES
               MOVE "INFRTOT.REL" TO WRK-TOT-PATH
           END-IF.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "RENDIMENTOS PAGOS E IRRF - ANO-CALENDARIO " WRK-ANO
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODG CPF              TRIBUTAVEIS          INSS"
               TO WRK-RW-COLUNAS.
           MOVE "          IRRF  DECIMO TERC.   IRRF DECIMO"
               TO WRK-RW-COLUNAS(48:).
           MOVE WRK-TOT-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.

      *== A CHAVE COMECA PELO ANO: POSICIONA NO PRIMEIRO FUNCIONARIO
      *== DO ANO-CALENDARIO E PARA QUANDO O ANO MUDA
       0200-PROCESSAR              SECTION.
           MOVE WRK-ANO TO ACU-ANO.
           MOVE ZEROS   TO ACU-CODIGO.
           START ACUMANO KEY IS NOT LESS ACU-CHAVE
               INVALID KEY MOVE 10 TO FS-ACUMANO
           END-START.
           IF FS-ACUMANO NOT EQUAL 10
               READ ACUMANO NEXT
                   AT END MOVE 10 TO FS-ACUMANO
               END-READ
           END-IF.
           PERFORM UNTIL FS-ACUMANO EQUAL 10
               OR ACU-ANO NOT EQUAL WRK-ANO
               ADD 1 TO WRK-TOTAL-LIDO
               PERFORM 0210-DADOS-BENEFICIARIO
               PERFORM 0220-EMITE-INFORME
               PERFORM 0230-ACUMULA-EMPRESA
               READ ACUMANO NEXT
                   AT END MOVE 10 TO FS-ACUMANO
               END-READ
           END-PERFORM.

      *== NOME DO CADASTRO DE FUNCIONARIOS; CPF DO CADASTRO DE
      *== CLIENTES QUANDO HA VINCULO E O DOCUMENTO E DE PESSOA FISICA
       0210-DADOS-BENEFICIARIO     SECTION.
           MOVE "NAO INFORMADO" TO WRK-CPF.
           MOVE ACU-CODIGO TO EMP-CODIGO.
           READ EMPREGADOS KEY IS EMP-CODIGO
               INVALID KEY
                   MOVE "(NAO CADASTRADO)" TO WRK-NOME
                   MOVE ZEROS TO EMP-CLIENTE
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-NOME
           END-READ.
           IF EMP-CLIENTE GREATER ZEROS AND WRK-CLI-ABERTO EQUAL "S"
               MOVE EMP-CLIENTE TO REG-ID
               READ CLIENTES KEY IS REG-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE REG-NOME TO WRK-NOME
                       IF REG-TIPO-DOC EQUAL "F"
                           AND REG-DOCUMENTO(1:11) IS NUMERIC
                           MOVE SPACES TO WRK-CPF
                           STRING REG-DOCUMENTO(1:3) "."
                                   REG-DOCUMENTO(4:3) "."
                                   REG-DOCUMENTO(7:3) "-"
                                   REG-DOCUMENTO(10:2)
                                   DELIMITED BY SIZE INTO WRK-CPF
                       END-IF
               END-READ
           END-IF.
           IF WRK-CPF EQUAL "NAO INFORMADO"
               ADD 1 TO WRK-SEM-CPF
           END-IF.

      *== COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A RENDA
      *== RETIDO NA FONTE, QUADROS 1 A 7 DO MODELO OFICIAL; A PRIMEIRA
      *== LINHA E O MARCADOR E "FUNCIONARIO NNNN" O DESTINATARIO QUE
      *== O SPOOL PROCURA
       0220-EMITE-INFORME          SECTION.
           MOVE "COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE A"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "RENDA RETIDO NA FONTE" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "ANO-CALENDARIO " WRK-ANO "    FUNCIONARIO "
                   ACU-CODIGO DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE ALL "-" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "1. FONTE PAGADORA PESSOA JURIDICA" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "   CNPJ: " WRK-EMPRESA-CNPJ
                   DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "   NOME EMPRESARIAL: " WRK-EMPRESA-NOME
                   DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "2. PESSOA FISICA BENEFICIARIA DOS RENDIMENTOS"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "   CPF: " WRK-CPF "   NOME COMPLETO: " WRK-NOME
                   DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "   NATUREZA DO RENDIMENTO: TRABALHO ASSALARIADO"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "3. RENDIMENTOS TRIBUTAVEIS, DEDUCOES E IMPOSTO RETIDO"
               TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "   01. TOTAL DOS RENDIMENTOS (INCLUSIVE FERIAS)"
               TO INF-LINHA.
           MOVE ACU-TRIBUTAVEL TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "   02. CONTRIBUICAO PREVIDENCIARIA OFICIAL"
               TO INF-LINHA.
           MOVE ACU-INSS TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "   03. PREVIDENCIA COMPLEMENTAR" TO INF-LINHA.
           MOVE ZEROS TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "   04. PENSAO ALIMENTICIA" TO INF-LINHA.
           MOVE ZEROS TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "   05. IMPOSTO SOBRE A RENDA RETIDO NA FONTE"
               TO INF-LINHA.
           MOVE ACU-IRRF TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "4. RENDIMENTOS ISENTOS E NAO TRIBUTAVEIS" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "   06. INDENIZACOES POR RESCISAO DE CONTRATO"
               TO INF-LINHA.
           MOVE ACU-ISENTO TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "5. RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
               TO INF-LINHA.
           WRITE INF-LINHA.
      *== O DECIMO SAI LIQUIDO DA CONTRIBUICAO PREVIDENCIARIA, COMO
      *== PEDE O MODELO; O INSS DELE VAI NAS INFORMACOES
           IF ACU-DECIMO GREATER ACU-INSS-13
               COMPUTE WRK-DECIMO-LIQ = ACU-DECIMO - ACU-INSS-13
           ELSE
               MOVE ZEROS TO WRK-DECIMO-LIQ
           END-IF.
           MOVE "   01. DECIMO TERCEIRO SALARIO" TO INF-LINHA.
           MOVE WRK-DECIMO-LIQ TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "   02. IRRF SOBRE O DECIMO TERCEIRO SALARIO"
               TO INF-LINHA.
           MOVE ACU-IRRF-13 TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "6. RENDIMENTOS RECEBIDOS ACUMULADAMENTE" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "   NAO HOUVE" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "7. INFORMACOES COMPLEMENTARES" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE "   CONTRIBUICAO PREVIDENCIARIA SOBRE O DECIMO"
               TO INF-LINHA.
           MOVE ACU-INSS-13 TO WRK-VALOR-ED.
           PERFORM 0225-GRAVA-VALOR.
           MOVE "8. RESPONSAVEL PELAS INFORMACOES" TO INF-LINHA.
           WRITE INF-LINHA.
           MOVE SPACES TO INF-LINHA.
           STRING "   " WRK-RESPONSAVEL "  DATA: " WRK-DATA-ED
                   DELIMITED BY SIZE INTO INF-LINHA.
           WRITE INF-LINHA.
           MOVE ALL "-" TO INF-LINHA.
           WRITE INF-LINHA.
           ADD 1 TO WRK-TOTAL-INF.

      *== VALOR ALINHADO NA COLUNA 60 DA LINHA JA ROTULADA
       0225-GRAVA-VALOR            SECTION.
           MOVE WRK-VALOR-ED TO INF-LINHA(60:14).
           WRITE INF-LINHA.

      *== UMA LINHA POR BENEFICIARIO E O TOTAL DA EMPRESA, PARA A
      *== DECLARACAO ANUAL
       0230-ACUMULA-EMPRESA        SECTION.
           MOVE SPACES TO REL-LINHA.
           STRING ACU-CODIGO " " WRK-CPF DELIMITED BY SIZE
                   INTO REL-LINHA.
           MOVE ACU-TRIBUTAVEL TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(20:14).
           MOVE ACU-INSS TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(34:14).
           MOVE ACU-IRRF TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(48:14).
           MOVE ACU-DECIMO TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(62:14).
           MOVE ACU-IRRF-13 TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED TO REL-LINHA(76:14).
           PERFORM 9600-GRAVA-REL.
           ADD ACU-TRIBUTAVEL TO WRK-TOT-TRIBUTAVEL.
           ADD ACU-INSS       TO WRK-TOT-INSS.
           ADD ACU-IRRF       TO WRK-TOT-IRRF.
           ADD ACU-DECIMO     TO WRK-TOT-DECIMO.
           ADD ACU-INSS-13    TO WRK-TOT-INSS-13.
           ADD ACU-IRRF-13    TO WRK-TOT-IRRF-13.
           ADD ACU-ISENTO     TO WRK-TOT-ISENTO.

       0300-FINALIZAR              SECTION.
           MOVE SPACES TO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAIS DA EMPRESA - ANO-CALENDARIO " WRK-ANO
                   " - " WRK-TOTAL-INF " BENEFICIARIOS"
                   DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE "  RENDIMENTOS TRIBUTAVEIS" TO REL-LINHA.
           MOVE WRK-TOT-TRIBUTAVEL TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "  CONTRIBUICAO PREVIDENCIARIA" TO REL-LINHA.
           MOVE WRK-TOT-INSS TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "  IRRF RETIDO" TO REL-LINHA.
           MOVE WRK-TOT-IRRF TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "  DECIMO TERCEIRO (BRUTO)" TO REL-LINHA.
           MOVE WRK-TOT-DECIMO TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "  CONTRIBUICAO SOBRE O DECIMO" TO REL-LINHA.
           MOVE WRK-TOT-INSS-13 TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "  IRRF SOBRE O DECIMO" TO REL-LINHA.
           MOVE WRK-TOT-IRRF-13 TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "  RENDIMENTOS ISENTOS" TO REL-LINHA.
           MOVE WRK-TOT-ISENTO TO WRK-TOTAL-ED.
           PERFORM 0310-GRAVA-TOTAL.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           CLOSE INFORME-REL.
           CLOSE ACUMANO.
           CLOSE EMPREGADOS.
           IF WRK-CLI-ABERTO EQUAL "S"
               CLOSE CLIENTES
           END-IF.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-TOTAL-LIDO TO WRK-RUN-LIDOS.
           MOVE WRK-TOTAL-INF TO WRK-RUN-GRAVADOS.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "INFREND: ANO-CALENDARIO " WRK-ANO
                   " - INFORMES EMITIDOS " WRK-TOTAL-INF
                   " (" WRK-SEM-CPF " SEM CPF)".
           DISPLAY "INFREND: INFORMES EM " WRK-INF-PATH
                   " - CORTAR COM SPOOL_TIPO=INFREND".
           DISPLAY "INFREND: TOTAIS DA EMPRESA EM " WRK-TOT-PATH.

       0310-GRAVA-TOTAL            SECTION.
           MOVE WRK-TOTAL-ED TO REL-LINHA(40:17).
           PERFORM 9600-GRAVA-REL.

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
