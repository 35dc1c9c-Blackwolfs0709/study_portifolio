      *== OBJETIVO: EXPORTACAO FISCAL MENSAL DAS NOTAS - GERA, PARA A
      *==           COMPETENCIA PEDIDA, O ARQUIVO DE LAYOUT FIXO QUE
      *==           O SISTEMA DO CONTADOR INGERE: NUMERO E DATA DA
      *==           NOTA, CLIENTE COM O ENDERECO E O CPF/CNPJ DE
      *==           CLIENTES.DAT, VALORES E ICMS, COM CABECALHO "H" E
      *==           TRAILER "T" DE CONTROLE - ACABOU A REDIGITACAO DE
      *==           NOTA IMPRESSA NO SISTEMA MUNICIPAL
      *== DATA: 02/09/2026
      *== OBSERVAÇÕES: FISCEXP_COMPETENCIA (AAAAMM) ESCOLHE O MES; EM
      *==   BRANCO, O CORRENTE. NOTA CANCELADA SAI COM SITUACAO "C"
      *==   E NAO SOMA NO TRAILER. A EXPORTACAO E POR EMPRESA/FILIAL
      *==   (VER FILLIB): SO AS NOTAS DA FILIAL DA EXECUCAO, COM O
      *==   CNPJ EMITENTE NO CABECALHO; O ARQUIVO DAS DEMAIS FILIAIS
      *==   SAI COM O SUFIXO .Fnn (NUMERACAO DE NOTA E POR FILIAL)
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
               ALTERNATE RECORD KEY IS REG-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-TELEFONE WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-EMAIL WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-DOCUMENTO WITH DUPLICATES
               FILE STATUS IS FS-CLIENTES.
           SELECT EXPORTA-OUT ASSIGN TO DYNAMIC WRK-EXP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
           05 NOTA-TOTAL         PIC 9(09)V99.
           05 NOTA-SITUACAO      PIC X(01).
           05 NOTA-DESC-FUNC     PIC 9(08)V99.
           05 NOTA-PIS           PIC 9(08)V99.
           05 NOTA-COFINS        PIC 9(08)V99.
      *== NOTA-PIS/NOTA-COFINS: SOBRE A MESMA BASE DO ICMS (VALOR -
      *== DESCONTO); NOTA ANTIGA TRAZ ESPACOS - TRATAR COMO ZERO
           05 NOTA-FILIAL        PIC X(02).
      *== NOTA-FILIAL: EMPRESA/FILIAL EMITENTE - CADA UMA TEM A SUA
      *== NUMERACAO (VER FILLIB); ESPACOS (NOTA ANTIGA) = "01"

       FD  CLIENTES.
       01  REG-CLIENTES.
           05 REG-ENDERECO      PIC X(40).
           05 REG-EMAIL         PIC X(30).
           05 REG-STATUS        PIC X(01).
           05 REG-TIPO-DOC      PIC X(01).
           05 REG-DOCUMENTO     PIC X(14).

      *== LAYOUT FIXO COMBINADO COM O CONTADOR: "H" + "D"... + "T"
       FD  EXPORTA-OUT.
           05 EXP-H-TIPO         PIC X(01).
           05 EXP-H-COMPETENCIA  PIC 9(06).
           05 EXP-H-DATA-GERACAO PIC 9(08).
           05 EXP-H-FILIAL       PIC X(02).
           05 EXP-H-CNPJ         PIC X(14).
      *== EXP-H-FILIAL/EXP-H-CNPJ: EMPRESA/FILIAL EMITENTE DAS NOTAS
      *== DO ARQUIVO (ANTES ERA TUDO FILLER EM BRANCO)
           05 FILLER             PIC X(99).
       01  EXP-REG.
           05 EXP-TIPO           PIC X(01).
           05 EXP-NUMERO         PIC 9(08).
           05 EXP-ICMS           PIC 9(08)V99.
           05 EXP-TOTAL          PIC 9(09)V99.
           05 EXP-SITUACAO       PIC X(01).
           05 EXP-TIPO-DOC       PIC X(01).
      *== EXP-TIPO-DOC: "F" = CPF  "J" = CNPJ  ESPACO = CLIENTE SEM
      *== DOCUMENTO NO CADASTRO (CONSUMIDOR NAO IDENTIFICADO)
           05 EXP-DOCUMENTO      PIC X(14).
       01  EXP-REG-T.
           05 EXP-T-TIPO         PIC X(01).
           05 EXP-T-QTD          PIC 9(06).
       77  WRK-TOTAL-EXP   PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-ICMS   PIC 9(010)V99 VALUE ZEROS.
       77  WRK-SOMA-TOTAL  PIC 9(011)V99 VALUE ZEROS.
       77  WRK-NOTA-FILIAL PIC X(02) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): CADA CNPJ
      *== ENTREGA A SUA EXPORTACAO; O ARQUIVO DAS DEMAIS FILIAIS SAI
      *== COM O SUFIXO .Fnn
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== AREA DO CONTROLE DE EXECUCAO (VER RUNCTL/OPSREL)
       01  WRK-RUNCTL-AREA.
               COMPUTE WRK-COMPETENCIA =
                   FUNCTION NUMVAL(WRK-COMP-TXT)
           END-IF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           ACCEPT WRK-NOT-PATH FROM ENVIRONMENT "NOTAS_PATH".
           IF WRK-NOT-PATH EQUAL SPACES
               MOVE "NOTAS.DAT" TO WRK-NOT-PATH
           IF WRK-EXP-PATH EQUAL SPACES
               MOVE "FISCAL.EXP" TO WRK-EXP-PATH
           END-IF.
           MOVE WRK-EXP-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-EXP-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-EXP-PATH
           END-STRING.
           OPEN OUTPUT EXPORTA-OUT.
           MOVE SPACES TO EXP-REG-H.
           MOVE "H" TO EXP-H-TIPO.
           MOVE WRK-COMPETENCIA TO EXP-H-COMPETENCIA.
           MOVE WRK-DATA-HOJE   TO EXP-H-DATA-GERACAO.
           MOVE WRK-FIL-CODIGO  TO EXP-H-FILIAL.
           MOVE WRK-FIL-CNPJ    TO EXP-H-CNPJ.
           WRITE EXP-REG-H.

       0200-EXPORTAR               SECTION.
           PERFORM UNTIL FS-NOTAS EQUAL 10
               ADD 1 TO WRK-TOTAL-LIDO
               COMPUTE WRK-COMP-LINHA = NOTA-DATA / 100
      *== NOTA ANTIGA, SEM FILIAL, E DA MATRIZ
               MOVE NOTA-FILIAL TO WRK-NOTA-FILIAL
               IF WRK-NOTA-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-NOTA-FILIAL
               END-IF
               IF WRK-COMP-LINHA EQUAL WRK-COMPETENCIA
                  AND WRK-NOTA-FILIAL EQUAL WRK-FIL-CODIGO
                   PERFORM 0210-EXPORTA-NOTA
               END-IF
               READ NOTAS
           READ CLIENTES KEY IS REG-ID
               INVALID KEY
                   MOVE SPACES TO EXP-ENDERECO
                   MOVE SPACES TO EXP-TIPO-DOC
                   MOVE SPACES TO EXP-DOCUMENTO
               NOT INVALID KEY
                   MOVE REG-ENDERECO TO EXP-ENDERECO
                   MOVE REG-TIPO-DOC TO EXP-TIPO-DOC
                   MOVE REG-DOCUMENTO TO EXP-DOCUMENTO
           END-READ.
           MOVE NOTA-VALOR    TO EXP-VALOR.
           MOVE NOTA-DESCONTO TO EXP-DESCONTO.
           MOVE "OK" TO WRK-RUN-RESULTADO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           DISPLAY "FISCEXP: COMPETENCIA.......... " WRK-COMPETENCIA.
           DISPLAY "FISCEXP: EMPRESA/FILIAL....... " WRK-FIL-CODIGO.
           DISPLAY "FISCEXP: NOTAS EXPORTADAS..... " WRK-TOTAL-EXP.
           DISPLAY "FISCEXP: ARQUIVO EM " WRK-EXP-PATH.

