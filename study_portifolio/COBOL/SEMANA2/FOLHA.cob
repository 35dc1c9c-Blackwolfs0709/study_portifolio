      *==           FUNCIONARIOS GRAVADO PELO PROG06 E IMPRIME O
      *==           RELATORIO DE PAGAMENTO COM DESCONTO DE INSS
      *== DATA: 08/08/2026
      *== OBSERVAÇÕES: VT, VR E PLANO DE SAUDE SAO DESCONTADOS PELA
      *==   ADESAO EM BENEFIC.DAT (VER BENMANT), CADA UM NA SUA LINHA
      *==   DO HOLERITE; A TRILHA BENEFMES.DAT ALIMENTA O BENFORN.
      *==   EMPRESTIMO CONSIGNADO (VER CSGMANT): A PARCELA DE CADA
      *==   CONTRATO ATIVO SAI DO LIQUIDO ATE A ULTIMA, E CADA BANCO
      *==   RECEBE O SEU RELATORIO DE REPASSE (CONSIG<NNN>.REL); A
      *==   BASE DA MARGEM CONSIGNAVEL FICA EM MARGEM.DAT.
      *==   HORA-AULA DOS PROFESSORES HORISTAS VEM DO AULAFOLH COMO
      *==   MOVIMENTO "A" COM TRAILER "T"; SE O TRAILER NAO BATER, AS
      *==   LINHAS "A" VAO PARA O MOVFOLHA.REJ E NADA E PAGO.
      *==   COMPETENCIA DE FOLHA JA FECHADA (VER PERLIB/PERMANT) NAO
      *==   RODA: O MOVIMENTO ATRASADO ENTRA NO MOVFOLHA DA
      *==   COMPETENCIA ABERTA
      *===========================================
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
           SELECT IRRF-TABELA ASSIGN TO DYNAMIC WRK-IRRF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IRRF.
           SELECT BENEFICIOS ASSIGN TO DYNAMIC WRK-BEN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS FS-BENEFICIOS.
           SELECT BENEFMES-OUT ASSIGN TO DYNAMIC WRK-BNM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BENEFMES.
           SELECT CONSIGNADOS ASSIGN TO DYNAMIC WRK-CSG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS FS-CONSIGNADOS.
           SELECT MARGEM ASSIGN TO DYNAMIC WRK-MRG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRG-CODIGO
               FILE STATUS IS FS-MARGEM.

       DATA DIVISION.
       FILE SECTION.
      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       SD  WORK-SORT.
       01  SD-EMP-REG.
           05  SD-EMP-AGENCIA PIC 9(04).
           05  SD-EMP-CONTA-EXT PIC 9(10).
           05  SD-EMP-CLIENTE PIC 9(04).
           05  SD-EMP-FILIAL  PIC X(02).


      *== LOTE DE CREDITO DOS SALARIOS NO LAYOUT PAG-REG DO EXE1:
           05 IRF-ALIQUOTA       PIC 9(02)V99.
           05 IRF-DEDUCAO        PIC 9(05)V99.

      *== ADESAO DO FUNCIONARIO AOS BENEFICIOS (VER BENMANT): VT,
      *== VR E PLANO DE SAUDE, CADA UM COM A SUA REGRA DE DESCONTO
       FD  BENEFICIOS.
       01  BEN-REG.
           05 BEN-CHAVE.
               10 BEN-CODIGO     PIC 9(04).
               10 BEN-TIPO       PIC X(02).
           05 BEN-PLANO          PIC X(06).
           05 BEN-FORNECEDOR     PIC X(10).
           05 BEN-VALOR-MES      PIC 9(07)V99.
           05 BEN-PCT-FUNC       PIC 9(03)V99.
           05 BEN-SITUACAO       PIC X(01).
           05 BEN-DATA-INICIO    PIC 9(08).
           05 BEN-DATA-FIM       PIC 9(08).

      *== TRILHA MENSAL DOS BENEFICIOS: UMA LINHA POR FUNCIONARIO E
      *== BENEFICIO COM VIDAS, CUSTO TOTAL E PARTE DESCONTADA - E
      *== DELA QUE O BENFORN TIRA A CONFERENCIA DAS FATURAS
       FD  BENEFMES-OUT.
       01  BNM-REG.
           05 BNM-COMPETENCIA    PIC 9(06).
           05 BNM-CODIGO         PIC 9(04).
           05 BNM-DEPTO          PIC X(03).
           05 BNM-TIPO           PIC X(02).
           05 BNM-FORNECEDOR     PIC X(10).
           05 BNM-PLANO          PIC X(06).
           05 BNM-VIDAS          PIC 9(03).
           05 BNM-CUSTO          PIC 9(07)V99.
           05 BNM-DESCONTO       PIC 9(07)V99.

      *== CONTRATOS DE EMPRESTIMO CONSIGNADO (VER CSGMANT)
       FD  CONSIGNADOS.
       01  CSG-REG.
           05 CSG-CHAVE.
               10 CSG-CODIGO     PIC 9(04).
               10 CSG-SEQ        PIC 9(02).
           05 CSG-BANCO          PIC 9(03).
           05 CSG-CONTRATO       PIC X(12).
           05 CSG-PARCELA        PIC 9(07)V99.
           05 CSG-QTD-PARCELAS   PIC 9(03).
           05 CSG-PAGAS          PIC 9(03).
           05 CSG-COMP-INICIO    PIC 9(06).
           05 CSG-ULT-COMPETENCIA PIC 9(06).
           05 CSG-SITUACAO       PIC X(01).
           05 CSG-DATA-INCLUSAO  PIC 9(08).

      *== BASE DA MARGEM CONSIGNAVEL DE CADA FUNCIONARIO NA ULTIMA
      *== FOLHA (REMUNERACAO - INSS - IRRF); O CSGMANT CONFERE A
      *== PARCELA DE UM CONTRATO NOVO CONTRA ELA
       FD  MARGEM.
       01  MRG-REG.
           05 MRG-CODIGO         PIC 9(04).
           05 MRG-COMPETENCIA    PIC 9(06).
           05 MRG-BASE           PIC 9(07)V99.
           05 MRG-DATA           PIC 9(08).

       WORKING-STORAGE             SECTION.
       01  FOLHA-LINHA          PIC X(80) VALUE SPACES.
      *== LINHA DE TRABALHO; A GRAVACAO E PELO MODULO COMUM RELWRT
       77  WRK-VAL-HE      PIC 9(06)  VALUE ZEROS.
       77  WRK-VAL-FALTA   PIC 9(06)  VALUE ZEROS.
       77  WRK-VAL-BONUS   PIC 9(06)  VALUE ZEROS.
       77  WRK-VAL-AULAS   PIC 9(06)  VALUE ZEROS.
      *== CONTROLE DO LOTE DE HORA-AULA: LINHAS "A" LIDAS CONTRA O
      *== TRAILER "T" (CODIGO 9999) GRAVADO PELO AULAFOLH
       77  WRK-AULAS-LIDAS PIC 9(03)  VALUE ZEROS.
       77  WRK-AULAS-SOMA  PIC 9(07)  VALUE ZEROS.
       77  WRK-AULAS-TRL-QTD PIC 9(03) VALUE ZEROS.
       77  WRK-AULAS-TRL-VAL PIC 9(07) VALUE ZEROS.
       77  WRK-AULAS-TEM-TRL PIC X(01) VALUE "N".
       77  WRK-AULAS-OK    PIC X(01)  VALUE "S".
       77  WRK-REMUNERACAO PIC 9(07)  VALUE ZEROS.
      *== WRK-REMUNERACAO: SALARIO + HORAS EXTRAS + BONUS + HORA-AULA
      *== - FALTAS;
      *== E SOBRE ELA QUE INSS E IRRF SAO CALCULADOS
       77  WRK-TOTAL-MOVREJ PIC 9(03) VALUE ZEROS.
       77  WRK-HOL-PATH    PIC X(100) VALUE SPACES.
      *== 189,59
       77  WRK-FAIXA-ACHADA PIC X(01) VALUE "N".

       77  WRK-BEN-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BEN-PATH: VARIAVEL DE AMBIENTE "BENEFIC_PATH";
      *== SE NAO DEFINIDA, "BENEFIC.DAT"
       77  WRK-BNM-PATH    PIC X(100) VALUE SPACES.
      *== WRK-BNM-PATH: VARIAVEL DE AMBIENTE "FOLHA_BENEF_PATH";
      *== SE NAO DEFINIDA, "BENEFMES.DAT" (".SIM" NA SIMULACAO)
       77  FS-BENEFICIOS   PIC XX     VALUE "00".
       77  FS-BENEFMES     PIC XX     VALUE "00".
       77  WRK-BEN-ABERTO  PIC X(01)  VALUE "N".
       77  WRK-PCT-VT      PIC 9(02)V99 VALUE 6,00.
      *== WRK-PCT-VT: TETO DO DESCONTO DE VALE-TRANSPORTE SOBRE O
      *== SALARIO-BASE (PARAMETRO VT_PCT_SALARIO; 6% SE AUSENTE)
       77  WRK-BEN-VIDAS   PIC 9(03)  VALUE ZEROS.
       77  WRK-BEN-CUSTO   PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BEN-TETO    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-BEN-DESC    PIC 9(06)  VALUE ZEROS.
       77  WRK-DESC-VT     PIC 9(06)  VALUE ZEROS.
       77  WRK-DESC-VR     PIC 9(06)  VALUE ZEROS.
       77  WRK-DESC-PS     PIC 9(06)  VALUE ZEROS.
       77  WRK-VIDAS-PS    PIC 9(03)  VALUE ZEROS.
       77  WRK-DESC-BENEF  PIC 9(06)  VALUE ZEROS.
      *== WRK-DESC-BENEF: VT + VR + PLANO DE SAUDE DO FUNCIONARIO;
      *== SAI DO LIQUIDO, MAS NAO MEXE NA BASE DE INSS E IRRF
       77  WRK-TOTAL-BENEF PIC 9(08)  VALUE ZEROS.

       77  WRK-CSG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-CSG-PATH: VARIAVEL DE AMBIENTE "CONSIG_PATH";
      *== SE NAO DEFINIDA, "CONSIG.DAT"
       77  WRK-MRG-PATH    PIC X(100) VALUE SPACES.
      *== WRK-MRG-PATH: VARIAVEL DE AMBIENTE "MARGEM_PATH";
      *== SE NAO DEFINIDA, "MARGEM.DAT"
       77  FS-CONSIGNADOS  PIC XX     VALUE "00".
       77  FS-MARGEM       PIC XX     VALUE "00".
       77  WRK-CSG-ABERTO  PIC X(01)  VALUE "N".
       77  WRK-MRG-ABERTO  PIC X(01)  VALUE "N".
       77  WRK-CSG-NOVA    PIC X(01)  VALUE "N".
       77  WRK-CSG-DESCONTOU PIC X(01) VALUE "N".
       77  WRK-CSG-NUMERO  PIC 9(03)  VALUE ZEROS.
       77  WRK-CSG-VALOR   PIC 9(06)  VALUE ZEROS.
       77  WRK-CSG-DISP    PIC S9(07) VALUE ZEROS.
       77  WRK-DESC-CSG    PIC 9(06)  VALUE ZEROS.
      *== WRK-DESC-CSG: PARCELAS DE CONSIGNADO DO FUNCIONARIO NO MES;
      *== SAI DO LIQUIDO, MAS NAO MEXE NA BASE DE INSS E IRRF
       77  WRK-CSG-NAO-DESC PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL-CSG   PIC 9(08)  VALUE ZEROS.
       77  WRK-QTD-CSG     PIC 9(03)  VALUE ZEROS.
      *== PARCELAS DO MES POR BANCO PARA O RELATORIO DE REPASSE
       01  WRK-TAB-CONSIG.
           05 WRK-CSG-ITEM OCCURS 300 TIMES.
               10 WRK-TCS-BANCO    PIC 9(03).
               10 WRK-TCS-CODIGO   PIC 9(04).
               10 WRK-TCS-NOME     PIC X(15).
               10 WRK-TCS-CONTRATO PIC X(12).
               10 WRK-TCS-PARCELA  PIC 9(07)V99.
               10 WRK-TCS-NUMERO   PIC 9(03).
               10 WRK-TCS-QTD      PIC 9(03).
               10 WRK-TCS-DESCONTOU PIC X(01).
               10 WRK-TCS-GERADO   PIC X(01).
       77  WRK-IDX-CSG     PIC 9(03)  VALUE ZEROS.
       77  WRK-IDX-CSG2    PIC 9(03)  VALUE ZEROS.
       77  WRK-CSG-REL-PATH PIC X(100) VALUE SPACES.
      *== WRK-CSG-REL-PATH: MONTADO POR BANCO ("CONSIG<NNN>.REL") NA
      *== GERACAO DOS RELATORIOS DE REPASSE
       77  WRK-CSG-BANCOS  PIC 9(02)  VALUE ZEROS.
       77  WRK-CSG-REPASSE PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CSG-QTD-REP PIC 9(04)  VALUE ZEROS.
       77  WRK-CSG-QTD-NAO PIC 9(04)  VALUE ZEROS.
       77  WRK-PARCELA-ED  PIC Z.ZZZ.ZZ9,99.
       77  WRK-REPASSE-ED  PIC ZZZ.ZZZ.ZZ9,99.

       77  WRK-TOTAL-BRUTO    PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-DESCONTO PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-IRRF     PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-REJEITADOS PIC 9(08) VALUE ZEROS.
           05  WRK-RUN-RESULTADO PIC X(08) VALUE SPACES.

      *== AREA DO MODULO DE CONTROLE DE COMPETENCIA (VER PERLIB)
       01  WRK-PERLIB-AREA.
           05  WRK-PER-SUBSISTEMA PIC X(06) VALUE "FOLHA".
           05  WRK-PER-ACAO       PIC X(01) VALUE "J".
           05  WRK-PER-DATA       PIC 9(08) VALUE ZEROS.
           05  WRK-PER-PROGRAMA   PIC X(08) VALUE "FOLHA".
           05  WRK-PER-REF        PIC X(20) VALUE SPACES.
           05  WRK-PER-RESULTADO  PIC X(01) VALUE SPACES.
           05  WRK-PER-DATA-NOVA  PIC 9(08) VALUE ZEROS.
           05  WRK-PER-MOTIVO     PIC X(40) VALUE SPACES.

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A FOLHA
      *== RODA POR EMPREGADOR - SO ENTRA O FUNCIONARIO DA FILIAL DA
      *== EXECUCAO (EMP-FILIAL EM ESPACOS = "01", A MATRIZ)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.
       77  WRK-EMP-FILIAL  PIC X(02) VALUE SPACES.

      *== AREA DE CONSULTA AO ARQUIVO CENTRAL DE PARAMETROS (PARLIB)
       01  WRK-PARLIB-AREA.
           05  WRK-PRM-CHAVE   PIC X(20) VALUE SPACES.
           05  WRK-RAZ-ORIGEM  PIC X(08) VALUE "FOLHA".
           05  WRK-RAZ-REF     PIC 9(06) VALUE ZEROS.

      *== AREA DO ACUMULADO ANUAL DE RENDIMENTOS (VER ACUMLIB/INFREND)
       01  WRK-ACUMLIB-AREA.
           05  WRK-ACU-ANO       PIC 9(04) VALUE ZEROS.
           05  WRK-ACU-CODIGO    PIC 9(04) VALUE ZEROS.
           05  WRK-ACU-TRIBUTAVEL PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-INSS      PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-IRRF      PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-DECIMO    PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-INSS-13   PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-IRRF-13   PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-ISENTO    PIC 9(009)V99 VALUE ZEROS.
           05  WRK-ACU-DATA      PIC 9(08) VALUE ZEROS.
           05  WRK-ACU-ORIGEM    PIC X(08) VALUE "FOLHA".
           05  WRK-ACU-COMPETENCIA PIC 9(06) VALUE ZEROS.
           05  WRK-ACU-DEPTO     PIC X(03) VALUE SPACES.
           05  WRK-ACU-RESULTADO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-INICIALIZAR.
       0100-INICIALIZAR            SECTION.
           MOVE "INI" TO WRK-RUN-EVENTO.
           CALL "RUNCTL" USING WRK-RUNCTL-AREA.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           IF WRK-FIL-ACHADO NOT EQUAL "S"
               DISPLAY "FOLHA: FILIAL " WRK-FIL-CODIGO
                       " NAO CADASTRADA (VER FILMANT) - FOLHA NAO "
                       "PROCESSADA"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.
           ACCEPT WRK-SIMULACAO FROM ENVIRONMENT "SIMULACAO".
           IF WRK-SIMULACAO NOT EQUAL "S"
               MOVE "N" TO WRK-SIMULACAO
           IF WRK-FOLHA-PATH EQUAL SPACES
               MOVE "FOLHA.REL" TO WRK-FOLHA-PATH
           END-IF.
      *== CADA EMPREGADOR TEM OS SEUS ARQUIVOS DA FOLHA: O SUFIXO DA
      *== FILIAL (EM BRANCO NA MATRIZ) EVITA QUE A FOLHA DE UMA FILIAL
      *== SOBRESCREVA O RELATORIO, OS HOLERITES, O LOTE DE CREDITO E
      *== AS TRILHAS DA OUTRA
           MOVE WRK-FOLHA-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-FOLHA-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-FOLHA-PATH
           END-STRING.
      *== ABRE/FECHA SO PARA VALIDAR O ARQUIVO; O SORT REABRE PARA A
      *== LEITURA DE VERDADE
           OPEN INPUT EMPREGADOS.
      -         "IQUIDO" TO WRK-RW-COLUNAS.
           MOVE WRK-FOLHA-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE SPACES TO FOLHA-LINHA.
           STRING "EMPREGADOR " WRK-FIL-CODIGO " - " WRK-FIL-RAZAO
                   " CNPJ " WRK-FIL-CNPJ
                   DELIMITED BY SIZE INTO FOLHA-LINHA.
           PERFORM 9600-GRAVA-REL.
           ACCEPT WRK-HOL-PATH FROM ENVIRONMENT "HOLERITE_PATH".
           IF WRK-HOL-PATH EQUAL SPACES
               MOVE "HOLERITE.REL" TO WRK-HOL-PATH
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "HOLERITE.SIM" TO WRK-HOL-PATH
           END-IF.
           MOVE WRK-HOL-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-HOL-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-HOL-PATH
           END-STRING.
           OPEN OUTPUT HOLERITE-REL.
           CALL "DATAMES" USING WRK-DATAMES-AREA.
           ACCEPT WRK-CRED-PATH FROM ENVIRONMENT "FOLHA_PAG_PATH".
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "FOLHA.SIM" TO WRK-CRED-PATH
           END-IF.
           MOVE WRK-CRED-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-CRED-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-CRED-PATH
           END-STRING.
           OPEN OUTPUT CREDITO-OUT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO CRD-REG-LOTE.
           MOVE "H" TO CRD-LOTE-TIPO.
           MOVE WRK-DATA-HOJE(3:6) TO CRD-LOTE-NUMERO.
           MOVE WRK-DATA-HOJE      TO CRD-LOTE-DATA.
      *== ORIGEM DO LOTE: A MATRIZ MANTEM "FOLHA"; AS DEMAIS FILIAIS
      *== USAM "FOLHA" + CODIGO DA FILIAL, SENAO DUAS FOLHAS NO MESMO
      *== DIA TERIAM O MESMO NUMERO+ORIGEM E A TRAVA DE DUPLA
      *== POSTAGEM DO EXE1 RECUSARIA A SEGUNDA
           MOVE "FOLHA" TO CRD-LOTE-ORIGEM.
           IF WRK-FIL-SUFIXO NOT EQUAL SPACES
               MOVE SPACES TO CRD-LOTE-ORIGEM
               STRING "FOLHA" WRK-FIL-CODIGO
                   DELIMITED BY SIZE INTO CRD-LOTE-ORIGEM
           END-IF.
           WRITE CRD-REG-LOTE.
           ACCEPT WRK-FGTS-PATH FROM ENVIRONMENT "FOLHA_FGTS_PATH".
           IF WRK-FGTS-PATH EQUAL SPACES
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "FGTS.SIM" TO WRK-FGTS-PATH
           END-IF.
           MOVE WRK-FGTS-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-FGTS-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-FGTS-PATH
           END-STRING.
           OPEN OUTPUT FGTS-OUT.
           ACCEPT WRK-BEN-PATH FROM ENVIRONMENT "BENEFIC_PATH".
           IF WRK-BEN-PATH EQUAL SPACES
               MOVE "BENEFIC.DAT" TO WRK-BEN-PATH
           END-IF.
           OPEN INPUT BENEFICIOS.
           IF FS-BENEFICIOS EQUAL "00"
               MOVE "S" TO WRK-BEN-ABERTO
           ELSE
               DISPLAY "FOLHA: SEM " WRK-BEN-PATH " - FOLHA SEM "
                       "DESCONTO DE BENEFICIOS"
           END-IF.
           ACCEPT WRK-BNM-PATH FROM ENVIRONMENT "FOLHA_BENEF_PATH".
           IF WRK-BNM-PATH EQUAL SPACES
               MOVE "BENEFMES.DAT" TO WRK-BNM-PATH
           END-IF.
           IF WRK-SIMULACAO EQUAL "S"
               MOVE "BENEFMES.SIM" TO WRK-BNM-PATH
           END-IF.
           MOVE WRK-BNM-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-BNM-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-BNM-PATH
           END-STRING.
           OPEN OUTPUT BENEFMES-OUT.
           ACCEPT WRK-CSG-PATH FROM ENVIRONMENT "CONSIG_PATH".
           IF WRK-CSG-PATH EQUAL SPACES
               MOVE "CONSIG.DAT" TO WRK-CSG-PATH
           END-IF.
      *== A SIMULACAO SO LE OS CONTRATOS: NAO CONTA PARCELA PAGA
           IF WRK-SIMULACAO EQUAL "S"
               OPEN INPUT CONSIGNADOS
           ELSE
               OPEN I-O CONSIGNADOS
           END-IF.
           IF FS-CONSIGNADOS EQUAL "00"
               MOVE "S" TO WRK-CSG-ABERTO
           ELSE
               DISPLAY "FOLHA: SEM " WRK-CSG-PATH " - FOLHA SEM "
                       "DESCONTO DE CONSIGNADO"
           END-IF.
           ACCEPT WRK-MRG-PATH FROM ENVIRONMENT "MARGEM_PATH".
           IF WRK-MRG-PATH EQUAL SPACES
               MOVE "MARGEM.DAT" TO WRK-MRG-PATH
           END-IF.
           IF WRK-SIMULACAO NOT EQUAL "S"
               OPEN I-O MARGEM
               IF FS-MARGEM EQUAL "35"
                   OPEN OUTPUT MARGEM
                   CLOSE MARGEM
                   OPEN I-O MARGEM
               END-IF
               IF FS-MARGEM EQUAL "00"
                   MOVE "S" TO WRK-MRG-ABERTO
               ELSE
                   DISPLAY "FOLHA: FALHA AO ABRIR " WRK-MRG-PATH
                           " FS=" FS-MARGEM " - MARGEM CONSIGNAVEL "
                           "NAO ATUALIZADA"
               END-IF
           END-IF.
           ACCEPT WRK-PGH-PATH FROM ENVIRONMENT "FOLHAPAG_HIS_PATH".
           IF WRK-PGH-PATH EQUAL SPACES
               MOVE "FOLHAPAG.HIS" TO WRK-PGH-PATH
           END-IF.
           MOVE WRK-PGH-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-PGH-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-PGH-PATH
           END-STRING.
           OPEN EXTEND FOLHAPAG-HIS.
           IF FS-PAGHIS NOT EQUAL "00"
               OPEN OUTPUT FOLHAPAG-HIS
           END-RETURN.
           PERFORM UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               MOVE SD-EMP-REG TO EMP-REG
               MOVE EMP-FILIAL TO WRK-EMP-FILIAL
               IF WRK-EMP-FILIAL EQUAL SPACES
                   MOVE "01" TO WRK-EMP-FILIAL
               END-IF
      *== DESLIGADO NAO ENTRA NA FOLHA, MAS CONTINUA NO CADASTRO;
      *== FUNCIONARIO DE OUTRO EMPREGADOR ENTRA NA FOLHA DELE
               IF EMP-SITUACAO EQUAL "D"
                  OR WRK-EMP-FILIAL NOT EQUAL WRK-FIL-CODIGO
                   CONTINUE
               ELSE
               IF EMP-DEPTO NOT EQUAL WRK-DEPTO-ATUAL
               COMPUTE WRK-TAXA-FGTS =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           MOVE "VT_PCT_SALARIO" TO WRK-PRM-CHAVE.
           CALL "PARLIB" USING WRK-PARLIB-AREA.
           IF WRK-PRM-ACHADO EQUAL "S"
               COMPUTE WRK-PCT-VT =
                   FUNCTION NUMVAL(WRK-PRM-VALOR)
           END-IF.
           ACCEPT WRK-INSS-PATH FROM ENVIRONMENT "INSS_TABELA_PATH".
           IF WRK-INSS-PATH EQUAL SPACES
               MOVE "INSS.TAB" TO WRK-INSS-PATH
                   AT END MOVE 10 TO FS-MOVIMENTOS
               END-READ
               PERFORM UNTIL FS-MOVIMENTOS EQUAL 10
                   IF MOV-TIPO EQUAL "A"
                       ADD 1 TO WRK-AULAS-LIDAS
                       ADD MOV-VALOR TO WRK-AULAS-SOMA
                   END-IF
                   IF MOV-TIPO EQUAL "T"
                       MOVE "S" TO WRK-AULAS-TEM-TRL
                       ADD MOV-QTD TO WRK-AULAS-TRL-QTD
                       ADD MOV-VALOR TO WRK-AULAS-TRL-VAL
                   END-IF
                   IF WRK-QTD-MOV LESS 200 AND MOV-TIPO NOT EQUAL "T"
                       ADD 1 TO WRK-QTD-MOV
                       MOVE MOV-CODIGO
                           TO WRK-MOV-CODIGO(WRK-QTD-MOV)
                   END-READ
               END-PERFORM
               CLOSE MOVIMENTOS
               IF WRK-AULAS-LIDAS GREATER ZEROS
                   OR WRK-AULAS-TEM-TRL EQUAL "S"
                   IF WRK-AULAS-TEM-TRL NOT EQUAL "S"
                       OR WRK-AULAS-TRL-QTD NOT EQUAL WRK-AULAS-LIDAS
                       OR WRK-AULAS-TRL-VAL NOT EQUAL WRK-AULAS-SOMA
                       MOVE "N" TO WRK-AULAS-OK
                       DISPLAY "FOLHA: LOTE DE HORA-AULA NAO CONFERE "
                               "COM O TRAILER (LIDAS " WRK-AULAS-LIDAS
                               " TRAILER " WRK-AULAS-TRL-QTD
                               ") - HORA-AULA NAO SERA PAGA; "
                               "RODAR O AULAFOLH DE NOVO"
                   END-IF
               END-IF
           END-IF.
           ACCEPT WRK-DED-DEP-TXT FROM ENVIRONMENT
               "FOLHA_DED_DEPENDENTE".
      *== FIM DA COMPETENCIA PARA A ESCOLHA DA VIGENCIA (DIA 31
      *== SERVE PARA COMPARAR MESMO NOS MESES CURTOS)
           COMPUTE WRK-DATA-COMP = WRK-COMPETENCIA * 100 + 31.
           PERFORM 0155-CONFERE-PERIODO.
           ACCEPT WRK-SAL-PATH FROM ENVIRONMENT "SALHIST_PATH".
           IF WRK-SAL-PATH EQUAL SPACES
               MOVE "SALHIST.DAT" TO WRK-SAL-PATH
               CLOSE SALHIST
           END-IF.

      *== A FOLHA RODA A COMPETENCIA INTEIRA - NAO HA COMO DESVIAR:
      *== COMPETENCIA FECHADA E RECUSADA E O PASSO PARA
       0155-CONFERE-PERIODO        SECTION.
           COMPUTE WRK-PER-DATA = WRK-COMPETENCIA * 100 + 1.
           MOVE WRK-COMPETENCIA TO WRK-PER-REF.
           CALL "PERLIB" USING WRK-PERLIB-AREA.
           IF WRK-PER-RESULTADO EQUAL "J"
               DISPLAY "FOLHA: " WRK-PER-MOTIVO
                       " - FOLHA NAO PROCESSADA"
               MOVE "FIM" TO WRK-RUN-EVENTO
               MOVE "ERRO" TO WRK-RUN-RESULTADO
               CALL "RUNCTL" USING WRK-RUNCTL-AREA
               STOP RUN
           END-IF.

      *== SALARIO EM VIGOR NA COMPETENCIA: A LINHA DO FUNCIONARIO
      *== COM A MAIOR VIGENCIA QUE NAO ULTRAPASSE O FIM DO MES; SEM
      *== LINHA, O EMP-SALARIO DO CADASTRO
           PERFORM 0205-APLICA-MOVIMENTOS.
           PERFORM 0210-CALCULA-INSS.
           PERFORM 0220-CALCULA-IRRF.
           PERFORM 0225-CALCULA-BENEFICIOS.
           PERFORM 0229-GRAVA-MARGEM.
           PERFORM 0227-CALCULA-CONSIGNADO.
           COMPUTE WRK-LIQUIDO =
               WRK-REMUNERACAO - WRK-DESCONTO - WRK-IRRF
               - WRK-DESC-BENEF - WRK-DESC-CSG.
      *== DEPOSITO DE FGTS SOBRE A REMUNERACAO DO MES (SALARIO +
      *== MOVIMENTOS); NAO ENTRA NO LIQUIDO - E CUSTO DO EMPREGADOR
           COMPUTE WRK-FGTS ROUNDED =
           ADD WRK-REMUNERACAO TO WRK-TOTAL-BRUTO.
           ADD WRK-DESCONTO  TO WRK-TOTAL-DESCONTO.
           ADD WRK-IRRF      TO WRK-TOTAL-IRRF.
           ADD WRK-DESC-BENEF TO WRK-TOTAL-BENEF.
           ADD WRK-DESC-CSG  TO WRK-TOTAL-CSG.
           ADD WRK-LIQUIDO   TO WRK-TOTAL-LIQUIDO.
           ADD 1             TO WRK-QTD-FUNCIONARIOS.
           ADD WRK-REMUNERACAO TO WRK-DEP-BRUTO.
           COMPUTE WRK-DEP-DESCONTO =
               WRK-DEP-DESCONTO + WRK-DESCONTO + WRK-IRRF
               + WRK-DESC-BENEF + WRK-DESC-CSG.
           ADD WRK-LIQUIDO   TO WRK-DEP-LIQUIDO.

           MOVE WRK-SALARIO-VIGENTE TO WRK-SALARIO-ED.

           PERFORM 0230-EMITE-HOLERITE.
           PERFORM 0240-GERA-CREDITO.
           PERFORM 0245-ACUMULA-ANO.

      *== UM CREDITO NA CONTA DO FUNCIONARIO POR FOLHA; SEM
      *== EMP-CONTA O SALARIO FICA PARA PAGAMENTO MANUAL (AVISADO)
           END-IF
           END-IF.

      *== O MES ENTRA NO ACUMULADO DO ANO DA COMPETENCIA PARA O
      *== INFORME DE RENDIMENTOS; SIMULACAO NAO ACUMULA
       0245-ACUMULA-ANO            SECTION.
           IF WRK-SIMULACAO NOT EQUAL "S"
               COMPUTE WRK-ACU-ANO = WRK-COMPETENCIA / 100
               MOVE EMP-CODIGO      TO WRK-ACU-CODIGO
               MOVE WRK-REMUNERACAO TO WRK-ACU-TRIBUTAVEL
               MOVE WRK-DESCONTO    TO WRK-ACU-INSS
               MOVE WRK-IRRF        TO WRK-ACU-IRRF
               MOVE WRK-DATA-HOJE   TO WRK-ACU-DATA
               MOVE WRK-COMPETENCIA TO WRK-ACU-COMPETENCIA
               MOVE EMP-DEPTO       TO WRK-ACU-DEPTO
               CALL "ACUMLIB" USING WRK-ACUMLIB-AREA
           END-IF.

      *== APLICA OS MOVIMENTOS DO MES DO FUNCIONARIO: HORA EXTRA
      *== VALORADA A SALARIO/220 VEZES O MULTIPLICADOR, FALTA
      *== DESCONTADA A SALARIO/30 POR DIA, BONUS E HORA-AULA (JA
      *== VALORADA PELO AULAFOLH) SOMADOS DIRETO
       0205-APLICA-MOVIMENTOS      SECTION.
           MOVE ZEROS TO WRK-VAL-HE.
           MOVE ZEROS TO WRK-VAL-FALTA.
           MOVE ZEROS TO WRK-VAL-BONUS.
           MOVE ZEROS TO WRK-VAL-AULAS.
           COMPUTE WRK-VAL-HORA = WRK-SALARIO-VIGENTE / 220.
           PERFORM VARYING WRK-IDX-MOV FROM 1 BY 1
                   UNTIL WRK-IDX-MOV GREATER WRK-QTD-MOV
                       WHEN "B"
                           ADD WRK-MOV-VALOR(WRK-IDX-MOV)
                               TO WRK-VAL-BONUS
                       WHEN "A"
                           IF WRK-AULAS-OK EQUAL "S"
                               ADD WRK-MOV-VALOR(WRK-IDX-MOV)
                                   TO WRK-VAL-AULAS
                           ELSE
                               MOVE "N" TO WRK-MOV-USADO(WRK-IDX-MOV)
                           END-IF
                       WHEN OTHER
                           MOVE "N" TO WRK-MOV-USADO(WRK-IDX-MOV)
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WRK-REMUNERACAO = WRK-SALARIO-VIGENTE + WRK-VAL-HE
               + WRK-VAL-BONUS + WRK-VAL-AULAS - WRK-VAL-FALTA.

      *== DESCONTO DE BENEFICIOS, CADA UM PELA SUA REGRA:
      *==   VT - O MENOR ENTRE O TETO (WRK-PCT-VT DO SALARIO-BASE) E
      *==        O CUSTO DAS PASSAGENS; O QUE PASSAR E DA EMPRESA
      *==   VR - A PARTICIPACAO DO FUNCIONARIO SOBRE O CREDITO DO MES
      *==   PS - MENSALIDADE POR VIDA VEZES (TITULAR + DEPENDENTES),
      *==        COM A PARTICIPACAO DO FUNCIONARIO SOBRE O TOTAL
      *== SO CONTA ADESAO ATIVA COM INICIO ATE O FIM DA COMPETENCIA;
      *== CADA BENEFICIO DESCONTADO VAI PARA A TRILHA DO BENFORN
       0225-CALCULA-BENEFICIOS     SECTION.
           MOVE ZEROS TO WRK-DESC-VT.
           MOVE ZEROS TO WRK-DESC-VR.
           MOVE ZEROS TO WRK-DESC-PS.
           MOVE ZEROS TO WRK-VIDAS-PS.
           MOVE ZEROS TO WRK-DESC-BENEF.
           IF WRK-BEN-ABERTO EQUAL "S"
               MOVE EMP-CODIGO TO BEN-CODIGO
               MOVE "VT" TO BEN-TIPO
               PERFORM 0226-APLICA-BENEFICIO
               MOVE WRK-BEN-DESC TO WRK-DESC-VT
               MOVE EMP-CODIGO TO BEN-CODIGO
               MOVE "VR" TO BEN-TIPO
               PERFORM 0226-APLICA-BENEFICIO
               MOVE WRK-BEN-DESC TO WRK-DESC-VR
               MOVE EMP-CODIGO TO BEN-CODIGO
               MOVE "PS" TO BEN-TIPO
               PERFORM 0226-APLICA-BENEFICIO
               MOVE WRK-BEN-DESC TO WRK-DESC-PS
               IF WRK-DESC-PS GREATER ZEROS
                   MOVE WRK-BEN-VIDAS TO WRK-VIDAS-PS
               END-IF
               COMPUTE WRK-DESC-BENEF =
                   WRK-DESC-VT + WRK-DESC-VR + WRK-DESC-PS
           END-IF.

       0226-APLICA-BENEFICIO       SECTION.
           MOVE ZEROS TO WRK-BEN-DESC.
           MOVE ZEROS TO WRK-BEN-VIDAS.
           READ BENEFICIOS KEY IS BEN-CHAVE
               INVALID KEY MOVE "23" TO FS-BENEFICIOS
           END-READ.
           IF FS-BENEFICIOS NOT EQUAL "00"
               OR BEN-SITUACAO NOT EQUAL "A"
               OR BEN-DATA-INICIO GREATER WRK-DATA-COMP
               GO TO 0226-APLICA-BENEFICIO-FIM
           END-IF.
           MOVE 1 TO WRK-BEN-VIDAS.
           EVALUATE BEN-TIPO
               WHEN "VT"
                   MOVE BEN-VALOR-MES TO WRK-BEN-CUSTO
                   COMPUTE WRK-BEN-TETO ROUNDED =
                       WRK-SALARIO-VIGENTE * WRK-PCT-VT / 100
                   IF WRK-BEN-TETO LESS WRK-BEN-CUSTO
                       COMPUTE WRK-BEN-DESC ROUNDED = WRK-BEN-TETO
                   ELSE
                       COMPUTE WRK-BEN-DESC ROUNDED = WRK-BEN-CUSTO
                   END-IF
               WHEN "VR"
                   MOVE BEN-VALOR-MES TO WRK-BEN-CUSTO
                   COMPUTE WRK-BEN-DESC ROUNDED =
                       WRK-BEN-CUSTO * BEN-PCT-FUNC / 100
               WHEN "PS"
                   COMPUTE WRK-BEN-VIDAS = 1 + EMP-DEPENDENTES
                   COMPUTE WRK-BEN-CUSTO =
                       BEN-VALOR-MES * WRK-BEN-VIDAS
                   COMPUTE WRK-BEN-DESC ROUNDED =
                       WRK-BEN-CUSTO * BEN-PCT-FUNC / 100
           END-EVALUATE.
           MOVE SPACES TO BNM-REG.
           MOVE WRK-COMPETENCIA TO BNM-COMPETENCIA.
           MOVE EMP-CODIGO      TO BNM-CODIGO.
           MOVE EMP-DEPTO       TO BNM-DEPTO.
           MOVE BEN-TIPO        TO BNM-TIPO.
           MOVE BEN-FORNECEDOR  TO BNM-FORNECEDOR.
           MOVE BEN-PLANO       TO BNM-PLANO.
           MOVE WRK-BEN-VIDAS   TO BNM-VIDAS.
           MOVE WRK-BEN-CUSTO   TO BNM-CUSTO.
           MOVE WRK-BEN-DESC    TO BNM-DESCONTO.
           WRITE BNM-REG.

       0226-APLICA-BENEFICIO-FIM.
           EXIT.

      *== EMPRESTIMO CONSIGNADO: PASSA OS CONTRATOS DO FUNCIONARIO
      *== E DESCONTA A PARCELA DE CADA UM QUE ESTEJA CORRENDO
       0227-CALCULA-CONSIGNADO     SECTION.
           MOVE ZEROS TO WRK-DESC-CSG.
           MOVE ZEROS TO WRK-CSG-NAO-DESC.
           IF WRK-CSG-ABERTO NOT EQUAL "S"
               GO TO 0227-CALCULA-CONSIGNADO-FIM
           END-IF.
           MOVE EMP-CODIGO TO CSG-CODIGO.
           MOVE ZEROS TO CSG-SEQ.
           START CONSIGNADOS KEY IS NOT LESS CSG-CHAVE
               INVALID KEY MOVE "23" TO FS-CONSIGNADOS
           END-START.
           IF FS-CONSIGNADOS EQUAL "00"
               READ CONSIGNADOS NEXT
                   AT END MOVE "10" TO FS-CONSIGNADOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-CONSIGNADOS NOT EQUAL "00"
                   OR CSG-CODIGO NOT EQUAL EMP-CODIGO
               PERFORM 0228-DESCONTA-PARCELA
               READ CONSIGNADOS NEXT
                   AT END MOVE "10" TO FS-CONSIGNADOS
               END-READ
           END-PERFORM.

       0227-CALCULA-CONSIGNADO-FIM.
           EXIT.

      *== PARCELA NOVA: CONTRATO ATIVO, JA INICIADO E AINDA NAO
      *== DESCONTADO NESTA COMPETENCIA - CONTA MAIS UMA PAGA E, NA
      *== ULTIMA, QUITA O CONTRATO. REPROCESSAR A MESMA COMPETENCIA
      *== DESCONTA DE NOVO SEM CONTAR OUTRA PARCELA. SE O LIQUIDO
      *== QUE SOBRA NAO COBRE A PARCELA, ELA NAO E DESCONTADA E SAI
      *== NO REPASSE COMO "NAO DESCONTADA" PARA O BANCO COBRAR
       0228-DESCONTA-PARCELA       SECTION.
           MOVE "N" TO WRK-CSG-NOVA.
           IF CSG-ULT-COMPETENCIA EQUAL WRK-COMPETENCIA
               AND (CSG-SITUACAO EQUAL "A" OR CSG-SITUACAO EQUAL "Q")
               MOVE CSG-PAGAS TO WRK-CSG-NUMERO
           ELSE
               IF CSG-SITUACAO EQUAL "A"
                   AND CSG-COMP-INICIO NOT GREATER WRK-COMPETENCIA
                   AND CSG-ULT-COMPETENCIA LESS WRK-COMPETENCIA
                   MOVE "S" TO WRK-CSG-NOVA
                   COMPUTE WRK-CSG-NUMERO = CSG-PAGAS + 1
               ELSE
                   GO TO 0228-DESCONTA-PARCELA-FIM
               END-IF
           END-IF.
           COMPUTE WRK-CSG-VALOR ROUNDED = CSG-PARCELA.
           COMPUTE WRK-CSG-DISP = WRK-REMUNERACAO - WRK-DESCONTO
               - WRK-IRRF - WRK-DESC-BENEF - WRK-DESC-CSG.
           IF WRK-CSG-VALOR GREATER WRK-CSG-DISP
               MOVE "N" TO WRK-CSG-DESCONTOU
               ADD 1 TO WRK-CSG-NAO-DESC
               DISPLAY "FOLHA: FUNCIONARIO " EMP-CODIGO " SEM LIQUIDO"
                       " PARA A PARCELA DO CONTRATO " CSG-CONTRATO
                       " (BANCO " CSG-BANCO ") - NAO DESCONTADA"
           ELSE
               MOVE "S" TO WRK-CSG-DESCONTOU
               ADD WRK-CSG-VALOR TO WRK-DESC-CSG
               IF WRK-CSG-NOVA EQUAL "S"
                   ADD 1 TO CSG-PAGAS
                   MOVE WRK-COMPETENCIA TO CSG-ULT-COMPETENCIA
                   IF CSG-PAGAS NOT LESS CSG-QTD-PARCELAS
                       MOVE "Q" TO CSG-SITUACAO
                   END-IF
                   IF WRK-SIMULACAO NOT EQUAL "S"
                       REWRITE CSG-REG
                           INVALID KEY
                               DISPLAY "FOLHA: ERRO AO ATUALIZAR "
                                       "CONTRATO " CSG-CONTRATO
                                       " FS=" FS-CONSIGNADOS
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.
           IF WRK-QTD-CSG LESS 300
               ADD 1 TO WRK-QTD-CSG
               MOVE CSG-BANCO    TO WRK-TCS-BANCO(WRK-QTD-CSG)
               MOVE EMP-CODIGO   TO WRK-TCS-CODIGO(WRK-QTD-CSG)
               MOVE EMP-NOME     TO WRK-TCS-NOME(WRK-QTD-CSG)
               MOVE CSG-CONTRATO TO WRK-TCS-CONTRATO(WRK-QTD-CSG)
               MOVE CSG-PARCELA  TO WRK-TCS-PARCELA(WRK-QTD-CSG)
               MOVE WRK-CSG-NUMERO TO WRK-TCS-NUMERO(WRK-QTD-CSG)
               MOVE CSG-QTD-PARCELAS TO WRK-TCS-QTD(WRK-QTD-CSG)
               MOVE WRK-CSG-DESCONTOU
                   TO WRK-TCS-DESCONTOU(WRK-QTD-CSG)
               MOVE "N" TO WRK-TCS-GERADO(WRK-QTD-CSG)
           ELSE
               DISPLAY "FOLHA: MAIS DE 300 PARCELAS DE CONSIGNADO - "
                       "CONTRATO " CSG-CONTRATO " FORA DO REPASSE, "
                       "INFORMAR O BANCO " CSG-BANCO " A PARTE"
           END-IF.

       0228-DESCONTA-PARCELA-FIM.
           EXIT.

      *== BASE DA MARGEM CONSIGNAVEL DO MES: REMUNERACAO MENOS INSS
      *== E IRRF (OS DESCONTOS OBRIGATORIOS); SIMULACAO NAO GRAVA
       0229-GRAVA-MARGEM           SECTION.
           IF WRK-MRG-ABERTO NOT EQUAL "S"
               GO TO 0229-GRAVA-MARGEM-FIM
           END-IF.
           MOVE EMP-CODIGO TO MRG-CODIGO.
           READ MARGEM KEY IS MRG-CODIGO
               INVALID KEY MOVE "23" TO FS-MARGEM
           END-READ.
           MOVE EMP-CODIGO      TO MRG-CODIGO.
           MOVE WRK-COMPETENCIA TO MRG-COMPETENCIA.
           MOVE ZEROS TO MRG-BASE.
           IF WRK-REMUNERACAO GREATER WRK-DESCONTO + WRK-IRRF
               COMPUTE MRG-BASE =
                   WRK-REMUNERACAO - WRK-DESCONTO - WRK-IRRF
           END-IF.
           MOVE WRK-DATA-HOJE   TO MRG-DATA.
           IF FS-MARGEM EQUAL "00"
               REWRITE MRG-REG
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE MRG-REG
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           IF FS-MARGEM NOT EQUAL "00"
               DISPLAY "FOLHA: ERRO AO GRAVAR MARGEM DO FUNCIONARIO "
                       EMP-CODIGO " FS=" FS-MARGEM
           END-IF.

       0229-GRAVA-MARGEM-FIM.
           EXIT.

       0230-EMITE-HOLERITE         SECTION.
           MOVE SPACES TO HOL-LINHA.
                       DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           IF WRK-VAL-AULAS GREATER ZEROS
               MOVE WRK-VAL-AULAS TO WRK-DESCONTO-ED
               MOVE SPACES TO HOL-LINHA
               STRING "  HORAS-AULA.............. " WRK-DESCONTO-ED
                       DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           IF WRK-VAL-FALTA GREATER ZEROS
               MOVE WRK-VAL-FALTA TO WRK-DESCONTO-ED
               MOVE SPACES TO HOL-LINHA
           STRING "  RETENCAO IRRF........... " WRK-IRRF-ED
                   DELIMITED BY SIZE INTO HOL-LINHA.
           WRITE HOL-LINHA.
           IF WRK-DESC-VT GREATER ZEROS
               MOVE WRK-DESC-VT TO WRK-DESCONTO-ED
               MOVE SPACES TO HOL-LINHA
               STRING "  VALE-TRANSPORTE......... " WRK-DESCONTO-ED
                       DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           IF WRK-DESC-VR GREATER ZEROS
               MOVE WRK-DESC-VR TO WRK-DESCONTO-ED
               MOVE SPACES TO HOL-LINHA
               STRING "  VALE-REFEICAO........... " WRK-DESCONTO-ED
                       DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           IF WRK-DESC-PS GREATER ZEROS
               MOVE WRK-DESC-PS TO WRK-DESCONTO-ED
               MOVE SPACES TO HOL-LINHA
               STRING "  PLANO DE SAUDE.......... " WRK-DESCONTO-ED
                       " (" WRK-VIDAS-PS " VIDAS)"
                       DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           IF WRK-DESC-CSG GREATER ZEROS
               MOVE WRK-DESC-CSG TO WRK-DESCONTO-ED
               MOVE SPACES TO HOL-LINHA
               STRING "  EMPRESTIMO CONSIGNADO.. " WRK-DESCONTO-ED
                       DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           IF WRK-CSG-NAO-DESC GREATER ZEROS
               MOVE SPACES TO HOL-LINHA
               STRING "  CONSIGNADO: " WRK-CSG-NAO-DESC
                       " PARCELA(S) NAO DESCONTADA(S) - PROCURE O "
                       "BANCO" DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO HOL-LINHA.
           STRING "  LIQUIDO A RECEBER....... " WRK-LIQUIDO-ED
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO FOLHA-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-TOTAL-BENEF GREATER ZEROS
               MOVE SPACES TO FOLHA-LINHA
               MOVE WRK-TOTAL-BENEF TO WRK-TOTAL-ED
               STRING "TOTAL BENEFICIOS:    " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO FOLHA-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           IF WRK-TOTAL-CSG GREATER ZEROS
               MOVE SPACES TO FOLHA-LINHA
               MOVE WRK-TOTAL-CSG TO WRK-TOTAL-ED
               STRING "TOTAL CONSIGNADO:    " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO FOLHA-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           MOVE SPACES TO FOLHA-LINHA.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-TOTAL-ED.
           STRING "TOTAL GERAL LIQUIDO: " DELIMITED BY SIZE
           CLOSE CREDITO-OUT.
           CLOSE FGTS-OUT.
           CLOSE FOLHAPAG-HIS.
           IF WRK-BEN-ABERTO EQUAL "S"
               CLOSE BENEFICIOS
           END-IF.
           CLOSE BENEFMES-OUT.
           IF WRK-CSG-ABERTO EQUAL "S"
               CLOSE CONSIGNADOS
           END-IF.
           IF WRK-MRG-ABERTO EQUAL "S"
               CLOSE MARGEM
           END-IF.
           PERFORM 0360-GERA-REMESSAS.
           PERFORM 0370-GERA-REPASSE-CONSIG.
           PERFORM 0350-REJEITA-MOVIMENTOS.
           MOVE "FIM" TO WRK-RUN-EVENTO.
           MOVE WRK-EMP-PATH TO WRK-RUN-ARQUIVOS.
           DISPLAY "FUNCIONARIOS PROCESSADOS: " WRK-QTD-FUNCIONARIOS.
           MOVE WRK-TOTAL-FGTS TO WRK-FGTS-ED.
           DISPLAY "FGTS DO MES EM " WRK-FGTS-PATH ": " WRK-FGTS-ED.
           MOVE WRK-TOTAL-BENEF TO WRK-TOTAL-ED.
           DISPLAY "BENEFICIOS DESCONTADOS: " WRK-TOTAL-ED
                   " (TRILHA EM " WRK-BNM-PATH ")".
           MOVE WRK-TOTAL-CSG TO WRK-TOTAL-ED.
           DISPLAY "CONSIGNADO DESCONTADO: " WRK-TOTAL-ED.

      *== UM ARQUIVO DE REMESSA POR BANCO EXTERNO COM OS LIQUIDOS
      *== DOS FUNCIONARIOS DAQUELE BANCO; O RETBANCO IMPORTA O
           CLOSE REMESSA-OUT.
           ADD 1 TO WRK-QTD-BANCOS.

      *== UM RELATORIO DE REPASSE POR BANCO CONVENIADO COM AS
      *== PARCELAS DE CONSIGNADO DO MES (DESCONTADAS E NAO
      *== DESCONTADAS) - E O QUE A EMPRESA DEPOSITA PARA O BANCO
       0370-GERA-REPASSE-CONSIG    SECTION.
           IF WRK-SIMULACAO EQUAL "S"
               IF WRK-QTD-CSG GREATER ZEROS
                   DISPLAY "FOLHA: SIMULACAO - " WRK-QTD-CSG
                           " PARCELAS DE CONSIGNADO NAO REPASSADAS"
               END-IF
               GO TO 0370-GERA-REPASSE-CONSIG-FIM
           END-IF.
           PERFORM VARYING WRK-IDX-CSG FROM 1 BY 1
                   UNTIL WRK-IDX-CSG GREATER WRK-QTD-CSG
               IF WRK-TCS-GERADO(WRK-IDX-CSG) EQUAL "N"
                   MOVE WRK-TCS-BANCO(WRK-IDX-CSG)
                       TO WRK-BANCO-CORRENTE
                   PERFORM 0375-GERA-REPASSE-BANCO
               END-IF
           END-PERFORM.
           IF WRK-CSG-BANCOS GREATER ZEROS
               DISPLAY "FOLHA: " WRK-CSG-BANCOS " RELATORIOS DE "
                       "REPASSE DE CONSIGNADO (CONSIG<NNN>.REL)"
           END-IF.
       0370-GERA-REPASSE-CONSIG-FIM. EXIT.

       0375-GERA-REPASSE-BANCO     SECTION.
           MOVE SPACES TO WRK-CSG-REL-PATH.
           STRING "CONSIG" WRK-BANCO-CORRENTE ".REL"
                   DELIMITED BY SIZE INTO WRK-CSG-REL-PATH.
           MOVE "I" TO WRK-RW-ACAO.
           MOVE SPACES TO WRK-RW-TITULO.
           STRING "REPASSE DE CONSIGNADO - BANCO " WRK-BANCO-CORRENTE
                   " - COMPETENCIA " WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO WRK-RW-TITULO.
           MOVE "CODIGO NOME            CONTRATO" TO WRK-RW-COLUNAS.
           MOVE "     PARCELA PARCELA  SITUACAO"
               TO WRK-RW-COLUNAS(37:).
           MOVE WRK-CSG-REL-PATH TO WRK-RW-ARQUIVO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           MOVE ZEROS TO WRK-CSG-REPASSE.
           MOVE ZEROS TO WRK-CSG-QTD-REP.
           MOVE ZEROS TO WRK-CSG-QTD-NAO.
           PERFORM VARYING WRK-IDX-CSG2 FROM 1 BY 1
                   UNTIL WRK-IDX-CSG2 GREATER WRK-QTD-CSG
               IF WRK-TCS-BANCO(WRK-IDX-CSG2) EQUAL
                   WRK-BANCO-CORRENTE
                   AND WRK-TCS-GERADO(WRK-IDX-CSG2) EQUAL "N"
                   MOVE WRK-TCS-PARCELA(WRK-IDX-CSG2)
                       TO WRK-PARCELA-ED
                   MOVE SPACES TO FOLHA-LINHA
                   STRING WRK-TCS-CODIGO(WRK-IDX-CSG2) "   "
                           WRK-TCS-NOME(WRK-IDX-CSG2) " "
                           WRK-TCS-CONTRATO(WRK-IDX-CSG2) " "
                           WRK-PARCELA-ED " "
                           WRK-TCS-NUMERO(WRK-IDX-CSG2) "/"
                           WRK-TCS-QTD(WRK-IDX-CSG2)
                           DELIMITED BY SIZE INTO FOLHA-LINHA
                   IF WRK-TCS-DESCONTOU(WRK-IDX-CSG2) EQUAL "S"
                       MOVE "DESCONTADA" TO FOLHA-LINHA(59:)
                       ADD 1 TO WRK-CSG-QTD-REP
                       ADD WRK-TCS-PARCELA(WRK-IDX-CSG2)
                           TO WRK-CSG-REPASSE
                   ELSE
                       MOVE "NAO DESCONTADA" TO FOLHA-LINHA(59:)
                       ADD 1 TO WRK-CSG-QTD-NAO
                   END-IF
                   PERFORM 9600-GRAVA-REL
                   MOVE "S" TO WRK-TCS-GERADO(WRK-IDX-CSG2)
               END-IF
           END-PERFORM.
           MOVE SPACES TO FOLHA-LINHA.
           PERFORM 9600-GRAVA-REL.
           MOVE WRK-CSG-REPASSE TO WRK-REPASSE-ED.
           MOVE SPACES TO FOLHA-LINHA.
           STRING "TOTAL A REPASSAR AO BANCO: " WRK-REPASSE-ED
                   " (" WRK-CSG-QTD-REP " PARCELAS)"
                   DELIMITED BY SIZE INTO FOLHA-LINHA.
           PERFORM 9600-GRAVA-REL.
           IF WRK-CSG-QTD-NAO GREATER ZEROS
               MOVE SPACES TO FOLHA-LINHA
               STRING "PARCELAS NAO DESCONTADAS (COBRAR DO "
                       "FUNCIONARIO): " WRK-CSG-QTD-NAO
                       DELIMITED BY SIZE INTO FOLHA-LINHA
               PERFORM 9600-GRAVA-REL
           END-IF.
           MOVE "F" TO WRK-RW-ACAO.
           CALL "RELWRT" USING WRK-RELWRT-AREA.
           ADD 1 TO WRK-CSG-BANCOS.

      *== MOVIMENTOS QUE NAO CASARAM COM NENHUM EMP-CODIGO DA FOLHA
      *== SAEM NA LISTA DE EXCECAO PARA ACERTO
       0350-REJEITA-MOVIMENTOS     SECTION.
               IF WRK-MOV-USADO(WRK-IDX-MOV) EQUAL "N"
                   ADD 1 TO WRK-TOTAL-MOVREJ
                   MOVE SPACES TO MOVREJ-LINHA
                   IF WRK-MOV-TIPO(WRK-IDX-MOV) EQUAL "A"
                       AND WRK-AULAS-OK NOT EQUAL "S"
                       STRING "HORA-AULA RETIDA - LOTE NAO CONFERE "
                               "COM O TRAILER: CODIGO "
                               WRK-MOV-CODIGO(WRK-IDX-MOV) " VALOR "
                               WRK-MOV-VALOR(WRK-IDX-MOV)
                               DELIMITED BY SIZE INTO MOVREJ-LINHA
                   ELSE
                       STRING "MOVIMENTO SEM FUNCIONARIO OU TIPO "
                               "INVALIDO: CODIGO "
                               WRK-MOV-CODIGO(WRK-IDX-MOV) " TIPO "
                               WRK-MOV-TIPO(WRK-IDX-MOV)
                               DELIMITED BY SIZE INTO MOVREJ-LINHA
                   END-IF
                   WRITE MOVREJ-LINHA
               END-IF
           END-PERFORM.
