      *== EMP-CLIENTE: REG-ID DO FUNCIONARIO EM CLIENTES.DAT QUANDO
      *== ELE TAMBEM COMPRA NA LOJA (ZEROS = SEM VINCULO); E POR
      *== AQUI QUE O PEDIDOS APLICA O DESCONTO DE FUNCIONARIO
           05  EMP-FILIAL  PIC X(02).
      *== EMP-FILIAL: EMPREGADOR (VER FILLIB) - A FOLHA RODA POR
      *== FILIAL; ESPACOS (REGISTRO ANTIGO) = "01", A MATRIZ

       WORKING-STORAGE             SECTION.
       77  WRK-EMP-PATH    PIC X(100) VALUE SPACES.
           05  WRK-AGENCIA PIC 9(04) VALUE ZEROS.
           05  WRK-CONTA-EXT PIC 9(10) VALUE ZEROS.
           05  WRK-CLIENTE PIC 9(04) VALUE ZEROS.
           05  WRK-FILIAL  PIC X(02) VALUE SPACES.
      *== WRK-ADMISSAO: DATA DE ADMISSAO (AAAAMMDD); ZEROS ASSUME A
      *== DATA CORRENTE (ADMITIDO HOJE)
      *== WRK-FILIAL: EMPREGADOR (VER FILLIB); EM BRANCO, A FILIAL
      *== DA EXECUCAO (VARIAVEL FILIAL, PADRAO "01" = MATRIZ)

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB)
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.

      *== AREA DO SELO DE INTEGRIDADE DO MESTRE (VER SELOLIB)
       01  WRK-SELOLIB-AREA.
               MOVE "N" TO WRK-SALARIO-OK
               DISPLAY "SALARIO ABAIXO DO MINIMO - NAO PERSISTIDO"
           END-IF.
           MOVE WRK-FILIAL TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE WRK-FIL-CODIGO TO WRK-FILIAL.
           IF WRK-FIL-ACHADO NOT EQUAL "S"
               MOVE "N" TO WRK-SALARIO-OK
               DISPLAY "EMPREGADOR " WRK-FILIAL " NAO CADASTRADO "
                       "(VER FILMANT) - NAO PERSISTIDO"
           END-IF.

       0150-GRAVAR                 SECTION.
           MOVE WRK-CODIGO  TO EMP-CODIGO.
           MOVE WRK-AGENCIA   TO EMP-AGENCIA.
           MOVE WRK-CONTA-EXT TO EMP-CONTA-EXT.
           MOVE WRK-CLIENTE   TO EMP-CLIENTE.
           MOVE WRK-FILIAL    TO EMP-FILIAL.
      *== CODIGO JA EXISTENTE NAO E MAIS SOBRESCRITO EM SILENCIO -
      *== ALTERACAO COM AUDITORIA E NO EMPMANT
           WRITE EMP-REG
           DISPLAY "SALARIO: " WRK-SALARIO.
           DISPLAY "DEPENDENTES: " WRK-DEPENDENTES.
           DISPLAY "DEPARTAMENTO: " WRK-DEPTO.
           DISPLAY "EMPREGADOR: " WRK-FILIAL.

       0300-FINALIZAR              SECTION.
           PERFORM 0350-CARIMBA-SELO.
