       77  WRK-REL-PATH    PIC X(100) VALUE SPACES.
      *== WRK-REL-PATH: VARIAVEL DE AMBIENTE "RETROPAG_REL_PATH";
      *== SE NAO DEFINIDA, "RETROPAG.REL"

      *== AREA DO MODULO DE EMPRESA/FILIAL (VER FILLIB): A FOLHA GRAVA
      *== A TRILHA COM O SUFIXO DA FILIAL DA EXECUCAO (MATRIZ SEM
      *== SUFIXO) - A LEITURA PROCURA O MESMO NOME
       01  WRK-FILLIB-AREA.
           05  WRK-FIL-CODIGO     PIC X(02) VALUE SPACES.
           05  WRK-FIL-RAZAO      PIC X(30) VALUE SPACES.
           05  WRK-FIL-CNPJ       PIC X(14) VALUE SPACES.
           05  WRK-FIL-UF         PIC X(02) VALUE SPACES.
           05  WRK-FIL-SUFIXO     PIC X(04) VALUE SPACES.
           05  WRK-FIL-ACHADO     PIC X(01) VALUE SPACES.
       77  WRK-FIL-PATH-AUX PIC X(100) VALUE SPACES.
       77  FS-PAGHIS       PIC 9(02) VALUE ZEROS.
       77  FS-SALHIST      PIC 9(02) VALUE ZEROS.
       77  FS-MOVIMENTOS   PIC 9(02) VALUE ZEROS.
           IF WRK-PGH-PATH EQUAL SPACES
               MOVE "FOLHAPAG.HIS" TO WRK-PGH-PATH
           END-IF.
           MOVE SPACES TO WRK-FIL-CODIGO.
           CALL "FILLIB" USING WRK-FILLIB-AREA.
           MOVE WRK-PGH-PATH TO WRK-FIL-PATH-AUX.
           MOVE SPACES TO WRK-PGH-PATH.
           STRING WRK-FIL-PATH-AUX DELIMITED BY SPACE
                  WRK-FIL-SUFIXO   DELIMITED BY SPACE
                  INTO WRK-PGH-PATH
           END-STRING.
           ACCEPT WRK-SAL-PATH FROM ENVIRONMENT "SALHIST_PATH".
           IF WRK-SAL-PATH EQUAL SPACES
               MOVE "SALHIST.DAT" TO WRK-SAL-PATH
