       DATA DIVISION.
       FILE SECTION.
       FD  LOG-VIVO.
       01  VIVO-LINHA           PIC X(320).

       FD  LOG-MORTO.
       01  MORTO-LINHA          PIC X(320).

       FD  LOG-TEMP.
       01  TEMP-LINHA           PIC X(320).

       FD  LOG-VELHO.
       01  VELHO-LINHA          PIC X(320).

       WORKING-STORAGE             SECTION.
       77  WRK-VIVO-PATH   PIC X(100) VALUE SPACES.
