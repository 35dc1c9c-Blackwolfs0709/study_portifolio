           05 TUR-SALA           PIC X(05).
           05 TUR-TURNO          PIC X(01).
           05 TUR-CAPACIDADE     PIC 9(03).
           05 TUR-PROF-CODIGO    PIC 9(04).

       WORKING-STORAGE             SECTION.
       77  WRK-TUR-PATH    PIC X(100) VALUE SPACES.
