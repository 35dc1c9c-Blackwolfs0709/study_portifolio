           05 ORD-PESO           PIC 9(05)V99.
           05 ORD-PARCEIRA       PIC X(01).
           05 ORD-VENDEDOR       PIC 9(04).
           05 ORD-PLANO          PIC X(02).
           05 ORD-FILIAL         PIC X(02).

       WORKING-STORAGE             SECTION.
       77  WRK-ORD-PATH    PIC X(100) VALUE SPACES.
