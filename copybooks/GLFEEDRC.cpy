           05  GF-SOURCE-PGM       PIC X(8).
           05  GF-ACTIVITY-CODE    PIC X(2).
           05  GF-AMOUNT           PIC S9(9)V99.
           05  GF-DEPT-CODE        PIC X(4).
           05  FILLER              PIC X(6).
