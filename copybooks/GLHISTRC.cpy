           05  GH-PERIOD           PIC 9(6).
           05  GH-ACCOUNT          PIC X(6).
           05  GH-DESCRIPTION      PIC X(20).
           05  GH-PTD-BAL          PIC S9(11)V99.
           05  GH-YTD-BAL          PIC S9(11)V99.
           05  FILLER              PIC X(2).
