           05  SH-BRANCH-CODE          PIC 9(3).
           05  SH-PRODUCT-CODE         PIC 9(2).
           05  SH-WEEK-NO              PIC 9(6).
           05  SH-FIRST-SEEN-DATE      PIC 9(8).
           05  SH-LAST-SALE-DATE       PIC 9(8).
           05  SH-LAST-MOVE-DATE       PIC 9(8).
           05  SH-WEEK-BUCKET OCCURS 52 TIMES.
               10  SH-WK-SELLS         PIC 9(5).
               10  SH-WK-BUYS          PIC 9(5).
               10  SH-WK-XFER-OUT      PIC 9(5).
               10  SH-WK-XFER-IN       PIC 9(5).
           05  FILLER                  PIC X(5).
