           05  AJ-KEY                 PIC X(10).
           05  AJ-BEFORE-IMAGE         PIC X(72).
           05  AJ-AFTER-IMAGE          PIC X(72).
           05  AJ-OPERATOR-STAMP.
               10  AJ-OPERATOR-ID      PIC X(8).
               10  AJ-APPROVER-ID      PIC X(8).
