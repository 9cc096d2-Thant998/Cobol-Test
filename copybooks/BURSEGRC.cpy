           05  BS-REC-ID               PIC X(1).
               88  BS-BASE-SEGMENT         VALUE 'B'.
           05  BS-ACCT-NO              PIC X(5).
           05  BS-PORTFOLIO-TYPE       PIC X(1).
           05  BS-ACCT-TYPE            PIC X(2).
           05  BS-DATE-OPENED          PIC 9(8).
           05  BS-CREDIT-LIMIT         PIC 9(9).
           05  BS-CURRENT-BALANCE      PIC 9(9).
           05  BS-AMOUNT-PAST-DUE      PIC 9(9).
           05  BS-CHARGE-OFF-AMT       PIC 9(9).
           05  BS-ACCT-STATUS          PIC X(2).
           05  BS-PAYMENT-RATING       PIC X(1).
           05  BS-SPECIAL-COMMENT      PIC X(2).
           05  BS-COMPLIANCE-CODE      PIC X(2).
           05  BS-DATE-FIRST-DELINQ    PIC 9(8).
           05  BS-DATE-ACCT-INFO       PIC 9(8).
           05  BS-CORRECTION-IND       PIC X(1).
           05  BS-CONSUMER-NAME        PIC X(25).
           05  BS-ADDRESS              PIC X(30).
           05  BS-CITY                 PIC X(15).
           05  BS-STATE                PIC X(2).
           05  BS-ZIP                  PIC X(9).
           05  FILLER                  PIC X(42).
