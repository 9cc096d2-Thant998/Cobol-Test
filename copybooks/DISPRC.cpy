           05  DS-KEY.
               10  DS-ACCT-NO          PIC X(5).
               10  DS-REF-TRANS-NO     PIC 9(6).
           05  DS-DISPUTED-AMT         PIC S9(7)V99.
           05  DS-REASON-CODE          PIC X(2).
           05  DS-REASON-TEXT          PIC X(20).
           05  DS-OPEN-DATE            PIC 9(8).
           05  DS-STATUS               PIC X(1).
               88  DS-OPEN                 VALUE 'O'.
               88  DS-RESOLVED             VALUE 'R'.
           05  DS-RESOLUTION           PIC X(1).
               88  DS-CUSTOMER-FAVOR       VALUE 'C'.
               88  DS-CHARGE-UPHELD        VALUE 'U'.
           05  DS-RESOLVED-DATE        PIC 9(8).
           05  DS-CREDIT-TYPE          PIC X(1).
           05  FILLER                  PIC X(19).
