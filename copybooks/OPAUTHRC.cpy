           05  OA-OPERATOR-ID          PIC X(8).
           05  OA-OPERATOR-NAME        PIC X(20).
           05  OA-STATUS               PIC X(1).
               88  OA-ACTIVE               VALUE 'A'.
               88  OA-INACTIVE             VALUE 'I'.
           05  OA-CREDIT-AUTH          PIC 9(7)V99.
           05  OA-ADD-ACCT-FLAG        PIC X(1).
               88  OA-MAY-ADD-ACCT         VALUE 'Y'.
           05  OA-MAINT-ACCT-FLAG      PIC X(1).
               88  OA-MAY-MAINT-ACCT       VALUE 'Y'.
           05  OA-MAINT-EMP-FLAG       PIC X(1).
               88  OA-MAY-MAINT-EMP        VALUE 'Y'.
           05  OA-CHANGE-PAY-FLAG      PIC X(1).
               88  OA-MAY-CHANGE-PAY       VALUE 'Y'.
           05  OA-VOID-CHECK-FLAG      PIC X(1).
               88  OA-MAY-VOID-CHECK       VALUE 'Y'.
           05  OA-APPROVE-FLAG         PIC X(1).
               88  OA-MAY-APPROVE          VALUE 'Y'.
           05  FILLER                  PIC X(16).
